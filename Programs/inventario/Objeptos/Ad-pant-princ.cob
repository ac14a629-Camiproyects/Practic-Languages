      *      segunda tienda (programa consolida-sucursal).
      * Mod: 03-09-2026 - Opcion P: presupuesto mensual de compras
      *      por categoria (programa presupuesto-com).
      * Mod: 15-10-2026 - Reporte X: consulta, vencimiento y pasivo
      *      de puntos de fidelizacion (programa puntos).
      * Mod: 15-10-2026 - Opcion N: liquidacion mensual de compras de
      *      empleados para nomina (programa descuentos-nomina).
      * Mod: 15-10-2026 - Opcion T: conciliacion de la liquidacion de
      *      tarjetas del adquirente (programa concilia-tarjetas).
      * Mod: 15-10-2026 - Reporte T: trafico de ventas por hora y dia
      *      de la semana con horas-caja (programa reporte-trafico).
      * Mod: 15-10-2026 - Reporte B: parejas de articulos que se venden
      *      juntos (programa reporte-canasta).
      * Mod: 15-10-2026 - Reporte E: excepciones por cajero contra el
      *      promedio (programa reporte-prevencion).
      * Mod: 15-10-2026 - Opcion Y: conteo ciclico por clase ABC con
      *      calendario, lista por ubicacion y exactitud de registro
      *      (programa conteo-ciclico).
      * Mod: 15-10-2026 - Opcion R: acuerdos de rebate por volumen con
      *      los proveedores, acumulado del periodo y reclamo
      *      (programa rebate-proveedor).
      * Mod: 15-10-2026 - Opcion J: asiento contable diario con mapa
      *      de cuentas por concepto (programa interfaz-contable).
      * Mod: 15-10-2026 - Opcion L: libro mayor por periodo con cierre,
      *      balance de prueba y estados del mes (programa libro-mayor).
      * Mod: 15-10-2026 - Opcion D: provision mensual, castigo y
      *      recuperacion de cartera (programa castigo-cartera).
      * Mod: 15-10-2026 - Reporte C: efectivo sobre el umbral y
      *      fraccionamiento en cuentas y tienda, revision de
      *      cumplimiento y archivo UIAF (programa control-efectivo).
      * Mod: 15-10-2026 - Opcion H: calendario de festivos para las
      *      corridas que mueven fechas (programa festivos).
      * Mod: 15-10-2026 - Opcion M: caja menor por custodio con vales,
      *      reembolso y arqueo sorpresa (programa caja-menor).
      * Mod: 15-10-2026 - Opcion O: boveda con el efectivo de los
      *      cierres Z, consignaciones al banco y su confirmacion
      *      (programa boveda).
      * Mod: 15-10-2026 - Opcion U: autorizacion de datos personales,
      *      solicitudes del titular y reporte/supresion (programa
      *      habeas-data).
      * Mod: 15-10-2026 - Opcion W: cola de avisos a clientes y carga
      *      de confirmaciones de la pasarela (programa
      *      notificaciones).
      * Mod: 15-10-2026 - Auditoria sellada en cadena; opcion E
      *      verifica auditoria.log, sesiones.log, hist-prec.log y
      *      los meses archivados (programa verifica-logs).
      * Mod: 15-10-2026 - La verificacion del sistema (opcion 4)
      *      ofrece ademas la verificacion cruzada entre archivos
      *      (programa verifica-cruces).
      * Mod: 15-10-2026 - Opcion X: parametros del sistema (los
      *      .cfg) con validacion, cambios programados por fecha y
      *      auditoria (programa parametros), con su propio permiso
      *      PARAMETR.
      * Mod: 15-10-2026 - Reportes, opcion Z: archivo de reportes
      *      con las corridas anteriores, reimpresion y depuracion
      *      (programa archivo-reportes).
      * Mod: 15-10-2026 - Reportes: opcion Y, estado y
      *      reconstruccion por rango del resumen de ventas
      *      (resumen-ventas).
      * Mod: 15-10-2026 - Opcion N pasa a submenu de nomina:
      *      descuentos por compras y horas trabajadas con
      *      recargos (programa horas-nomina).
      * Mod: 15-10-2026 - Nomina, opcion 3: tasas de comision por
      *      categoria y operador, liquidacion mensual con reverso
      *      de devoluciones y archivo para nomina (programa
      *      comisiones).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.

       DATA DIVISION.
       FILE SECTION.
       01  CONGELA-LINEA PIC X(40).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

       WORKING-STORAGE SECTION.
       01 LIM           PIC XX.
       01 WS-FS-CHK-ART PIC XX.
       01 WS-FS-PERM    PIC XX.
       01 WS-PERM-OK    PIC X.
       01 WS-PERM-OPER  PIC X(8).
       01 WS-OPER-CARGO PIC X.
       01 WS-FS-RESUMEN PIC XX.
       01 WS-RES-LIN    PIC 9(2).
       01 WS-FECHA-AUD  PIC 9(8).
       01 WS-HORA-AUD   PIC 9(8).

      * Sello encadenado de las bitacoras (auditoria, sesiones e
      * historial de precios): cada linea lleva un resumen de su
      * contenido mezclado con el sello de la linea anterior, y el
      * ultimo sello de cada bitacora queda en su archivo -cadena.
      * Alterar, quitar o intercalar una linea rompe la cadena y
      * verifica-logs dice en cual.
       01 WS-FS-SLO          PIC XX.
       01 WS-RUTA-SLO        PIC X(60).
       01 WS-SELLO-TEXTO     PIC X(200).
       01 WS-SELLO-LARGO     PIC 9(3).
       01 WS-SELLO-I         PIC 9(3).
       01 WS-SELLO-ANT       PIC 9(10).
       01 WS-SELLO           PIC 9(10).
       01 WS-SELLO-ACUM      PIC 9(12).
       01 WS-SELLO-COC       PIC 9(12).
       01 WS-SELLO-BYTE-AREA.
           05 FILLER         PIC X VALUE LOW-VALUE.
           05 WS-SELLO-BYTE  PIC X.
       01 WS-SELLO-ORD REDEFINES WS-SELLO-BYTE-AREA PIC 9(4) COMP-X.

       LINKAGE SECTION.
       01 NUMDOC        PIC 9(10).
       01 NOMAPE        PIC X(65).
           DISPLAY NOMAPE                           LINE 4  POSITION 40.
           DISPLAY "------------------------------" LINE 5  POSITION 20.
           DISPLAY "  1. -> ADMN USUARIOS"          LINE 7  POSITION 20.
           DISPLAY "  Y. -> CONTEO CICLICO"         LINE 8  POSITION 20.
           DISPLAY "  2. -> ADMN ARTICULOS"         LINE 9  POSITION 20.
           DISPLAY "  3. -> REPORTES"               LINE 10 POSITION 20.
           DISPLAY "  4. -> VERIFICAR SISTEMA"       LINE 11 POSITION 20.
           DISPLAY "  V. -> CLIENTE 360"            LINE 21 POSITION 52.
           DISPLAY "  S. -> CONSOLIDAR SUCURSAL"    LINE 22 POSITION 52.
           DISPLAY "  P. -> PRESUPUESTO COMPRAS"    LINE 23 POSITION 52.
           DISPLAY "  N. -> NOMINA"                 LINE 12 POSITION 52.
           DISPLAY "  T. -> CONCILIAR TARJETAS"     LINE 11 POSITION 52.
           DISPLAY "  R. -> REBATES PROVEEDOR"      LINE 10 POSITION 52.
           DISPLAY "  J. -> INTERFAZ CONTABLE"      LINE 9  POSITION 52.
           DISPLAY "  L. -> LIBRO MAYOR"            LINE 8  POSITION 52.
           DISPLAY "  D. -> PROVISION/CASTIGOS"     LINE 7  POSITION 52.
           DISPLAY "  H. -> CALENDARIO FESTIVOS"    LINE 6  POSITION 52.
           DISPLAY "  X. -> PARAMETROS SISTEMA"     LINE 5  POSITION 52.
           DISPLAY "  M. -> CAJA MENOR"             LINE 6  POSITION 20.
           DISPLAY "  O. -> BOVEDA/CONSIGNACIONES"  LINE 21 POSITION 20.
           DISPLAY "  U. -> DATOS PERSONALES"       LINE 22 POSITION 20.
           DISPLAY "  W. -> NOTIFICACIONES"         LINE 20 POSITION 20.
           DISPLAY "  E. -> VERIFICAR BITACORAS"    LINE 23 POSITION 20.
           DISPLAY "  Q -> Salir"                   LINE 15 POSITION 52.
           DISPLAY NUMDOC                           LINE 19 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 18 POSITION 20.
               WHEN 4
                 PERFORM VERIFICAR-SISTEMA
               WHEN 5
                 MOVE "CIERRE" TO WS-PERM-OPER
                 PERFORM VERIFICAR-PERMISO
                 IF WS-PERM-OK = "S"
                    CALL "cierre-dia" USING NUMDOC
                    END-CALL
                 END-CALL
               WHEN "F"
                 PERFORM CONGELAR-INVENTARIO
               WHEN "Y"
                 CALL "conteo-ciclico" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "K"
                 PERFORM CLEAR-SCREEN
                 CALL "archiva-kardex"
                 PERFORM CLEAR-SCREEN
                 CALL "presupuesto-com"
                 END-CALL
               WHEN "N"
                 PERFORM MENU-NOMINA
               WHEN "T"
                 PERFORM CLEAR-SCREEN
                 CALL "concilia-tarjetas"
                 END-CALL
               WHEN "R"
                 PERFORM CLEAR-SCREEN
                 CALL "rebate-proveedor"
                 END-CALL
               WHEN "J"
                 PERFORM CLEAR-SCREEN
                 CALL "interfaz-contable"
                 END-CALL
               WHEN "L"
                 PERFORM CLEAR-SCREEN
                 CALL "libro-mayor"
                 END-CALL
               WHEN "D"
                 PERFORM CLEAR-SCREEN
                 CALL "castigo-cartera" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "H"
                 CALL "festivos" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "M"
                 CALL "caja-menor" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "O"
                 CALL "boveda" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "U"
                 CALL "habeas-data" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "W"
                 CALL "notificaciones" USING NUMDOC, NOMAPE
                 END-CALL
               WHEN "E"
                 PERFORM CLEAR-SCREEN
                 CALL "verifica-logs"
                 END-CALL
               WHEN "X"
                 MOVE "PARAMETR" TO WS-PERM-OPER
                 PERFORM VERIFICAR-PERMISO
                 IF WS-PERM-OK = "S"
                    CALL "parametros" USING NUMDOC, NOMAPE
                    END-CALL
                 ELSE
                    DISPLAY "Su cargo no tiene permiso de parametros."
                 END-IF
               WHEN OTHER
                  DISPLAY "ERROR"
           END-EVALUATE.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

      * El cierre de dia y los parametros son sensibles: el admin
      * (CARGO 2) siempre puede; cualquier otro cargo que llegue aqui
      * necesita el permiso WS-PERM-OPER (CIERRE, PARAMETR) en
      * permisos.dat.
       VERIFICAR-PERMISO.
           MOVE "1" TO WS-OPER-CARGO.
           OPEN INPUT CHK-USUARIOS.
           IF WS-FS-CHK-USU = "00"
           OPEN INPUT ARCHIVO-PERM.
           IF WS-FS-PERM = "00"
              MOVE WS-OPER-CARGO TO PERM-CARGO
              MOVE WS-PERM-OPER TO PERM-OPER
              READ ARCHIVO-PERM
                  INVALID KEY
                      CONTINUE
              CALL "verifica-archivos" USING NUMDOC , NOMAPE
              END-CALL
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "¿Verificacion cruzada entre archivos? (S/N):"
               LINE 10 POSITION 15.
           MOVE SPACE TO WS-OPCION.
           ACCEPT WS-OPCION LINE 10 POSITION 62.
           IF WS-OPCION = "S" OR WS-OPCION = "s"
              CALL "verifica-cruces"
              END-CALL
           END-IF.
           MOVE SPACE TO WS-OPCION.


      * Novedades que salen hacia la nomina de los empleados.
       MENU-NOMINA.
           MOVE SPACE TO REP-OPCION.
           PERFORM UNTIL REP-OPCION = "Q"
              PERFORM CLEAR-SCREEN
              DISPLAY "------- NOMINA -------"    LINE 3  POSITION 20
              DISPLAY "1. -> Descuentos por compras" LINE 5
                  POSITION 20
              DISPLAY "2. -> Horas trabajadas y recargos" LINE 6
                  POSITION 20
              DISPLAY "3. -> Comisiones de venta" LINE 7  POSITION 20
              DISPLAY "Q -> Volver"               LINE 8  POSITION 20
              DISPLAY "Opción:"                   LINE 10 POSITION 20
              ACCEPT REP-OPCION                   LINE 10 POSITION 30
              EVALUATE REP-OPCION
                  WHEN "1"
                     PERFORM CLEAR-SCREEN
                     CALL "descuentos-nomina"
                     END-CALL
                  WHEN "2"
                     CALL "horas-nomina" USING NUMDOC, NOMAPE
                     END-CALL
                  WHEN "3"
                     CALL "comisiones" USING NUMDOC, NOMAPE
                     END-CALL
                  WHEN "Q"
                     CONTINUE
                  WHEN "q"
                     MOVE "Q" TO REP-OPCION
                  WHEN OTHER
                     DISPLAY "ERROR" LINE 12 POSITION 20
              END-EVALUATE
           END-PERFORM.

       MENU-REPORTES.
           MOVE SPACE TO REP-OPCION.
           PERFORM UNTIL REP-OPCION = "Q"
              DISPLAY "O. -> Ventas por operador"  LINE 14 POSITION 52
              DISPLAY "D. -> Demanda perdida"      LINE 15 POSITION 52
              DISPLAY "F. -> Flujo de caja 8 sem." LINE 16 POSITION 52
              DISPLAY "X. -> Puntos fidelizacion"  LINE 17 POSITION 52
              DISPLAY "T. -> Trafico por hora"     LINE 18 POSITION 52
              DISPLAY "B. -> Canasta de compra"    LINE 19 POSITION 52
              DISPLAY "E. -> Excepciones cajero"   LINE 20 POSITION 52
              DISPLAY "C. -> Control efectivo UIAF" LINE 21
                  POSITION 52
              DISPLAY "Z. -> Archivo de reportes"  LINE 22 POSITION 52
              DISPLAY "Y. -> Rehacer resumen ventas" LINE 23
                  POSITION 52
              DISPLAY "Q -> Volver"               LINE 14 POSITION 20
              DISPLAY "Opción:"                   LINE 16 POSITION 20
              ACCEPT REP-OPCION                   LINE 16 POSITION 30
                     PERFORM CLEAR-SCREEN
                     CALL "flujo-caja"
                     END-CALL
                  WHEN "X"
                     PERFORM CLEAR-SCREEN
                     CALL "puntos"
                     END-CALL
                  WHEN "T"
                     PERFORM CLEAR-SCREEN
                     CALL "reporte-trafico"
                     END-CALL
                  WHEN "B"
                     PERFORM CLEAR-SCREEN
                     CALL "reporte-canasta"
                     END-CALL
                  WHEN "E"
                     PERFORM CLEAR-SCREEN
                     CALL "reporte-prevencion"
                     END-CALL
                  WHEN "C"
                     PERFORM CLEAR-SCREEN
                     CALL "control-efectivo" USING NUMDOC, NOMAPE
                     END-CALL
                  WHEN "Z"
                     PERFORM CLEAR-SCREEN
                     CALL "archivo-reportes" USING NUMDOC, NOMAPE
                     END-CALL
                  WHEN "Y"
                     PERFORM CLEAR-SCREEN
                     CALL "resumen-ventas" USING NUMDOC, NOMAPE
                     END-CALL
                  WHEN "Q"
                     CONTINUE
                  WHEN "q"
       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.
           

      ****************************************************************
      * Sello de la linea de auditoria, encadenado con el de la      *
      * linea anterior (auditoria-cadena.dat).                       *
      ****************************************************************
       SELLAR-AUDITORIA.
           MOVE "../Usuarios/auditoria-cadena.dat" TO WS-RUTA-SLO.
           MOVE AUDIT-LINEA TO WS-SELLO-TEXTO.
           MOVE 120 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO AUDIT-MARCA.
           MOVE WS-SELLO TO AUDIT-SELLO.

      * Toma el ultimo sello guardado (cero si la bitacora no tiene
      * cadena todavia), calcula el de la linea nueva y lo deja como
      * ultimo.
       ENCADENAR-SELLO.
           MOVE 0 TO WS-SELLO-ANT.
           OPEN INPUT ARCHIVO-SLO.
           IF WS-FS-SLO = "00"
              READ ARCHIVO-SLO
                  NOT AT END
                      IF SLO-ULT IS NUMERIC
                         MOVE SLO-ULT TO WS-SELLO-ANT
                      END-IF
              END-READ
              CLOSE ARCHIVO-SLO
           END-IF.
           PERFORM CALCULAR-SELLO.
           OPEN OUTPUT ARCHIVO-SLO.
           IF WS-FS-SLO = "00"
              MOVE WS-SELLO TO SLO-ULT
              WRITE SLO-ULT
              CLOSE ARCHIVO-SLO
           END-IF.

      * Resumen polinomico de los WS-SELLO-LARGO bytes del texto,
      * sembrado con el sello anterior, modulo 2147483647. El mismo
      * calculo lo repite verifica-logs.
       CALCULAR-SELLO.
           MOVE WS-SELLO-ANT TO WS-SELLO-ACUM.
           PERFORM VARYING WS-SELLO-I FROM 1 BY 1
               UNTIL WS-SELLO-I > WS-SELLO-LARGO
              MOVE WS-SELLO-TEXTO(WS-SELLO-I:1) TO WS-SELLO-BYTE
              COMPUTE WS-SELLO-ACUM = WS-SELLO-ACUM * 31
                  + WS-SELLO-ORD + 1
              DIVIDE WS-SELLO-ACUM BY 2147483647
                  GIVING WS-SELLO-COC REMAINDER WS-SELLO-ACUM
           END-PERFORM.
           MOVE WS-SELLO-ACUM TO WS-SELLO.
