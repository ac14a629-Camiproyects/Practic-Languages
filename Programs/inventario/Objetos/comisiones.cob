       IDENTIFICATION DIVISION.
       PROGRAM-ID. comisiones.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                LIQUIDACION DE COMISIONES DE VENTA            *
      *                                                              *
      * Descripcion: Comision mensual del personal comercial sobre   *
      *              su venta neta sin IVA. La tasa sale de          *
      *              comision-tasas.dat por categoria (CP-NOMBRE) y, *
      *              si se quiere, por operador: primero categoria y *
      *              operador, luego la categoria para todos, luego  *
      *              la tasa general (categoria "*") del operador y  *
      *              la general para todos. Sin tasa, no hay         *
      *              comision.                                       *
      *              La corrida del mes toma de ventas.dat los       *
      *              tiquetes del mes por VTA-OPER (los anulados no  *
      *              cuentan, los bonos no comisionan) y reversa la  *
      *              comision de lo devuelto en las notas credito    *
      *              del mes al vendedor del tiquete original,       *
      *              aunque la venta sea de un mes anterior. Queda   *
      *              el detalle por operador y categoria en          *
      *              comisiones.dat y la liquidacion por operador en *
      *              comisiones-liq.dat; si las devoluciones dejan   *
      *              a alguien en negativo, el saldo se descuenta de *
      *              sus comisiones de los meses siguientes.         *
      *              Salen el estado de cuenta por persona           *
      *              (rep-comisiones.txt) y el archivo por pagar     *
      *              para nomina (comisiones-nomina.csv, con la      *
      *              linea de control T;total;filas como             *
      *              descuentos-nomina); enviado, el mes se cierra.  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-NC ASSIGN TO "../Articulos/notas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NC.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ART.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-TAS ASSIGN TO "../Usuarios/comision-tasas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TAS.
           SELECT ARCHIVO-CM ASSIGN TO "../Usuarios/comisiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-FS-CM.
           SELECT ARCHIVO-LQ ASSIGN TO "../Usuarios/comisiones-liq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-CLAVE
               FILE STATUS IS WS-FS-LQ.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-CSV
               ASSIGN TO "../Usuarios/comisiones-nomina.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Usuarios/rep-comisiones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-VTA.
       01 VTADATA.
           05 VTA-CLAVE.
              07 VTA-NUMERO  PIC 9(6).
              07 VTA-LINEA   PIC 9(3).
           05 VTA-FECHA      PIC 9(8).
           05 VTA-HORA       PIC 9(8).
           05 VTA-CODART     PIC X(120).
           05 VTA-DESCRI     PIC X(40).
           05 VTA-CANT       PIC 9(5).
           05 VTA-PRECIO     PIC 9(10)V99.
           05 VTA-SUBTOT     PIC 9(12)V99.
           05 VTA-OPER       PIC 9(10).
           05 VTA-ESTACION   PIC 9(4).
           05 VTA-SUCURSAL   PIC 9(2).

       FD  ARCHIVO-NC.
       01  NCDATA.
           05 NC-CLAVE.
              07 NC-NUMERO   PIC 9(6).
              07 NC-LINEA    PIC 9(3).
           05 NC-TIQUETE     PIC 9(6).
           05 NC-FECHA       PIC 9(8).
           05 NC-HORA        PIC 9(8).
           05 NC-CODART      PIC X(120).
           05 NC-DESCRI      PIC X(40).
           05 NC-CANT        PIC 9(5).
           05 NC-PRECIO      PIC 9(10)V99.
           05 NC-SUBTOT      PIC 9(12)V99.
           05 NC-OPER        PIC 9(10).

       FD ARCHIVO-ART.
       01 USUART.
           05 CODART.
              07 CP-NOMBRE   PIC X(10).
              07 SC-NOMBRE   PIC X(10).
              07 ARTCOD      PIC X(10).
              07 FILLER      PIC X(90).
           05 CODUNI         PIC X(5).
           05 CODBAR         PIC X(48).
           05 DESCRI         PIC X(500).
           05 STOCK          PIC 9(10).
           05 CANTID         PIC 9(10).
           05 PRECOM         PIC 9(10)V99.
           05 PREVEN         PIC 9(10)V99.
           05 FECHA          PIC 9(8).
           05 UNIMED         PIC X(3).
           05 PUNTOREORD     PIC 9(10).
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

      * Tasa de comision en porcentaje sobre la venta neta sin IVA.
      * CT-CATEG "*" es la tasa general; CT-OPER 0, para todos.
       FD  ARCHIVO-TAS.
       01  TASDATA.
           05 CT-CLAVE.
              07 CT-CATEG    PIC X(10).
              07 CT-OPER     PIC 9(10).
           05 CT-PCT         PIC 9(3)V99.
           05 CT-USUARIO     PIC 9(10).
           05 CT-FEC-MOD     PIC 9(8).

      * Detalle del mes por operador y categoria: venta y devolucion
      * netas sin IVA, tasa aplicada y comision en pesos enteros.
       FD  ARCHIVO-CM.
       01  CMDATA.
           05 CM-CLAVE.
              07 CM-PERIODO  PIC 9(6).
              07 CM-OPER     PIC 9(10).
              07 CM-CATEG    PIC X(10).
           05 CM-VENTA       PIC S9(12)V99.
           05 CM-DEVUELTO    PIC S9(12)V99.
           05 CM-PCT         PIC 9(3)V99.
           05 CM-COM-VENTA   PIC S9(13).
           05 CM-COM-DEV     PIC S9(13).
           05 CM-COMISION    PIC S9(13).

      * Liquidacion del mes por operador. LQ-SALDO-ANT es lo que
      * quedo negativo el mes anterior; LQ-SALDO-SIG, lo que pasa
      * al siguiente. LQ-ESTADO: C calculada, E enviada a nomina.
       FD  ARCHIVO-LQ.
       01  LQDATA.
           05 LQ-CLAVE.
              07 LQ-PERIODO  PIC 9(6).
              07 LQ-OPER     PIC 9(10).
           05 LQ-VENTA       PIC S9(12)V99.
           05 LQ-DEVUELTO    PIC S9(12)V99.
           05 LQ-COMISION    PIC S9(13).
           05 LQ-SALDO-ANT   PIC S9(13).
           05 LQ-A-PAGAR     PIC 9(13).
           05 LQ-SALDO-SIG   PIC S9(13).
           05 LQ-ESTADO      PIC X.
              88 LQ-CALCULADA VALUE "C".
              88 LQ-ENVIADA   VALUE "E".
           05 LQ-FEC-CALC    PIC 9(8).
           05 LQ-FEC-ENV     PIC 9(8).

      * Vista minima del maestro de usuarios: nombre del operador.
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(219).

       FD  ARCHIVO-CSV.
       01  LINEA-CSV         PIC X(80).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-NC            PIC XX.
       01 WS-FS-ART           PIC XX.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-TAS           PIC XX.
       01 WS-FS-CM            PIC XX.
       01 WS-FS-LQ            PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-CSV           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-OPC-TASA         PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FIN-IVA          PIC X.

      * Mes en tramite y el anterior (para el saldo que se arrastra).
       01 WS-PERIODO          PIC X(6).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).
       01 WS-PERIODO-OK       PIC X.
       01 WS-PER-ANT          PIC 9(6).
       01 WS-PER-ANT-R REDEFINES WS-PER-ANT.
           05 WS-PER-ANT-AAAA PIC 9(4).
           05 WS-PER-ANT-MM   PIC 9(2).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).

      * Tasas de IVA para sacar la venta neta, como acumula-ventas.
       01 WS-TASA-E           PIC 9(4) VALUE 0.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-TASA-ART         PIC 9(4).
       01 WS-NETO-LIN         PIC S9(12)V99.
       01 WS-L-CODART         PIC X(120).
       01 WS-L-SUBTOT         PIC 9(12)V99.
       01 WS-ART-ABIERTO      PIC X.

      * Recorrido de tiquetes y notas.
       01 WS-TIQUETE-VALE     PIC X.
       01 WS-TIQ-ACTUAL       PIC 9(6).
       01 WS-ENC-OPER         PIC 9(10).
       01 WS-VENDEDOR         PIC 9(10).
       01 WS-ES-DEV           PIC X.
       01 WS-CM-NUEVO         PIC X.
       01 WS-LQ-NUEVO         PIC X.
       01 WS-CAL-TIQUETES     PIC 9(6).
       01 WS-CAL-ANULADOS     PIC 9(6).
       01 WS-CAL-NOTAS        PIC 9(6).
       01 WS-SIN-VEND-NOTAS   PIC 9(6).
       01 WS-SIN-VEND-VALOR   PIC 9(12)V99.
       01 WS-CAL-OPERS        PIC 9(5).
       01 WS-CAL-ARRASTRES    PIC 9(5).
       01 WS-HAY-ENVIADO      PIC X.

      * Busqueda de la tasa.
       01 WS-BUS-CATEG        PIC X(10).
       01 WS-BUS-OPER         PIC 9(10).
       01 WS-TASA-HALLADA     PIC X.
       01 WS-PCT-APLICA       PIC 9(3)V99.

      * Mantenimiento de tasas.
       01 WS-TAS-CATEG        PIC X(10).
       01 WS-TAS-OPER         PIC 9(10).
       01 WS-TAS-PCT          PIC 9(3)V99.
       01 WS-TAS-ANT          PIC 9(3)V99.
       01 WS-TAS-EXISTE       PIC X.
       01 WS-LIN              PIC 9(2).

      * Estado de cuenta y archivo para nomina.
       01 WS-FILTRO-OPER      PIC 9(10).
       01 WS-OPER-ANT         PIC 9(10).
       01 WS-EMP-NOMBRE       PIC X(30).
       01 WS-FASE             PIC X.
       01 WS-CTL-TOTAL        PIC 9(15).
       01 WS-CTL-FILAS        PIC 9(6).
       01 WS-REP-OPERS        PIC 9(5).
       01 WS-REP-PAGAR        PIC 9(15).
       01 WS-VAL-ED           PIC Z(11)9.99.
       01 WS-VAL2-ED          PIC Z(11)9.99.
       01 WS-COM-ED           PIC -(12)9.
       01 WS-COM2-ED          PIC -(12)9.
       01 WS-COM3-ED          PIC -(12)9.
       01 WS-PAG-ED           PIC Z(12)9.
       01 WS-PCT-ED           PIC ZZ9.99.
       01 WS-TOT-ED           PIC Z(14)9.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

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
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O ARCHIVO-CM.
           IF WS-FS-CM = "35"
              CLOSE ARCHIVO-CM
              OPEN OUTPUT ARCHIVO-CM
              CLOSE ARCHIVO-CM
              OPEN I-O ARCHIVO-CM
           END-IF.
           OPEN I-O ARCHIVO-LQ.
           IF WS-FS-LQ = "35"
              CLOSE ARCHIVO-LQ
              OPEN OUTPUT ARCHIVO-LQ
              CLOSE ARCHIVO-LQ
              OPEN I-O ARCHIVO-LQ
           END-IF.
           IF WS-FS-CM NOT = "00" OR WS-FS-LQ NOT = "00"
              DISPLAY "Error al abrir las comisiones. FS = "
                  WS-FS-CM " " WS-FS-LQ
              MOVE "COMISIONES" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/comisiones.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-CM TO WS-EXC-FS
              IF WS-FS-CM = "00"
                 MOVE "../Usuarios/comisiones-liq.dat"
                     TO WS-EXC-ARCHIVO
                 MOVE WS-FS-LQ TO WS-EXC-FS
              END-IF
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-CM
              CLOSE ARCHIVO-LQ
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-COMISIONES UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-CM.
           CLOSE ARCHIVO-LQ.
           GOBACK.

       MENU-COMISIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "     COMISIONES DE VENTA       " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  T -> Tasas por categoria"      LINE 7 POSITION 20.
           DISPLAY "  C -> Calcular un mes"          LINE 8 POSITION 20.
           DISPLAY "  E -> Estado de cuenta"         LINE 9 POSITION 20.
           DISPLAY "  G -> Generar archivo nomina"  LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "T"
                    PERFORM MENU-TASAS
               WHEN "C"
                    PERFORM CALCULAR-MES
               WHEN "E"
                    PERFORM ESTADO-CUENTA
               WHEN "G"
                    PERFORM GENERAR-NOMINA
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      * Mes a liquidar; por defecto el anterior, que es el que se
      * paga.
       PEDIR-PERIODO.
           MOVE "N" TO WS-PERIODO-OK.
           MOVE WS-FECHA-HOY(1:6) TO WS-PER-ANT.
           IF WS-PER-ANT-MM = 1
              SUBTRACT 1 FROM WS-PER-ANT-AAAA
              MOVE 12 TO WS-PER-ANT-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-ANT-MM
           END-IF.
           MOVE WS-PER-ANT TO WS-PERIODO-N.
           DISPLAY "Mes (AAAAMM, ENTER = " WS-PERIODO "):"
               LINE 5 POSITION 10.
           ACCEPT WS-PERIODO LINE 5 POSITION 40.
           IF WS-PERIODO = SPACES
              MOVE WS-PER-ANT TO WS-PERIODO-N
           END-IF.
           IF WS-PERIODO NOT NUMERIC
              OR WS-PERIODO(5:2) < "01" OR WS-PERIODO(5:2) > "12"
              DISPLAY "Mes invalido." LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DESDE = WS-PERIODO-N * 100 + 1.
           COMPUTE WS-HASTA = WS-PERIODO-N * 100 + 31.
           MOVE WS-PERIODO-N TO WS-PER-ANT.
           IF WS-PER-ANT-MM = 1
              SUBTRACT 1 FROM WS-PER-ANT-AAAA
              MOVE 12 TO WS-PER-ANT-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-ANT-MM
           END-IF.
           MOVE "S" TO WS-PERIODO-OK.

      ****************************************************************
      * Tabla de tasas: alta o cambio, baja y consulta. Cada cambio  *
      * queda en auditoria.log con la tasa anterior y la nueva.      *
      ****************************************************************
       MENU-TASAS.
           OPEN I-O ARCHIVO-TAS.
           IF WS-FS-TAS = "35"
              CLOSE ARCHIVO-TAS
              OPEN OUTPUT ARCHIVO-TAS
              CLOSE ARCHIVO-TAS
              OPEN I-O ARCHIVO-TAS
           END-IF.
           IF WS-FS-TAS NOT = "00"
              DISPLAY "Error al abrir comision-tasas.dat. FS = "
                  WS-FS-TAS LINE 5 POSITION 10
              MOVE "COMISIONES" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/comision-tasas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-TAS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-OPC-TASA.
           PERFORM UNTIL WS-OPC-TASA = "Q"
              PERFORM CLEAR-SCREEN
              DISPLAY "----- Tasas de comision -----" LINE 3
                  POSITION 20
              DISPLAY "  A -> Alta o cambio de tasa" LINE 5
                  POSITION 20
              DISPLAY "  B -> Quitar una tasa"       LINE 6
                  POSITION 20
              DISPLAY "  L -> Ver tasas"             LINE 7
                  POSITION 20
              DISPLAY "  Q -> Volver"                LINE 8
                  POSITION 20
              DISPLAY "Opción:" LINE 10 POSITION 20
              ACCEPT WS-OPC-TASA LINE 10 POSITION 28
              EVALUATE WS-OPC-TASA
                  WHEN "A"
                     PERFORM CAMBIAR-TASA
                  WHEN "B"
                     PERFORM QUITAR-TASA
                  WHEN "L"
                     PERFORM VER-TASAS
                  WHEN "q"
                     MOVE "Q" TO WS-OPC-TASA
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-PERFORM.
           CLOSE ARCHIVO-TAS.

       PEDIR-CLAVE-TASA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Categoria (CP-NOMBRE, * = todas):"
               LINE 5 POSITION 10.
           MOVE SPACES TO WS-TAS-CATEG.
           ACCEPT WS-TAS-CATEG LINE 5 POSITION 45.
           DISPLAY "Operador (NUMDOC, 0 = todos):" LINE 6 POSITION 10.
           MOVE 0 TO WS-TAS-OPER.
           ACCEPT WS-TAS-OPER LINE 6 POSITION 45.
           MOVE WS-TAS-CATEG TO CT-CATEG.
           MOVE WS-TAS-OPER TO CT-OPER.
           MOVE 0 TO WS-TAS-ANT.
           MOVE "S" TO WS-TAS-EXISTE.
           READ ARCHIVO-TAS
               INVALID KEY
                   MOVE "N" TO WS-TAS-EXISTE
               NOT INVALID KEY
                   MOVE CT-PCT TO WS-TAS-ANT
           END-READ.
           MOVE WS-TAS-ANT TO WS-PCT-ED.
           IF WS-TAS-EXISTE = "S"
              DISPLAY "Tasa actual: " WS-PCT-ED " %" LINE 8
                  POSITION 10
           ELSE
              DISPLAY "Sin tasa propia." LINE 8 POSITION 10
           END-IF.

       CAMBIAR-TASA.
           PERFORM PEDIR-CLAVE-TASA.
           IF WS-TAS-CATEG = SPACES
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nueva tasa % (999.99):" LINE 10 POSITION 10.
           MOVE 0 TO WS-TAS-PCT.
           ACCEPT WS-TAS-PCT LINE 10 POSITION 35.
           IF WS-TAS-PCT = 0 OR WS-TAS-PCT > 100
              DISPLAY "Tasa invalida (mayor que 0 y hasta 100)."
                  LINE 12 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAS-CATEG TO CT-CATEG.
           MOVE WS-TAS-OPER TO CT-OPER.
           MOVE WS-TAS-PCT TO CT-PCT.
           MOVE T-NUMDOC TO CT-USUARIO.
           MOVE WS-FECHA-HOY TO CT-FEC-MOD.
           IF WS-TAS-EXISTE = "S"
              REWRITE TASDATA
              END-REWRITE
           ELSE
              WRITE TASDATA
              END-WRITE
           END-IF.
           IF WS-FS-TAS NOT = "00"
              DISPLAY "Error al grabar la tasa. FS = " WS-FS-TAS
                  LINE 12 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUDITAR-TASA.
           DISPLAY "Tasa grabada." LINE 12 POSITION 10.
           PERFORM PAUSA.

       QUITAR-TASA.
           PERFORM PEDIR-CLAVE-TASA.
           IF WS-TAS-EXISTE NOT = "S"
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma quitar la tasa (S/N):" LINE 10 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 10 POSITION 42.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           DELETE ARCHIVO-TAS
           END-DELETE.
           MOVE 0 TO WS-TAS-PCT.
           PERFORM AUDITAR-TASA.
           DISPLAY "Tasa quitada." LINE 12 POSITION 10.
           PERFORM PAUSA.

       AUDITAR-TASA.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " COMISION TASA CAT=" WS-TAS-CATEG
               " OPER=" WS-TAS-OPER
               " ANTES=" WS-TAS-ANT
               " AHORA=" WS-TAS-PCT
               " USU=" T-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.

       VER-TASAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "CATEGORIA  OPERADOR      TASA %  CAMBIO"
               LINE 3 POSITION 10.
           MOVE 5 TO WS-LIN.
           MOVE LOW-VALUES TO CT-CLAVE.
           START ARCHIVO-TAS KEY IS NOT LESS THAN CT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TAS
           END-START.
           PERFORM UNTIL WS-FS-TAS NOT = "00"
              READ ARCHIVO-TAS NEXT RECORD
                  AT END MOVE "10" TO WS-FS-TAS
                  NOT AT END
                      MOVE CT-PCT TO WS-PCT-ED
                      DISPLAY CT-CATEG " " CT-OPER "  " WS-PCT-ED
                          "  " CT-FEC-MOD LINE WS-LIN POSITION 10
                      ADD 1 TO WS-LIN
                      IF WS-LIN > 20
                         PERFORM PAUSA
                         PERFORM CLEAR-SCREEN
                         DISPLAY "CATEGORIA  OPERADOR      TASA %  "
                             "CAMBIO" LINE 3 POSITION 10
                         MOVE 5 TO WS-LIN
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-TAS.
           PERFORM PAUSA.

      ****************************************************************
      * Calculo del mes. Se rehace entero mientras no se haya        *
      * enviado a nomina: primero el saldo negativo que viene del    *
      * mes anterior, despues la venta de los tiquetes del mes y las *
      * devoluciones de las notas del mes contra su vendedor, y al   *
      * final la tasa y la comision de cada fila.                    *
      ****************************************************************
       CALCULAR-MES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Calcular comisiones del mes -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VER-SI-ENVIADO.
           IF WS-HAY-ENVIADO = "S"
              DISPLAY "Ese mes ya se envio a nomina: no se recalcula."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-PERIODO-N NOT < WS-FECHA-HOY(1:6)
              DISPLAY "Ojo: el mes sigue abierto; la cifra cambiara."
                  LINE 7 POSITION 10
           END-IF.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              DISPLAY "No hay ventas registradas. FS = " WS-FS-VTA
                  LINE 8 POSITION 10
              MOVE "COMISIONES" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VTA TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-TASAS-IVA.
           OPEN INPUT ARCHIVO-ART.
           MOVE "N" TO WS-ART-ABIERTO.
           IF WS-FS-ART = "00"
              MOVE "S" TO WS-ART-ABIERTO
           END-IF.
           OPEN INPUT ARCHIVO-TAS.
           PERFORM BORRAR-MES.
           PERFORM ARRASTRAR-SALDOS.
           PERFORM SUMAR-VENTAS.
           PERFORM SUMAR-DEVOLUCIONES.
           PERFORM LIQUIDAR-FILAS.
           PERFORM CERRAR-SALDOS.
           CLOSE ARCHIVO-VTA.
           IF WS-ART-ABIERTO = "S"
              CLOSE ARCHIVO-ART
           END-IF.
           IF WS-FS-TAS = "00"
              CLOSE ARCHIVO-TAS
           END-IF.
           DISPLAY "Tiquetes del mes            : " WS-CAL-TIQUETES
               LINE 9 POSITION 10.
           DISPLAY "Anulados (sin comision)     : " WS-CAL-ANULADOS
               LINE 10 POSITION 10.
           DISPLAY "Notas credito del mes       : " WS-CAL-NOTAS
               LINE 11 POSITION 10.
           DISPLAY "Operadores liquidados       : " WS-CAL-OPERS
               LINE 12 POSITION 10.
           DISPLAY "Saldos negativos arrastrados: " WS-CAL-ARRASTRES
               LINE 13 POSITION 10.
           IF WS-SIN-VEND-NOTAS > 0
              MOVE WS-SIN-VEND-VALOR TO WS-VAL-ED
              DISPLAY "Notas sin tiquete original  : "
                  WS-SIN-VEND-NOTAS " por " WS-VAL-ED
                  LINE 14 POSITION 10
           END-IF.
           DISPLAY "Revise el estado de cuenta (E) antes de enviar."
               LINE 16 POSITION 10.
           PERFORM PAUSA.

       VER-SI-ENVIADO.
           MOVE "N" TO WS-HAY-ENVIADO.
           MOVE WS-PERIODO-N TO LQ-PERIODO.
           MOVE 0 TO LQ-OPER.
           START ARCHIVO-LQ KEY IS NOT LESS THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.
           PERFORM UNTIL WS-FS-LQ NOT = "00"
              READ ARCHIVO-LQ NEXT RECORD
                  AT END MOVE "10" TO WS-FS-LQ
                  NOT AT END
                      IF LQ-PERIODO NOT = WS-PERIODO-N
                         MOVE "10" TO WS-FS-LQ
                      ELSE
                         IF LQ-ENVIADA
                            MOVE "S" TO WS-HAY-ENVIADO
                            MOVE "10" TO WS-FS-LQ
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LQ.

      * Lo calculado del mes se borra para rehacerlo.
       BORRAR-MES.
           MOVE WS-PERIODO-N TO CM-PERIODO.
           MOVE 0 TO CM-OPER.
           MOVE LOW-VALUES TO CM-CATEG.
           START ARCHIVO-CM KEY IS NOT LESS THAN CM-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CM
           END-START.
           PERFORM UNTIL WS-FS-CM NOT = "00"
              READ ARCHIVO-CM NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CM
                  NOT AT END
                      IF CM-PERIODO NOT = WS-PERIODO-N
                         MOVE "10" TO WS-FS-CM
                      ELSE
                         DELETE ARCHIVO-CM
                         END-DELETE
                         START ARCHIVO-CM KEY IS GREATER THAN CM-CLAVE
                             INVALID KEY
                                 MOVE "10" TO WS-FS-CM
                         END-START
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CM.
           MOVE WS-PERIODO-N TO LQ-PERIODO.
           MOVE 0 TO LQ-OPER.
           START ARCHIVO-LQ KEY IS NOT LESS THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.
           PERFORM UNTIL WS-FS-LQ NOT = "00"
              READ ARCHIVO-LQ NEXT RECORD
                  AT END MOVE "10" TO WS-FS-LQ
                  NOT AT END
                      IF LQ-PERIODO NOT = WS-PERIODO-N
                         MOVE "10" TO WS-FS-LQ
                      ELSE
                         DELETE ARCHIVO-LQ
                         END-DELETE
                         START ARCHIVO-LQ KEY IS GREATER THAN LQ-CLAVE
                             INVALID KEY
                                 MOVE "10" TO WS-FS-LQ
                         END-START
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LQ.

      * Quien cerro el mes anterior en negativo arranca este mes con
      * ese saldo, tenga o no ventas ahora.
       ARRASTRAR-SALDOS.
           MOVE 0 TO WS-CAL-ARRASTRES.
           MOVE WS-PER-ANT TO LQ-PERIODO.
           MOVE 0 TO LQ-OPER.
           START ARCHIVO-LQ KEY IS NOT LESS THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.
           PERFORM UNTIL WS-FS-LQ NOT = "00"
              READ ARCHIVO-LQ NEXT RECORD
                  AT END MOVE "10" TO WS-FS-LQ
                  NOT AT END
                      IF LQ-PERIODO NOT = WS-PER-ANT
                         MOVE "10" TO WS-FS-LQ
                      ELSE
                         IF LQ-SALDO-SIG < 0
                            PERFORM ABRIR-SALDO
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LQ.

       ABRIR-SALDO.
           MOVE LQ-OPER TO WS-VENDEDOR.
           MOVE LQ-SALDO-SIG TO LQ-SALDO-ANT.
           INITIALIZE LQ-VENTA LQ-DEVUELTO LQ-COMISION LQ-A-PAGAR
               LQ-SALDO-SIG LQ-FEC-ENV.
           MOVE WS-PERIODO-N TO LQ-PERIODO.
           MOVE WS-VENDEDOR TO LQ-OPER.
           MOVE "C" TO LQ-ESTADO.
           MOVE WS-FECHA-HOY TO LQ-FEC-CALC.
           WRITE LQDATA
           END-WRITE.
           ADD 1 TO WS-CAL-ARRASTRES.
      * Se vuelve a la posicion del mes anterior para seguir.
           MOVE WS-PER-ANT TO LQ-PERIODO.
           MOVE WS-VENDEDOR TO LQ-OPER.
           START ARCHIVO-LQ KEY IS GREATER THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.

      ****************************************************************
      * Venta del mes: tiquetes no anulados con fecha en el mes; la  *
      * comision va a VTA-OPER del encabezado, por la categoria del  *
      * articulo (los primeros 10 bytes de CODART son CP-NOMBRE).    *
      ****************************************************************
       SUMAR-VENTAS.
           MOVE 0 TO WS-CAL-TIQUETES.
           MOVE 0 TO WS-CAL-ANULADOS.
           MOVE "N" TO WS-TIQUETE-VALE.
           MOVE "N" TO WS-ES-DEV.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           PERFORM UNTIL WS-FS-VTA NOT = "00"
              READ ARCHIVO-VTA NEXT RECORD
                  AT END MOVE "10" TO WS-FS-VTA
                  NOT AT END
                      IF VTA-LINEA = 0
                         PERFORM TOMAR-TIQUETE
                      ELSE
                         IF WS-TIQUETE-VALE = "S"
                            AND VTA-NUMERO = WS-TIQ-ACTUAL
                            AND VTA-CODART NOT = SPACES
                            MOVE VTA-CODART TO WS-L-CODART
                            MOVE VTA-SUBTOT TO WS-L-SUBTOT
                            MOVE WS-ENC-OPER TO WS-VENDEDOR
                            PERFORM SUMAR-RENGLON
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-VTA.

       TOMAR-TIQUETE.
           MOVE "N" TO WS-TIQUETE-VALE.
           IF VTA-FECHA < WS-DESDE OR VTA-FECHA > WS-HASTA
              EXIT PARAGRAPH
           END-IF.
           IF VTA-DESCRI = "** ANULADO **"
              ADD 1 TO WS-CAL-ANULADOS
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-TIQUETE-VALE.
           MOVE VTA-NUMERO TO WS-TIQ-ACTUAL.
           MOVE VTA-OPER TO WS-ENC-OPER.
           ADD 1 TO WS-CAL-TIQUETES.

      ****************************************************************
      * Devoluciones del mes: cada nota credito con fecha en el mes  *
      * reversa la comision al vendedor de su tiquete original, sea  *
      * cual sea el mes de la venta. Si el tiquete ya no esta en     *
      * ventas.dat (se fue al archivo del ano) o el numero ya es de  *
      * otro tiquete posterior a la nota, no hay a quien cargarla y  *
      * solo se informa.                                             *
      ****************************************************************
       SUMAR-DEVOLUCIONES.
           MOVE 0 TO WS-CAL-NOTAS.
           MOVE 0 TO WS-SIN-VEND-NOTAS.
           MOVE 0 TO WS-SIN-VEND-VALOR.
           OPEN INPUT ARCHIVO-NC.
           IF WS-FS-NC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-ES-DEV.
           MOVE "N" TO WS-TIQUETE-VALE.
           MOVE LOW-VALUES TO NC-CLAVE.
           START ARCHIVO-NC KEY IS NOT LESS THAN NC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NC
           END-START.
           PERFORM UNTIL WS-FS-NC NOT = "00"
              READ ARCHIVO-NC NEXT RECORD
                  AT END MOVE "10" TO WS-FS-NC
                  NOT AT END
                      IF NC-LINEA = 0
                         PERFORM TOMAR-NOTA
                      ELSE
                         IF WS-TIQUETE-VALE = "S"
                            AND NC-NUMERO = WS-TIQ-ACTUAL
                            AND NC-CODART NOT = SPACES
                            MOVE NC-CODART TO WS-L-CODART
                            MOVE NC-SUBTOT TO WS-L-SUBTOT
                            MOVE WS-ENC-OPER TO WS-VENDEDOR
                            PERFORM SUMAR-RENGLON
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-NC.
           MOVE "N" TO WS-ES-DEV.

       TOMAR-NOTA.
           MOVE "N" TO WS-TIQUETE-VALE.
           IF NC-FECHA < WS-DESDE OR NC-FECHA > WS-HASTA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAL-NOTAS.
           MOVE NC-TIQUETE TO VTA-NUMERO.
           MOVE 0 TO VTA-LINEA.
           READ ARCHIVO-VTA
               INVALID KEY
                   MOVE "23" TO WS-FS-VTA
           END-READ.
           IF WS-FS-VTA NOT = "00" OR VTA-FECHA > NC-FECHA
              ADD 1 TO WS-SIN-VEND-NOTAS
              ADD NC-SUBTOT TO WS-SIN-VEND-VALOR
              MOVE "00" TO WS-FS-VTA
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-TIQUETE-VALE.
           MOVE NC-NUMERO TO WS-TIQ-ACTUAL.
           MOVE VTA-OPER TO WS-ENC-OPER.

      * Venta neta sin IVA del renglon a la fila (mes, vendedor,
      * categoria): a la venta o a lo devuelto segun WS-ES-DEV.
       SUMAR-RENGLON.
           PERFORM SACAR-NETO.
           MOVE WS-PERIODO-N TO CM-PERIODO.
           MOVE WS-VENDEDOR TO CM-OPER.
           MOVE WS-L-CODART(1:10) TO CM-CATEG.
           MOVE "N" TO WS-CM-NUEVO.
           READ ARCHIVO-CM
               INVALID KEY
                   MOVE "S" TO WS-CM-NUEVO
           END-READ.
           IF WS-CM-NUEVO = "S"
              INITIALIZE CMDATA
              MOVE WS-PERIODO-N TO CM-PERIODO
              MOVE WS-VENDEDOR TO CM-OPER
              MOVE WS-L-CODART(1:10) TO CM-CATEG
           END-IF.
           IF WS-ES-DEV = "S"
              ADD WS-NETO-LIN TO CM-DEVUELTO
           ELSE
              ADD WS-NETO-LIN TO CM-VENTA
           END-IF.
           IF WS-CM-NUEVO = "S"
              WRITE CMDATA
                  INVALID KEY
                      MOVE "COMISIONES" TO WS-EXC-PROGRAMA
                      MOVE "../Usuarios/comisiones.dat"
                          TO WS-EXC-ARCHIVO
                      MOVE WS-FS-CM TO WS-EXC-FS
                      PERFORM REGISTRAR-EXCEPCION-IO
              END-WRITE
           ELSE
              REWRITE CMDATA
                  INVALID KEY
                      MOVE "COMISIONES" TO WS-EXC-PROGRAMA
                      MOVE "../Usuarios/comisiones.dat"
                          TO WS-EXC-ARCHIVO
                      MOVE WS-FS-CM TO WS-EXC-FS
                      PERFORM REGISTRAR-EXCEPCION-IO
              END-REWRITE
           END-IF.

      * Tarifa del maestro, como en acumula-ventas: un articulo ya
      * borrado entra con tarifa general.
       SACAR-NETO.
           MOVE "G" TO CATIVA.
           IF WS-ART-ABIERTO = "S"
              MOVE WS-L-CODART TO CODART
              READ ARCHIVO-ART
                  INVALID KEY
                      MOVE "G" TO CATIVA
              END-READ
           END-IF.
           EVALUATE CATIVA
               WHEN "E" MOVE WS-TASA-E TO WS-TASA-ART
               WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
               WHEN OTHER MOVE WS-TASA-G TO WS-TASA-ART
           END-EVALUATE.
           COMPUTE WS-NETO-LIN ROUNDED =
               WS-L-SUBTOT * 10000 / (10000 + WS-TASA-ART).

      * Tasa y comision de cada fila del mes, y su suma a la
      * liquidacion del operador.
       LIQUIDAR-FILAS.
           MOVE 0 TO WS-CAL-OPERS.
           MOVE WS-PERIODO-N TO CM-PERIODO.
           MOVE 0 TO CM-OPER.
           MOVE LOW-VALUES TO CM-CATEG.
           START ARCHIVO-CM KEY IS NOT LESS THAN CM-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CM
           END-START.
           PERFORM UNTIL WS-FS-CM NOT = "00"
              READ ARCHIVO-CM NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CM
                  NOT AT END
                      IF CM-PERIODO NOT = WS-PERIODO-N
                         MOVE "10" TO WS-FS-CM
                      ELSE
                         PERFORM LIQUIDAR-FILA
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CM.

       LIQUIDAR-FILA.
           MOVE CM-CATEG TO WS-BUS-CATEG.
           MOVE CM-OPER TO WS-BUS-OPER.
           PERFORM BUSCAR-TASA.
           MOVE WS-PCT-APLICA TO CM-PCT.
           COMPUTE CM-COM-VENTA ROUNDED = CM-VENTA * CM-PCT / 100.
           COMPUTE CM-COM-DEV ROUNDED = CM-DEVUELTO * CM-PCT / 100.
           COMPUTE CM-COMISION = CM-COM-VENTA - CM-COM-DEV.
           REWRITE CMDATA
           END-REWRITE.
           MOVE CM-PERIODO TO LQ-PERIODO.
           MOVE CM-OPER TO LQ-OPER.
           MOVE "N" TO WS-LQ-NUEVO.
           READ ARCHIVO-LQ
               INVALID KEY
                   MOVE "S" TO WS-LQ-NUEVO
           END-READ.
           IF WS-LQ-NUEVO = "S"
              INITIALIZE LQDATA
              MOVE CM-PERIODO TO LQ-PERIODO
              MOVE CM-OPER TO LQ-OPER
              MOVE "C" TO LQ-ESTADO
              MOVE WS-FECHA-HOY TO LQ-FEC-CALC
           END-IF.
           ADD CM-VENTA TO LQ-VENTA.
           ADD CM-DEVUELTO TO LQ-DEVUELTO.
           ADD CM-COMISION TO LQ-COMISION.
           IF WS-LQ-NUEVO = "S"
              WRITE LQDATA
              END-WRITE
           ELSE
              REWRITE LQDATA
              END-REWRITE
           END-IF.

      * Categoria y operador, categoria para todos, general del
      * operador, general para todos.
       BUSCAR-TASA.
           MOVE 0 TO WS-PCT-APLICA.
           IF WS-FS-TAS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TASA-HALLADA.
           MOVE WS-BUS-CATEG TO CT-CATEG.
           MOVE WS-BUS-OPER TO CT-OPER.
           PERFORM LEER-TASA.
           IF WS-TASA-HALLADA = "N"
              MOVE WS-BUS-CATEG TO CT-CATEG
              MOVE 0 TO CT-OPER
              PERFORM LEER-TASA
           END-IF.
           IF WS-TASA-HALLADA = "N"
              MOVE "*" TO CT-CATEG
              MOVE WS-BUS-OPER TO CT-OPER
              PERFORM LEER-TASA
           END-IF.
           IF WS-TASA-HALLADA = "N"
              MOVE "*" TO CT-CATEG
              MOVE 0 TO CT-OPER
              PERFORM LEER-TASA
           END-IF.

       LEER-TASA.
           READ ARCHIVO-TAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TASA-HALLADA
                   MOVE CT-PCT TO WS-PCT-APLICA
           END-READ.
           MOVE "00" TO WS-FS-TAS.

      * Saldo de cada operador: lo negativo no se paga y pasa al mes
      * siguiente.
       CERRAR-SALDOS.
           MOVE WS-PERIODO-N TO LQ-PERIODO.
           MOVE 0 TO LQ-OPER.
           START ARCHIVO-LQ KEY IS NOT LESS THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.
           PERFORM UNTIL WS-FS-LQ NOT = "00"
              READ ARCHIVO-LQ NEXT RECORD
                  AT END MOVE "10" TO WS-FS-LQ
                  NOT AT END
                      IF LQ-PERIODO NOT = WS-PERIODO-N
                         MOVE "10" TO WS-FS-LQ
                      ELSE
                         ADD 1 TO WS-CAL-OPERS
                         COMPUTE LQ-SALDO-SIG =
                             LQ-COMISION + LQ-SALDO-ANT
                         IF LQ-SALDO-SIG < 0
                            MOVE 0 TO LQ-A-PAGAR
                         ELSE
                            MOVE LQ-SALDO-SIG TO LQ-A-PAGAR
                            MOVE 0 TO LQ-SALDO-SIG
                         END-IF
                         REWRITE LQDATA
                         END-REWRITE
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LQ.

      ****************************************************************
      * Estado de cuenta por persona: por categoria la venta y la    *
      * devolucion netas, la tasa y la comision; al pie el saldo     *
      * que traia, lo que se paga y lo que queda por descontar.      *
      ****************************************************************
       ESTADO-CUENTA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Estado de cuenta de comisiones -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operador (NUMDOC, 0 = todos):" LINE 6 POSITION 10.
           MOVE 0 TO WS-FILTRO-OPER.
           ACCEPT WS-FILTRO-OPER LINE 6 POSITION 40.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "ESTADO DE CUENTA DE COMISIONES DE VENTA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MES: " WS-PERIODO "  GENERADO: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           OPEN INPUT ARCHIVO-OPERADOR.
           MOVE 0 TO WS-REP-OPERS.
           MOVE 0 TO WS-REP-PAGAR.
           MOVE WS-PERIODO-N TO LQ-PERIODO.
           MOVE WS-FILTRO-OPER TO LQ-OPER.
           START ARCHIVO-LQ KEY IS NOT LESS THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.
           PERFORM UNTIL WS-FS-LQ NOT = "00"
              READ ARCHIVO-LQ NEXT RECORD
                  AT END MOVE "10" TO WS-FS-LQ
                  NOT AT END
                      IF LQ-PERIODO NOT = WS-PERIODO-N
                         OR (WS-FILTRO-OPER NOT = 0
                             AND LQ-OPER NOT = WS-FILTRO-OPER)
                         MOVE "10" TO WS-FS-LQ
                      ELSE
                         PERFORM ESTADO-OPERADOR
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LQ.
           IF WS-FS-OPE = "00"
              CLOSE ARCHIVO-OPERADOR
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-REP-PAGAR TO WS-TOT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERADORES: " WS-REP-OPERS
               "   TOTAL A PAGAR: " WS-TOT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "comisiones" TO WS-ARC-PROGRAMA.
           MOVE "../Usuarios/rep-comisiones.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PERIODO=" WS-PERIODO " OPER=" WS-FILTRO-OPER
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           IF WS-REP-OPERS = 0
              DISPLAY "No hay comisiones calculadas para ese mes."
                  LINE 8 POSITION 10
           ELSE
              DISPLAY "Operadores: " WS-REP-OPERS LINE 8 POSITION 10
              DISPLAY "Estado de cuenta en rep-comisiones.txt"
                  LINE 9 POSITION 10
           END-IF.
           PERFORM PAUSA.

       ESTADO-OPERADOR.
           ADD 1 TO WS-REP-OPERS.
           ADD LQ-A-PAGAR TO WS-REP-PAGAR.
           MOVE "(NO ESTA EN USUARIOS)" TO WS-EMP-NOMBRE.
           IF WS-FS-OPE = "00"
              MOVE LQ-OPER TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-NOMAPE(1:30) TO WS-EMP-NOMBRE
              END-READ
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERADOR: " LQ-OPER " " WS-EMP-NOMBRE
               "  ESTADO: " LQ-ESTADO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  CATEGORIA       VENTA NETA      DEVOLUCION"
               " TASA %      COMISION       REVERSO          NETO"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE LQ-PERIODO TO CM-PERIODO.
           MOVE LQ-OPER TO CM-OPER.
           MOVE LOW-VALUES TO CM-CATEG.
           START ARCHIVO-CM KEY IS NOT LESS THAN CM-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CM
           END-START.
           PERFORM UNTIL WS-FS-CM NOT = "00"
              READ ARCHIVO-CM NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CM
                  NOT AT END
                      IF CM-PERIODO NOT = LQ-PERIODO
                         OR CM-OPER NOT = LQ-OPER
                         MOVE "10" TO WS-FS-CM
                      ELSE
                         PERFORM ESTADO-CATEGORIA
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CM.
           MOVE LQ-VENTA TO WS-VAL-ED.
           MOVE LQ-DEVUELTO TO WS-VAL2-ED.
           MOVE LQ-COMISION TO WS-COM3-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL      " WS-VAL-ED " " WS-VAL2-ED
               "                                    " WS-COM3-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE LQ-SALDO-ANT TO WS-COM-ED.
           MOVE LQ-A-PAGAR TO WS-PAG-ED.
           MOVE LQ-SALDO-SIG TO WS-COM2-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SALDO ANTERIOR " WS-COM-ED
               "   A PAGAR " WS-PAG-ED
               "   POR DESCONTAR " WS-COM2-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       ESTADO-CATEGORIA.
           MOVE CM-VENTA TO WS-VAL-ED.
           MOVE CM-DEVUELTO TO WS-VAL2-ED.
           MOVE CM-PCT TO WS-PCT-ED.
           MOVE CM-COM-VENTA TO WS-COM-ED.
           MOVE CM-COM-DEV TO WS-COM2-ED.
           MOVE CM-COMISION TO WS-COM3-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " CM-CATEG " " WS-VAL-ED " " WS-VAL2-ED
               " " WS-PCT-ED " " WS-COM-ED " " WS-COM2-ED
               " " WS-COM3-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

      ****************************************************************
      * Archivo por pagar para nomina: una fila por operador con     *
      * saldo a pagar (documento;valor;referencia), despues de la    *
      * linea de control T;total;filas. Todo el mes queda enviado y  *
      * ya no se recalcula.                                          *
      ****************************************************************
       GENERAR-NOMINA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Comisiones por pagar a nomina -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VER-SI-ENVIADO.
           IF WS-HAY-ENVIADO = "S"
              DISPLAY "Ese mes ya se envio a nomina." LINE 7
                  POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
      * Primera pasada: totales para la linea de control.
           MOVE "V" TO WS-FASE.
           MOVE 0 TO WS-CTL-TOTAL.
           MOVE 0 TO WS-CTL-FILAS.
           MOVE 0 TO WS-REP-OPERS.
           PERFORM RECORRER-LIQUIDACION.
           IF WS-REP-OPERS = 0
              DISPLAY "No hay comisiones calculadas para ese mes."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTL-TOTAL TO WS-TOT-ED.
           DISPLAY "Operadores liquidados: " WS-REP-OPERS
               LINE 7 POSITION 10.
           DISPLAY "Filas con pago       : " WS-CTL-FILAS
               LINE 8 POSITION 10.
           DISPLAY "Total a pagar        : " WS-TOT-ED
               LINE 9 POSITION 10.
           DISPLAY "Confirma generar comisiones-nomina.csv y cerrar el"
               " mes (S/N):" LINE 11 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 11 POSITION 73.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-CSV.
           IF WS-FS-CSV NOT = "00"
              DISPLAY "No se pudo crear comisiones-nomina.csv. FS = "
                  WS-FS-CSV LINE 13 POSITION 10
              MOVE "COMISIONES" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/comisiones-nomina.csv"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-CSV TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-CSV.
           STRING "T;" WS-CTL-TOTAL ";" WS-CTL-FILAS
               DELIMITED BY SIZE INTO LINEA-CSV
           END-STRING.
           WRITE LINEA-CSV.
      * Segunda pasada: filas y marca de enviado.
           MOVE "G" TO WS-FASE.
           PERFORM RECORRER-LIQUIDACION.
           CLOSE ARCHIVO-CSV.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " COMISIONES ENVIO MES=" WS-PERIODO
               " FILAS=" WS-CTL-FILAS
               " TOTAL=" WS-CTL-TOTAL
               " OPER=" T-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.
           DISPLAY "Archivo comisiones-nomina.csv generado."
               LINE 13 POSITION 10.
           PERFORM PAUSA.

      * WS-FASE V: suma al control; G: escribe las filas y marca E.
       RECORRER-LIQUIDACION.
           MOVE WS-PERIODO-N TO LQ-PERIODO.
           MOVE 0 TO LQ-OPER.
           START ARCHIVO-LQ KEY IS NOT LESS THAN LQ-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LQ
           END-START.
           PERFORM UNTIL WS-FS-LQ NOT = "00"
              READ ARCHIVO-LQ NEXT RECORD
                  AT END MOVE "10" TO WS-FS-LQ
                  NOT AT END
                      IF LQ-PERIODO NOT = WS-PERIODO-N
                         MOVE "10" TO WS-FS-LQ
                      ELSE
                         PERFORM ENVIAR-OPERADOR
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-LQ.

       ENVIAR-OPERADOR.
           IF WS-FASE = "V"
              ADD 1 TO WS-REP-OPERS
              IF LQ-A-PAGAR > 0
                 ADD LQ-A-PAGAR TO WS-CTL-TOTAL
                 ADD 1 TO WS-CTL-FILAS
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF LQ-A-PAGAR > 0
              MOVE SPACES TO LINEA-CSV
              STRING LQ-OPER ";" LQ-A-PAGAR ";COMIS-" WS-PERIODO
                  DELIMITED BY SIZE INTO LINEA-CSV
              END-STRING
              WRITE LINEA-CSV
           END-IF.
           MOVE "E" TO LQ-ESTADO.
           MOVE WS-FECHA-HOY TO LQ-FEC-ENV.
           REWRITE LQDATA
           END-REWRITE.

       LEER-TASAS-IVA.
           OPEN INPUT ARCHIVO-IVA.
           IF WS-FS-IVA NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-IVA.
           PERFORM UNTIL WS-FIN-IVA = "Y"
              READ ARCHIVO-IVA
                  AT END MOVE "Y" TO WS-FIN-IVA
                  NOT AT END
                      EVALUATE IVA-TIPO
                          WHEN "E" MOVE IVA-TASA TO WS-TASA-E
                          WHEN "R" MOVE IVA-TASA TO WS-TASA-R
                          WHEN "G" MOVE IVA-TASA TO WS-TASA-G
                          WHEN OTHER CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-IVA.

       ESCRIBIR-AUDITORIA.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
           STRING WS-FECHA-EXC " " WS-HORA-EXC
               " PROGRAMA=" WS-EXC-PROGRAMA
               " ARCHIVO=" WS-EXC-ARCHIVO
               " FS=" WS-EXC-FS
               DELIMITED BY SIZE
               INTO EXCIO-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-EXCIO.
           IF WS-FS-EXC NOT = "00"
               OPEN OUTPUT ARCHIVO-EXCIO
           END-IF.
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.

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
