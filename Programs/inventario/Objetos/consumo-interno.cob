       IDENTIFICATION DIVISION.
       PROGRAM-ID. consumo-interno.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                CONSUMO INTERNO POR DEPARTAMENTO              *
      *                                                              *
      * Descripcion: Documento de salida de inventario para uso de   *
      *              la propia tienda (aseo, bolsas, papeleria):     *
      *              unidad que lo pide (CODUNI de unidades.dat),    *
      *              quien lo solicita y el supervisor con permiso   *
      *              CONSUMO que lo autoriza. Cada linea baja el     *
      *              stock con kardex CONSUMO, se valora al PRECOM   *
      *              del momento y queda numerada en consumo-int.dat.*
      *              Respeta el congelamiento por conteo fisico. El  *
      *              reporte mensual (rep-consumo-interno.txt) da el *
      *              consumo al costo por departamento, separado de  *
      *              la merma.                                       *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CIN ASSIGN TO "../Articulos/consumo-int.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CIN.
           SELECT ARCHIVO-CINCTL
               ASSIGN TO "../Articulos/consumo-int-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CIC.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-KARDEX ASSIGN TO "../Articulos/kardex.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KDX-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-SBOD ASSIGN TO "../Articulos/stock-bod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-UNI ASSIGN TO "../Usuarios/unidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNI-CODIGO
               FILE STATUS IS WS-FS-UNI.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-PERM ASSIGN TO "../Usuarios/permisos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-CLAVE
               FILE STATUS IS WS-FS-PERM.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-consumo-interno.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Una linea por articulo entregado; el documento es el numero
      * y todas sus lineas comparten unidad, solicitante y
      * autorizador. El costo queda congelado al de la entrega.
       FD  ARCHIVO-CIN.
       01  CINDATA.
           05 CI-CLAVE.
              07 CI-NUMERO   PIC 9(6).
              07 CI-LINEA    PIC 9(3).
           05 CI-CODART      PIC X(120).
           05 CI-CANTIDAD    PIC 9(10).
           05 CI-COSTO-UNIT  PIC 9(10)V99.
           05 CI-COSTO-TOTAL PIC 9(12)V99.
           05 CI-CODUNI      PIC 9(4).
           05 CI-SOLICITA    PIC 9(10).
           05 CI-AUTORIZA    PIC 9(10).
           05 CI-MOTIVO      PIC X(40).
           05 CI-FECHA.
              07 CI-FEC-MES  PIC 9(6).
              07 CI-FEC-DIA  PIC 9(2).
           05 CI-HORA        PIC 9(8).
           05 CI-OPER        PIC 9(10).

       FD ARCHIVO-CINCTL.
       01 REG-CINCTL.
           05 CINCTL-ULT     PIC 9(6).

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

       FD  ARCHIVO-KARDEX.
       01  KDXDATA.
           05 KDX-CLAVE.
              07 KDX-CODART  PIC X(120).
              07 KDX-SEQ     PIC 9(8).
           05 KDX-FECHA      PIC 9(8).
           05 KDX-HORA       PIC 9(8).
           05 KDX-TIPO       PIC X(8).
           05 KDX-CANTIDAD   PIC S9(10).
           05 KDX-STOCK-ANT  PIC 9(10).
           05 KDX-STOCK-NUE  PIC 9(10).
           05 KDX-OPER       PIC 9(10).
           05 KDX-ESTACION   PIC 9(4).
           05 KDX-SUCURSAL   PIC 9(2).

       FD  ARCHIVO-SBOD.
       01  SBODATA.
           05 SB-CLAVE.
              07 SB-CODART   PIC X(120).
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

      * Maestro de unidades/departamentos: los centros de costo.
       FD  ARCHIVO-UNI.
       01  UNIDATA.
           05 UNI-CODIGO      PIC 9(4).
           05 UNI-NOMBRE      PIC X(30).
           05 UNI-RESPONSABLE PIC X(50).

      * Vista minima del maestro de usuarios: nombre y CARGO.
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(50).
           05 OP-CARGO       PIC X.
           05 FILLER         PIC X(168).

      * Matriz de permisos por cargo, la misma de gestion-user:
      * existe (CARGO, OPERACION) = ese cargo puede.
       FD  ARCHIVO-PERM.
       01  PERMDATA.
           05 PERM-CLAVE.
              07 PERM-CARGO  PIC X.
              07 PERM-OPER   PIC X(8).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

      * Diario de recuperacion: imagen posterior de cada alta,
      * cambio o baja sobre los maestros y archivos de movimiento,
      * para reaplicarla sobre un respaldo (recupera-diario).
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).
       FD  ARCHIVO-DRJEST.
       01  DRJEST-LINEA      PIC 9(4).

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-CIN           PIC XX.
       01 WS-FS-CIC           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-UNI           PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-PERM          PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-ETC           PIC XX.
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
       01 WS-CONFIRMA         PIC X.
       01 WS-OTRA             PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-HAY              PIC X.
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-RUTA-CONGELA     PIC X(40)
           VALUE "../Articulos/congela-inv.flg".
       01 WS-CON-INFO.
           05 WS-CON-SIZE     PIC X(8) COMP-X.
           05 WS-CON-FECH     PIC X(8) COMP-X.
           05 WS-CON-HORA     PIC X(8) COMP-X.
       01 WS-CON-RET          PIC 9(9) COMP-X.
       01 WS-INV-CONGELADO    PIC X.
       01 WS-STOCK-ANT        PIC 9(10).
       01 WS-KDX-TIPO         PIC X(8).
       01 WS-KDX-CANT         PIC S9(10).
       01 WS-KDX-SIG          PIC 9(8).
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).

      * Encabezado del documento en captura.
       01 WS-NUM-DOC          PIC 9(6).
       01 WS-CODUNI           PIC 9(4).
       01 WS-UNI-NOMBRE       PIC X(30).
       01 WS-SOLICITA         PIC 9(10).
       01 WS-SOL-NOMBRE       PIC X(30).
       01 WS-AUT-NUMDOC       PIC 9(10).
       01 WS-MOTIVO           PIC X(40).
       01 WS-OPER-CARGO       PIC X.
       01 WS-PERM-OK          PIC X.
       01 WS-PERM-OPER        PIC X(8).

      * Lineas del documento antes de confirmar.
       01 WS-MAX-LINEAS       PIC 9(2) VALUE 20.
       01 WS-NUM-LINEAS       PIC 9(2) VALUE 0.
       01 WS-L                PIC 9(2).
       01 WS-DOC-LINEAS.
           05 DL-ENTRADA OCCURS 20 TIMES.
              07 DL-CODART    PIC X(120).
              07 DL-DESCRI    PIC X(30).
              07 DL-CANTIDAD  PIC 9(10).
       01 WS-CANT             PIC 9(10).
       01 WS-GRABADAS         PIC 9(3).
       01 WS-OMITIDAS         PIC 9(3).
       01 WS-COSTO-DOC        PIC 9(14)V99.
       01 WS-COSTO-LIN        PIC 9(12)V99.

      * Campos editados para pantalla y reporte.
       01 WS-CANT-ED          PIC Z(9)9.
       01 WS-COSTO-ED         PIC Z(9)9.99.
       01 WS-VALOR-ED         PIC Z(13)9.99.

      * Reporte mensual por unidad, en orden de CODUNI.
       01 WS-FECHA-HOY.
           05 WS-HOY-MES      PIC 9(6).
           05 WS-HOY-DIA      PIC 9(2).
       01 WS-MES              PIC 9(6).
       01 WS-MAX-UNIS         PIC 9(3) VALUE 200.
       01 WS-NUM-UNIS         PIC 9(3) VALUE 0.
       01 WS-U                PIC 9(3).
       01 WS-J                PIC 9(3).
       01 WS-HALLADO          PIC X.
       01 TABLA-UNIDADES.
           05 UT-ENTRADA OCCURS 200 TIMES.
              07 UT-CODUNI    PIC 9(4).
              07 UT-LINEAS    PIC 9(6).
              07 UT-VALOR     PIC 9(14)V99.
       01 WS-TOTAL-MES        PIC 9(16)V99.
       01 WS-TOTAL-LINEAS     PIC 9(7).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

      * Sello encadenado de la bitacora de auditoria: cada linea
      * lleva un resumen de su contenido mezclado con el sello de la
      * linea anterior (ver SELLAR-AUDITORIA).
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

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-CIN.
           IF WS-FS-CIN = "35"
              CLOSE ARCHIVO-CIN
              OPEN OUTPUT ARCHIVO-CIN
              CLOSE ARCHIVO-CIN
              OPEN I-O ARCHIVO-CIN
           END-IF.
           OPEN I-O ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "Error al abrir articulos.dat. FS = " WS-FS
              MOVE "CONSUMO-INTERNO" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/articulos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-CIN
              GOBACK
           END-IF.
           PERFORM LEER-ESTACION.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-CONSUMO UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-CIN.
           CLOSE ARCHIVO-ART.
           GOBACK.

       MENU-CONSUMO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  CONSUMO INTERNO              " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  E -> Emitir documento"         LINE 7 POSITION 20.
           DISPLAY "  C -> Consultar documento"      LINE 8 POSITION 20.
           DISPLAY "  R -> Reporte mensual por unidad" LINE 9
               POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "E"
                    PERFORM EMITIR-DOCUMENTO
               WHEN "C"
                    PERFORM CONSULTAR-DOCUMENTO
               WHEN "R"
                    PERFORM REPORTE-MENSUAL
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Documento de consumo interno: unidad, solicitante y motivo,  *
      * luego las lineas (hasta 20). Ninguna linea puede pedir mas   *
      * de lo que hay en STOCK. Al final un supervisor distinto del  *
      * solicitante, con permiso CONSUMO, autoriza la salida.        *
      ****************************************************************
       EMITIR-DOCUMENTO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Documento de consumo interno -----"
               LINE 3 POSITION 20.
           PERFORM VERIFICAR-CONGELADO.
           IF WS-INV-CONGELADO = "S"
              DISPLAY "INVENTARIO CONGELADO POR CONTEO FISICO."
                  LINE 5 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Unidad solicitante (CODUNI):" LINE 5 POSITION 10.
           MOVE 0 TO WS-CODUNI.
           ACCEPT WS-CODUNI LINE 5 POSITION 40.
           PERFORM BUSCAR-UNIDAD.
           IF WS-HAY = "N"
              DISPLAY "Esa unidad no existe en unidades.dat."
                  LINE 6 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-UNI-NOMBRE LINE 5 POSITION 46.
           DISPLAY "Documento del solicitante:" LINE 6 POSITION 10.
           MOVE 0 TO WS-SOLICITA.
           ACCEPT WS-SOLICITA LINE 6 POSITION 40.
           PERFORM BUSCAR-SOLICITANTE.
           IF WS-HAY = "N"
              DISPLAY "El solicitante no esta en usuarios.dat."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-SOL-NOMBRE LINE 6 POSITION 52.
           DISPLAY "Motivo / destino:" LINE 7 POSITION 10.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO LINE 7 POSITION 40.
           MOVE 0 TO WS-NUM-LINEAS.
           MOVE "S" TO WS-OTRA.
           PERFORM CAPTURAR-LINEA
               UNTIL WS-OTRA NOT = "S"
                  OR WS-NUM-LINEAS = WS-MAX-LINEAS.
           IF WS-NUM-LINEAS = 0
              DISPLAY "Documento sin lineas: no se graba."
                  LINE 18 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Documento de consumo interno -----"
               LINE 3 POSITION 20.
           DISPLAY "Unidad: " WS-CODUNI " " WS-UNI-NOMBRE
               LINE 4 POSITION 10.
           PERFORM MOSTRAR-LINEAS.
           DISPLAY "Documento del supervisor que autoriza:"
               LINE 19 POSITION 10.
           MOVE 0 TO WS-AUT-NUMDOC.
           ACCEPT WS-AUT-NUMDOC LINE 19 POSITION 50.
           IF WS-AUT-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-AUT-NUMDOC = WS-SOLICITA
              DISPLAY "El solicitante no puede autorizar su consumo."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CARGO-DE-AUT.
           MOVE "CONSUMO" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "El supervisor no tiene el permiso CONSUMO."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿Confirma la salida? (S/N):" LINE 20 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 20 POSITION 40.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           PERFORM APLICAR-DOCUMENTO.
           MOVE WS-COSTO-DOC TO WS-VALOR-ED.
           DISPLAY "Documento " WS-NUM-DOC " aplicado. Lineas: "
               WS-GRABADAS " Costo: " WS-VALOR-ED
               LINE 21 POSITION 10.
           IF WS-OMITIDAS > 0
              DISPLAY "Lineas omitidas por stock insuficiente: "
                  WS-OMITIDAS LINE 22 POSITION 10
           END-IF.
           PERFORM PAUSA.

       CAPTURAR-LINEA.
           DISPLAY "-- Linea " LINE 9 POSITION 10.
           COMPUTE WS-L = WS-NUM-LINEAS + 1.
           DISPLAY WS-L LINE 9 POSITION 19.
           MOVE SPACES TO CODART.
           DISPLAY "Categoria:"          LINE 10 POSITION 10.
           ACCEPT CP-NOMBRE              LINE 10 POSITION 40.
           DISPLAY "Subcategoria:"       LINE 11 POSITION 10.
           ACCEPT SC-NOMBRE              LINE 11 POSITION 40.
           DISPLAY "Codigo de articulo:" LINE 12 POSITION 10.
           ACCEPT ARTCOD                 LINE 12 POSITION 40.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "El articulo no existe en el maestro."
                       LINE 14 POSITION 10
                   PERFORM PREGUNTAR-OTRA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) LINE 13 POSITION 10.
           DISPLAY "Stock: " STOCK LINE 13 POSITION 52.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-NUM-LINEAS
              IF DL-CODART(WS-L) = CODART
                 DISPLAY "Ese articulo ya esta en el documento."
                     LINE 14 POSITION 10
                 PERFORM PREGUNTAR-OTRA
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           DISPLAY "Cantidad (unidad base):" LINE 14 POSITION 10.
           MOVE 0 TO WS-CANT.
           ACCEPT WS-CANT LINE 14 POSITION 40.
           IF WS-CANT = 0
              PERFORM PREGUNTAR-OTRA
              EXIT PARAGRAPH
           END-IF.
           IF WS-CANT > STOCK
              DISPLAY "No hay stock suficiente para esa cantidad."
                  LINE 15 POSITION 10
              PERFORM PREGUNTAR-OTRA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-LINEAS.
           MOVE CODART TO DL-CODART(WS-NUM-LINEAS).
           MOVE DESCRI(1:30) TO DL-DESCRI(WS-NUM-LINEAS).
           MOVE WS-CANT TO DL-CANTIDAD(WS-NUM-LINEAS).
           DISPLAY "Linea agregada." LINE 15 POSITION 10.
           PERFORM PREGUNTAR-OTRA.

       PREGUNTAR-OTRA.
           DISPLAY "¿Otra linea? (S/N):" LINE 16 POSITION 10.
           MOVE "N" TO WS-OTRA.
           ACCEPT WS-OTRA LINE 16 POSITION 40.
           IF WS-OTRA = "s"
              MOVE "S" TO WS-OTRA
           END-IF.
           DISPLAY " " LINE 10 POSITION 1 ERASE EOS.

       MOSTRAR-LINEAS.
           MOVE 6 TO WS-LIN.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-NUM-LINEAS
              MOVE DL-CANTIDAD(WS-L) TO WS-CANT-ED
              DISPLAY DL-CODART(WS-L)(1:30) " "
                  DL-DESCRI(WS-L)(1:25) " x" WS-CANT-ED
                  LINE WS-LIN POSITION 5
              ADD 1 TO WS-LIN
              IF WS-LIN > 17
                 PERFORM PAUSA
                 DISPLAY " " LINE 6 POSITION 1 ERASE EOS
                 MOVE 6 TO WS-LIN
              END-IF
           END-PERFORM.

      ****************************************************************
      * Aplica el documento: numero nuevo, y por linea baja STOCK,   *
      * deja kardex CONSUMO, baja la bodega PRI y graba la linea     *
      * con el PRECOM del momento. Si entre la captura y la          *
      * confirmacion otra caja dejo el articulo sin stock, la linea  *
      * se omite y se informa.                                       *
      ****************************************************************
       APLICAR-DOCUMENTO.
           OPEN I-O ARCHIVO-KARDEX.
           IF WS-FS-KDX = "35"
              CLOSE ARCHIVO-KARDEX
              OPEN OUTPUT ARCHIVO-KARDEX
              CLOSE ARCHIVO-KARDEX
              OPEN I-O ARCHIVO-KARDEX
           END-IF.
           OPEN I-O ARCHIVO-SBOD.
           IF WS-FS-SBOD = "35"
              CLOSE ARCHIVO-SBOD
              OPEN OUTPUT ARCHIVO-SBOD
              CLOSE ARCHIVO-SBOD
              OPEN I-O ARCHIVO-SBOD
           END-IF.
           PERFORM OBTENER-NUMERO-DOC.
           MOVE 0 TO WS-GRABADAS.
           MOVE 0 TO WS-OMITIDAS.
           MOVE 0 TO WS-COSTO-DOC.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-NUM-LINEAS
              PERFORM APLICAR-LINEA
           END-PERFORM.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           PERFORM AUDITAR-DOCUMENTO.

       APLICAR-LINEA.
           MOVE DL-CODART(WS-L) TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   ADD 1 TO WS-OMITIDAS
                   EXIT PARAGRAPH
           END-READ.
           IF DL-CANTIDAD(WS-L) > STOCK
              ADD 1 TO WS-OMITIDAS
              EXIT PARAGRAPH
           END-IF.
           MOVE STOCK TO WS-STOCK-ANT.
           SUBTRACT DL-CANTIDAD(WS-L) FROM STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al bajar stock. FS = " WS-FS
              ADD 1 TO WS-OMITIDAS
              EXIT PARAGRAPH
           END-IF.
           MOVE "CONSUMO" TO WS-KDX-TIPO.
           COMPUTE WS-KDX-CANT = 0 - DL-CANTIDAD(WS-L).
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.
           COMPUTE WS-COSTO-LIN = DL-CANTIDAD(WS-L) * PRECOM.
           ADD 1 TO WS-GRABADAS.
           MOVE WS-NUM-DOC TO CI-NUMERO.
           MOVE WS-GRABADAS TO CI-LINEA.
           MOVE CODART TO CI-CODART.
           MOVE DL-CANTIDAD(WS-L) TO CI-CANTIDAD.
           MOVE PRECOM TO CI-COSTO-UNIT.
           MOVE WS-COSTO-LIN TO CI-COSTO-TOTAL.
           MOVE WS-CODUNI TO CI-CODUNI.
           MOVE WS-SOLICITA TO CI-SOLICITA.
           MOVE WS-AUT-NUMDOC TO CI-AUTORIZA.
           MOVE WS-MOTIVO TO CI-MOTIVO.
           ACCEPT CI-FECHA FROM DATE YYYYMMDD.
           ACCEPT CI-HORA FROM TIME.
           MOVE T-NUMDOC TO CI-OPER.
           WRITE CINDATA.
           IF WS-FS-CIN NOT = "00"
              DISPLAY "Error al grabar la linea. FS = " WS-FS-CIN
           END-IF.
           ADD WS-COSTO-LIN TO WS-COSTO-DOC.

       OBTENER-NUMERO-DOC.
           OPEN I-O ARCHIVO-CINCTL.
           IF WS-FS-CIC = "35"
              OPEN OUTPUT ARCHIVO-CINCTL
              MOVE 0 TO CINCTL-ULT
              WRITE REG-CINCTL
              CLOSE ARCHIVO-CINCTL
              OPEN I-O ARCHIVO-CINCTL
           END-IF.
           READ ARCHIVO-CINCTL
               AT END
                   MOVE 0 TO CINCTL-ULT
           END-READ.
           ADD 1 TO CINCTL-ULT.
           MOVE CINCTL-ULT TO WS-NUM-DOC.
           REWRITE REG-CINCTL.
           CLOSE ARCHIVO-CINCTL.

       AUDITAR-DOCUMENTO.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE WS-COSTO-DOC TO WS-COSTO-ED.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " CONSUMO DOC=" WS-NUM-DOC
               " UNI=" WS-CODUNI
               " SOL=" WS-SOLICITA
               " AUT=" WS-AUT-NUMDOC
               " OPER=" T-NUMDOC
               " LIN=" WS-GRABADAS
               " COSTO=" WS-COSTO-ED
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.

      ****************************************************************
      * Consulta de un documento ya aplicado, linea por linea.       *
      ****************************************************************
       CONSULTAR-DOCUMENTO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Consultar documento -----" LINE 3
               POSITION 20.
           DISPLAY "Numero de documento:" LINE 5 POSITION 10.
           MOVE 0 TO WS-NUM-DOC.
           ACCEPT WS-NUM-DOC LINE 5 POSITION 40.
           MOVE "N" TO WS-HAY.
           MOVE 0 TO WS-COSTO-DOC.
           MOVE WS-NUM-DOC TO CI-NUMERO.
           MOVE 0 TO CI-LINEA.
           START ARCHIVO-CIN KEY IS NOT LESS THAN CI-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CIN
           END-START.
           IF WS-FS-CIN = "00"
              PERFORM READ-SIGUIENTE-CIN
              PERFORM UNTIL WS-FS-CIN NOT = "00"
                 IF CI-NUMERO = WS-NUM-DOC
                    IF WS-HAY = "N"
                       MOVE "S" TO WS-HAY
                       PERFORM MOSTRAR-ENCABEZADO
                    END-IF
                    PERFORM MOSTRAR-LINEA-DOC
                    PERFORM READ-SIGUIENTE-CIN
                 ELSE
                    MOVE "10" TO WS-FS-CIN
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CIN.
           IF WS-HAY = "N"
              DISPLAY "Ese documento no existe." LINE 7 POSITION 10
           ELSE
              MOVE WS-COSTO-DOC TO WS-VALOR-ED
              DISPLAY "Costo total: " WS-VALOR-ED LINE WS-LIN
                  POSITION 10
           END-IF.
           PERFORM PAUSA.

       MOSTRAR-ENCABEZADO.
           MOVE CI-CODUNI TO WS-CODUNI.
           PERFORM BUSCAR-UNIDAD.
           DISPLAY "Fecha: " CI-FECHA "  Unidad: " CI-CODUNI " "
               WS-UNI-NOMBRE LINE 6 POSITION 10.
           DISPLAY "Solicita: " CI-SOLICITA "  Autoriza: "
               CI-AUTORIZA "  Oper: " CI-OPER LINE 7 POSITION 10.
           DISPLAY "Motivo: " CI-MOTIVO LINE 8 POSITION 10.
           MOVE 10 TO WS-LIN.

       MOSTRAR-LINEA-DOC.
           IF WS-LIN > 20
              PERFORM PAUSA
              DISPLAY " " LINE 10 POSITION 1 ERASE EOS
              MOVE 10 TO WS-LIN
           END-IF.
           MOVE CI-CANTIDAD TO WS-CANT-ED.
           MOVE CI-COSTO-TOTAL TO WS-COSTO-ED.
           DISPLAY CI-LINEA " " CI-CODART(1:30) " x" WS-CANT-ED
               " $" WS-COSTO-ED LINE WS-LIN POSITION 5.
           ADD CI-COSTO-TOTAL TO WS-COSTO-DOC.
           ADD 1 TO WS-LIN.

      ****************************************************************
      * Reporte mensual: consumo interno al costo de la entrega, por *
      * unidad solicitante en orden de CODUNI, con el detalle de las *
      * lineas y el subtotal de cada departamento.                   *
      ****************************************************************
       REPORTE-MENSUAL.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Consumo interno por unidad -----" LINE 3
               POSITION 20.
           DISPLAY "Mes (AAAAMM, 0=mes actual):" LINE 5 POSITION 10.
           MOVE 0 TO WS-MES.
           ACCEPT WS-MES LINE 5 POSITION 40.
           IF WS-MES = 0
              ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
              MOVE WS-HOY-MES TO WS-MES
           END-IF.
           MOVE 0 TO WS-NUM-UNIS.
           MOVE 0 TO WS-TOTAL-MES.
           MOVE 0 TO WS-TOTAL-LINEAS.
           PERFORM ARMAR-TABLA-UNIDADES.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FS-REP NOT = "00"
              DISPLAY "No se pudo crear el reporte. FS = " WS-FS-REP
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE "CONSUMO INTERNO AL COSTO POR UNIDAD" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MES: " WS-MES
               "   (NO INCLUYE MERMA: VER rep-merma.txt)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-NUM-UNIS
              PERFORM REPORTAR-UNIDAD
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-MES TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UNIDADES: " WS-NUM-UNIS
               "  LINEAS: " WS-TOTAL-LINEAS
               "  CONSUMO TOTAL AL COSTO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "consumo-interno" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-consumo-interno.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "MES=" WS-MES DELIMITED BY SIZE
               INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Consumo del mes al costo: " WS-VALOR-ED
               LINE 7 POSITION 10.
           DISPLAY "Reporte generado en rep-consumo-interno.txt"
               LINE 8 POSITION 10.
           PERFORM PAUSA.

      * Primera pasada: una entrada por CODUNI con lineas y valor,
      * insertada en su lugar para que la tabla quede ordenada.
       ARMAR-TABLA-UNIDADES.
           MOVE LOW-VALUES TO CI-CLAVE.
           START ARCHIVO-CIN KEY IS NOT LESS THAN CI-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CIN
           END-START.
           IF WS-FS-CIN = "00"
              PERFORM READ-SIGUIENTE-CIN
              PERFORM UNTIL WS-FS-CIN NOT = "00"
                 IF CI-FEC-MES = WS-MES
                    PERFORM ACUMULAR-UNIDAD
                 END-IF
                 PERFORM READ-SIGUIENTE-CIN
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CIN.

       ACUMULAR-UNIDAD.
           ADD CI-COSTO-TOTAL TO WS-TOTAL-MES.
           ADD 1 TO WS-TOTAL-LINEAS.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-U FROM 1 BY 1
               UNTIL WS-U > WS-NUM-UNIS OR WS-HALLADO = "S"
              IF UT-CODUNI(WS-U) = CI-CODUNI
                 MOVE "S" TO WS-HALLADO
                 ADD 1 TO UT-LINEAS(WS-U)
                 ADD CI-COSTO-TOTAL TO UT-VALOR(WS-U)
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "S" OR WS-NUM-UNIS = WS-MAX-UNIS
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-U.
           PERFORM UNTIL WS-U > WS-NUM-UNIS
                      OR UT-CODUNI(WS-U) > CI-CODUNI
              ADD 1 TO WS-U
           END-PERFORM.
           PERFORM VARYING WS-J FROM WS-NUM-UNIS BY -1
               UNTIL WS-J < WS-U
              MOVE UT-ENTRADA(WS-J) TO UT-ENTRADA(WS-J + 1)
           END-PERFORM.
           MOVE CI-CODUNI TO UT-CODUNI(WS-U).
           MOVE 1 TO UT-LINEAS(WS-U).
           MOVE CI-COSTO-TOTAL TO UT-VALOR(WS-U).
           ADD 1 TO WS-NUM-UNIS.

      * Segunda pasada por unidad: encabezado, lineas del mes y
      * subtotal del departamento.
       REPORTAR-UNIDAD.
           MOVE UT-CODUNI(WS-U) TO WS-CODUNI.
           PERFORM BUSCAR-UNIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UNIDAD " WS-CODUNI " " WS-UNI-NOMBRE
               " RESPONSABLE: " UNI-RESPONSABLE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUES TO CI-CLAVE.
           START ARCHIVO-CIN KEY IS NOT LESS THAN CI-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CIN
           END-START.
           IF WS-FS-CIN = "00"
              PERFORM READ-SIGUIENTE-CIN
              PERFORM UNTIL WS-FS-CIN NOT = "00"
                 IF CI-FEC-MES = WS-MES
                    AND CI-CODUNI = WS-CODUNI
                    PERFORM ESCRIBIR-DETALLE
                 END-IF
                 PERFORM READ-SIGUIENTE-CIN
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CIN.
           MOVE UT-VALOR(WS-U) TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   SUBTOTAL UNIDAD " WS-CODUNI
               "  LINEAS: " UT-LINEAS(WS-U)
               "  COSTO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       ESCRIBIR-DETALLE.
           MOVE CI-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO DESCRI
           END-READ.
           MOVE CI-CANTIDAD TO WS-CANT-ED.
           MOVE CI-COSTO-UNIT TO WS-COSTO-ED.
           MOVE CI-COSTO-TOTAL TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   DOC " CI-NUMERO " " CI-FECHA " "
               CI-CODART(1:30) " " DESCRI(1:25)
               " CANT " WS-CANT-ED
               " C.UNIT " WS-COSTO-ED
               " TOTAL " WS-VALOR-ED
               " SOL " CI-SOLICITA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-CIN.
           READ ARCHIVO-CIN NEXT RECORD
               AT END MOVE "10" TO WS-FS-CIN
           END-READ.

       BUSCAR-UNIDAD.
           MOVE "N" TO WS-HAY.
           MOVE "(NO ESTA EN UNIDADES)" TO WS-UNI-NOMBRE.
           MOVE SPACES TO UNI-RESPONSABLE.
           OPEN INPUT ARCHIVO-UNI.
           IF WS-FS-UNI = "00"
              MOVE WS-CODUNI TO UNI-CODIGO
              READ ARCHIVO-UNI
                  INVALID KEY
                      MOVE SPACES TO UNI-RESPONSABLE
                  NOT INVALID KEY
                      MOVE "S" TO WS-HAY
                      MOVE UNI-NOMBRE TO WS-UNI-NOMBRE
              END-READ
              CLOSE ARCHIVO-UNI
           END-IF.

       BUSCAR-SOLICITANTE.
           MOVE "N" TO WS-HAY.
           MOVE SPACES TO WS-SOL-NOMBRE.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE WS-SOLICITA TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-HAY
                      MOVE OP-NOMAPE(1:30) TO WS-SOL-NOMBRE
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

       LEER-CARGO-DE-AUT.
           MOVE "1" TO WS-OPER-CARGO.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE WS-AUT-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-CARGO TO WS-OPER-CARGO
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

      * El admin (CARGO 2) siempre puede; para los demas cargos la
      * operacion sensible exige su registro en permisos.dat, igual
      * que en gestion-user y punto-venta.
       VERIFICAR-PERMISO.
           IF WS-OPER-CARGO = "2"
              MOVE "S" TO WS-PERM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PERM-OK.
           OPEN INPUT ARCHIVO-PERM.
           IF WS-FS-PERM = "00"
              MOVE WS-OPER-CARGO TO PERM-CARGO
              MOVE WS-PERM-OPER TO PERM-OPER
              READ ARCHIVO-PERM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-PERM-OK
              END-READ
              CLOSE ARCHIVO-PERM
           END-IF.

      * Candado de conteo fisico: mientras exista congela-inv.flg
      * ningun documento puede mover STOCK.
       VERIFICAR-CONGELADO.
           MOVE "N" TO WS-INV-CONGELADO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-CONGELA
               WS-CON-INFO RETURNING WS-CON-RET.
           IF WS-CON-RET = 0
              MOVE "S" TO WS-INV-CONGELADO
           END-IF.

       REGISTRAR-KARDEX.
           PERFORM BUSCAR-SIG-KDX.
           MOVE CODART TO KDX-CODART.
           MOVE WS-KDX-SIG TO KDX-SEQ.
           ACCEPT KDX-FECHA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA  FROM TIME.
           MOVE WS-KDX-TIPO TO KDX-TIPO.
           MOVE WS-KDX-CANT TO KDX-CANTIDAD.
           MOVE WS-STOCK-ANT TO KDX-STOCK-ANT.
           MOVE STOCK TO KDX-STOCK-NUE.
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.

       BUSCAR-SIG-KDX.
           MOVE 1 TO WS-KDX-SIG.
           MOVE CODART TO KDX-CODART.
           MOVE 0 TO KDX-SEQ.
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KDX-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-KDX
           END-START.
           IF WS-FS-KDX = "00"
              PERFORM READ-SIGUIENTE-KDX
              PERFORM UNTIL WS-FS-KDX NOT = "00"
                 IF KDX-CODART = CODART
                    COMPUTE WS-KDX-SIG = KDX-SEQ + 1
                    PERFORM READ-SIGUIENTE-KDX
                 ELSE
                    MOVE "10" TO WS-FS-KDX
                 END-IF
              END-PERFORM
           END-IF.

       READ-SIGUIENTE-KDX.
           READ ARCHIVO-KARDEX NEXT RECORD
               AT END MOVE "10" TO WS-FS-KDX
           END-READ.

       AJUSTAR-BODEGA-PRI.
           MOVE CODART TO SB-CODART.
           MOVE "PRI" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE CODART TO SB-CODART
                   MOVE "PRI" TO SB-BODEGA
                   MOVE 0 TO SB-CANTIDAD
                   IF WS-SB-DELTA > 0
                      MOVE WS-SB-DELTA TO SB-CANTIDAD
                   END-IF
                   WRITE SBODATA
                   MOVE "W" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
               NOT INVALID KEY
                   COMPUTE WS-SB-NUEVA = SB-CANTIDAD + WS-SB-DELTA
                   IF WS-SB-NUEVA < 0
                      MOVE 0 TO WS-SB-NUEVA
                   END-IF
                   MOVE WS-SB-NUEVA TO SB-CANTIDAD
                   REWRITE SBODATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
           END-READ.
           IF WS-FS-SBOD NOT = "00"
              DISPLAY "Error stock por bodega. FS = " WS-FS-SBOD
           END-IF.

       LEER-ESTACION.
           OPEN INPUT ARCHIVO-ESTCFG.
           IF WS-FS-ETC = "00"
              READ ARCHIVO-ESTCFG
                  AT END CONTINUE
                  NOT AT END MOVE EST-LINEA TO WS-ESTACION
              END-READ
              CLOSE ARCHIVO-ESTCFG
           END-IF.

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
           DISPLAY "Presione ENTER para continuar..." LINE 23
               POSITION 10.
           ACCEPT WS-CONFIRMA LINE 23 POSITION 45.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-ARTICULOS.
           IF WS-FS = "00" OR WS-FS = "02"
              MOVE "ARTICULOS" TO DRJ-ARCHIVO
              MOVE USUART TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-KARDEX.
           IF WS-FS-KDX = "00" OR WS-FS-KDX = "02"
              MOVE "KARDEX" TO DRJ-ARCHIVO
              MOVE KDXDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-STOCK-BOD.
           IF WS-FS-SBOD = "00" OR WS-FS-SBOD = "02"
              MOVE "STOCK-BOD" TO DRJ-ARCHIVO
              MOVE SBODATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

      * Agrega al diario de recuperacion la imagen que dejo la
      * ultima escritura (WS-DIARIO-OPER: W alta, R cambio, D baja),
      * con fecha, hora, programa y estacion de trabajo.
       REGISTRAR-DIARIO.
           IF WS-DIARIO-EST-LEIDA NOT = "S"
              MOVE "S" TO WS-DIARIO-EST-LEIDA
              OPEN INPUT ARCHIVO-DRJEST
              IF WS-FS-DRJ = "00"
                 READ ARCHIVO-DRJEST
                     NOT AT END
                         IF DRJEST-LINEA IS NUMERIC
                            MOVE DRJEST-LINEA TO WS-DIARIO-ESTACION
                         END-IF
                 END-READ
                 CLOSE ARCHIVO-DRJEST
              END-IF
           END-IF.
           ACCEPT DRJ-FECHA FROM DATE YYYYMMDD.
           ACCEPT DRJ-HORA  FROM TIME.
           MOVE "CONSUMO-INTERNO" TO DRJ-PROGRAMA.
           MOVE WS-DIARIO-ESTACION TO DRJ-ESTACION.
           MOVE WS-DIARIO-OPER TO DRJ-OPERACION.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF WS-FS-DRJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.

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
