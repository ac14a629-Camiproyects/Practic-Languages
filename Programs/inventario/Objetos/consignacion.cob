       IDENTIFICATION DIVISION.
       PROGRAM-ID. consignacion.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                MERCANCIA EN CONSIGNACION                     *
      *                                                              *
      * Descripcion: Mercancia que el proveedor deja en la tienda    *
      *              y que solo se le paga cuando se vende. La       *
      *              recepcion (R) sube el STOCK del articulo para   *
      *              que se pueda vender, con kardex CONSIG-E y      *
      *              bodega PRI, y lleva por articulo y NIT en       *
      *              consigna.dat lo recibido, lo vendido y lo       *
      *              devuelto con el costo pactado. El punto de      *
      *              venta toma primero las unidades consignadas y   *
      *              deja cada venta en ventas-consig.dat. La        *
      *              liquidacion (L) lista por proveedor y periodo   *
      *              las unidades vendidas al costo pactado, graba   *
      *              la cuenta por pagar en facturas-prov.dat y      *
      *              lista lo consignado que sigue en la tienda,     *
      *              que se regresa con devol-proveedor. Lo          *
      *              consignado no entra en la valorizacion ni en    *
      *              la foto de cierre de mes.                       *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CSG ASSIGN TO "../Articulos/consigna.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CLAVE
               ALTERNATE RECORD KEY IS CS-NIT WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CSG.
           SELECT ARCHIVO-VCS ASSIGN TO "../Articulos/ventas-consig.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VCS.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-PRV ASSIGN TO "../Articulos/proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-NIT
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRV.
           SELECT ARCHIVO-FPR ASSIGN TO "../Articulos/facturas-prov.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FPR.
           SELECT ARCHIVO-FPCTL
               ASSIGN TO "../Articulos/factprov-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCT.
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
           SELECT ARCHIVO-LIQ ASSIGN TO WS-RUTA-LIQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQ.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Consignacion por articulo y proveedor: lo recibido, lo
      * vendido en el punto de venta y lo devuelto al proveedor. Lo
      * que sigue en la tienda es RECIBIDO - VENDIDO - DEVUELTO.
       FD  ARCHIVO-CSG.
       01  CSGDATA.
           05 CS-CLAVE.
              07 CS-CODART   PIC X(120).
              07 CS-NIT      PIC 9(10).
           05 CS-COSTO       PIC 9(10)V99.
           05 CS-RECIBIDO    PIC 9(10).
           05 CS-VENDIDO     PIC 9(10).
           05 CS-DEVUELTO    PIC 9(10).
           05 CS-FECREC      PIC 9(8).

      * Unidades consignadas que salieron en un renglon de tiquete;
      * VC-LIQUIDA queda con la cuenta por pagar que las liquido
      * (0 = pendiente de liquidar).
       FD  ARCHIVO-VCS.
       01  VCSDATA.
           05 VC-CLAVE.
              07 VC-NUMERO   PIC 9(6).
              07 VC-LINEA    PIC 9(3).
              07 VC-CODART   PIC X(120).
              07 VC-NIT      PIC 9(10).
           05 VC-CANT        PIC 9(10).
           05 VC-COSTO       PIC 9(10)V99.
           05 VC-FECHA       PIC 9(8).
           05 VC-LIQUIDA     PIC 9(6).

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

       FD ARCHIVO-PRV.
       01 PRVDATA.
           05 PRV-NIT        PIC 9(10).
           05 PRV-RAZSOC     PIC X(50).
           05 PRV-CONTACTO   PIC X(30).
           05 PRV-TEL1       PIC X(10).
           05 PRV-TEL2       PIC X(10).
           05 PRV-REGIMEN    PIC X.
              88 PRV-RESP-IVA VALUE "R".
              88 PRV-NO-RESP  VALUE "N".
           05 PRV-RET-FTE    PIC X.
           05 PRV-RET-IVA    PIC X.
           05 PRV-RET-ICA    PIC X.
           05 PRV-CONCEPTO   PIC X(4).

       FD  ARCHIVO-FPR.
       01  FPRDATA.
           05 FP-NUMERO      PIC 9(6).
           05 FP-TIPO        PIC X.
              88 FP-FACTURA  VALUE "F".
              88 FP-CREDITO  VALUE "C".
           05 FP-OC          PIC 9(6).
           05 FP-NIT         PIC 9(10).
           05 FP-NUMFAC      PIC X(15).
           05 FP-FECHA       PIC 9(8).
           05 FP-VENCE       PIC 9(8).
           05 FP-TOTAL       PIC S9(12)V99.
           05 FP-SALDO       PIC S9(12)V99.
           05 FP-ESTADO      PIC X.
              88 FP-ABIERTA  VALUE "A".
              88 FP-PAGADA   VALUE "P".
           05 FP-BASE        PIC S9(12)V99.
           05 FP-IVA         PIC S9(12)V99.
           05 FP-CONCEPTO    PIC X(4).
           05 FP-RETEFTE     PIC 9(10)V99.
           05 FP-RETEIVA     PIC 9(10)V99.
           05 FP-RETEICA     PIC 9(10)V99.
           05 FP-MONEDA      PIC X(3).
           05 FP-TASA        PIC 9(6)V99.
           05 FP-TOTAL-ME    PIC S9(12)V99.
           05 FP-SALDO-ME    PIC S9(12)V99.

       FD  ARCHIVO-FPCTL.
       01  REG-FPCTL.
           05 FPCTL-ULT      PIC 9(6).

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

       FD  ARCHIVO-LIQ.
       01  LIQ-LINEA         PIC X(132).

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-CSG           PIC XX.
       01 WS-FS-VCS           PIC XX.
       01 WS-FS-PRV           PIC XX.
       01 WS-FS-FPR           PIC XX.
       01 WS-FS-FCT           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-LIQ           PIC XX.
       01 WS-FS-ETC           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-RUTA-CONGELA     PIC X(40)
           VALUE "../Articulos/congela-inv.flg".
       01 WS-CON-INFO.
           05 WS-CON-SIZE     PIC X(8) COMP-X.
           05 WS-CON-FECH     PIC X(8) COMP-X.
           05 WS-CON-HORA     PIC X(8) COMP-X.
       01 WS-CON-RET          PIC 9(9) COMP-X.
       01 WS-INV-CONGELADO    PIC X.
       01 WS-NIT              PIC 9(10).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-DESDE      PIC 9(8).
       01 WS-FECHA-HASTA      PIC 9(8).
       01 WS-INT-VENCE        PIC 9(8).
       01 WS-CANT-REC         PIC 9(10).
       01 WS-COSTO-REC        PIC 9(10)V99.
       01 WS-EN-TIENDA        PIC S9(10).
       01 WS-TOT-TIENDA       PIC 9(10).
       01 WS-VAL-TIENDA       PIC 9(14)V99.
       01 WS-VALOR-LIN        PIC 9(14)V99.
       01 WS-TOT-LIQ          PIC 9(14)V99.
       01 WS-UNI-LIQ          PIC 9(10).
       01 WS-LIN              PIC 9(2).
       01 WS-HAY              PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-NUM-CXP          PIC 9(6).
       01 WS-RUTA-LIQ         PIC X(60).
       01 WS-CANT-ED          PIC Z(9)9.
       01 WS-COSTO-ED         PIC Z(9)9.99.
       01 WS-VALOR-ED         PIC Z(13)9.99.
       01 WS-STOCK-ANT        PIC 9(10).
       01 WS-KDX-TIPO         PIC X(8).
       01 WS-KDX-CANT         PIC S9(10).
       01 WS-KDX-SIG          PIC 9(8).
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).

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
           PERFORM LEER-ESTACION.
           OPEN I-O ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "Error al abrir articulos.dat. FS = " WS-FS
              MOVE "CONSIGNACION" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/articulos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CSG.
           IF WS-FS-CSG = "35"
              CLOSE ARCHIVO-CSG
              OPEN OUTPUT ARCHIVO-CSG
              CLOSE ARCHIVO-CSG
              OPEN I-O ARCHIVO-CSG
           END-IF.
           OPEN I-O ARCHIVO-VCS.
           IF WS-FS-VCS = "35"
              CLOSE ARCHIVO-VCS
              OPEN OUTPUT ARCHIVO-VCS
              CLOSE ARCHIVO-VCS
              OPEN I-O ARCHIVO-VCS
           END-IF.
           OPEN INPUT ARCHIVO-PRV.
           OPEN I-O ARCHIVO-FPR.
           IF WS-FS-FPR = "35"
              CLOSE ARCHIVO-FPR
              OPEN OUTPUT ARCHIVO-FPR
              CLOSE ARCHIVO-FPR
              OPEN I-O ARCHIVO-FPR
           END-IF.
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
           PERFORM MENU-CONSIGNACION UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-CSG.
           CLOSE ARCHIVO-VCS.
           CLOSE ARCHIVO-PRV.
           CLOSE ARCHIVO-FPR.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           GOBACK.

       MENU-CONSIGNACION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  MERCANCIA EN CONSIGNACION    " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  R -> Recibir en consignacion"  LINE 7 POSITION 20.
           DISPLAY "  E -> Existencias por proveedor"
               LINE 8 POSITION 20.
           DISPLAY "  L -> Liquidacion de ventas"    LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "R"
                    PERFORM RECIBIR-CONSIGNACION
               WHEN "E"
                    PERFORM EXISTENCIAS-CONSIGNACION
               WHEN "L"
                    PERFORM LIQUIDAR-CONSIGNACION
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

       PEDIR-PROVEEDOR.
           DISPLAY "NIT del proveedor:" LINE 5 POSITION 20.
           MOVE 0 TO WS-NIT.
           ACCEPT WS-NIT LINE 5 POSITION 45.
           MOVE WS-NIT TO PRV-NIT.
           READ ARCHIVO-PRV
               INVALID KEY
                   MOVE 0 TO WS-NIT
                   DISPLAY "Ese proveedor no existe." LINE 6
                       POSITION 20
               NOT INVALID KEY
                   DISPLAY PRV-RAZSOC(1:40) LINE 6 POSITION 20
           END-READ.

      ****************************************************************
      * Recepcion en consignacion: por cada articulo del proveedor   *
      * la cantidad y el costo pactado. El stock sube con kardex     *
      * CONSIG-E y bodega PRI para que se pueda vender, pero PRECOM  *
      * no cambia: lo consignado no es inventario propio.            *
      ****************************************************************
       RECIBIR-CONSIGNACION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Recibir en consignacion -----" LINE 3
               POSITION 20.
           PERFORM VERIFICAR-CONGELADO.
           IF WS-INV-CONGELADO = "S"
              DISPLAY "INVENTARIO CONGELADO POR CONTEO FISICO."
                  LINE 5 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-PROVEEDOR.
           IF WS-NIT = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "S" TO WS-CONFIRMA.
           PERFORM UNTIL WS-CONFIRMA NOT = "S"
              PERFORM RECIBIR-ARTICULO-CSG
              DISPLAY "¿Otro articulo de este proveedor? (S/N):"
                  LINE 18 POSITION 20
              MOVE "N" TO WS-CONFIRMA
              ACCEPT WS-CONFIRMA LINE 18 POSITION 62
              IF WS-CONFIRMA = "s"
                 MOVE "S" TO WS-CONFIRMA
              END-IF
           END-PERFORM.

       RECIBIR-ARTICULO-CSG.
           DISPLAY " " LINE 8 POSITION 1 ERASE EOS.
           DISPLAY "Categoria:"          LINE 8 POSITION 20.
           ACCEPT CP-NOMBRE              LINE 8 POSITION 45.
           DISPLAY "Subcategoria:"       LINE 9 POSITION 20.
           ACCEPT SC-NOMBRE              LINE 9 POSITION 45.
           DISPLAY "Codigo de articulo:" LINE 10 POSITION 20.
           ACCEPT ARTCOD                 LINE 10 POSITION 45.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "El articulo no existe en el maestro."
                       LINE 12 POSITION 20
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) LINE 11 POSITION 20.
           MOVE CODART TO CS-CODART.
           MOVE WS-NIT TO CS-NIT.
           READ ARCHIVO-CSG
               INVALID KEY
                   MOVE CODART TO CS-CODART
                   MOVE WS-NIT TO CS-NIT
                   MOVE PRECOM TO CS-COSTO
                   MOVE 0 TO CS-RECIBIDO
                   MOVE 0 TO CS-VENDIDO
                   MOVE 0 TO CS-DEVUELTO
                   MOVE 0 TO CS-FECREC
           END-READ.
           DISPLAY "Cantidad recibida:" LINE 12 POSITION 20.
           MOVE 0 TO WS-CANT-REC.
           ACCEPT WS-CANT-REC LINE 12 POSITION 45.
           IF WS-CANT-REC = 0
              DISPLAY "Cantidad en cero: no se recibe."
                  LINE 14 POSITION 20
              EXIT PARAGRAPH
           END-IF.
           MOVE CS-COSTO TO WS-COSTO-ED.
           DISPLAY "Costo pactado (ENTER=" WS-COSTO-ED "):"
               LINE 13 POSITION 20.
           MOVE 0 TO WS-COSTO-REC.
           ACCEPT WS-COSTO-REC LINE 13 POSITION 60.
           IF WS-COSTO-REC = 0
              MOVE CS-COSTO TO WS-COSTO-REC
           END-IF.
           MOVE STOCK TO WS-STOCK-ANT.
           ADD WS-CANT-REC TO STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al subir stock. FS = " WS-FS
                  LINE 14 POSITION 20
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CANT-REC TO WS-KDX-CANT.
           MOVE "CONSIG-E" TO WS-KDX-TIPO.
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.
           MOVE WS-COSTO-REC TO CS-COSTO.
           ADD WS-CANT-REC TO CS-RECIBIDO.
           MOVE WS-FECHA-HOY TO CS-FECREC.
           WRITE CSGDATA
               INVALID KEY
                   REWRITE CSGDATA
           END-WRITE.
           IF WS-FS-CSG NOT = "00"
              DISPLAY "Error en consigna.dat. FS = " WS-FS-CSG
                  LINE 14 POSITION 20
           ELSE
              DISPLAY "Recibido en consignacion." LINE 14 POSITION 20
           END-IF.

      ****************************************************************
      * Existencias en consignacion de un proveedor: por articulo    *
      * lo recibido, vendido, devuelto y lo que sigue en la tienda.  *
      ****************************************************************
       EXISTENCIAS-CONSIGNACION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Existencias en consignacion -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-PROVEEDOR.
           IF WS-NIT = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "ARTICULO                        RECIB  VENDI  DEVOL"
               "  TIENDA" LINE 8 POSITION 5.
           MOVE 9 TO WS-LIN.
           MOVE "N" TO WS-HAY.
           MOVE WS-NIT TO CS-NIT.
           START ARCHIVO-CSG KEY IS EQUAL TO CS-NIT
               INVALID KEY
                   MOVE "10" TO WS-FS-CSG
           END-START.
           IF WS-FS-CSG = "00"
              PERFORM READ-SIGUIENTE-CSG
              PERFORM UNTIL WS-FS-CSG NOT = "00"
                 IF CS-NIT = WS-NIT
                    MOVE "S" TO WS-HAY
                    IF WS-LIN > 20
                       PERFORM PAUSA
                       PERFORM CLEAR-SCREEN
                       MOVE 5 TO WS-LIN
                    END-IF
                    COMPUTE WS-EN-TIENDA = CS-RECIBIDO - CS-VENDIDO
                        - CS-DEVUELTO
                    DISPLAY CS-CODART(1:30) LINE WS-LIN POSITION 5
                    DISPLAY CS-RECIBIDO(6:5) "  " CS-VENDIDO(6:5)
                        "  " CS-DEVUELTO(6:5) "  " WS-EN-TIENDA
                        LINE WS-LIN POSITION 37
                    ADD 1 TO WS-LIN
                    PERFORM READ-SIGUIENTE-CSG
                 ELSE
                    MOVE "10" TO WS-FS-CSG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CSG.
           IF WS-HAY = "N"
              DISPLAY "Sin mercancia en consignacion." LINE 9
                  POSITION 5
           END-IF.
           PERFORM PAUSA.

      ****************************************************************
      * Liquidacion de un proveedor por periodo: las ventas de       *
      * unidades consignadas aun sin liquidar, al costo pactado,     *
      * van al reporte rep-consig-NIT.txt; si se confirma, el total  *
      * queda como factura por pagar (tipo F, sin OC, numerada con   *
      * el consecutivo de facturas de proveedor) y cada venta queda  *
      * marcada con ese numero. Al final se listan las unidades que  *
      * siguen en la tienda para devolverlas con devol-proveedor.    *
      ****************************************************************
       LIQUIDAR-CONSIGNACION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Liquidacion de consignacion -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-PROVEEDOR.
           IF WS-NIT = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
           MOVE "01" TO WS-FECHA-DESDE(7:2).
           MOVE WS-FECHA-HOY TO WS-FECHA-HASTA.
           DISPLAY "Desde (AAAAMMDD):" LINE 7 POSITION 20.
           DISPLAY WS-FECHA-DESDE LINE 7 POSITION 45.
           ACCEPT WS-FECHA-DESDE LINE 7 POSITION 45.
           DISPLAY "Hasta (AAAAMMDD):" LINE 8 POSITION 20.
           DISPLAY WS-FECHA-HASTA LINE 8 POSITION 45.
           ACCEPT WS-FECHA-HASTA LINE 8 POSITION 45.
           MOVE SPACES TO WS-RUTA-LIQ.
           STRING "../Articulos/rep-consig-" WS-NIT ".txt"
               DELIMITED BY SIZE INTO WS-RUTA-LIQ
           END-STRING.
           OPEN OUTPUT ARCHIVO-LIQ.
           MOVE SPACES TO LIQ-LINEA.
           STRING "LIQUIDACION DE CONSIGNACION - PROVEEDOR " WS-NIT
               " " PRV-RAZSOC(1:40)
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.
           MOVE SPACES TO LIQ-LINEA.
           STRING "PERIODO " WS-FECHA-DESDE " A " WS-FECHA-HASTA
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.
           MOVE SPACES TO LIQ-LINEA.
           WRITE LIQ-LINEA.
           MOVE "UNIDADES VENDIDAS" TO LIQ-LINEA.
           WRITE LIQ-LINEA.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TIQUETE  FECHA    ARTICULO                      "
               "  CANTIDAD    COSTO PACTADO             VALOR"
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.
           MOVE 0 TO WS-TOT-LIQ.
           MOVE 0 TO WS-UNI-LIQ.
           MOVE "L" TO WS-HAY.
           PERFORM RECORRER-VENTAS-CSG.
           MOVE WS-TOT-LIQ TO WS-VALOR-ED.
           MOVE WS-UNI-LIQ TO WS-CANT-ED.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TOTAL UNIDADES " WS-CANT-ED
               "   TOTAL A PAGAR " WS-VALOR-ED
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.
           DISPLAY "Unidades vendidas:" LINE 10 POSITION 20.
           DISPLAY WS-CANT-ED LINE 10 POSITION 45.
           DISPLAY "Total a pagar    :" LINE 11 POSITION 20.
           DISPLAY WS-VALOR-ED LINE 11 POSITION 45.
           MOVE 0 TO WS-NUM-CXP.
           IF WS-TOT-LIQ > 0
              DISPLAY "¿Generar la cuenta por pagar? (S/N):"
                  LINE 13 POSITION 20
              MOVE "N" TO WS-CONFIRMA
              ACCEPT WS-CONFIRMA LINE 13 POSITION 58
              IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                 PERFORM GRABAR-CXP-CONSIGNACION
              END-IF
           END-IF.
           IF WS-NUM-CXP > 0
              MOVE "M" TO WS-HAY
              PERFORM RECORRER-VENTAS-CSG
              MOVE SPACES TO LIQ-LINEA
              STRING "CUENTA POR PAGAR No. " WS-NUM-CXP
                  " VENCE " FP-VENCE
                  DELIMITED BY SIZE INTO LIQ-LINEA
              END-STRING
              WRITE LIQ-LINEA
              DISPLAY "Cuenta por pagar " WS-NUM-CXP " registrada."
                  LINE 15 POSITION 20
           END-IF.
           PERFORM LISTAR-EN-TIENDA.
           CLOSE ARCHIVO-LIQ.
           DISPLAY "Reporte en " WS-RUTA-LIQ(14:40) LINE 17
               POSITION 20.
           PERFORM PAUSA.

      * Ventas consignadas del proveedor en el periodo y sin
      * liquidar. WS-HAY = "L" las lista en el reporte y las suma;
      * "M" las marca con la cuenta por pagar recien grabada.
       RECORRER-VENTAS-CSG.
           MOVE LOW-VALUES TO VC-CLAVE.
           START ARCHIVO-VCS KEY IS NOT LESS THAN VC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VCS
           END-START.
           IF WS-FS-VCS = "00"
              PERFORM READ-SIGUIENTE-VCS
              PERFORM UNTIL WS-FS-VCS NOT = "00"
                 IF VC-NIT = WS-NIT AND VC-LIQUIDA = 0
                    AND VC-FECHA NOT < WS-FECHA-DESDE
                    AND VC-FECHA NOT > WS-FECHA-HASTA
                    PERFORM LIQUIDAR-UNA-VENTA
                 END-IF
                 PERFORM READ-SIGUIENTE-VCS
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VCS.

       LIQUIDAR-UNA-VENTA.
           IF WS-HAY = "M"
              MOVE WS-NUM-CXP TO VC-LIQUIDA
              REWRITE VCSDATA
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALOR-LIN = VC-CANT * VC-COSTO.
           ADD WS-VALOR-LIN TO WS-TOT-LIQ.
           ADD VC-CANT TO WS-UNI-LIQ.
           MOVE VC-CANT TO WS-CANT-ED.
           MOVE VC-COSTO TO WS-COSTO-ED.
           MOVE WS-VALOR-LIN TO WS-VALOR-ED.
           MOVE SPACES TO LIQ-LINEA.
           STRING VC-NUMERO "   " VC-FECHA " " VC-CODART(1:30)
               " " WS-CANT-ED "  " WS-COSTO-ED "  " WS-VALOR-ED
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.

      * La liquidacion entra a cuentas por pagar como una factura
      * mas del proveedor, sin retenciones, en pesos.
       GRABAR-CXP-CONSIGNACION.
           COMPUTE WS-INT-VENCE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + 30.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-VENCE) TO FP-VENCE.
           PERFORM OBTENER-NUMERO-CXP.
           MOVE WS-NUM-CXP TO FP-NUMERO.
           MOVE "F" TO FP-TIPO.
           MOVE 0 TO FP-OC.
           MOVE WS-NIT TO FP-NIT.
           MOVE SPACES TO FP-NUMFAC.
           STRING "CONSIG-" WS-NUM-CXP
               DELIMITED BY SIZE INTO FP-NUMFAC
           END-STRING.
           MOVE WS-FECHA-HOY TO FP-FECHA.
           MOVE WS-TOT-LIQ TO FP-TOTAL.
           MOVE WS-TOT-LIQ TO FP-SALDO.
           MOVE "A" TO FP-ESTADO.
           MOVE WS-TOT-LIQ TO FP-BASE.
           MOVE 0 TO FP-IVA.
           MOVE "COMP" TO FP-CONCEPTO.
           MOVE 0 TO FP-RETEFTE.
           MOVE 0 TO FP-RETEIVA.
           MOVE 0 TO FP-RETEICA.
           MOVE "COP" TO FP-MONEDA.
           MOVE 1 TO FP-TASA.
           MOVE FP-TOTAL TO FP-TOTAL-ME.
           MOVE FP-SALDO TO FP-SALDO-ME.
           WRITE FPRDATA.
           IF WS-FS-FPR NOT = "00"
              DISPLAY "Error al grabar la cuenta por pagar. FS = "
                  WS-FS-FPR LINE 15 POSITION 20
              MOVE 0 TO WS-NUM-CXP
           END-IF.

      * Lo consignado del proveedor que sigue en la tienda, al
      * costo pactado, para programar la devolucion.
       LISTAR-EN-TIENDA.
           MOVE SPACES TO LIQ-LINEA.
           WRITE LIQ-LINEA.
           MOVE "UNIDADES EN CONSIGNACION AUN EN TIENDA" TO LIQ-LINEA.
           WRITE LIQ-LINEA.
           MOVE 0 TO WS-TOT-TIENDA.
           MOVE 0 TO WS-VAL-TIENDA.
           MOVE WS-NIT TO CS-NIT.
           START ARCHIVO-CSG KEY IS EQUAL TO CS-NIT
               INVALID KEY
                   MOVE "10" TO WS-FS-CSG
           END-START.
           IF WS-FS-CSG = "00"
              PERFORM READ-SIGUIENTE-CSG
              PERFORM UNTIL WS-FS-CSG NOT = "00"
                 IF CS-NIT = WS-NIT
                    PERFORM LISTAR-UN-CONSIGNADO
                    PERFORM READ-SIGUIENTE-CSG
                 ELSE
                    MOVE "10" TO WS-FS-CSG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CSG.
           MOVE WS-TOT-TIENDA TO WS-CANT-ED.
           MOVE WS-VAL-TIENDA TO WS-VALOR-ED.
           MOVE SPACES TO LIQ-LINEA.
           STRING "TOTAL EN TIENDA " WS-CANT-ED
               "   AL COSTO PACTADO " WS-VALOR-ED
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.

       LISTAR-UN-CONSIGNADO.
           COMPUTE WS-EN-TIENDA = CS-RECIBIDO - CS-VENDIDO
               - CS-DEVUELTO.
           IF WS-EN-TIENDA NOT > 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALOR-LIN = WS-EN-TIENDA * CS-COSTO.
           ADD WS-EN-TIENDA TO WS-TOT-TIENDA.
           ADD WS-VALOR-LIN TO WS-VAL-TIENDA.
           MOVE WS-EN-TIENDA TO WS-CANT-ED.
           MOVE CS-COSTO TO WS-COSTO-ED.
           MOVE WS-VALOR-LIN TO WS-VALOR-ED.
           MOVE SPACES TO LIQ-LINEA.
           STRING "   " CS-CODART(1:30) " " WS-CANT-ED "  "
               WS-COSTO-ED "  " WS-VALOR-ED
               DELIMITED BY SIZE INTO LIQ-LINEA
           END-STRING.
           WRITE LIQ-LINEA.

      * La cuenta por pagar usa el consecutivo interno de las
      * facturas de proveedor, como la nota credito de devolucion.
       OBTENER-NUMERO-CXP.
           OPEN I-O ARCHIVO-FPCTL.
           IF WS-FS-FCT = "35"
              OPEN OUTPUT ARCHIVO-FPCTL
              MOVE 0 TO FPCTL-ULT
              WRITE REG-FPCTL
              CLOSE ARCHIVO-FPCTL
              OPEN I-O ARCHIVO-FPCTL
           END-IF.
           READ ARCHIVO-FPCTL
               AT END
                   MOVE 0 TO FPCTL-ULT
           END-READ.
           ADD 1 TO FPCTL-ULT.
           MOVE FPCTL-ULT TO WS-NUM-CXP.
           REWRITE REG-FPCTL.
           CLOSE ARCHIVO-FPCTL.

       READ-SIGUIENTE-CSG.
           READ ARCHIVO-CSG NEXT RECORD
               AT END MOVE "10" TO WS-FS-CSG
           END-READ.

       READ-SIGUIENTE-VCS.
           READ ARCHIVO-VCS NEXT RECORD
               AT END MOVE "10" TO WS-FS-VCS
           END-READ.

      * Candado de conteo fisico: mientras exista congela-inv.flg
      * no se recibe mercancia.
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
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

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
           MOVE "CONSIGNACION" TO DRJ-PROGRAMA.
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
