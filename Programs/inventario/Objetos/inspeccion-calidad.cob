       IDENTIFICATION DIVISION.
       PROGRAM-ID. inspeccion-calidad.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                INSPECCION DE CALIDAD                         *
      *                                                              *
      * Descripcion: Los articulos marcados para inspeccion          *
      *              (art-inspeccion.dat) se reciben en la bodega    *
      *              de cuarentena CUA sin tocar el STOCK, asi que   *
      *              no se pueden vender ni apartar. Aqui se         *
      *              inspecciona cada fila retenida de una OC y un   *
      *              proveedor: lo aceptado entra al STOCK con       *
      *              kardex ENTRADA, costo promedio, bodega PRI y su *
      *              lote; lo rechazado sale de la cuarentena en un  *
      *              documento de devolucion a proveedor             *
      *              (dev-prov.dat) con su nota credito en cuentas   *
      *              por pagar. Cada resultado queda en              *
      *              inspecciones.log y en la fila de cuarentena,    *
      *              que alimenta el resumen por proveedor.          *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada linea de hist-prec.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en hist-prec-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas.      *
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
           SELECT ARCHIVO-CUA ASSIGN TO "../Articulos/cuarentena.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMERO
               ALTERNATE RECORD KEY IS CU-OC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-NIT WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CUA.
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
           SELECT ARCHIVO-DEV ASSIGN TO "../Articulos/dev-prov.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-DEV.
           SELECT ARCHIVO-DEVCTL
               ASSIGN TO "../Articulos/devprov-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
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
           SELECT ARCHIVO-LOTES ASSIGN TO "../Articulos/lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-LOT.
           SELECT ARCHIVO-HISPRE ASSIGN TO "../Articulos/hist-prec.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-INSLOG
               ASSIGN TO "../Articulos/inspecciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INL.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Mercancia recibida en cuarentena (bodega CUA), una fila por
      * renglon y lote recibido: no entra al STOCK hasta que la
      * inspeccion la acepta; lo rechazado sale en una devolucion a
      * proveedor.
       FD  ARCHIVO-CUA.
       01  CUADATA.
           05 CU-NUMERO      PIC 9(6).
           05 CU-OC          PIC 9(6).
           05 CU-NIT         PIC 9(10).
           05 CU-CODART      PIC X(120).
           05 CU-NUMLOTE     PIC X(10).
           05 CU-VENCE       PIC 9(8).
           05 CU-FECREC      PIC 9(8).
           05 CU-CANT        PIC 9(10).
           05 CU-COSTO       PIC 9(10)V99.
           05 CU-ESTADO      PIC X.
              88 CU-RETENIDA    VALUE "P".
              88 CU-INSPECCIONADA VALUE "I".
           05 CU-ACEPTADA    PIC 9(10).
           05 CU-RECHAZADA   PIC 9(10).
           05 CU-FECINS      PIC 9(8).
           05 CU-MOTIVO      PIC X(30).
           05 CU-DEVPROV     PIC 9(6).
           05 CU-INSPECTOR   PIC 9(10).

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


      * Renglones del documento de devolucion a proveedor.
       FD  ARCHIVO-DEV.
       01  DEVDATA.
           05 DV-CLAVE.
              07 DV-NUMERO   PIC 9(6).
              07 DV-CODART   PIC X(120).
           05 DV-OC          PIC 9(6).
           05 DV-NIT         PIC 9(10).
           05 DV-CANTIDAD    PIC 9(10).
           05 DV-COSTO       PIC 9(10)V99.
           05 DV-FECHA       PIC 9(8).
           05 DV-OPER        PIC 9(10).

       FD  ARCHIVO-DEVCTL.
       01  REG-DEVCTL.
           05 DEVCTL-ULT     PIC 9(6).

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


      * Lotes por articulo: lo aceptado entra a su lote con la fecha
      * de recibo y el vencimiento que traia la cuarentena.
       FD  ARCHIVO-LOTES.
       01  LOTDATA.
           05 LT-CLAVE.
              07 LT-CODART   PIC X(120).
              07 LT-NUMLOTE  PIC X(10).
           05 LT-FECREC      PIC 9(8).
           05 LT-VENCE       PIC 9(8).
           05 LT-CANTIDAD    PIC 9(10).

       FD  ARCHIVO-HISPRE.
       01  HISPRE-REG.
           05 HISPRE-LINEA     PIC X(160).
           05 HISPRE-MARCA     PIC X.
           05 HISPRE-SELLO     PIC 9(10).

      * Una linea por fila inspeccionada, con el NIT al comienzo
      * para filtrar por proveedor.
       FD  ARCHIVO-INSLOG.
       01  INSLOG-LINEA      PIC X(200).

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-CUA           PIC XX.
       01 WS-FS-PRV           PIC XX.
       01 WS-FS-DEV           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-FPR           PIC XX.
       01 WS-FS-FCT           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-LOT           PIC XX.
       01 WS-FS-HIS           PIC XX.
       01 WS-FS-INL           PIC XX.
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
       01 WS-NUM-OC           PIC 9(6).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-CANT-ACE         PIC 9(10).
       01 WS-CANT-RECH        PIC 9(10).
       01 WS-CONFIRMA         PIC X.
       01 WS-HAY              PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-NUM-DEV          PIC 9(6).
       01 WS-NUM-CREDITO      PIC 9(6).
       01 WS-TOTAL-DEV        PIC 9(12)V99.
       01 WS-LINEAS-DEV       PIC 9(4).
       01 WS-FILAS-INS        PIC 9(4).
       01 WS-UNI-ACE          PIC 9(10).
       01 WS-UNI-RECH         PIC 9(10).
       01 WS-UNI-PEND         PIC 9(10).
       01 WS-UNI-REC          PIC 9(10).
       01 WS-PCT-RECH         PIC 9(3)V99.
       01 WS-PCT-ED           PIC ZZ9.99.
       01 WS-STOCK-ANT        PIC 9(10).
       01 WS-OLD-PRECOM       PIC 9(10)V99.
       01 WS-OLD-PREVEN       PIC 9(10)V99.
       01 WS-FECHA-HIS        PIC 9(8).
       01 WS-HORA-HIS         PIC 9(8).
       01 WS-FECHA-INL        PIC 9(8).
       01 WS-KDX-TIPO         PIC X(8).
       01 WS-KDX-CANT         PIC S9(10).
       01 WS-KDX-SIG          PIC 9(8).
       01 WS-SB-BODEGA        PIC X(3).
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).

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
              MOVE "INSPECCION-CALIDAD" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/articulos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CUA.
           IF WS-FS-CUA = "35"
              CLOSE ARCHIVO-CUA
              OPEN OUTPUT ARCHIVO-CUA
              CLOSE ARCHIVO-CUA
              OPEN I-O ARCHIVO-CUA
           END-IF.
           OPEN INPUT ARCHIVO-PRV.
           OPEN I-O ARCHIVO-DEV.
           IF WS-FS-DEV = "35"
              CLOSE ARCHIVO-DEV
              OPEN OUTPUT ARCHIVO-DEV
              CLOSE ARCHIVO-DEV
              OPEN I-O ARCHIVO-DEV
           END-IF.
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
           OPEN I-O ARCHIVO-LOTES.
           IF WS-FS-LOT = "35"
              CLOSE ARCHIVO-LOTES
              OPEN OUTPUT ARCHIVO-LOTES
              CLOSE ARCHIVO-LOTES
              OPEN I-O ARCHIVO-LOTES
           END-IF.
           PERFORM MENU-INSPECCION UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-CUA.
           CLOSE ARCHIVO-PRV.
           CLOSE ARCHIVO-DEV.
           CLOSE ARCHIVO-FPR.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-LOTES.
           GOBACK.

       MENU-INSPECCION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  INSPECCION DE CALIDAD        " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  P -> Pendientes en cuarentena" LINE 7 POSITION 20.
           DISPLAY "  I -> Inspeccionar recepcion"   LINE 8 POSITION 20.
           DISPLAY "  H -> Resultados por proveedor" LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "P"
                    PERFORM LISTAR-PENDIENTES
               WHEN "I"
                    PERFORM INSPECCIONAR-RECEPCION
               WHEN "H"
                    PERFORM RESULTADOS-PROVEEDOR
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

       PEDIR-PROVEEDOR.
           DISPLAY "NIT del proveedor:" LINE 6 POSITION 20.
           MOVE 0 TO WS-NIT.
           ACCEPT WS-NIT LINE 6 POSITION 45.
           MOVE WS-NIT TO PRV-NIT.
           READ ARCHIVO-PRV
               INVALID KEY
                   MOVE 0 TO WS-NIT
                   DISPLAY "Ese proveedor no existe." LINE 7
                       POSITION 20
               NOT INVALID KEY
                   DISPLAY PRV-RAZSOC(1:40) LINE 7 POSITION 20
           END-READ.

      * Todo lo retenido, en orden de llegada.
       LISTAR-PENDIENTES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Pendientes en cuarentena -----" LINE 3
               POSITION 20.
           DISPLAY "NUMERO OC     NIT        ARTICULO"
               "                  LOTE       CANTIDAD" LINE 5
               POSITION 2.
           MOVE 6 TO WS-LIN.
           MOVE "N" TO WS-HAY.
           MOVE 0 TO CU-NUMERO.
           START ARCHIVO-CUA KEY IS NOT LESS THAN CU-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CUA
           END-START.
           IF WS-FS-CUA = "00"
              PERFORM READ-SIGUIENTE-CUA
              PERFORM UNTIL WS-FS-CUA NOT = "00"
                 IF CU-RETENIDA
                    MOVE "S" TO WS-HAY
                    IF WS-LIN > 20
                       PERFORM PAUSA
                       PERFORM CLEAR-SCREEN
                       MOVE 5 TO WS-LIN
                    END-IF
                    DISPLAY CU-NUMERO " " CU-OC " " CU-NIT " "
                        CU-CODART(1:25) " " CU-NUMLOTE " " CU-CANT
                        LINE WS-LIN POSITION 2
                    ADD 1 TO WS-LIN
                 END-IF
                 PERFORM READ-SIGUIENTE-CUA
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CUA.
           IF WS-HAY = "N"
              DISPLAY "No hay mercancia en cuarentena." LINE 6
                  POSITION 2
           END-IF.
           PERFORM PAUSA.

      ****************************************************************
      * Inspeccion de lo retenido de una OC para un proveedor: por   *
      * cada fila se confirma cuanto se acepta (por defecto todo) y  *
      * el motivo de lo rechazado. Los rechazos de la sesion van en  *
      * un solo documento de devolucion amarrado a la OC, con nota   *
      * credito por su valor al costo de la factura, igual que la    *
      * devolucion normal. Las filas sin proveedor en el maestro     *
      * quedan con el NIT que se inspecciona.                        *
      ****************************************************************
       INSPECCIONAR-RECEPCION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Inspeccionar recepcion -----" LINE 3
               POSITION 20.
           PERFORM VERIFICAR-CONGELADO.
           IF WS-INV-CONGELADO = "S"
              DISPLAY "INVENTARIO CONGELADO POR CONTEO FISICO."
                  LINE 5 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de OC:" LINE 5 POSITION 20.
           MOVE 0 TO WS-NUM-OC.
           ACCEPT WS-NUM-OC LINE 5 POSITION 45.
           PERFORM PEDIR-PROVEEDOR.
           IF WS-NIT = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-NUM-DEV.
           MOVE 0 TO WS-TOTAL-DEV.
           MOVE 0 TO WS-LINEAS-DEV.
           MOVE 0 TO WS-FILAS-INS.
           MOVE 0 TO WS-UNI-ACE.
           MOVE 0 TO WS-UNI-RECH.
           MOVE "N" TO WS-HAY.
           MOVE WS-NUM-OC TO CU-OC.
           START ARCHIVO-CUA KEY IS EQUAL TO CU-OC
               INVALID KEY
                   MOVE "10" TO WS-FS-CUA
           END-START.
           IF WS-FS-CUA = "00"
              PERFORM READ-SIGUIENTE-CUA
              PERFORM UNTIL WS-FS-CUA NOT = "00"
                 IF CU-OC = WS-NUM-OC
                    IF CU-RETENIDA
                       AND (CU-NIT = WS-NIT OR CU-NIT = 0)
                       MOVE "S" TO WS-HAY
                       PERFORM INSPECCIONAR-FILA
                    END-IF
                    PERFORM READ-SIGUIENTE-CUA
                 ELSE
                    MOVE "10" TO WS-FS-CUA
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CUA.
           PERFORM CLEAR-SCREEN.
           IF WS-HAY = "N"
              DISPLAY "Nada retenido de esa OC para ese proveedor."
                  LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Filas inspeccionadas: " WS-FILAS-INS
               LINE 5 POSITION 10.
           DISPLAY "Unidades aceptadas  : " WS-UNI-ACE
               LINE 6 POSITION 10.
           DISPLAY "Unidades rechazadas : " WS-UNI-RECH
               LINE 7 POSITION 10.
           IF WS-LINEAS-DEV > 0
              PERFORM GRABAR-CREDITO-CXP
              DISPLAY "Devolucion " WS-NUM-DEV " por " WS-TOTAL-DEV
                  " (" WS-LINEAS-DEV " renglones)." LINE 9
                  POSITION 10
              DISPLAY "Nota credito CXP " WS-NUM-CREDITO
                  " registrada." LINE 10 POSITION 10
           END-IF.
           PERFORM PAUSA.

       INSPECCIONAR-FILA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Inspeccionar recepcion -----" LINE 3
               POSITION 20.
           DISPLAY "Articulo : " CU-CODART(1:30) LINE 5 POSITION 10.
           DISPLAY "Lote     : " CU-NUMLOTE " vence " CU-VENCE
               LINE 6 POSITION 10.
           DISPLAY "Recibido : " CU-FECREC " retenido " CU-CANT
               LINE 7 POSITION 10.
           DISPLAY "Cantidad aceptada (ENTER=todo):"
               LINE 9 POSITION 10.
           MOVE CU-CANT TO WS-CANT-ACE.
           ACCEPT WS-CANT-ACE LINE 9 POSITION 45.
           IF WS-CANT-ACE > CU-CANT
              DISPLAY "Supera lo retenido: la fila sigue pendiente."
                  LINE 10 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CANT-RECH = CU-CANT - WS-CANT-ACE.
           MOVE SPACES TO CU-MOTIVO.
           IF WS-CANT-RECH > 0
              DISPLAY "Rechazadas: " WS-CANT-RECH LINE 10 POSITION 10
              DISPLAY "Motivo del rechazo:" LINE 11 POSITION 10
              ACCEPT CU-MOTIVO LINE 11 POSITION 45
           END-IF.
           DISPLAY "¿Confirmar resultado? (S/N):" LINE 13 POSITION 10.
           MOVE "S" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 13 POSITION 45.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           MOVE CU-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   DISPLAY "El articulo ya no existe en el maestro."
                       LINE 14 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           MOVE "CUA" TO WS-SB-BODEGA.
           COMPUTE WS-SB-DELTA = 0 - CU-CANT.
           PERFORM AJUSTAR-BODEGA.
           IF WS-CANT-ACE > 0
              PERFORM LIBERAR-ACEPTADO
           END-IF.
           IF WS-CANT-RECH > 0
              PERFORM DEVOLVER-RECHAZADO
           END-IF.
           IF CU-NIT = 0
              MOVE WS-NIT TO CU-NIT
           END-IF.
           MOVE "I" TO CU-ESTADO.
           MOVE WS-CANT-ACE TO CU-ACEPTADA.
           MOVE WS-CANT-RECH TO CU-RECHAZADA.
           MOVE WS-FECHA-HOY TO CU-FECINS.
           MOVE T-NUMDOC TO CU-INSPECTOR.
           REWRITE CUADATA.
           IF WS-FS-CUA NOT = "00"
              DISPLAY "Error al grabar la inspeccion. FS = " WS-FS-CUA
                  LINE 16 POSITION 10
              PERFORM PAUSA
           END-IF.
           ADD 1 TO WS-FILAS-INS.
           ADD WS-CANT-ACE TO WS-UNI-ACE.
           ADD WS-CANT-RECH TO WS-UNI-RECH.
           PERFORM REGISTRAR-INSPECCION.

      * Lo aceptado entra como la recepcion normal: costo promedio
      * con el costo de la factura, kardex ENTRADA, bodega PRI y su
      * lote si lo trae.
       LIBERAR-ACEPTADO.
           MOVE STOCK TO WS-STOCK-ANT.
           MOVE PRECOM TO WS-OLD-PRECOM.
           MOVE PREVEN TO WS-OLD-PREVEN.
           IF CU-COSTO > 0
              COMPUTE PRECOM ROUNDED =
                  (WS-STOCK-ANT * PRECOM + WS-CANT-ACE * CU-COSTO)
                  / (WS-STOCK-ANT + WS-CANT-ACE)
           END-IF.
           ADD WS-CANT-ACE TO STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al actualizar stock. FS = " WS-FS
                  LINE 14 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF PRECOM NOT = WS-OLD-PRECOM
              PERFORM REGISTRAR-HIST-PRECIO
           END-IF.
           MOVE WS-CANT-ACE TO WS-KDX-CANT.
           MOVE "ENTRADA" TO WS-KDX-TIPO.
           PERFORM REGISTRAR-KARDEX.
           MOVE "PRI" TO WS-SB-BODEGA.
           MOVE WS-CANT-ACE TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA.
           IF CU-NUMLOTE = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO LT-CODART.
           MOVE CU-NUMLOTE TO LT-NUMLOTE.
           READ ARCHIVO-LOTES
               INVALID KEY
                   MOVE CODART TO LT-CODART
                   MOVE CU-NUMLOTE TO LT-NUMLOTE
                   MOVE CU-FECREC TO LT-FECREC
                   MOVE CU-VENCE TO LT-VENCE
                   MOVE WS-CANT-ACE TO LT-CANTIDAD
                   WRITE LOTDATA
               NOT INVALID KEY
                   ADD WS-CANT-ACE TO LT-CANTIDAD
                   IF CU-VENCE > 0
                      MOVE CU-VENCE TO LT-VENCE
                   END-IF
                   REWRITE LOTDATA
           END-READ.
           IF WS-FS-LOT NOT = "00"
              DISPLAY "Error al grabar lote. FS = " WS-FS-LOT
                  LINE 15 POSITION 10
           END-IF.

      * Lo rechazado nunca entro al STOCK: solo se documenta la
      * devolucion. Dos lotes rechazados del mismo articulo suman en
      * el mismo renglon del documento.
       DEVOLVER-RECHAZADO.
           IF WS-NUM-DEV = 0
              PERFORM OBTENER-NUMERO-DEV
           END-IF.
           MOVE WS-NUM-DEV TO DV-NUMERO.
           MOVE CU-CODART TO DV-CODART.
           MOVE WS-NUM-OC TO DV-OC.
           MOVE WS-NIT TO DV-NIT.
           MOVE WS-CANT-RECH TO DV-CANTIDAD.
           MOVE CU-COSTO TO DV-COSTO.
           MOVE WS-FECHA-HOY TO DV-FECHA.
           MOVE T-NUMDOC TO DV-OPER.
           WRITE DEVDATA
               INVALID KEY
                   READ ARCHIVO-DEV
                   ADD WS-CANT-RECH TO DV-CANTIDAD
                   REWRITE DEVDATA
               NOT INVALID KEY
                   ADD 1 TO WS-LINEAS-DEV
           END-WRITE.
           COMPUTE WS-TOTAL-DEV = WS-TOTAL-DEV
               + WS-CANT-RECH * CU-COSTO.
           MOVE WS-NUM-DEV TO CU-DEVPROV.

      ****************************************************************
      * Resumen por proveedor: unidades retenidas, aceptadas,        *
      * rechazadas y pendientes, con el porcentaje de rechazo y el   *
      * detalle de cada fila inspeccionada.                          *
      ****************************************************************
       RESULTADOS-PROVEEDOR.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Resultados por proveedor -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-PROVEEDOR.
           IF WS-NIT = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-UNI-REC.
           MOVE 0 TO WS-UNI-ACE.
           MOVE 0 TO WS-UNI-RECH.
           MOVE 0 TO WS-UNI-PEND.
           DISPLAY "OC     FECHA    ARTICULO                  LOTE"
               "       ACEPT RECH  MOTIVO" LINE 9 POSITION 2.
           MOVE 10 TO WS-LIN.
           MOVE WS-NIT TO CU-NIT.
           START ARCHIVO-CUA KEY IS EQUAL TO CU-NIT
               INVALID KEY
                   MOVE "10" TO WS-FS-CUA
           END-START.
           IF WS-FS-CUA = "00"
              PERFORM READ-SIGUIENTE-CUA
              PERFORM UNTIL WS-FS-CUA NOT = "00"
                 IF CU-NIT = WS-NIT
                    PERFORM MOSTRAR-RESULTADO
                    PERFORM READ-SIGUIENTE-CUA
                 ELSE
                    MOVE "10" TO WS-FS-CUA
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CUA.
           MOVE 0 TO WS-PCT-RECH.
           IF WS-UNI-ACE + WS-UNI-RECH > 0
              COMPUTE WS-PCT-RECH ROUNDED = WS-UNI-RECH * 100
                  / (WS-UNI-ACE + WS-UNI-RECH)
           END-IF.
           MOVE WS-PCT-RECH TO WS-PCT-ED.
           IF WS-LIN > 18
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           ADD 1 TO WS-LIN.
           DISPLAY "Retenido " WS-UNI-REC " aceptado " WS-UNI-ACE
               " rechazado " WS-UNI-RECH LINE WS-LIN POSITION 2.
           ADD 1 TO WS-LIN.
           DISPLAY "Pendiente " WS-UNI-PEND "  rechazo " WS-PCT-ED " %"
               LINE WS-LIN POSITION 2.
           PERFORM PAUSA.

       MOSTRAR-RESULTADO.
           ADD CU-CANT TO WS-UNI-REC.
           IF CU-RETENIDA
              ADD CU-CANT TO WS-UNI-PEND
              EXIT PARAGRAPH
           END-IF.
           ADD CU-ACEPTADA TO WS-UNI-ACE.
           ADD CU-RECHAZADA TO WS-UNI-RECH.
           IF WS-LIN > 20
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           DISPLAY CU-OC " " CU-FECINS " " CU-CODART(1:25) " "
               CU-NUMLOTE " " CU-ACEPTADA(6:5) " " CU-RECHAZADA(6:5)
               " " CU-MOTIVO(1:15) LINE WS-LIN POSITION 2.
           ADD 1 TO WS-LIN.

      * Nota credito por lo rechazado, con el consecutivo de las
      * facturas de proveedor, como en devol-proveedor.
       GRABAR-CREDITO-CXP.
           PERFORM OBTENER-NUMERO-CREDITO.
           MOVE WS-NUM-CREDITO TO FP-NUMERO.
           MOVE "C" TO FP-TIPO.
           MOVE WS-NUM-OC TO FP-OC.
           MOVE WS-NIT TO FP-NIT.
           MOVE SPACES TO FP-NUMFAC.
           STRING "DEV-" WS-NUM-DEV DELIMITED BY SIZE
               INTO FP-NUMFAC
           END-STRING.
           MOVE WS-FECHA-HOY TO FP-FECHA.
           MOVE WS-FECHA-HOY TO FP-VENCE.
           COMPUTE FP-TOTAL = 0 - WS-TOTAL-DEV.
           COMPUTE FP-SALDO = 0 - WS-TOTAL-DEV.
           MOVE "A" TO FP-ESTADO.
           MOVE FP-TOTAL TO FP-BASE.
           MOVE 0 TO FP-IVA.
           MOVE SPACES TO FP-CONCEPTO.
           MOVE 0 TO FP-RETEFTE.
           MOVE 0 TO FP-RETEIVA.
           MOVE 0 TO FP-RETEICA.
           MOVE "COP" TO FP-MONEDA.
           MOVE 1 TO FP-TASA.
           MOVE FP-TOTAL TO FP-TOTAL-ME.
           MOVE FP-SALDO TO FP-SALDO-ME.
           WRITE FPRDATA.
           IF WS-FS-FPR NOT = "00"
              DISPLAY "Error al grabar la nota credito. FS = "
                  WS-FS-FPR LINE 22 POSITION 10
           END-IF.

       REGISTRAR-INSPECCION.
           ACCEPT WS-FECHA-INL FROM DATE YYYYMMDD.
           MOVE SPACES TO INSLOG-LINEA.
           STRING CU-NIT ";" WS-FECHA-INL ";OC=" CU-OC ";"
               CU-CODART(1:30) ";LOTE=" CU-NUMLOTE
               ";RET=" CU-CANT ";ACE=" CU-ACEPTADA
               ";RECH=" CU-RECHAZADA ";" CU-MOTIVO
               ";DEV=" CU-DEVPROV ";OPER=" T-NUMDOC
               DELIMITED BY SIZE INTO INSLOG-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-INSLOG.
           IF WS-FS-INL NOT = "00"
               OPEN OUTPUT ARCHIVO-INSLOG
           END-IF.
           WRITE INSLOG-LINEA.
           CLOSE ARCHIVO-INSLOG.

       REGISTRAR-HIST-PRECIO.
           ACCEPT WS-FECHA-HIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HIS  FROM TIME.
           STRING WS-FECHA-HIS " " WS-HORA-HIS
               " OPER=" T-NUMDOC " CODART=" CODART
               " PRECOM-ANT=" WS-OLD-PRECOM " PRECOM-NUE=" PRECOM
               " PREVEN-ANT=" WS-OLD-PREVEN " PREVEN-NUE=" PREVEN
               DELIMITED BY SIZE
               INTO HISPRE-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-HISPRE.
           IF WS-FS-HIS NOT = "00"
              OPEN OUTPUT ARCHIVO-HISPRE
           END-IF.
           PERFORM SELLAR-HIST-PRECIO.
           WRITE HISPRE-REG.
           CLOSE ARCHIVO-HISPRE.

      * Consecutivo de devoluciones, el mismo de devol-proveedor.
       OBTENER-NUMERO-DEV.
           OPEN I-O ARCHIVO-DEVCTL.
           IF WS-FS-CTL = "35"
              OPEN OUTPUT ARCHIVO-DEVCTL
              MOVE 0 TO DEVCTL-ULT
              WRITE REG-DEVCTL
              CLOSE ARCHIVO-DEVCTL
              OPEN I-O ARCHIVO-DEVCTL
           END-IF.
           READ ARCHIVO-DEVCTL
               AT END
                   MOVE 0 TO DEVCTL-ULT
           END-READ.
           ADD 1 TO DEVCTL-ULT.
           MOVE DEVCTL-ULT TO WS-NUM-DEV.
           REWRITE REG-DEVCTL.
           CLOSE ARCHIVO-DEVCTL.

       OBTENER-NUMERO-CREDITO.
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
           MOVE FPCTL-ULT TO WS-NUM-CREDITO.
           REWRITE REG-FPCTL.
           CLOSE ARCHIVO-FPCTL.

       READ-SIGUIENTE-CUA.
           READ ARCHIVO-CUA NEXT RECORD
               AT END MOVE "10" TO WS-FS-CUA
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

      * Suma (o resta) WS-SB-DELTA a la bodega WS-SB-BODEGA del
      * articulo en CODART, sin dejarla por debajo de cero.
       AJUSTAR-BODEGA.
           MOVE CODART TO SB-CODART.
           MOVE WS-SB-BODEGA TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE CODART TO SB-CODART
                   MOVE WS-SB-BODEGA TO SB-BODEGA
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

      ****************************************************************
      * Sello de la linea del historial de precios, encadenado con   *
      * el de la linea anterior (hist-prec-cadena.dat).              *
      ****************************************************************
       SELLAR-HIST-PRECIO.
           MOVE "../Articulos/hist-prec-cadena.dat" TO WS-RUTA-SLO.
           MOVE HISPRE-LINEA TO WS-SELLO-TEXTO.
           MOVE 160 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO HISPRE-MARCA.
           MOVE WS-SELLO TO HISPRE-SELLO.

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
           MOVE "INSPECCION-CALIDAD" TO DRJ-PROGRAMA.
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
