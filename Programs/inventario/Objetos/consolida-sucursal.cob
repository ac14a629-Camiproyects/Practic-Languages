      *              articulo; todos quedan marcados con la          *
      *              sucursal del encabezado, asi los reportes que   *
      *              barren ventas.dat ya salen combinados y el      *
      *              campo VTA-SUCURSAL separa por tienda. En una    *
      *              sucursal (sucursal.cfg distinto de 0) el        *
      *              extracto de la principal u otra tienda solo     *
      *              aporta los traslados que vienen para ella.      *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      *      entraria repetido bajo consecutivos nuevos. La          *
      *      sucursal debe ser de un digito (1-9) para que la        *
      *      renumeracion quepa en el numero de tiquete.             *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre ventas.dat  *
      *      y kardex.dat queda en el diario de recuperacion         *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - Traslados entre sucursales: las lineas X   *
      *      del extracto entran a transito.dat (el trailer trae su  *
      *      conteo), y al final de cada corrida, aun sin archivo o  *
      *      con uno ya cargado, se reciben los traslados en         *
      *      transito para esta tienda: llego completo o conteo por  *
      *      linea, STOCK y bodega PRI suben con kardex TRASL-EN y   *
      *      la diferencia queda marcada como merma en transito.     *
      * Mod: 15-10-2026 - En una sucursal (sucursal.cfg distinto de  *
      *      0) se carga el extracto de la principal o de otra       *
      *      sucursal en modo solo traslados: entran las lineas X    *
      *      con destino a esta tienda, las V y K se saltan, y       *
      *      enseguida se reciben. Asi se confirman tambien los      *
      *      envios de la principal a una sucursal.                  *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-CSCTL
               ASSIGN TO "../Articulos/consolida-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-TTR ASSIGN TO "../Articulos/transito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TTR.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-SBOD ASSIGN TO "../Articulos/stock-bod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-SUC ASSIGN TO "sucursal.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUC.

       DATA DIVISION.
       FILE SECTION.
           05 KDX-ESTACION   PIC 9(4).
           05 KDX-SUCURSAL   PIC 9(2).

      * Traslados entre sucursales (traslado-sucursal): las lineas
      * X del extracto entran tal cual y aqui se confirma lo que
      * llego de los que vienen para esta tienda.
       FD  ARCHIVO-TTR.
       01  TTRDATA.
           05 TT-CLAVE.
              07 TT-SUC-ORIGEN  PIC 9(2).
              07 TT-NUMERO      PIC 9(6).
              07 TT-LINEA       PIC 9(3).
           05 TT-SUC-DESTINO    PIC 9(2).
           05 TT-CODART         PIC X(120).
           05 TT-CANT-ENV       PIC 9(10).
           05 TT-CANT-REC       PIC 9(10).
           05 TT-COSTO-UNIT     PIC 9(10)V99.
           05 TT-FECHA-ENV      PIC 9(8).
           05 TT-HORA-ENV       PIC 9(8).
           05 TT-OPER-ENV       PIC 9(10).
           05 TT-ESTADO         PIC X.
              88 TT-EN-TRANSITO     VALUE "T".
              88 TT-RECIBIDO        VALUE "R".
              88 TT-CON-DIFERENCIA  VALUE "D".
           05 TT-FECHA-REC      PIC 9(8).
           05 TT-OPER-REC       PIC 9(10).
           05 TT-MOTIVO         PIC X(30).

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

       FD  ARCHIVO-SBOD.
       01  SBODATA.
           05 SB-CLAVE.
              07 SB-CODART   PIC X(120).
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

       FD  ARCHIVO-SUC.
       01  SUC-LINEA         PIC 9(2).

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
       01 WS-FS-TRF           PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-YA-CARGADO       PIC X.
       01 WS-FIN-CSC          PIC X.

      * Traslados entre sucursales: lineas X del extracto y la
      * recepcion en esta tienda (ver RECIBIR-TRASLADOS).
       01 WS-FS               PIC XX.
       01 WS-FS-TTR           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-SUC           PIC XX.
       01 WS-CONT-X           PIC 9(8).
       01 WS-CTL-X            PIC 9(8).
       01 WS-CARG-X           PIC 9(8) VALUE 0.
       01 WK-DATOS-X          PIC X(240).
       01 WS-SUC-LOCAL        PIC 9(2) VALUE 0.
      * S = esta tienda es sucursal (sucursal.cfg distinto de 0): del
      * extracto de otra tienda solo se cargan los traslados que
      * vienen para ella; ventas y kardex ajenos no se tocan.
       01 WS-SOLO-TRASL       PIC X VALUE "N".
       01 WS-REC-INICIADA     PIC X.
       01 WS-REC-BLOQUEADA    PIC X.
       01 WS-REC-OPER         PIC 9(10).
       01 WS-REC-MODO         PIC X.
       01 WS-REC-DOC          PIC X(8).
       01 WS-CANT-REC         PIC 9(10).
       01 WS-REC-LINEAS       PIC 9(6).
       01 WS-REC-DIFER        PIC 9(6).
       01 WS-REC-PEND         PIC 9(6).
       01 WS-STOCK-ANT        PIC 9(10).
       01 WS-SB-NUEVA         PIC 9(11).
       01 WS-RUTA-CONGELA     PIC X(40)
           VALUE "../Articulos/congela-inv.flg".
       01 WS-CON-INFO.
           05 WS-CON-SIZE     PIC X(8) COMP-X.
           05 WS-CON-FECH     PIC X(8) COMP-X.
           05 WS-CON-HORA     PIC X(8) COMP-X.
       01 WS-CON-RET          PIC 9(9) COMP-X.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- CONSOLIDACION DE SUCURSAL -----".
           ACCEPT WS-RUTA-TRF.
           IF WS-RUTA-TRF = SPACES
              DISPLAY "Sin archivo: nada que consolidar."
              PERFORM RECIBIR-TRASLADOS
              GOBACK
           END-IF.
           PERFORM LEER-SUCURSAL.
           IF WS-SUC-LOCAL NOT = 0
              MOVE "S" TO WS-SOLO-TRASL
           END-IF.
      * Primera pasada: contar y validar encabezado y trailer antes
      * de tocar un solo archivo local.
           MOVE "V" TO WS-FASE.
              GOBACK
           END-IF.
           IF WS-CONT-V NOT = WS-CTL-V OR WS-CONT-K NOT = WS-CTL-K
              OR WS-CONT-X NOT = WS-CTL-X
              DISPLAY "CONTROL NO CUADRA: nada se cargo."
              DISPLAY "Trailer V=" WS-CTL-V " K=" WS-CTL-K
                  " X=" WS-CTL-X
              DISPLAY "Contado V=" WS-CONT-V " K=" WS-CONT-K
                  " X=" WS-CONT-X
              GOBACK
           END-IF.
      * En una sucursal el extracto puede ser el de la principal
      * (SUC 0) o el de otra sucursal, nunca el propio.
           IF WS-SOLO-TRASL = "S"
              AND (WS-SUC-ORIGEN = WS-SUC-LOCAL OR WS-SUC-ORIGEN > 9)
              DISPLAY "Sucursal " WS-SUC-ORIGEN " invalida para esta"
                  " tienda. Nada se cargo."
              GOBACK
           END-IF.
      * El prefijo de renumeracion (SUC x 100000) solo cabe en el
      * numero de tiquete de 6 digitos con sucursales de un digito.
           IF WS-SOLO-TRASL = "N"
              AND (WS-SUC-ORIGEN = 0 OR WS-SUC-ORIGEN > 9)
              DISPLAY "Sucursal " WS-SUC-ORIGEN " invalida: debe"
                  " ser de 1 a 9. Nada se cargo."
              GOBACK
              DISPLAY "Ese traspaso (sucursal " WS-SUC-ORIGEN
                  " fecha " WS-FECHA-TRF ") ya fue cargado:"
                  " no se repite."
              PERFORM RECIBIR-TRASLADOS
              GOBACK
           END-IF.
           IF WS-SOLO-TRASL = "S"
              DISPLAY "Control cuadrado. Esta tienda es la sucursal "
                  WS-SUC-LOCAL ": solo se cargan los traslados que"
                  " vienen para ella."
              PERFORM CARGAR-SOLO-TRASLADOS
              GOBACK
           END-IF.
           DISPLAY "Control cuadrado (" WS-CONT-V " ventas, "
              CLOSE ARCHIVO-KARDEX
              OPEN I-O ARCHIVO-KARDEX
           END-IF.
           OPEN I-O ARCHIVO-TTR.
           IF WS-FS-TTR = "35"
              CLOSE ARCHIVO-TTR
              OPEN OUTPUT ARCHIVO-TTR
              CLOSE ARCHIVO-TTR
              OPEN I-O ARCHIVO-TTR
           END-IF.
           MOVE "A" TO WS-FASE.
           PERFORM RECORRER-TRF.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-TTR.
           PERFORM ANOTAR-CARGADO.
           DISPLAY "Cargados " WS-CARG-V " registros de venta y "
               WS-CARG-K " de kardex de la sucursal "
               WS-SUC-ORIGEN ".".
           IF WS-CARG-X > 0
              DISPLAY "Lineas de traslado en transito cargadas: "
                  WS-CARG-X
           END-IF.
           PERFORM RECIBIR-TRASLADOS.
           GOBACK.

      * Carga en una sucursal: las lineas X del extracto de la otra
      * tienda que vienen para esta, y enseguida la recepcion.
       CARGAR-SOLO-TRASLADOS.
           OPEN I-O ARCHIVO-TTR.
           IF WS-FS-TTR = "35"
              CLOSE ARCHIVO-TTR
              OPEN OUTPUT ARCHIVO-TTR
              CLOSE ARCHIVO-TTR
              OPEN I-O ARCHIVO-TTR
           END-IF.
           MOVE "A" TO WS-FASE.
           PERFORM RECORRER-TRF.
           CLOSE ARCHIVO-TTR.
           PERFORM ANOTAR-CARGADO.
           DISPLAY "Lineas de traslado en transito cargadas: "
               WS-CARG-X.
           PERFORM RECIBIR-TRASLADOS.

       VERIFICAR-YA-CARGADO.
           MOVE "N" TO WS-YA-CARGADO.
           OPEN INPUT ARCHIVO-CSCTL.
       RECORRER-TRF.
           MOVE 0 TO WS-CONT-V.
           MOVE 0 TO WS-CONT-K.
           MOVE 0 TO WS-CONT-X.
           MOVE 0 TO WS-CTL-X.
           MOVE "N" TO WS-HAY-HEADER.
           MOVE "N" TO WS-HAY-TRAILER.
           OPEN INPUT ARCHIVO-TRF.
                   PERFORM TOMAR-SUCURSAL
               WHEN "V"
                   ADD 1 TO WS-CONT-V
                   IF WS-FASE = "A" AND WS-SOLO-TRASL = "N"
                      PERFORM CARGAR-VENTA
                   END-IF
               WHEN "K"
                   ADD 1 TO WS-CONT-K
                   IF WS-FASE = "A" AND WS-SOLO-TRASL = "N"
                      PERFORM CARGAR-KARDEX
                   END-IF
               WHEN "X"
                   ADD 1 TO WS-CONT-X
                   IF WS-FASE = "A"
                      PERFORM CARGAR-TRASLADO
                   END-IF
               WHEN "T"
                   MOVE "S" TO WS-HAY-TRAILER
                   PERFORM TOMAR-TRAILER
           MOVE 0 TO WS-FECHA-TRF.
           MOVE TRF-DATOS(14:8) TO WS-FECHA-TRF.

      * Trailer "V=cccccccc K=cccccccc TOTAL=... X=cccccccc"; los
      * extractos anteriores a los traslados no traen el X=.
       TOMAR-TRAILER.
           MOVE TRF-DATOS(3:8) TO WS-CTL-V.
           MOVE TRF-DATOS(14:8) TO WS-CTL-K.
           IF TRF-DATOS(48:8) IS NUMERIC
              MOVE TRF-DATOS(48:8) TO WS-CTL-X
           END-IF.

      ****************************************************************
      * Un tiquete de la sucursal entra renumerado con el prefijo   *
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CARG-V
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.

      * Un kardex de la sucursal entra con el siguiente consecutivo
      * libre del articulo en el kardex consolidado.
                       KDX-CODART(1:30) " SEQ " KDX-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-CARG-K
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.

      * Una linea de traslado de la sucursal entra tal cual; si ya
      * estaba (extracto repetido o ya recibida) se deja quieta.
       CARGAR-TRASLADO.
           MOVE TRF-DATOS(1:240) TO WK-DATOS-X.
           MOVE WK-DATOS-X TO TTRDATA.
           IF WS-SOLO-TRASL = "S"
              AND TT-SUC-DESTINO NOT = WS-SUC-LOCAL
              EXIT PARAGRAPH
           END-IF.
           WRITE TTRDATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CARG-X
           END-WRITE.

      ****************************************************************
      * Recepcion de los traslados que vienen para esta tienda       *
      * (sucursal.cfg) y siguen en transito. Por documento se        *
      * confirma si llego completo o se cuenta linea por linea; lo   *
      * recibido sube STOCK con kardex TRASL-EN y la bodega PRI, y   *
      * la diferencia contra lo enviado queda marcada en la linea    *
      * (estado D) como merma en transito para reporte-transito.     *
      * Un documento sin confirmar sigue en transito y se vuelve a   *
      * ofrecer en la siguiente corrida.                             *
      ****************************************************************
       RECIBIR-TRASLADOS.
           PERFORM LEER-SUCURSAL.
           OPEN I-O ARCHIVO-TTR.
           IF WS-FS-TTR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REC-INICIADA.
           MOVE "N" TO WS-REC-BLOQUEADA.
           MOVE SPACES TO WS-REC-DOC.
           MOVE 0 TO WS-REC-LINEAS.
           MOVE 0 TO WS-REC-DIFER.
           MOVE 0 TO WS-REC-PEND.
           MOVE LOW-VALUES TO TT-CLAVE.
           START ARCHIVO-TTR KEY IS NOT LESS THAN TT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TTR
           END-START.
           IF WS-FS-TTR = "00"
              PERFORM READ-SIGUIENTE-TTR
              PERFORM UNTIL WS-FS-TTR NOT = "00"
                 IF TT-EN-TRANSITO
                    AND TT-SUC-DESTINO = WS-SUC-LOCAL
                    PERFORM RECIBIR-LINEA-TRASLADO
                 END-IF
                 PERFORM READ-SIGUIENTE-TTR
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-TTR.
           IF WS-REC-INICIADA = "N"
              EXIT PARAGRAPH
           END-IF.
           IF WS-REC-BLOQUEADA = "N"
              CLOSE ARCHIVO-ART
              CLOSE ARCHIVO-KARDEX
              CLOSE ARCHIVO-SBOD
           END-IF.
           DISPLAY "Traslados: " WS-REC-LINEAS " lineas recibidas, "
               WS-REC-DIFER " con diferencia, " WS-REC-PEND
               " siguen en transito.".

       RECIBIR-LINEA-TRASLADO.
           IF WS-REC-INICIADA = "N"
              PERFORM INICIAR-RECEPCION
           END-IF.
           IF WS-REC-BLOQUEADA = "S"
              ADD 1 TO WS-REC-PEND
              EXIT PARAGRAPH
           END-IF.
           IF TTRDATA(1:8) NOT = WS-REC-DOC
              MOVE TTRDATA(1:8) TO WS-REC-DOC
              DISPLAY " "
              DISPLAY "Traslado " TT-SUC-ORIGEN "-" TT-NUMERO
                  " de la sucursal " TT-SUC-ORIGEN " enviado el "
                  TT-FECHA-ENV " " TT-MOTIVO
              DISPLAY "S=llego completo, N=contar linea por linea,"
                  " ENTER=sigue en transito: "
              MOVE SPACE TO WS-REC-MODO
              ACCEPT WS-REC-MODO
           END-IF.
           EVALUATE WS-REC-MODO
               WHEN "S"
               WHEN "s"
                   MOVE TT-CANT-ENV TO WS-CANT-REC
               WHEN "N"
               WHEN "n"
                   DISPLAY "  " TT-LINEA " " TT-CODART(1:30)
                       " enviado " TT-CANT-ENV " recibido: "
                   MOVE 0 TO WS-CANT-REC
                   ACCEPT WS-CANT-REC
               WHEN OTHER
                   ADD 1 TO WS-REC-PEND
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM APLICAR-RECEPCION.

      * La primera linea pendiente abre los maestros y pide quien
      * recibe; con el inventario congelado por conteo fisico nada
      * se recibe y todo sigue en transito.
       INICIAR-RECEPCION.
           MOVE "S" TO WS-REC-INICIADA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-CONGELA
               WS-CON-INFO RETURNING WS-CON-RET.
           IF WS-CON-RET = 0
              MOVE "S" TO WS-REC-BLOQUEADA
              DISPLAY "Hay traslados por recibir, pero el inventario"
                  " esta congelado por conteo fisico."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hay traslados en transito para esta tienda."
           DISPLAY "Documento de quien recibe (0=no recibir ahora): ".
           MOVE 0 TO WS-REC-OPER.
           ACCEPT WS-REC-OPER.
           IF WS-REC-OPER = 0
              MOVE "S" TO WS-REC-BLOQUEADA
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "No se pudo abrir articulos.dat. FS = " WS-FS
              MOVE "S" TO WS-REC-BLOQUEADA
              EXIT PARAGRAPH
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

       APLICAR-RECEPCION.
           MOVE TT-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   DISPLAY "  " TT-CODART(1:30) " no existe en el"
                       " maestro de esta tienda: sigue en transito."
                   ADD 1 TO WS-REC-PEND
                   EXIT PARAGRAPH
           END-READ.
           IF WS-CANT-REC > 0
              MOVE STOCK TO WS-STOCK-ANT
              ADD WS-CANT-REC TO STOCK
              REWRITE USUART
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-ARTICULOS
              PERFORM KARDEX-RECEPCION
              PERFORM BODEGA-RECEPCION
           END-IF.
           MOVE WS-CANT-REC TO TT-CANT-REC.
           ACCEPT TT-FECHA-REC FROM DATE YYYYMMDD.
           MOVE WS-REC-OPER TO TT-OPER-REC.
           IF TT-CANT-REC = TT-CANT-ENV
              SET TT-RECIBIDO TO TRUE
           ELSE
              SET TT-CON-DIFERENCIA TO TRUE
              ADD 1 TO WS-REC-DIFER
              DISPLAY "  DIFERENCIA " TT-CODART(1:30) ": enviado "
                  TT-CANT-ENV " recibido " TT-CANT-REC
                  " (merma en transito)"
           END-IF.
           REWRITE TTRDATA
               INVALID KEY
                   DISPLAY "No se pudo cerrar la linea de traslado."
           END-REWRITE.
           ADD 1 TO WS-REC-LINEAS.

       KARDEX-RECEPCION.
           MOVE CODART TO WK-CODART.
           PERFORM BUSCAR-SIG-KDX.
           MOVE CODART TO KDX-CODART.
           MOVE WS-KDX-SIG TO KDX-SEQ.
           ACCEPT KDX-FECHA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA  FROM TIME.
           MOVE "TRASL-EN" TO KDX-TIPO.
           MOVE WS-CANT-REC TO KDX-CANTIDAD.
           MOVE WS-STOCK-ANT TO KDX-STOCK-ANT.
           MOVE STOCK TO KDX-STOCK-NUE.
           MOVE WS-REC-OPER TO KDX-OPER.
           MOVE 0 TO KDX-ESTACION.
           MOVE WS-SUC-LOCAL TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.

       BODEGA-RECEPCION.
           MOVE CODART TO SB-CODART.
           MOVE "PRI" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE CODART TO SB-CODART
                   MOVE "PRI" TO SB-BODEGA
                   MOVE WS-CANT-REC TO SB-CANTIDAD
                   WRITE SBODATA
                   MOVE "W" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
               NOT INVALID KEY
                   COMPUTE WS-SB-NUEVA = SB-CANTIDAD + WS-CANT-REC
                   MOVE WS-SB-NUEVA TO SB-CANTIDAD
                   REWRITE SBODATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
           END-READ.

      * Sucursal de esta tienda (sucursal.cfg, 0 = principal).
       LEER-SUCURSAL.
           OPEN INPUT ARCHIVO-SUC.
           IF WS-FS-SUC = "00"
              READ ARCHIVO-SUC
                  AT END CONTINUE
                  NOT AT END MOVE SUC-LINEA TO WS-SUC-LOCAL
              END-READ
              CLOSE ARCHIVO-SUC
           END-IF.

       READ-SIGUIENTE-TTR.
           READ ARCHIVO-TTR NEXT RECORD
               AT END MOVE "10" TO WS-FS-TTR
           END-READ.

       BUSCAR-SIG-KDX.
           MOVE 1 TO WS-KDX-SIG.
           MOVE WK-CODART TO KDX-CODART.
           READ ARCHIVO-KARDEX NEXT RECORD
               AT END MOVE "10" TO WS-FS-KDX
           END-READ.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-VENTAS.
           IF WS-FS-VTA = "00" OR WS-FS-VTA = "02"
              MOVE "VENTAS" TO DRJ-ARCHIVO
              MOVE VTADATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-ARTICULOS.
           IF WS-FS = "00" OR WS-FS = "02"
              MOVE "ARTICULOS" TO DRJ-ARCHIVO
              MOVE USUART TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-STOCK-BOD.
           IF WS-FS-SBOD = "00" OR WS-FS-SBOD = "02"
              MOVE "STOCK-BOD" TO DRJ-ARCHIVO
              MOVE SBODATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-KARDEX.
           IF WS-FS-KDX = "00" OR WS-FS-KDX = "02"
              MOVE "KARDEX" TO DRJ-ARCHIVO
              MOVE KDXDATA TO DRJ-IMAGEN
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
           MOVE "CONSOLIDA-SUCURSAL" TO DRJ-PROGRAMA.
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
