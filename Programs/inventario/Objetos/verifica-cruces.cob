       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifica-cruces.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                VERIFICACION CRUZADA ENTRE ARCHIVOS           *
      *                                                              *
      * Descripcion: verifica-archivos revisa los indices de cada    *
      *              archivo por separado; este programa revisa que  *
      *              los archivos cuadren entre si y deja cada       *
      *              descuadre en rep-verifica-cruces.txt con el     *
      *              articulo o documento y los dos valores, para    *
      *              encontrar la corrupcion el mismo dia:           *
      *              - inventario (todos los articulos): el STOCK de *
      *                articulos.dat contra el ultimo stock-despues  *
      *                del kardex, la suma de bodegas de             *
      *                stock-bod.dat, la suma de lotes vivos de      *
      *                lotes.dat, y los apartados activos, que no    *
      *                pueden pasar del STOCK;                       *
      *              - ventas del dia (tienda propia): renglones     *
      *                cuyo articulo no existe y tiquetes cuyos      *
      *                medios de pago (ventas-pago.dat) no suman lo  *
      *                vendido;                                      *
      *              - cartera: movimientos con APLICADO mayor que   *
      *                su valor, clientes cuyo APLICADO en cargos no *
      *                iguala lo aplicado por sus pagos y castigos,  *
      *                y recibos del dia de pagos.dat cuyo usuario   *
      *                ya no existe.                                 *
      *              Corre como paso del cierre de dia (sin          *
      *              preguntas, para la fecha de hoy) o desde la     *
      *              verificacion del sistema del administrador.     *
      *              Los descuadres no detienen el cierre.           *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - La bodega de cuarentena CUA no entra en    *
      *      la suma de bodegas contra STOCK: lo que esta en         *
      *      inspeccion aun no es stock.                             *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ART.
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
           SELECT ARCHIVO-APA ASSIGN TO "../Articulos/apartados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-APA.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-VPAG ASSIGN TO "../Articulos/ventas-pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VPG.
           SELECT ARCHIVO-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-PAGOS ASSIGN TO "../Usuarios/pagos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-RECIBO
               FILE STATUS IS WS-FS-PAG.
           SELECT ARCHIVO-USU ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VU-NUMDOC
               ALTERNATE RECORD KEY IS VU-CODUNI WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-USU.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-verifica-cruces.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-LOTES.
       01  LOTDATA.
           05 LT-CLAVE.
              07 LT-CODART   PIC X(120).
              07 LT-NUMLOTE  PIC X(10).
           05 LT-FECREC      PIC 9(8).
           05 LT-VENCE       PIC 9(8).
           05 LT-CANTIDAD    PIC 9(10).

       FD  ARCHIVO-APA.
       01  APADATA.
           05 AP-CLAVE.
              07 AP-CODART   PIC X(120).
              07 AP-NUMERO   PIC 9(6).
           05 AP-CLIENTE     PIC 9(13).
           05 AP-CANTIDAD    PIC 9(10).
           05 AP-DEPOSITO    PIC 9(10).
           05 AP-VENCE       PIC 9(8).
           05 AP-ESTADO      PIC X.
              88 AP-ACTIVO    VALUE "A".

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

       FD  ARCHIVO-VPAG.
       01  VPAGDATA.
           05 VP-CLAVE.
              07 VP-NUMERO   PIC 9(6).
              07 VP-SEQ      PIC 9(2).
           05 VP-FECHA       PIC 9(8).
           05 VP-TIPO        PIC X.
           05 VP-VALOR       PIC 9(10)V99.

       FD  ARCHIVO-MOV.
       01  MOVDATA.
           05 MC-CLAVE.
              07 MC-NUMDOC   PIC 9(13).
              07 MC-FECHA    PIC 9(8).
              07 MC-NUMDOCU  PIC 9(6).
           05 MC-TIPO        PIC X.
              88 MC-CARGO    VALUE "C".
              88 MC-PAGO     VALUE "P".
              88 MC-CASTIGO  VALUE "K".
           05 MC-VALOR       PIC 9(10)V99.
           05 MC-DETALLE     PIC X(30).
           05 MC-APLICADO    PIC 9(10)V99.

       FD  ARCHIVO-PAGOS.
       01  PAGDATA.
           05 PAG-RECIBO   PIC 9(6).
           05 PAG-FECHA    PIC 9(8).
           05 PAG-NUMDOC   PIC 9(10).
           05 PAG-VALOR    PIC 9(10).
           05 PAG-CAJERO   PIC 9(10).
           05 PAG-CONCIL   PIC X.

      * Vista minima de usuarios.dat: solo para saber si el usuario
      * de un recibo existe (mismo trazado que verifica-archivos).
       FD  ARCHIVO-USU.
       01  VU-REG.
           05 FILLER         PIC X(67).
           05 VU-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(134).
           05 VU-CODUNI      PIC 9(4).
           05 FILLER         PIC X(81).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-ART           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-LOT           PIC XX.
       01 WS-FS-APA           PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-PAG           PIC XX.
       01 WS-FS-USU           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag):
      * sin preguntas y para la fecha de hoy.
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.

       01 WS-FECHA-PROC       PIC 9(8).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-ART-ABIERTO      PIC X VALUE "N".
       01 WS-HAY-KDX          PIC X.
       01 WS-HAY-SBOD         PIC X.
       01 WS-HAY-LOT          PIC X.
       01 WS-HAY-APA          PIC X.
       01 WS-HAY-VPG          PIC X.
       01 WS-HAY-USU          PIC X.

      * Lo hallado de cada articulo en los archivos que lo siguen.
       01 WS-KDX-HALLADO      PIC X.
       01 WS-KDX-ULTIMO       PIC 9(10).
       01 WS-SB-HALLADO       PIC X.
       01 WS-SB-SUMA          PIC 9(12).
       01 WS-LT-HALLADO       PIC X.
       01 WS-LT-SUMA          PIC 9(12).
       01 WS-AP-RESERVADO     PIC 9(12).

      * Tiquete y cliente en curso al recorrer ventas y cartera.
       01 WS-TQ-ABIERTO       PIC X VALUE "N".
       01 WS-TQ-NUMERO        PIC 9(6).
       01 WS-TQ-VENTA         PIC 9(12)V99.
       01 WS-TQ-PAGOS         PIC 9(12)V99.
       01 WS-CL-ABIERTO       PIC X VALUE "N".
       01 WS-CL-NUMDOC        PIC 9(13).
       01 WS-CL-APL-CARGOS    PIC 9(12)V99.
       01 WS-CL-APL-ABONOS    PIC 9(12)V99.

       01 WS-ART-LEIDOS       PIC 9(8) VALUE 0.
       01 WS-TQ-LEIDOS        PIC 9(8) VALUE 0.
       01 WS-CL-LEIDOS        PIC 9(8) VALUE 0.
       01 WS-RC-LEIDOS        PIC 9(8) VALUE 0.
       01 WS-EXC-INV          PIC 9(6) VALUE 0.
       01 WS-EXC-VTA          PIC 9(6) VALUE 0.
       01 WS-EXC-CAR          PIC 9(6) VALUE 0.
       01 WS-EXC-TOTAL        PIC 9(6) VALUE 0.

      * Renglon de la lista de excepciones.
       01 WS-EXC-AREA         PIC X(10).
       01 WS-EXC-DOC          PIC X(40).
       01 WS-EXC-CONCEPTO     PIC X(30).
       01 WS-EXC-VAL1         PIC S9(12)V99.
       01 WS-EXC-VAL2         PIC S9(12)V99.
       01 WS-LINEA-EXC.
           05 LE-AREA         PIC X(10).
           05 FILLER          PIC X VALUE SPACE.
           05 LE-DOC          PIC X(40).
           05 FILLER          PIC X VALUE SPACE.
           05 LE-CONCEPTO     PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 LE-VAL1         PIC -Z(11)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 LE-VAL2         PIC -Z(11)9.99.
       01 WS-LINEA-TIT.
           05 FILLER          PIC X(11) VALUE "AREA".
           05 FILLER          PIC X(41) VALUE "ARTICULO / DOCUMENTO".
           05 FILLER          PIC X(31) VALUE "DESCUADRE".
           05 FILLER          PIC X(18) VALUE "      VALOR UNO".
           05 FILLER          PIC X(17) VALUE "      VALOR DOS".
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-FLAG-C
               WS-EXISTE-INFO RETURNING WS-EXISTE-RET.
           IF WS-EXISTE-RET = 0
              MOVE "S" TO WS-MODO-LOTE
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-PROC.
           IF WS-MODO-LOTE NOT = "S"
              PERFORM CLEAR-SCREEN
              DISPLAY "----- Verificacion cruzada entre archivos -----"
                  LINE 3 POSITION 15
              DISPLAY "Fecha de ventas y recibos (AAAAMMDD, 0=hoy):"
                  LINE 5 POSITION 10
              MOVE 0 TO WS-FECHA-PROC
              ACCEPT WS-FECHA-PROC LINE 5 POSITION 56
              IF WS-FECHA-PROC = 0
                 MOVE WS-FECHA-HOY TO WS-FECHA-PROC
              END-IF
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-FS-REP NOT = "00"
              DISPLAY "Error al abrir rep-verifica-cruces.txt. FS = "
                  WS-FS-REP
              MOVE "VERIFICA-CRUCES" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/rep-verifica-cruces.txt"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-REP TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VERIFICACION CRUZADA ENTRE ARCHIVOS - CORRIDA "
               WS-FECHA-HOY " " WS-HORA-HOY(1:6)
               " - VENTAS Y RECIBOS DEL " WS-FECHA-PROC
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE FROM WS-LINEA-TIT.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT ARCHIVO-ART.
           IF WS-FS-ART = "00"
              MOVE "S" TO WS-ART-ABIERTO
              PERFORM VERIFICAR-INVENTARIO
           ELSE
              MOVE "INVENTARIO" TO WS-EXC-AREA
              MOVE "../Articulos/articulos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-ART TO WS-EXC-FS
              PERFORM ARCHIVO-NO-ABRE
           END-IF.
           PERFORM VERIFICAR-VENTAS.
           PERFORM VERIFICAR-CARTERA.
           IF WS-ART-ABIERTO = "S"
              CLOSE ARCHIVO-ART
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE ARCHIVO-REPORTE.
           MOVE "verifica-cruces" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-verifica-cruces.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "FECHA=" WS-FECHA-PROC
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           COMPUTE WS-EXC-TOTAL = WS-EXC-INV + WS-EXC-VTA + WS-EXC-CAR.
           IF WS-MODO-LOTE = "S"
              IF WS-EXC-TOTAL = 0
                 DISPLAY "Archivos cruzados sin descuadres."
              ELSE
                 DISPLAY "DESCUADRES ENTRE ARCHIVOS: " WS-EXC-TOTAL
                     " (ver rep-verifica-cruces.txt)."
              END-IF
           ELSE
              DISPLAY "Articulos revisados ....: " WS-ART-LEIDOS
                  LINE 8 POSITION 10
              DISPLAY "Descuadres inventario ..: " WS-EXC-INV
                  LINE 9 POSITION 10
              DISPLAY "Tiquetes revisados .....: " WS-TQ-LEIDOS
                  LINE 11 POSITION 10
              DISPLAY "Descuadres ventas ......: " WS-EXC-VTA
                  LINE 12 POSITION 10
              DISPLAY "Clientes revisados .....: " WS-CL-LEIDOS
                  LINE 14 POSITION 10
              DISPLAY "Recibos revisados ......: " WS-RC-LEIDOS
                  LINE 15 POSITION 10
              DISPLAY "Descuadres cartera .....: " WS-EXC-CAR
                  LINE 16 POSITION 10
              DISPLAY "Lista de excepciones en rep-verifica-cruces.txt"
                  LINE 18 POSITION 10
              PERFORM PAUSA
           END-IF.
      * Un descuadre no es una falla del cierre: queda en la lista
      * para revisarlo, y el cierre sigue.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Inventario: cada articulo contra el ultimo stock-despues de  *
      * su kardex, la suma de sus bodegas, la suma de sus lotes      *
      * vivos y sus apartados activos. Un articulo sin kardex, sin   *
      * bodegas o sin lotes no se compara en ese frente (se maneja   *
      * sin el); los apartados solo pueden quedarse cortos.          *
      ****************************************************************
       VERIFICAR-INVENTARIO.
           MOVE "INVENTARIO" TO WS-EXC-AREA.
           MOVE "N" TO WS-HAY-KDX.
           MOVE "N" TO WS-HAY-SBOD.
           MOVE "N" TO WS-HAY-LOT.
           MOVE "N" TO WS-HAY-APA.
           OPEN INPUT ARCHIVO-KARDEX.
           IF WS-FS-KDX = "00"
              MOVE "S" TO WS-HAY-KDX
           END-IF.
           OPEN INPUT ARCHIVO-SBOD.
           IF WS-FS-SBOD = "00"
              MOVE "S" TO WS-HAY-SBOD
           END-IF.
           OPEN INPUT ARCHIVO-LOTES.
           IF WS-FS-LOT = "00"
              MOVE "S" TO WS-HAY-LOT
           END-IF.
           OPEN INPUT ARCHIVO-APA.
           IF WS-FS-APA = "00"
              MOVE "S" TO WS-HAY-APA
           END-IF.
           MOVE LOW-VALUES TO CODART.
           START ARCHIVO-ART KEY IS NOT LESS THAN CODART
               INVALID KEY
                   MOVE "10" TO WS-FS-ART
           END-START.
           IF WS-FS-ART = "00"
              PERFORM READ-SIGUIENTE-ART
              PERFORM UNTIL WS-FS-ART NOT = "00"
                 PERFORM CRUZAR-ARTICULO
                 PERFORM READ-SIGUIENTE-ART
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-ART.
           IF WS-HAY-KDX = "S"
              CLOSE ARCHIVO-KARDEX
           END-IF.
           IF WS-HAY-SBOD = "S"
              CLOSE ARCHIVO-SBOD
           END-IF.
           IF WS-HAY-LOT = "S"
              CLOSE ARCHIVO-LOTES
           END-IF.
           IF WS-HAY-APA = "S"
              CLOSE ARCHIVO-APA
           END-IF.

       CRUZAR-ARTICULO.
           ADD 1 TO WS-ART-LEIDOS.
           MOVE SPACES TO WS-EXC-DOC.
           STRING CP-NOMBRE " " SC-NOMBRE " " ARTCOD
               DELIMITED BY SIZE INTO WS-EXC-DOC
           END-STRING.
           MOVE STOCK TO WS-EXC-VAL1.
           IF WS-HAY-KDX = "S"
              PERFORM BUSCAR-ULTIMO-KARDEX
              IF WS-KDX-HALLADO = "S" AND WS-KDX-ULTIMO NOT = STOCK
                 MOVE "STOCK VS ULTIMO KARDEX" TO WS-EXC-CONCEPTO
                 MOVE WS-KDX-ULTIMO TO WS-EXC-VAL2
                 PERFORM ANOTAR-EXCEPCION
              END-IF
           END-IF.
           IF WS-HAY-SBOD = "S"
              PERFORM SUMAR-BODEGAS
              IF WS-SB-HALLADO = "S" AND WS-SB-SUMA NOT = STOCK
                 MOVE "STOCK VS SUMA DE BODEGAS" TO WS-EXC-CONCEPTO
                 MOVE WS-SB-SUMA TO WS-EXC-VAL2
                 PERFORM ANOTAR-EXCEPCION
              END-IF
           END-IF.
           IF WS-HAY-LOT = "S"
              PERFORM SUMAR-LOTES
              IF WS-LT-HALLADO = "S" AND WS-LT-SUMA NOT = STOCK
                 MOVE "STOCK VS SUMA DE LOTES VIVOS" TO WS-EXC-CONCEPTO
                 MOVE WS-LT-SUMA TO WS-EXC-VAL2
                 PERFORM ANOTAR-EXCEPCION
              END-IF
           END-IF.
           IF WS-HAY-APA = "S"
              PERFORM SUMAR-APARTADOS
              IF WS-AP-RESERVADO > STOCK
                 MOVE "APARTADOS ACTIVOS SOBRE STOCK" TO WS-EXC-CONCEPTO
                 MOVE WS-AP-RESERVADO TO WS-EXC-VAL2
                 PERFORM ANOTAR-EXCEPCION
              END-IF
           END-IF.

      * El kardex va por articulo y consecutivo: el ultimo registro
      * del articulo es el de su stock vigente.
       BUSCAR-ULTIMO-KARDEX.
           MOVE "N" TO WS-KDX-HALLADO.
           MOVE 0 TO WS-KDX-ULTIMO.
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
                    MOVE "S" TO WS-KDX-HALLADO
                    MOVE KDX-STOCK-NUE TO WS-KDX-ULTIMO
                    PERFORM READ-SIGUIENTE-KDX
                 ELSE
                    MOVE "10" TO WS-FS-KDX
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-KDX.

      * Suma de las bodegas del articulo contra STOCK. La bodega CUA
      * (mercancia en inspeccion de calidad) no entra: lo recibido en
      * cuarentena no sube STOCK hasta que se libera.
       SUMAR-BODEGAS.
           MOVE "N" TO WS-SB-HALLADO.
           MOVE 0 TO WS-SB-SUMA.
           MOVE CODART TO SB-CODART.
           MOVE LOW-VALUES TO SB-BODEGA.
           START ARCHIVO-SBOD KEY IS NOT LESS THAN SB-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-SBOD
           END-START.
           IF WS-FS-SBOD = "00"
              PERFORM READ-SIGUIENTE-SBOD
              PERFORM UNTIL WS-FS-SBOD NOT = "00"
                 IF SB-CODART = CODART
                    IF SB-BODEGA NOT = "CUA"
                       MOVE "S" TO WS-SB-HALLADO
                       ADD SB-CANTIDAD TO WS-SB-SUMA
                    END-IF
                    PERFORM READ-SIGUIENTE-SBOD
                 ELSE
                    MOVE "10" TO WS-FS-SBOD
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-SBOD.

      * Lote vivo es el que todavia tiene cantidad; los vencidos ya
      * salieron del stock con baja-vencidos antes de este paso.
       SUMAR-LOTES.
           MOVE "N" TO WS-LT-HALLADO.
           MOVE 0 TO WS-LT-SUMA.
           MOVE CODART TO LT-CODART.
           MOVE LOW-VALUES TO LT-NUMLOTE.
           START ARCHIVO-LOTES KEY IS NOT LESS THAN LT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-LOT
           END-START.
           IF WS-FS-LOT = "00"
              PERFORM READ-SIGUIENTE-LOT
              PERFORM UNTIL WS-FS-LOT NOT = "00"
                 IF LT-CODART = CODART
                    MOVE "S" TO WS-LT-HALLADO
                    IF LT-CANTIDAD > 0
                       ADD LT-CANTIDAD TO WS-LT-SUMA
                    END-IF
                    PERFORM READ-SIGUIENTE-LOT
                 ELSE
                    MOVE "10" TO WS-FS-LOT
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-LOT.

       SUMAR-APARTADOS.
           MOVE 0 TO WS-AP-RESERVADO.
           MOVE CODART TO AP-CODART.
           MOVE 0 TO AP-NUMERO.
           START ARCHIVO-APA KEY IS NOT LESS THAN AP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-APA
           END-START.
           IF WS-FS-APA = "00"
              PERFORM READ-SIGUIENTE-APA
              PERFORM UNTIL WS-FS-APA NOT = "00"
                 IF AP-CODART = CODART
                    IF AP-ACTIVO
                       ADD AP-CANTIDAD TO WS-AP-RESERVADO
                    END-IF
                    PERFORM READ-SIGUIENTE-APA
                 ELSE
                    MOVE "10" TO WS-FS-APA
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-APA.

      ****************************************************************
      * Ventas del dia: renglones de la tienda propia (sucursal 0,   *
      * lo consolidado de otra tienda lo revisa la que lo vendio).   *
      * Un renglon con articulo (los bonos no llevan) debe apuntar a *
      * un articulo vivo, y cada tiquete debe quedar pagado por lo   *
      * mismo que vendio, igual que lo exige la interfaz contable.   *
      ****************************************************************
       VERIFICAR-VENTAS.
           MOVE "VENTAS" TO WS-EXC-AREA.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              MOVE "../Articulos/ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VTA TO WS-EXC-FS
              PERFORM ARCHIVO-NO-ABRE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HAY-VPG.
           OPEN INPUT ARCHIVO-VPAG.
           IF WS-FS-VPG = "00"
              MOVE "S" TO WS-HAY-VPG
           END-IF.
           MOVE "N" TO WS-TQ-ABIERTO.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
                 IF VTA-FECHA = WS-FECHA-PROC AND VTA-SUCURSAL = 0
                    IF WS-TQ-ABIERTO = "S"
                       AND VTA-NUMERO NOT = WS-TQ-NUMERO
                       PERFORM CERRAR-TIQUETE
                    END-IF
                    IF WS-TQ-ABIERTO NOT = "S"
                       MOVE "S" TO WS-TQ-ABIERTO
                       MOVE VTA-NUMERO TO WS-TQ-NUMERO
                       MOVE 0 TO WS-TQ-VENTA
                       ADD 1 TO WS-TQ-LEIDOS
                    END-IF
                    PERFORM CRUZAR-RENGLON
                 END-IF
                 PERFORM READ-SIGUIENTE-VTA
              END-PERFORM
           END-IF.
           PERFORM CERRAR-TIQUETE.
           CLOSE ARCHIVO-VTA.
           IF WS-HAY-VPG = "S"
              CLOSE ARCHIVO-VPAG
           END-IF.

       CRUZAR-RENGLON.
           ADD VTA-SUBTOT TO WS-TQ-VENTA.
           IF VTA-CODART = SPACES OR WS-ART-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE VTA-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE SPACES TO WS-EXC-DOC
                   STRING "TQ " VTA-NUMERO " LIN " VTA-LINEA " "
                       VTA-CODART(1:10) " " VTA-CODART(11:10) " "
                       VTA-CODART(21:10)
                       DELIMITED BY SIZE INTO WS-EXC-DOC
                   END-STRING
                   MOVE "ARTICULO DEL RENGLON NO EXISTE"
                       TO WS-EXC-CONCEPTO
                   MOVE VTA-CANT TO WS-EXC-VAL1
                   MOVE VTA-SUBTOT TO WS-EXC-VAL2
                   PERFORM ANOTAR-EXCEPCION
           END-READ.
           MOVE "00" TO WS-FS-ART.

       CERRAR-TIQUETE.
           IF WS-TQ-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TQ-ABIERTO.
           MOVE 0 TO WS-TQ-PAGOS.
           IF WS-HAY-VPG = "S"
              MOVE WS-TQ-NUMERO TO VP-NUMERO
              MOVE 0 TO VP-SEQ
              START ARCHIVO-VPAG KEY IS NOT LESS THAN VP-CLAVE
                  INVALID KEY
                      MOVE "10" TO WS-FS-VPG
              END-START
              IF WS-FS-VPG = "00"
                 PERFORM READ-SIGUIENTE-VPG
                 PERFORM UNTIL WS-FS-VPG NOT = "00"
                     OR VP-NUMERO NOT = WS-TQ-NUMERO
                    ADD VP-VALOR TO WS-TQ-PAGOS
                    PERFORM READ-SIGUIENTE-VPG
                 END-PERFORM
              END-IF
              MOVE "00" TO WS-FS-VPG
           END-IF.
           IF WS-TQ-PAGOS NOT = WS-TQ-VENTA
              MOVE SPACES TO WS-EXC-DOC
              STRING "TIQUETE " WS-TQ-NUMERO
                  DELIMITED BY SIZE INTO WS-EXC-DOC
              END-STRING
              MOVE "VENDIDO VS MEDIOS DE PAGO" TO WS-EXC-CONCEPTO
              MOVE WS-TQ-VENTA TO WS-EXC-VAL1
              MOVE WS-TQ-PAGOS TO WS-EXC-VAL2
              PERFORM ANOTAR-EXCEPCION
           END-IF.

      ****************************************************************
      * Cartera: lo que un cliente tiene aplicado en sus cargos debe *
      * ser lo que sus pagos y castigos dicen haber aplicado (cada   *
      * aplicacion toca los dos lados), y ningun movimiento puede    *
      * tener aplicado mas que su valor. Los recibos de abono del    *
      * dia (pagos.dat, sobre el MONTPA de usuarios.dat) deben ser   *
      * de un usuario que exista.                                    *
      ****************************************************************
       VERIFICAR-CARTERA.
           MOVE "CARTERA" TO WS-EXC-AREA.
           OPEN INPUT ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              MOVE "../../movimientos-cli.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-MOV TO WS-EXC-FS
              PERFORM ARCHIVO-NO-ABRE
           ELSE
              PERFORM RECORRER-CARTERA
              CLOSE ARCHIVO-MOV
           END-IF.
           PERFORM VERIFICAR-RECIBOS.

       RECORRER-CARTERA.
           MOVE "N" TO WS-CL-ABIERTO.
           MOVE LOW-VALUES TO MC-CLAVE.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           IF WS-FS-MOV = "00"
              PERFORM READ-SIGUIENTE-MOV
              PERFORM UNTIL WS-FS-MOV NOT = "00"
                 IF WS-CL-ABIERTO = "S"
                    AND MC-NUMDOC NOT = WS-CL-NUMDOC
                    PERFORM CERRAR-CLIENTE
                 END-IF
                 IF WS-CL-ABIERTO NOT = "S"
                    MOVE "S" TO WS-CL-ABIERTO
                    MOVE MC-NUMDOC TO WS-CL-NUMDOC
                    MOVE 0 TO WS-CL-APL-CARGOS
                    MOVE 0 TO WS-CL-APL-ABONOS
                    ADD 1 TO WS-CL-LEIDOS
                 END-IF
                 PERFORM CRUZAR-MOVIMIENTO
                 PERFORM READ-SIGUIENTE-MOV
              END-PERFORM
           END-IF.
           PERFORM CERRAR-CLIENTE.

       CRUZAR-MOVIMIENTO.
           IF MC-CARGO
              ADD MC-APLICADO TO WS-CL-APL-CARGOS
           END-IF.
           IF MC-PAGO OR MC-CASTIGO
              ADD MC-APLICADO TO WS-CL-APL-ABONOS
           END-IF.
           IF MC-APLICADO > MC-VALOR
              MOVE SPACES TO WS-EXC-DOC
              STRING "CLI " MC-NUMDOC " " MC-FECHA " DOC "
                  MC-NUMDOCU " " MC-TIPO
                  DELIMITED BY SIZE INTO WS-EXC-DOC
              END-STRING
              MOVE "APLICADO MAYOR QUE EL VALOR" TO WS-EXC-CONCEPTO
              MOVE MC-VALOR TO WS-EXC-VAL1
              MOVE MC-APLICADO TO WS-EXC-VAL2
              PERFORM ANOTAR-EXCEPCION
           END-IF.

       CERRAR-CLIENTE.
           IF WS-CL-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CL-ABIERTO.
           IF WS-CL-APL-CARGOS NOT = WS-CL-APL-ABONOS
              MOVE SPACES TO WS-EXC-DOC
              STRING "CLIENTE " WS-CL-NUMDOC
                  DELIMITED BY SIZE INTO WS-EXC-DOC
              END-STRING
              MOVE "APLICADO CARGOS VS PAGOS" TO WS-EXC-CONCEPTO
              MOVE WS-CL-APL-CARGOS TO WS-EXC-VAL1
              MOVE WS-CL-APL-ABONOS TO WS-EXC-VAL2
              PERFORM ANOTAR-EXCEPCION
           END-IF.

       VERIFICAR-RECIBOS.
           OPEN INPUT ARCHIVO-PAGOS.
           IF WS-FS-PAG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HAY-USU.
           OPEN INPUT ARCHIVO-USU.
           IF WS-FS-USU = "00"
              MOVE "S" TO WS-HAY-USU
           END-IF.
           MOVE 0 TO PAG-RECIBO.
           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY
                   MOVE "10" TO WS-FS-PAG
           END-START.
           IF WS-FS-PAG = "00"
              PERFORM READ-SIGUIENTE-PAG
              PERFORM UNTIL WS-FS-PAG NOT = "00"
                 IF PAG-FECHA = WS-FECHA-PROC
                    PERFORM CRUZAR-RECIBO
                 END-IF
                 PERFORM READ-SIGUIENTE-PAG
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-PAGOS.
           IF WS-HAY-USU = "S"
              CLOSE ARCHIVO-USU
           END-IF.

       CRUZAR-RECIBO.
           ADD 1 TO WS-RC-LEIDOS.
           IF WS-HAY-USU NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE PAG-NUMDOC TO VU-NUMDOC.
           READ ARCHIVO-USU
               INVALID KEY
                   MOVE SPACES TO WS-EXC-DOC
                   STRING "RECIBO " PAG-RECIBO " USUARIO " PAG-NUMDOC
                       DELIMITED BY SIZE INTO WS-EXC-DOC
                   END-STRING
                   MOVE "RECIBO DE USUARIO INEXISTENTE"
                       TO WS-EXC-CONCEPTO
                   MOVE PAG-VALOR TO WS-EXC-VAL1
                   MOVE 0 TO WS-EXC-VAL2
                   PERFORM ANOTAR-EXCEPCION
           END-READ.

      ****************************************************************
      * Lista de excepciones                                         *
      ****************************************************************
       ANOTAR-EXCEPCION.
           EVALUATE WS-EXC-AREA
               WHEN "INVENTARIO" ADD 1 TO WS-EXC-INV
               WHEN "VENTAS"     ADD 1 TO WS-EXC-VTA
               WHEN OTHER        ADD 1 TO WS-EXC-CAR
           END-EVALUATE.
           MOVE WS-EXC-AREA TO LE-AREA.
           MOVE WS-EXC-DOC TO LE-DOC.
           MOVE WS-EXC-CONCEPTO TO LE-CONCEPTO.
           MOVE WS-EXC-VAL1 TO LE-VAL1.
           MOVE WS-EXC-VAL2 TO LE-VAL2.
           WRITE LINEA-REPORTE FROM WS-LINEA-EXC.

      * Un archivo que no abre no se puede cruzar: queda en la lista
      * y en excepciones-io.log, y se sigue con lo demas.
       ARCHIVO-NO-ABRE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-EXC-AREA " NO SE PUDO ABRIR " WS-EXC-ARCHIVO
               " FS=" WS-EXC-FS " - FRENTE SIN REVISAR"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "VERIFICA-CRUCES" TO WS-EXC-PROGRAMA.
           PERFORM REGISTRAR-EXCEPCION-IO.

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ARTICULOS REVISADOS " WS-ART-LEIDOS
               "  DESCUADRES DE INVENTARIO " WS-EXC-INV
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TIQUETES REVISADOS  " WS-TQ-LEIDOS
               "  DESCUADRES DE VENTAS     " WS-EXC-VTA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES REVISADOS  " WS-CL-LEIDOS
               "  RECIBOS REVISADOS " WS-RC-LEIDOS
               "  DESCUADRES DE CARTERA " WS-EXC-CAR
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-ART.
           READ ARCHIVO-ART NEXT RECORD
               AT END MOVE "10" TO WS-FS-ART
           END-READ.

       READ-SIGUIENTE-KDX.
           READ ARCHIVO-KARDEX NEXT RECORD
               AT END MOVE "10" TO WS-FS-KDX
           END-READ.

       READ-SIGUIENTE-SBOD.
           READ ARCHIVO-SBOD NEXT RECORD
               AT END MOVE "10" TO WS-FS-SBOD
           END-READ.

       READ-SIGUIENTE-LOT.
           READ ARCHIVO-LOTES NEXT RECORD
               AT END MOVE "10" TO WS-FS-LOT
           END-READ.

       READ-SIGUIENTE-APA.
           READ ARCHIVO-APA NEXT RECORD
               AT END MOVE "10" TO WS-FS-APA
           END-READ.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
           END-READ.

       READ-SIGUIENTE-VPG.
           READ ARCHIVO-VPAG NEXT RECORD
               AT END MOVE "10" TO WS-FS-VPG
           END-READ.

       READ-SIGUIENTE-MOV.
           READ ARCHIVO-MOV NEXT RECORD
               AT END MOVE "10" TO WS-FS-MOV
           END-READ.

       READ-SIGUIENTE-PAG.
           READ ARCHIVO-PAGOS NEXT RECORD
               AT END MOVE "10" TO WS-FS-PAG
           END-READ.

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
