      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Ordenes de armado (E) y desarmado (X) de   *
      *      kits hechos con anticipacion (canastas de temporada):   *
      *      el armado consume componentes (kardex ARM-SAL) y sube   *
      *      el stock del kit (ARM-ENT) con costo igual a la suma de *
      *      los costos de sus componentes; el desarmado devuelve    *
      *      los componentes (DES-SAL / DES-ENT). Quedan numeradas   *
      *      en ordenes-kit.dat.                                     *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
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
           SELECT ARCHIVO-ORK ASSIGN TO "../Articulos/ordenes-kit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OK-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ORK.
           SELECT ARCHIVO-ORKCTL
               ASSIGN TO "../Articulos/ordenes-kit-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OKC.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
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

      * Orden de armado (A) o desarmado (D): cuantos kits, con que
      * costo unitario quedo el kit y quien la hizo.
       FD  ARCHIVO-ORK.
       01  ORKDATA.
           05 OK-NUMERO      PIC 9(6).
           05 OK-TIPO        PIC X.
              88 OK-ARMADO    VALUE "A".
              88 OK-DESARMADO VALUE "D".
           05 OK-KIT         PIC X(120).
           05 OK-CANTIDAD    PIC 9(5).
           05 OK-COSTO-UNIT  PIC 9(10)V99.
           05 OK-FECHA       PIC 9(8).
           05 OK-HORA        PIC 9(8).
           05 OK-OPER        PIC 9(10).

       FD ARCHIVO-ORKCTL.
       01 REG-ORKCTL.
           05 ORKCTL-ULT     PIC 9(6).

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
       01 WS-FS-KIT           PIC XX.
       01 WS-HAY              PIC X.
       01 WK-KIT              PIC X(120).
       01 WK-COMPONENTE       PIC X(120).
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-ORK           PIC XX.
       01 WS-FS-OKC           PIC XX.
       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-RUTA-CONGELA     PIC X(40)
           VALUE "../Articulos/congela-inv.flg".
       01 WS-CON-INFO.
           05 WS-CON-SIZE     PIC X(8) COMP-X.
           05 WS-CON-FECH     PIC X(8) COMP-X.
           05 WS-CON-HORA     PIC X(8) COMP-X.
       01 WS-CON-RET          PIC 9(9) COMP-X.
       01 WS-INV-CONGELADO    PIC X.
       01 WS-TIPO-ORDEN       PIC X.
       01 WS-NUM-ORDEN        PIC 9(6).
       01 WS-KIT-CANT         PIC 9(5).
       01 WS-COMP-NECESITA    PIC 9(10).
       01 WS-COMP-OK          PIC X.
       01 WK-COMP-FALTA       PIC X(120).
       01 WS-COSTO-KIT        PIC 9(10)V99.
       01 WS-COSTO-ED         PIC Z(9)9.99.
       01 WS-CONFIRMA         PIC X.
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
              CLOSE ARCHIVO-KIT
              OPEN I-O ARCHIVO-KIT
           END-IF.
           OPEN I-O ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "Error al abrir articulos.dat. FS = " WS-FS
              MOVE "KITS" TO WS-EXC-PROGRAMA
              CLOSE ARCHIVO-KIT
              GOBACK
           END-IF.
           PERFORM LEER-ESTACION.
           PERFORM MENU-KITS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-KIT.
           CLOSE ARCHIVO-ART.
           DISPLAY "  A -> Agregar componente"       LINE 7 POSITION 20.
           DISPLAY "  L -> Listar kit"               LINE 8 POSITION 20.
           DISPLAY "  D -> Quitar componente"        LINE 9 POSITION 20.
           DISPLAY "  E -> Orden de armado"         LINE 10 POSITION 20.
           DISPLAY "  X -> Orden de desarmado"      LINE 11 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 12 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 14 POSITION 20.
           ACCEPT WS-OPCION LINE 14 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "A"
                    PERFORM KIT-AGREGAR
                    PERFORM KIT-LISTAR
               WHEN "D"
                    PERFORM KIT-QUITAR
               WHEN "E"
                    MOVE "A" TO WS-TIPO-ORDEN
                    PERFORM ORDEN-KIT
               WHEN "X"
                    MOVE "D" TO WS-TIPO-ORDEN
                    PERFORM ORDEN-KIT
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
           END-READ.
           PERFORM PAUSA.

      ****************************************************************
      * Orden de armado o desarmado de kits hechos por adelantado.   *
      * Armado: cada componente debe alcanzar para toda la orden;    *
      * salen con ARM-SAL y el kit entra con ARM-ENT, con PRECOM     *
      * igual a la suma de costo x cantidad de sus componentes.      *
      * Desarmado: el kit armado que no se vendio sale con DES-SAL   *
      * y sus componentes vuelven con DES-ENT. Ambos mueven la       *
      * bodega PRI y respetan el congelamiento por conteo.           *
      ****************************************************************
       ORDEN-KIT.
           PERFORM CLEAR-SCREEN.
           IF WS-TIPO-ORDEN = "A"
              DISPLAY "----- Orden de armado de kits -----"
                  LINE 3 POSITION 20
           ELSE
              DISPLAY "----- Orden de desarmado de kits -----"
                  LINE 3 POSITION 20
           END-IF.
           PERFORM VERIFICAR-CONGELADO.
           IF WS-INV-CONGELADO = "S"
              DISPLAY "INVENTARIO CONGELADO POR CONTEO FISICO."
                  LINE 5 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "-- Articulo kit --" LINE 4 POSITION 20.
           PERFORM PEDIR-CODART.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "El kit no existe en el maestro."
                       LINE 9 POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           MOVE CODART TO WK-KIT.
           DISPLAY "Kit: " DESCRI(1:40) LINE 9 POSITION 20.
           DISPLAY "Stock armado: " STOCK LINE 10 POSITION 20.
           DISPLAY "Cantidad de kits:" LINE 11 POSITION 20.
           MOVE 0 TO WS-KIT-CANT.
           ACCEPT WS-KIT-CANT LINE 11 POSITION 40.
           IF WS-KIT-CANT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-TIPO-ORDEN = "D" AND WS-KIT-CANT > STOCK
              DISPLAY "No hay tantos kits armados." LINE 13
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-RECETA.
           IF WS-HAY = "N"
              DISPLAY "Ese articulo no tiene definicion de kit."
                  LINE 13 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-TIPO-ORDEN = "A" AND WS-COMP-OK = "N"
              DISPLAY "Componente insuficiente: "
                  WK-COMP-FALTA(1:40) LINE 13 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-COSTO-KIT TO WS-COSTO-ED.
           DISPLAY "Costo unitario del kit: " WS-COSTO-ED
               LINE 13 POSITION 20.
           DISPLAY "¿Confirma la orden? (S/N):" LINE 15 POSITION 20.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 15 POSITION 48.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
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
           OPEN I-O ARCHIVO-ORK.
           IF WS-FS-ORK = "35"
              CLOSE ARCHIVO-ORK
              OPEN OUTPUT ARCHIVO-ORK
              CLOSE ARCHIVO-ORK
              OPEN I-O ARCHIVO-ORK
           END-IF.
           PERFORM OBTENER-NUMERO-ORDEN.
           PERFORM MOVER-COMPONENTES.
           PERFORM MOVER-KIT.
           MOVE WS-NUM-ORDEN TO OK-NUMERO.
           MOVE WS-TIPO-ORDEN TO OK-TIPO.
           MOVE WK-KIT TO OK-KIT.
           MOVE WS-KIT-CANT TO OK-CANTIDAD.
           MOVE WS-COSTO-KIT TO OK-COSTO-UNIT.
           ACCEPT OK-FECHA FROM DATE YYYYMMDD.
           ACCEPT OK-HORA FROM TIME.
           MOVE T-NUMDOC TO OK-OPER.
           WRITE ORKDATA.
           IF WS-FS-ORK NOT = "00"
              DISPLAY "Error al grabar la orden. FS = " WS-FS-ORK
           END-IF.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-ORK.
           DISPLAY "Orden " WS-NUM-ORDEN " aplicada." LINE 17
               POSITION 20.
           PERFORM PAUSA.

      * Recorre la receta del kit en WK-KIT: WS-HAY dice si tiene
      * receta, WS-COSTO-KIT suma costo x cantidad por kit y, para
      * el armado, WS-COMP-OK dice si cada componente alcanza.
       VERIFICAR-RECETA.
           MOVE "N" TO WS-HAY.
           MOVE "S" TO WS-COMP-OK.
           MOVE SPACES TO WK-COMP-FALTA.
           MOVE 0 TO WS-COSTO-KIT.
           MOVE WK-KIT TO KT-KIT.
           MOVE LOW-VALUES TO KT-COMPONENTE.
           START ARCHIVO-KIT KEY IS NOT LESS THAN KT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-KIT
           END-START.
           IF WS-FS-KIT = "00"
              PERFORM READ-SIGUIENTE-KIT
              PERFORM UNTIL WS-FS-KIT NOT = "00"
                 IF KT-KIT = WK-KIT
                    MOVE "S" TO WS-HAY
                    PERFORM VERIFICAR-UN-COMPONENTE
                    PERFORM READ-SIGUIENTE-KIT
                 ELSE
                    MOVE "10" TO WS-FS-KIT
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-KIT.

       VERIFICAR-UN-COMPONENTE.
           COMPUTE WS-COMP-NECESITA = KT-CANTIDAD * WS-KIT-CANT.
           MOVE KT-COMPONENTE TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE "N" TO WS-COMP-OK
                   MOVE KT-COMPONENTE TO WK-COMP-FALTA
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-COSTO-KIT = WS-COSTO-KIT
               + PRECOM * KT-CANTIDAD.
           IF WS-COMP-NECESITA > STOCK
              MOVE "N" TO WS-COMP-OK
              MOVE KT-COMPONENTE TO WK-COMP-FALTA
           END-IF.

       MOVER-COMPONENTES.
           MOVE WK-KIT TO KT-KIT.
           MOVE LOW-VALUES TO KT-COMPONENTE.
           START ARCHIVO-KIT KEY IS NOT LESS THAN KT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-KIT
           END-START.
           IF WS-FS-KIT = "00"
              PERFORM READ-SIGUIENTE-KIT
              PERFORM UNTIL WS-FS-KIT NOT = "00"
                 IF KT-KIT = WK-KIT
                    PERFORM MOVER-UN-COMPONENTE
                    PERFORM READ-SIGUIENTE-KIT
                 ELSE
                    MOVE "10" TO WS-FS-KIT
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-KIT.

       MOVER-UN-COMPONENTE.
           COMPUTE WS-COMP-NECESITA = KT-CANTIDAD * WS-KIT-CANT.
           MOVE KT-COMPONENTE TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   DISPLAY "Componente desaparecio del maestro: "
                       KT-COMPONENTE(1:30)
                   EXIT PARAGRAPH
           END-READ.
           MOVE STOCK TO WS-STOCK-ANT.
           IF WS-TIPO-ORDEN = "A"
              IF WS-COMP-NECESITA > STOCK
                 MOVE 0 TO STOCK
              ELSE
                 SUBTRACT WS-COMP-NECESITA FROM STOCK
              END-IF
              MOVE "ARM-SAL" TO WS-KDX-TIPO
           ELSE
              ADD WS-COMP-NECESITA TO STOCK
              MOVE "DES-ENT" TO WS-KDX-TIPO
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al mover componente. FS = " WS-FS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KDX-CANT = STOCK - WS-STOCK-ANT.
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.

      * El kit armado: stock arriba (o abajo si se desarma); al armar
      * su costo pasa a ser la suma de los costos de la receta.
       MOVER-KIT.
           MOVE WK-KIT TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   DISPLAY "El kit desaparecio del maestro."
                   EXIT PARAGRAPH
           END-READ.
           MOVE STOCK TO WS-STOCK-ANT.
           IF WS-TIPO-ORDEN = "A"
              ADD WS-KIT-CANT TO STOCK
              MOVE WS-COSTO-KIT TO PRECOM
              MOVE "ARM-ENT" TO WS-KDX-TIPO
           ELSE
              IF WS-KIT-CANT > STOCK
                 MOVE 0 TO STOCK
              ELSE
                 SUBTRACT WS-KIT-CANT FROM STOCK
              END-IF
              MOVE "DES-SAL" TO WS-KDX-TIPO
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al mover el kit. FS = " WS-FS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KDX-CANT = STOCK - WS-STOCK-ANT.
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.

       OBTENER-NUMERO-ORDEN.
           OPEN I-O ARCHIVO-ORKCTL.
           IF WS-FS-OKC = "35"
              OPEN OUTPUT ARCHIVO-ORKCTL
              MOVE 0 TO ORKCTL-ULT
              WRITE REG-ORKCTL
              CLOSE ARCHIVO-ORKCTL
              OPEN I-O ARCHIVO-ORKCTL
           END-IF.
           READ ARCHIVO-ORKCTL
               AT END
                   MOVE 0 TO ORKCTL-ULT
           END-READ.
           ADD 1 TO ORKCTL-ULT.
           MOVE ORKCTL-ULT TO WS-NUM-ORDEN.
           REWRITE REG-ORKCTL.
           CLOSE ARCHIVO-ORKCTL.

      * Candado de conteo fisico: mientras exista congela-inv.flg
      * ninguna orden puede mover STOCK.
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

       READ-SIGUIENTE-KIT.
           READ ARCHIVO-KIT NEXT RECORD
               AT END MOVE "10" TO WS-FS-KIT
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
           MOVE "KITS" TO DRJ-PROGRAMA.
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
