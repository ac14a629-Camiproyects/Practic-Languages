      *      componentes (la venta descargo componentes, no el       *
      *      kit) y la devolucion respeta el congelamiento de        *
      *      inventario (congela-inv.flg).                           *
      * Mod: 15-10-2026 - La devolucion retira del cliente los       *
      *      puntos de fidelizacion que gano el tiquete, en          *
      *      proporcion a lo devuelto (puntos.dat).                  *
      * Mod: 15-10-2026 - Un articulo serializado devuelto pide el   *
      *      serial de cada unidad (debe ser de este tiquete) y lo   *
      *      regresa a disponible; si tiene reclamo de garantia      *
      *      abierto queda en garantia.                              *
      * Mod: 15-10-2026 - Un kit vendido de su stock armado          *
      *      (ventas-kit.dat) vuelve al stock del kit, no a sus      *
      *      componentes.                                            *
      * Mod: 15-10-2026 - Lo devuelto de un renglon vendido de       *
      *      mercancia en consignacion (ventas-consig.dat) y aun no  *
      *      liquidado vuelve a la consignacion del proveedor.       *
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
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KIT.
           SELECT ARCHIVO-VKA ASSIGN TO "../Articulos/ventas-kit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VK-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VKA.
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
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-ASR ASSIGN TO "../Articulos/art-serial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASR.
           SELECT ARCHIVO-SER ASSIGN TO "../Articulos/seriales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SER.
           SELECT ARCHIVO-PTS ASSIGN TO "../Articulos/puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PTS.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
              07 KT-COMPONENTE PIC X(120).
           05 KT-CANTIDAD      PIC 9(5).

      * Renglones de kit vendidos de su stock armado (no de los
      * componentes): las reversas los devuelven al kit.
       FD  ARCHIVO-VKA.
       01  VKADATA.
           05 VK-CLAVE.
              07 VK-NUMERO   PIC 9(6).
              07 VK-LINEA    PIC 9(3).
           05 VK-CODART      PIC X(120).
           05 VK-CANT        PIC 9(5).

      * Consignacion por articulo y proveedor (programa
      * consignacion): en tienda = RECIBIDO - VENDIDO - DEVUELTO.
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
      * VC-LIQUIDA = cuenta por pagar que las liquido (0 = no).
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

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

      * Articulos serializados y sus meses de garantia (se
      * mantienen en gestion-articles, opcion S).
       FD  ARCHIVO-ASR.
       01  ASRDATA.
           05 AS-CODART      PIC X(120).
           05 AS-SERIALIZADO PIC X.
              88 AS-EXIGE-SERIAL VALUE "S".
           05 AS-GARANTIA    PIC 9(3).

      * Una fila por unidad serializada: entra disponible con la
      * recepcion de la OC, la venta la amarra al tiquete con su
      * garantia, un reclamo la deja en garantia y la devolucion a
      * proveedor la cierra.
       FD  ARCHIVO-SER.
       01  SERDATA.
           05 SR-CLAVE.
              07 SR-SERIAL   PIC X(30).
              07 SR-CODART   PIC X(120).
           05 SR-ESTADO      PIC X.
              88 SR-DISPONIBLE   VALUE "D".
              88 SR-VENDIDO      VALUE "V".
              88 SR-EN-GARANTIA  VALUE "G".
              88 SR-DEVUELTO-PRV VALUE "P".
           05 SR-OC          PIC 9(6).
           05 SR-FECREC      PIC 9(8).
           05 SR-TIQUETE     PIC 9(6).
           05 SR-FECVTA      PIC 9(8).
           05 SR-CLIENTE     PIC 9(13).
           05 SR-GARANTIA    PIC 9(8).
           05 SR-DEVPROV     PIC 9(6).

      * Libro de puntos de fidelizacion (lo graba punto-venta);
      * G e I son lotes con saldo, D el retiro por devolucion.
       FD  ARCHIVO-PTS.
       01  PTSDATA.
           05 PT-CLAVE.
              07 PT-CLIENTE  PIC 9(13).
              07 PT-FECHA    PIC 9(8).
              07 PT-TIQUETE  PIC 9(6).
              07 PT-TIPO     PIC X.
                 88 PT-GANADO    VALUE "G".
                 88 PT-REDIMIDO  VALUE "R".
                 88 PT-DEVUELTO  VALUE "D".
                 88 PT-REINTEGRO VALUE "I".
                 88 PT-VENCIDO   VALUE "V".
           05 PT-PUNTOS      PIC 9(10).
           05 PT-SALDO       PIC 9(10).
           05 PT-RETIRADO    PIC 9(10).
           05 PT-VENCE       PIC 9(8).

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
       01 WS-FS-VTA           PIC XX.
       01 WS-SB-NUEVA         PIC S9(11).
       01 WK-CODART-DEV       PIC X(120).
       01 WS-FS-KIT           PIC XX.
       01 WS-FS-VKA           PIC XX.
       01 WS-FS-CSG           PIC XX.
       01 WS-FS-VCS           PIC XX.
       01 WS-CSG-PEND         PIC 9(10).
       01 WS-CSG-TOMA         PIC 9(10).
       01 WS-ES-KIT           PIC X.
       01 WS-KIT-CANT         PIC 9(5).
       01 WS-COMP-NECESITA    PIC 9(10).
              10 DV-CANT-VTA  PIC 9(5).
              10 DV-PRECIO    PIC 9(10)V99.
              10 DV-CANT-DEV  PIC 9(5).
              10 DV-LINEA     PIC 9(3).

       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.

       01 WS-FS-PTS           PIC XX.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-TOTAL-TIQUETE    PIC 9(12)V99.
       01 WS-PTS-QUITAR       PIC 9(10).
       01 WS-PTS-FALTA        PIC 9(10).
       01 WS-PTS-USAR         PIC 9(10).
       01 WS-PTS-CLIENTE      PIC 9(13).
       01 WS-PTS-TIQUETE      PIC 9(6).
       01 WS-PTS-TIPO         PIC X.
       01 WS-PTS-HALLADO      PIC X.
       01 WS-FS-ASR           PIC XX.
       01 WS-FS-SER           PIC XX.
       01 WS-ES-SERIAL        PIC X.
       01 WS-SER-MESES        PIC 9(3).
       01 WS-SER-LEIDO        PIC X(30).
       01 WS-SER-UNI          PIC 9(5).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
              CLOSE ARCHIVO-KIT
              OPEN INPUT ARCHIVO-KIT
           END-IF.
           OPEN INPUT ARCHIVO-VKA.
           IF WS-FS-VKA = "35"
              CLOSE ARCHIVO-VKA
              OPEN OUTPUT ARCHIVO-VKA
              CLOSE ARCHIVO-VKA
              OPEN INPUT ARCHIVO-VKA
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
           PERFORM REGISTRAR-DEVOLUCION.
           CLOSE ARCHIVO-KIT.
           CLOSE ARCHIVO-VKA.
           CLOSE ARCHIVO-CSG.
           CLOSE ARCHIVO-VCS.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-NC.
      * Un tiquete anulado ya devolvio su stock al anularse: no
      * puede ademas devolverse (el mismo candado de la factura).
           MOVE "N" TO WS-TIQ-ANULADO.
           MOVE 0 TO WS-TOTAL-TIQUETE.
           MOVE WS-NUM-TIQUETE TO VTA-NUMERO.
           MOVE 0 TO VTA-LINEA.
           READ ARCHIVO-VTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VTA-SUBTOT TO WS-TOTAL-TIQUETE
                   IF VTA-DESCRI = "** ANULADO **"
                      MOVE "S" TO WS-TIQ-ANULADO
                   END-IF
                       MOVE VTA-CANT TO DV-CANT-VTA(WS-NUM-ITEMS)
                       MOVE VTA-PRECIO TO DV-PRECIO(WS-NUM-ITEMS)
                       MOVE 0 TO DV-CANT-DEV(WS-NUM-ITEMS)
                       MOVE VTA-LINEA TO DV-LINEA(WS-NUM-ITEMS)
                    END-IF
                    PERFORM READ-SIGUIENTE-VTA
                 ELSE
           ELSE
              DISPLAY "Nota credito " WS-NUM-NOTA " grabada por "
                  WS-TOTAL-NOTA LINE 23 POSITION 10
              PERFORM RETIRAR-PUNTOS-DEV
           END-IF.

      ****************************************************************
      * Puntos de la devolucion: si el tiquete gano puntos (fila G   *
      * en puntos.dat) se retira la parte proporcional a lo devuelto *
      * sobre el total del tiquete, sin pasar de lo que aun no se le *
      * haya retirado en devoluciones anteriores. Lo que el cliente  *
      * ya redimio y no alcance a salir de sus lotes se informa.     *
      ****************************************************************
       RETIRAR-PUNTOS-DEV.
           IF WS-TOTAL-TIQUETE = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-NUM-TIQUETE TO WS-PTS-TIQUETE.
           MOVE "G" TO WS-PTS-TIPO.
           PERFORM BUSCAR-PUNTOS-TIQUETE.
           IF WS-PTS-HALLADO NOT = "S"
              CLOSE ARCHIVO-PTS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PTS-QUITAR ROUNDED =
               PT-PUNTOS * WS-TOTAL-NOTA / WS-TOTAL-TIQUETE.
           IF WS-PTS-QUITAR > PT-PUNTOS - PT-RETIRADO
              COMPUTE WS-PTS-QUITAR = PT-PUNTOS - PT-RETIRADO
           END-IF.
           PERFORM QUITAR-PUNTOS-GANADOS.
           IF WS-PTS-USAR > 0
              DISPLAY "Puntos retirados al cliente: " WS-PTS-USAR
                  LINE 24 POSITION 10
           END-IF.
           IF WS-PTS-FALTA > 0
              DISPLAY "Ya redimidos, sin retirar: " WS-PTS-FALTA
                  LINE 24 POSITION 52
           END-IF.
           CLOSE ARCHIVO-PTS.

      * Retira WS-PTS-QUITAR puntos de la fila G ya leida: primero
      * de su propio saldo y lo demas de los otros lotes vivos del
      * cliente; lo retirado deja su fila D.
       QUITAR-PUNTOS-GANADOS.
           MOVE 0 TO WS-PTS-USAR.
           MOVE 0 TO WS-PTS-FALTA.
           IF WS-PTS-QUITAR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE PT-CLIENTE TO WS-PTS-CLIENTE.
           ADD WS-PTS-QUITAR TO PT-RETIRADO.
           MOVE WS-PTS-QUITAR TO WS-PTS-FALTA.
           PERFORM TOMAR-DE-LOTE.
           IF WS-PTS-FALTA > 0
              PERFORM CONSUMIR-PUNTOS
           END-IF.
           COMPUTE WS-PTS-USAR = WS-PTS-QUITAR - WS-PTS-FALTA.
           IF WS-PTS-USAR > 0
              PERFORM GRABAR-RETIRO-PUNTOS
           END-IF.

      * Rebaja WS-PTS-FALTA de los lotes vivos del cliente, del mas
      * antiguo al mas nuevo.
       CONSUMIR-PUNTOS.
           MOVE WS-PTS-CLIENTE TO PT-CLIENTE.
           MOVE 0 TO PT-FECHA.
           MOVE 0 TO PT-TIQUETE.
           MOVE LOW-VALUES TO PT-TIPO.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00" OR WS-PTS-FALTA = 0
                 IF PT-CLIENTE = WS-PTS-CLIENTE
                    IF (PT-GANADO OR PT-REINTEGRO) AND PT-SALDO > 0
                       AND PT-VENCE >= WS-FECHA-HOY
                       PERFORM TOMAR-DE-LOTE
                    END-IF
                    PERFORM READ-SIGUIENTE-PTS
                 ELSE
                    MOVE "10" TO WS-FS-PTS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.

       TOMAR-DE-LOTE.
           IF PT-SALDO > WS-PTS-FALTA
              SUBTRACT WS-PTS-FALTA FROM PT-SALDO
              MOVE 0 TO WS-PTS-FALTA
           ELSE
              SUBTRACT PT-SALDO FROM WS-PTS-FALTA
              MOVE 0 TO PT-SALDO
           END-IF.
           REWRITE PTSDATA.

      * Busca la fila WS-PTS-TIPO del tiquete WS-PTS-TIQUETE (la
      * clave va por cliente, asi que se recorre completo); si la
      * halla queda leida para REWRITE.
       BUSCAR-PUNTOS-TIQUETE.
           MOVE "N" TO WS-PTS-HALLADO.
           MOVE LOW-VALUES TO PT-CLAVE.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF PT-TIQUETE = WS-PTS-TIQUETE
                    AND PT-TIPO = WS-PTS-TIPO
                    MOVE "S" TO WS-PTS-HALLADO
                    MOVE "10" TO WS-FS-PTS
                 ELSE
                    PERFORM READ-SIGUIENTE-PTS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.

      * Fila D del dia para el tiquete; dos devoluciones del mismo
      * tiquete en el dia se acumulan en la misma fila.
       GRABAR-RETIRO-PUNTOS.
           MOVE WS-PTS-CLIENTE TO PT-CLIENTE.
           MOVE WS-FECHA-HOY TO PT-FECHA.
           MOVE WS-PTS-TIQUETE TO PT-TIQUETE.
           MOVE "D" TO PT-TIPO.
           MOVE WS-PTS-USAR TO PT-PUNTOS.
           MOVE 0 TO PT-SALDO.
           MOVE 0 TO PT-RETIRADO.
           MOVE 0 TO PT-VENCE.
           WRITE PTSDATA
               INVALID KEY
                   READ ARCHIVO-PTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-PTS-USAR TO PT-PUNTOS
                           REWRITE PTSDATA
                   END-READ
           END-WRITE.

       READ-SIGUIENTE-PTS.
           READ ARCHIVO-PTS NEXT RECORD
               AT END MOVE "10" TO WS-FS-PTS
           END-READ.

       APLICAR-RENGLON-DEV.
           MOVE DV-CODART(WS-IDX) TO CODART.
           PERFORM VERIFICAR-SI-KIT.
           IF WS-ES-KIT = "S"
              MOVE WS-NUM-TIQUETE TO VK-NUMERO
              MOVE DV-LINEA(WS-IDX) TO VK-LINEA
              PERFORM VERIFICAR-VENTA-ARMADA
           END-IF.
           IF WS-ES-KIT = "S"
      * Renglon de kit: la venta descargo los componentes, asi que
      * la devolucion repone los componentes y no el kit (salvo que
      * se haya vendido del stock armado).
              MOVE DV-CANT-DEV(WS-IDX) TO WS-KIT-CANT
              PERFORM REPONER-COMPONENTES-KIT
           ELSE
                      MOVE STOCK TO WS-STOCK-ANT
                      ADD DV-CANT-DEV(WS-IDX) TO STOCK
                      REWRITE USUART
                      MOVE "R" TO WS-DIARIO-OPER
                      PERFORM DIARIO-ARTICULOS
                      IF WS-FS NOT = "00"
                         DISPLAY "Error al devolver stock. FS = "
                             WS-FS
                         PERFORM REGISTRAR-KARDEX
                         MOVE WS-KDX-CANT TO WS-SB-DELTA
                         PERFORM AJUSTAR-BODEGA-PRI
                         PERFORM DEVOLVER-SERIALES
                         MOVE DV-CANT-DEV(WS-IDX) TO WS-CSG-PEND
                         PERFORM REVERSAR-CONSIGNACION-DEV
                      END-IF
              END-READ
           END-IF.
              DISPLAY "Error al grabar renglon nota. FS = " WS-FS-NC
           END-IF.

      ****************************************************************
      * Consignacion: lo devuelto de un renglon que salio de         *
      * mercancia consignada (ventas-consig.dat) y aun no se ha      *
      * liquidado vuelve a la consignacion del proveedor; lo ya      *
      * liquidado regresa como stock propio.                         *
      ****************************************************************
       REVERSAR-CONSIGNACION-DEV.
           IF WS-FS-VCS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-TIQUETE TO VC-NUMERO.
           MOVE DV-LINEA(WS-IDX) TO VC-LINEA.
           MOVE LOW-VALUES TO VC-CODART.
           MOVE 0 TO VC-NIT.
           START ARCHIVO-VCS KEY IS NOT LESS THAN VC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VCS
           END-START.
           IF WS-FS-VCS = "00"
              PERFORM READ-SIGUIENTE-VCS
              PERFORM UNTIL WS-FS-VCS NOT = "00"
                 IF VC-NUMERO = WS-NUM-TIQUETE
                    AND VC-LINEA = DV-LINEA(WS-IDX)
                    AND WS-CSG-PEND > 0
                    IF VC-LIQUIDA = 0
                       PERFORM DEVOLVER-A-CONSIGNACION
                    END-IF
                    PERFORM READ-SIGUIENTE-VCS
                 ELSE
                    MOVE "10" TO WS-FS-VCS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VCS.

       DEVOLVER-A-CONSIGNACION.
           IF WS-CSG-PEND > VC-CANT
              MOVE VC-CANT TO WS-CSG-TOMA
           ELSE
              MOVE WS-CSG-PEND TO WS-CSG-TOMA
           END-IF.
           SUBTRACT WS-CSG-TOMA FROM WS-CSG-PEND.
           SUBTRACT WS-CSG-TOMA FROM VC-CANT.
           IF VC-CANT = 0
              DELETE ARCHIVO-VCS
           ELSE
              REWRITE VCSDATA
           END-IF.
           MOVE VC-CODART TO CS-CODART.
           MOVE VC-NIT TO CS-NIT.
           READ ARCHIVO-CSG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CSG-TOMA > CS-VENDIDO
                      MOVE 0 TO CS-VENDIDO
                   ELSE
                      SUBTRACT WS-CSG-TOMA FROM CS-VENDIDO
                   END-IF
                   REWRITE CSGDATA
           END-READ.
           MOVE "00" TO WS-FS-CSG.

       READ-SIGUIENTE-VCS.
           READ ARCHIVO-VCS NEXT RECORD
               AT END MOVE "10" TO WS-FS-VCS
           END-READ.

      ****************************************************************
      * Seriales del renglon devuelto: uno por unidad, del mismo     *
      * articulo y vendido en este tiquete. El vendido vuelve a      *
      * disponible; el que ya esta en garantia (reclamo con          *
      * reembolso) sigue en garantia, no se puede volver a vender y  *
      * sale con la devolucion al proveedor. ENTER deja la unidad    *
      * sin serial y se avisa.                                       *
      ****************************************************************
       DEVOLVER-SERIALES.
           PERFORM LEER-ART-SERIAL.
           IF WS-ES-SERIAL NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-SER.
           IF WS-FS-SER NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SER-UNI.
           PERFORM UNTIL WS-SER-UNI >= DV-CANT-DEV(WS-IDX)
              PERFORM DEVOLVER-UN-SERIAL
           END-PERFORM.
           CLOSE ARCHIVO-SER.

       DEVOLVER-UN-SERIAL.
           DISPLAY "Serial devuelto de " DV-DESCRI(WS-IDX)(1:20)
               " (ENTER=sin serial):" LINE 19 POSITION 10.
           MOVE SPACES TO WS-SER-LEIDO.
           ACCEPT WS-SER-LEIDO LINE 20 POSITION 10.
           IF WS-SER-LEIDO = SPACES
              DISPLAY "Unidad sin serial: revisela a mano.     "
                  LINE 20 POSITION 45
              ADD 1 TO WS-SER-UNI
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SER-LEIDO TO SR-SERIAL.
           MOVE DV-CODART(WS-IDX) TO SR-CODART.
           READ ARCHIVO-SER
               INVALID KEY
                   DISPLAY "Serial no registrado para el articulo."
                       LINE 20 POSITION 45
                   EXIT PARAGRAPH
           END-READ.
           IF SR-TIQUETE NOT = WS-NUM-TIQUETE
              OR (NOT SR-VENDIDO AND NOT SR-EN-GARANTIA)
              DISPLAY "Ese serial no salio en este tiquete.   "
                  LINE 20 POSITION 45
              EXIT PARAGRAPH
           END-IF.
           IF SR-VENDIDO
              MOVE "D" TO SR-ESTADO
              MOVE 0 TO SR-TIQUETE
              MOVE 0 TO SR-FECVTA
              MOVE 0 TO SR-CLIENTE
              MOVE 0 TO SR-GARANTIA
              REWRITE SERDATA
           END-IF.
           ADD 1 TO WS-SER-UNI.
           DISPLAY "                                        "
               LINE 20 POSITION 45.

      * Si el articulo del renglon exige serial por unidad y con
      * cuantos meses de garantia.
       LEER-ART-SERIAL.
           MOVE "N" TO WS-ES-SERIAL.
           MOVE 0 TO WS-SER-MESES.
           OPEN INPUT ARCHIVO-ASR.
           IF WS-FS-ASR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE DV-CODART(WS-IDX) TO AS-CODART.
           READ ARCHIVO-ASR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AS-EXIGE-SERIAL
                      MOVE "S" TO WS-ES-SERIAL
                      MOVE AS-GARANTIA TO WS-SER-MESES
                   END-IF
           END-READ.
           CLOSE ARCHIVO-ASR.

      * Consecutivo de notas credito, con el esquema de Contador.dat
      * que ya usan los tiquetes y las ordenes.
       OBTENER-NUMERO-NOTA.
           END-READ.
           MOVE STOCK TO WS-STOCK-ANT.
           ADD WS-COMP-NECESITA TO STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al reponer componente. FS = " WS-FS
              EXIT PARAGRAPH
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.

      * El renglon de kit en VK-CLAVE salio del stock armado: vuelve
      * como articulo comun.
       VERIFICAR-VENTA-ARMADA.
           READ ARCHIVO-VKA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-KIT
           END-READ.

       READ-SIGUIENTE-KIT.
           READ ARCHIVO-KIT NEXT RECORD
               AT END MOVE "10" TO WS-FS-KIT
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.
                      MOVE WS-SB-DELTA TO SB-CANTIDAD
                   END-IF
                   WRITE SBODATA
                   MOVE "W" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
               NOT INVALID KEY
                   COMPUTE WS-SB-NUEVA = SB-CANTIDAD + WS-SB-DELTA
                   IF WS-SB-NUEVA < 0
                   END-IF
                   MOVE WS-SB-NUEVA TO SB-CANTIDAD
                   REWRITE SBODATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
           END-READ.
           IF WS-FS-SBOD NOT = "00"
              DISPLAY "Error stock por bodega. FS = " WS-FS-SBOD
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
           MOVE "DEVOLUCIONES" TO DRJ-PROGRAMA.
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
