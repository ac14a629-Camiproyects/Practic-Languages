      * Mod: 03-09-2026 - La devolucion de un domicilio repone los   *
      *      componentes cuando el renglon es un kit y respeta el    *
      *      congelamiento de inventario (congela-inv.flg).          *
      * Mod: 15-10-2026 - Contraentrega: opcion C liquida al         *
      *      mensajero (esperado de sus entregas, efectivo recibido  *
      *      y diferencia) en liquida-dom.dat con su documento       *
      *      liq-mensajero-NNNNNN.txt; opcion R reporta el efectivo  *
      *      que sigue en manos de cada mensajero por dia.           *
      * Mod: 15-10-2026 - Un kit vendido de su stock armado          *
      *      (ventas-kit.dat) vuelve al stock del kit al rebotar.    *
      * Mod: 15-10-2026 - Despacho y entrega avisan al cliente por   *
      *      la cola de notificaciones (DOMDESP / DOMENTR), si dio   *
      *      autorizacion de datos.                                  *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
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
           SELECT ARCHIVO-NC ASSIGN TO "../Articulos/notas-credito.dat"
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
           SELECT ARCHIVO-LIQ ASSIGN TO "../Articulos/liquida-dom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-LIQ.
           SELECT ARCHIVO-LQCTL ASSIGN TO "../Articulos/liquida-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LQC.
           SELECT ARCHIVO-DOCLIQ ASSIGN TO WS-RUTA-DOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOC.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-contraentrega.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-DUS ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMDOC
               FILE STATUS IS WS-FS-DUS.
           SELECT ARCHIVO-NOT ASSIGN TO "../notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.
           SELECT ARCHIVO-NOTCTL
               ASSIGN TO "../notificaciones-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NTC.
           SELECT ARCHIVO-CON
               ASSIGN TO "../Usuarios/consentimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CLAVE
               FILE STATUS IS WS-FS-CON.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
              88 DM-DESPACHADO VALUE "D".
              88 DM-ENTREGADO  VALUE "E".
              88 DM-DEVUELTO   VALUE "V".
           05 DM-CONTRAENT   PIC X.
              88 DM-ES-CONTRAENT VALUE "S".
           05 DM-VALOR-COBRO PIC 9(12)V99.
           05 DM-LIQUIDACION PIC 9(6).

      * Liquidacion de contraentregas: renglon 0 es el encabezado
      * (mensajero, esperado, recibido, diferencia); los demas son
      * los tiquetes liquidados.
       FD  ARCHIVO-LIQ.
       01  LIQDATA.
           05 LQ-CLAVE.
              07 LQ-NUMERO   PIC 9(6).
              07 LQ-LINEA    PIC 9(3).
           05 LQ-COURIER     PIC X(30).
           05 LQ-FECHA       PIC 9(8).
           05 LQ-HORA        PIC 9(8).
           05 LQ-TIQUETE     PIC 9(6).
           05 LQ-FECHA-DOM   PIC 9(8).
           05 LQ-ESPERADO    PIC 9(12)V99.
           05 LQ-RECIBIDO    PIC 9(12)V99.
           05 LQ-DIFERENCIA  PIC S9(12)V99.
           05 LQ-OPER        PIC 9(10).

       FD ARCHIVO-LQCTL.
       01 REG-LQCTL.
           05 LQCTL-ULT      PIC 9(6).

       FD  ARCHIVO-DOCLIQ.
       01  DOC-LINEA         PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

       FD ARCHIVO-VTA.
       01 VTADATA.
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

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

      * Vista de data-user.dat con el medio de contacto del cliente.
       FD  ARCHIVO-DUS.
       01  DU-REG.
           05 DU-NUMDOC      PIC 9(13).
           05 DU-RAZSOC      PIC X(50).
           05 DU-DIRECT      PIC X(50).
           05 DU-CIUDAD      PIC X(20).
           05 DU-CONTAC      PIC X(30).
           05 DU-TEL1        PIC X(10).
           05 DU-TEL2        PIC X(10).
           05 DU-CORREO      PIC X(100).
           05 FILLER         PIC X(13).

      * Cola de avisos al cliente (programa notificaciones) y su
      * contador.
       FD  ARCHIVO-NOT.
       01  NOT-LINEA.
           05 NQ-NUMERO      PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-HORA        PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-CLIENTE     PIC 9(13).
           05 FILLER         PIC X.
           05 NQ-CANAL       PIC X.
           05 FILLER         PIC X.
           05 NQ-DESTINO     PIC X(100).
           05 FILLER         PIC X.
           05 NQ-PLANTILLA   PIC X(8).
           05 FILLER         PIC X.
           05 NQ-REFER       PIC 9(10).
           05 FILLER         PIC X.
           05 NQ-VARIABLES   PIC X(80).

       FD  ARCHIVO-NOTCTL.
       01  REG-NOTCTL.
           05 NOTCTL-ULT     PIC 9(8).

      * Autorizacion de datos personales (programa habeas-data).
       FD  ARCHIVO-CON.
       01  CONDATA.
           05 CN-CLAVE.
              07 CN-TIPO     PIC X.
              07 CN-NUMDOC   PIC 9(13).
           05 CN-ESTADO      PIC X.
              88 CN-OTORGADO VALUE "S".
           05 CN-FECHA       PIC 9(8).
           05 CN-CANAL       PIC X.
           05 CN-OPER        PIC 9(10).
           05 CN-FEC-MOD     PIC 9(8).

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
       01 WS-FS-VKA           PIC XX.
       01 WS-ES-KIT           PIC X.
       01 WS-KIT-CANT         PIC 9(5).
       01 WS-COMP-NECESITA    PIC 9(10).
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-FS-LIQ           PIC XX.
       01 WS-FS-LQC           PIC XX.
       01 WS-FS-DOC           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-RUTA-DOC         PIC X(44).
       01 WS-NUM-LIQ          PIC 9(6).
       01 WS-COURIER          PIC X(30).
       01 WS-LQ-TIQUETES      PIC 9(4).
       01 WS-LQ-ESPERADO      PIC 9(12)V99.
       01 WS-LQ-RECIBIDO      PIC 9(12)V99.
       01 WS-LQ-DIFERENCIA    PIC S9(12)V99.
       01 WS-CONFIRMA         PIC X.
       01 WS-VALOR-ED         PIC Z(11)9.99.
       01 WS-DIFER-ED         PIC -Z(11)9.99.
       01 WS-CONTEO-ED        PIC ZZZ9.

      * Efectivo en la calle para el reporte, por mensajero y dia
      * de despacho, ordenado al insertar.
       01 WS-CE-MAX           PIC 9(4) VALUE 500.
       01 WS-CE-CANT          PIC 9(4) VALUE 0.
       01 WS-CE-IDX           PIC 9(4).
       01 WS-CE-POS           PIC 9(4).
       01 TABLA-CE.
           05 TCE-ENTRADA OCCURS 500 TIMES.
              07 TCE-COURIER  PIC X(30).
              07 TCE-FECHA    PIC 9(8).
              07 TCE-TIQ-ENT  PIC 9(4).
              07 TCE-VAL-ENT  PIC 9(12)V99.
              07 TCE-TIQ-RUTA PIC 9(4).
              07 TCE-VAL-RUTA PIC 9(12)V99.
       01 WS-SUB-ENT          PIC 9(12)V99.
       01 WS-SUB-RUTA         PIC 9(12)V99.
       01 WS-TOT-ENT          PIC 9(12)V99.
       01 WS-TOT-RUTA         PIC 9(12)V99.
       01 WS-COURIER-ANT      PIC X(30).

       01 WS-FS-DUS           PIC XX.
      * Aviso al cliente para la cola de notificaciones.
       01 WS-FS-NOT           PIC XX.
       01 WS-FS-NTC           PIC XX.
       01 WS-FS-CON           PIC XX.
       01 WS-NOT-CLIENTE      PIC 9(13).
       01 WS-NOT-PLANTILLA    PIC X(8).
       01 WS-NOT-REFER        PIC 9(10).
       01 WS-NOT-VARIABLES    PIC X(80).
       01 WS-NOT-CANAL        PIC X.
       01 WS-NOT-DESTINO      PIC X(100).
       01 WS-NOT-NUMERO       PIC 9(8).
       01 WS-NOT-ENCOLADO     PIC X.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       LINKAGE SECTION.
       01 PASAR.
           DISPLAY "  E -> Marcar entregado"         LINE 8 POSITION 20.
           DISPLAY "  V -> Devuelto (reversa stock)" LINE 9 POSITION 20.
           DISPLAY "  L -> No entregados del dia"   LINE 10 POSITION 20.
           DISPLAY "  C -> Liquidar mensajero"      LINE 11 POSITION 20.
           DISPLAY "  R -> Efectivo en la calle"    LINE 12 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 13 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 15 POSITION 20.
           ACCEPT WS-OPCION LINE 15 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "D"
                    MOVE "D" TO WS-ESTADO-NUEVO
                    PERFORM DEVOLVER-DOMICILIO
               WHEN "L"
                    PERFORM LISTAR-PENDIENTES
               WHEN "C"
                    PERFORM LIQUIDAR-MENSAJERO
               WHEN "R"
                    PERFORM REPORTE-CONTRAENTREGA
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
           IF WS-FS-DOM = "00"
              DISPLAY "Estado actualizado a " WS-ESTADO-NUEVO "."
                  LINE 7 POSITION 20
              PERFORM AVISAR-CAMBIO-DOM
              IF WS-NOT-ENCOLADO = "S"
                 DISPLAY "Aviso al cliente en cola." LINE 8
                     POSITION 20
              END-IF
           ELSE
              DISPLAY "Error FS = " WS-FS-DOM LINE 7 POSITION 20
           END-IF.
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
           PERFORM OBTENER-NUMERO-NOTA.
           MOVE 0 TO WS-NC-LINEAS.
           MOVE 0 TO WS-TOTAL-NOTA.
           PERFORM REVERSAR-TIQUETE-DOM.
           PERFORM ESCRIBIR-ENCABEZADO-NC.
           CLOSE ARCHIVO-KIT.
           CLOSE ARCHIVO-VKA.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-NC.
           IF VTA-CODART NOT = SPACES
              MOVE VTA-CODART TO CODART
              PERFORM VERIFICAR-SI-KIT
              IF WS-ES-KIT = "S"
                 PERFORM VERIFICAR-VENTA-ARMADA
              END-IF
           ELSE
              MOVE "N" TO WS-ES-KIT
           END-IF.
                      MOVE STOCK TO WS-STOCK-ANT
                      ADD VTA-CANT TO STOCK
                      REWRITE USUART
                      MOVE "R" TO WS-DIARIO-OPER
                      PERFORM DIARIO-ARTICULOS
                      IF WS-FS = "00"
                         MOVE VTA-CANT TO WS-KDX-CANT
                         MOVE "DEVOLUC" TO WS-KDX-TIPO
               LINE WS-LIN POSITION 5.
           PERFORM PAUSA.

      ****************************************************************
      * Liquidacion del mensajero al volver: todo lo que entrego     *
      * contraentrega y no se ha liquidado se cobra de una vez. Se   *
      * muestra el esperado, se recibe el efectivo que entrega y la  *
      * diferencia queda en el documento (faltante negativo).        *
      * Lo despachado sin entregar no entra: sigue en la calle.      *
      ****************************************************************
       LIQUIDAR-MENSAJERO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Liquidar mensajero -----" LINE 3
               POSITION 20.
           DISPLAY "Mensajero:" LINE 5 POSITION 20.
           MOVE SPACES TO WS-COURIER.
           ACCEPT WS-COURIER LINE 5 POSITION 32.
           IF WS-COURIER = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LQ-TIQUETES.
           MOVE 0 TO WS-LQ-ESPERADO.
           MOVE 7 TO WS-LIN.
           MOVE LOW-VALUES TO DM-TIQUETE.
           START ARCHIVO-DOM KEY IS NOT LESS THAN DM-TIQUETE
               INVALID KEY
                   MOVE "10" TO WS-FS-DOM
           END-START.
           IF WS-FS-DOM = "00"
              PERFORM READ-SIGUIENTE-DOM
              PERFORM UNTIL WS-FS-DOM NOT = "00"
                 IF DM-COURIER = WS-COURIER AND DM-ENTREGADO
                    AND DM-ES-CONTRAENT AND DM-LIQUIDACION = 0
                    ADD 1 TO WS-LQ-TIQUETES
                    ADD DM-VALOR-COBRO TO WS-LQ-ESPERADO
                    IF WS-LIN < 18
                       MOVE DM-VALOR-COBRO TO WS-VALOR-ED
                       DISPLAY "TIQ " DM-TIQUETE " " DM-FECHA " "
                           WS-VALOR-ED LINE WS-LIN POSITION 10
                       ADD 1 TO WS-LIN
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-DOM
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-DOM.
           IF WS-LQ-TIQUETES = 0
              DISPLAY "Ese mensajero no tiene contraentregas por "
                  "liquidar." LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-LQ-ESPERADO TO WS-VALOR-ED.
           DISPLAY "Tiquetes: " WS-LQ-TIQUETES "  Esperado: "
               WS-VALOR-ED LINE 19 POSITION 10.
           DISPLAY "Efectivo entregado:" LINE 20 POSITION 10.
           MOVE 0 TO WS-LQ-RECIBIDO.
           ACCEPT WS-LQ-RECIBIDO LINE 20 POSITION 31.
           COMPUTE WS-LQ-DIFERENCIA = WS-LQ-RECIBIDO - WS-LQ-ESPERADO.
           MOVE WS-LQ-DIFERENCIA TO WS-DIFER-ED.
           DISPLAY "Diferencia: " WS-DIFER-ED "  ¿Confirma? (S/N):"
               LINE 21 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 21 POSITION 59.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-LIQ.
           IF WS-FS-LIQ = "35"
              CLOSE ARCHIVO-LIQ
              OPEN OUTPUT ARCHIVO-LIQ
              CLOSE ARCHIVO-LIQ
              OPEN I-O ARCHIVO-LIQ
           END-IF.
           IF WS-FS-LIQ NOT = "00"
              DISPLAY "Error al abrir liquida-dom.dat. FS = "
                  WS-FS-LIQ LINE 22 POSITION 10
              MOVE "DOMICILIOS" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/liquida-dom.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-LIQ TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM OBTENER-NUMERO-LIQ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUTA-DOC.
           STRING "../Articulos/liq-mensajero-" WS-NUM-LIQ ".txt"
               DELIMITED BY SIZE INTO WS-RUTA-DOC
           END-STRING.
           OPEN OUTPUT ARCHIVO-DOCLIQ.
           MOVE SPACES TO DOC-LINEA.
           STRING "LIQUIDACION DE CONTRAENTREGAS No. " WS-NUM-LIQ
               "  FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO DOC-LINEA
           END-STRING.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           STRING "MENSAJERO: " WS-COURIER "  RECIBE: " T-NOMAPE(1:30)
               DELIMITED BY SIZE INTO DOC-LINEA
           END-STRING.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE 0 TO WS-LQ-TIQUETES.
           MOVE LOW-VALUES TO DM-TIQUETE.
           START ARCHIVO-DOM KEY IS NOT LESS THAN DM-TIQUETE
               INVALID KEY
                   MOVE "10" TO WS-FS-DOM
           END-START.
           IF WS-FS-DOM = "00"
              PERFORM READ-SIGUIENTE-DOM
              PERFORM UNTIL WS-FS-DOM NOT = "00"
                 IF DM-COURIER = WS-COURIER AND DM-ENTREGADO
                    AND DM-ES-CONTRAENT AND DM-LIQUIDACION = 0
                    PERFORM LIQUIDAR-TIQUETE-DOM
                 END-IF
                 PERFORM READ-SIGUIENTE-DOM
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-DOM.
           MOVE WS-NUM-LIQ TO LQ-NUMERO.
           MOVE 0 TO LQ-LINEA.
           MOVE WS-COURIER TO LQ-COURIER.
           MOVE WS-FECHA-HOY TO LQ-FECHA.
           ACCEPT LQ-HORA FROM TIME.
           MOVE WS-LQ-TIQUETES TO LQ-TIQUETE.
           MOVE 0 TO LQ-FECHA-DOM.
           MOVE WS-LQ-ESPERADO TO LQ-ESPERADO.
           MOVE WS-LQ-RECIBIDO TO LQ-RECIBIDO.
           MOVE WS-LQ-DIFERENCIA TO LQ-DIFERENCIA.
           MOVE T-NUMDOC TO LQ-OPER.
           WRITE LIQDATA.
           IF WS-FS-LIQ NOT = "00"
              DISPLAY "Error al grabar la liquidacion. FS = "
                  WS-FS-LIQ
           END-IF.
           CLOSE ARCHIVO-LIQ.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE WS-LQ-TIQUETES TO WS-CONTEO-ED.
           MOVE WS-LQ-ESPERADO TO WS-VALOR-ED.
           MOVE SPACES TO DOC-LINEA.
           STRING "TIQUETES: " WS-CONTEO-ED "   ESPERADO:  " WS-VALOR-ED
               DELIMITED BY SIZE INTO DOC-LINEA
           END-STRING.
           WRITE DOC-LINEA.
           MOVE WS-LQ-RECIBIDO TO WS-VALOR-ED.
           MOVE SPACES TO DOC-LINEA.
           STRING "                  RECIBIDO:  " WS-VALOR-ED
               DELIMITED BY SIZE INTO DOC-LINEA
           END-STRING.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           STRING "                  DIFERENCIA:" WS-DIFER-ED
               DELIMITED BY SIZE INTO DOC-LINEA
           END-STRING.
           WRITE DOC-LINEA.
           MOVE SPACES TO DOC-LINEA.
           WRITE DOC-LINEA.
           MOVE "FIRMA MENSAJERO: ______________   FIRMA CAJA: ______"
               TO DOC-LINEA.
           WRITE DOC-LINEA.
           CLOSE ARCHIVO-DOCLIQ.
           DISPLAY "Liquidacion " WS-NUM-LIQ " en "
               WS-RUTA-DOC(1:40) LINE 22 POSITION 10.
           PERFORM PAUSA.

      * Un tiquete del mensajero: renglon de la liquidacion, linea
      * del documento y el domicilio marcado como liquidado.
       LIQUIDAR-TIQUETE-DOM.
           ADD 1 TO WS-LQ-TIQUETES.
           MOVE WS-NUM-LIQ TO LQ-NUMERO.
           MOVE WS-LQ-TIQUETES TO LQ-LINEA.
           MOVE WS-COURIER TO LQ-COURIER.
           MOVE WS-FECHA-HOY TO LQ-FECHA.
           ACCEPT LQ-HORA FROM TIME.
           MOVE DM-TIQUETE TO LQ-TIQUETE.
           MOVE DM-FECHA TO LQ-FECHA-DOM.
           MOVE DM-VALOR-COBRO TO LQ-ESPERADO.
           MOVE 0 TO LQ-RECIBIDO.
           MOVE 0 TO LQ-DIFERENCIA.
           MOVE T-NUMDOC TO LQ-OPER.
           WRITE LIQDATA.
           MOVE DM-VALOR-COBRO TO WS-VALOR-ED.
           MOVE SPACES TO DOC-LINEA.
           STRING "TIQUETE " DM-TIQUETE "  DESPACHO " DM-FECHA
               "  " DM-DIRECCION(1:30) " " WS-VALOR-ED
               DELIMITED BY SIZE INTO DOC-LINEA
           END-STRING.
           WRITE DOC-LINEA.
           MOVE WS-NUM-LIQ TO DM-LIQUIDACION.
           REWRITE DOMDATA.
           IF WS-FS-DOM NOT = "00"
              DISPLAY "Error al marcar el tiquete " DM-TIQUETE
                  ". FS = " WS-FS-DOM
              MOVE "00" TO WS-FS-DOM
           END-IF.

       OBTENER-NUMERO-LIQ.
           OPEN I-O ARCHIVO-LQCTL.
           IF WS-FS-LQC = "35"
              OPEN OUTPUT ARCHIVO-LQCTL
              MOVE 0 TO LQCTL-ULT
              WRITE REG-LQCTL
              CLOSE ARCHIVO-LQCTL
              OPEN I-O ARCHIVO-LQCTL
           END-IF.
           READ ARCHIVO-LQCTL
               AT END
                   MOVE 0 TO LQCTL-ULT
           END-READ.
           ADD 1 TO LQCTL-ULT.
           MOVE LQCTL-ULT TO WS-NUM-LIQ.
           REWRITE REG-LQCTL.
           CLOSE ARCHIVO-LQCTL.

      ****************************************************************
      * Efectivo en la calle: contraentregas sin liquidar, por       *
      * mensajero y dia. ENTREGADO es plata cobrada que el mensajero *
      * aun tiene; EN RUTA es lo despachado que todavia no cobra.    *
      ****************************************************************
       REPORTE-CONTRAENTREGA.
           PERFORM CLEAR-SCREEN.
           MOVE 0 TO WS-CE-CANT.
           MOVE LOW-VALUES TO DM-TIQUETE.
           START ARCHIVO-DOM KEY IS NOT LESS THAN DM-TIQUETE
               INVALID KEY
                   MOVE "10" TO WS-FS-DOM
           END-START.
           IF WS-FS-DOM = "00"
              PERFORM READ-SIGUIENTE-DOM
              PERFORM UNTIL WS-FS-DOM NOT = "00"
                 IF DM-ES-CONTRAENT AND DM-LIQUIDACION = 0
                    AND (DM-ENTREGADO OR DM-DESPACHADO
                         OR DM-PENDIENTE)
                    PERFORM ACUMULAR-CONTRAENTREGA
                 END-IF
                 PERFORM READ-SIGUIENTE-DOM
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-DOM.
           OPEN OUTPUT ARCHIVO-REPORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EFECTIVO DE CONTRAENTREGA SIN LIQUIDAR - "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MENSAJERO                      FECHA     TIQ"
               "       ENTREGADO (EN MANO)  TIQ            EN RUTA"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-TOT-ENT.
           MOVE 0 TO WS-TOT-RUTA.
           MOVE 0 TO WS-SUB-ENT.
           MOVE 0 TO WS-SUB-RUTA.
           MOVE SPACES TO WS-COURIER-ANT.
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-CANT
              IF TCE-COURIER(WS-CE-IDX) NOT = WS-COURIER-ANT
                 AND WS-CE-IDX > 1
                 PERFORM ESCRIBIR-SUBTOTAL-CE
              END-IF
              MOVE TCE-COURIER(WS-CE-IDX) TO WS-COURIER-ANT
              PERFORM ESCRIBIR-LINEA-CE
           END-PERFORM.
           IF WS-CE-CANT > 0
              PERFORM ESCRIBIR-SUBTOTAL-CE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-ENT TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL EN MANO DE MENSAJEROS: " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-RUTA TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL EN RUTA SIN COBRAR:    " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "domicilios" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-contraentrega.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CONTRAENTREGA"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           MOVE WS-TOT-ENT TO WS-VALOR-ED.
           DISPLAY "En mano de mensajeros: " WS-VALOR-ED
               LINE 5 POSITION 10.
           DISPLAY "Reporte generado en rep-contraentrega.txt"
               LINE 7 POSITION 10.
           PERFORM PAUSA.

      * Busca (o abre en su lugar, manteniendo el orden) la entrada
      * del mensajero y dia del domicilio leido.
       ACUMULAR-CONTRAENTREGA.
           MOVE 0 TO WS-CE-POS.
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-CANT OR WS-CE-POS > 0
              IF TCE-COURIER(WS-CE-IDX) = DM-COURIER
                 AND TCE-FECHA(WS-CE-IDX) = DM-FECHA
                 MOVE WS-CE-IDX TO WS-CE-POS
              END-IF
           END-PERFORM.
           IF WS-CE-POS = 0
              IF WS-CE-CANT >= WS-CE-MAX
                 EXIT PARAGRAPH
              END-IF
              MOVE 1 TO WS-CE-POS
              PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                  UNTIL WS-CE-IDX > WS-CE-CANT
                 IF TCE-COURIER(WS-CE-IDX) < DM-COURIER
                    OR (TCE-COURIER(WS-CE-IDX) = DM-COURIER
                        AND TCE-FECHA(WS-CE-IDX) < DM-FECHA)
                    COMPUTE WS-CE-POS = WS-CE-IDX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-CE-IDX FROM WS-CE-CANT BY -1
                  UNTIL WS-CE-IDX < WS-CE-POS
                 MOVE TCE-ENTRADA(WS-CE-IDX)
                     TO TCE-ENTRADA(WS-CE-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-CE-CANT
              MOVE DM-COURIER TO TCE-COURIER(WS-CE-POS)
              MOVE DM-FECHA TO TCE-FECHA(WS-CE-POS)
              MOVE 0 TO TCE-TIQ-ENT(WS-CE-POS)
              MOVE 0 TO TCE-VAL-ENT(WS-CE-POS)
              MOVE 0 TO TCE-TIQ-RUTA(WS-CE-POS)
              MOVE 0 TO TCE-VAL-RUTA(WS-CE-POS)
           END-IF.
           IF DM-ENTREGADO
              ADD 1 TO TCE-TIQ-ENT(WS-CE-POS)
              ADD DM-VALOR-COBRO TO TCE-VAL-ENT(WS-CE-POS)
           ELSE
              ADD 1 TO TCE-TIQ-RUTA(WS-CE-POS)
              ADD DM-VALOR-COBRO TO TCE-VAL-RUTA(WS-CE-POS)
           END-IF.

       ESCRIBIR-LINEA-CE.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE TCE-COURIER(WS-CE-IDX) TO LINEA-REPORTE(1:30).
           MOVE TCE-FECHA(WS-CE-IDX) TO LINEA-REPORTE(32:8).
           MOVE TCE-TIQ-ENT(WS-CE-IDX) TO WS-CONTEO-ED.
           MOVE WS-CONTEO-ED TO LINEA-REPORTE(41:4).
           MOVE TCE-VAL-ENT(WS-CE-IDX) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO LINEA-REPORTE(51:15).
           MOVE TCE-TIQ-RUTA(WS-CE-IDX) TO WS-CONTEO-ED.
           MOVE WS-CONTEO-ED TO LINEA-REPORTE(67:4).
           MOVE TCE-VAL-RUTA(WS-CE-IDX) TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO LINEA-REPORTE(78:15).
           WRITE LINEA-REPORTE.
           ADD TCE-VAL-ENT(WS-CE-IDX) TO WS-SUB-ENT.
           ADD TCE-VAL-RUTA(WS-CE-IDX) TO WS-SUB-RUTA.

       ESCRIBIR-SUBTOTAL-CE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SUBTOTAL " WS-COURIER-ANT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           MOVE WS-SUB-ENT TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO LINEA-REPORTE(51:15).
           MOVE WS-SUB-RUTA TO WS-VALOR-ED.
           MOVE WS-VALOR-ED TO LINEA-REPORTE(78:15).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD WS-SUB-ENT TO WS-TOT-ENT.
           ADD WS-SUB-RUTA TO WS-TOT-RUTA.
           MOVE 0 TO WS-SUB-ENT.
           MOVE 0 TO WS-SUB-RUTA.

       READ-SIGUIENTE-DOM.
           READ ARCHIVO-DOM NEXT RECORD
               AT END MOVE "10" TO WS-FS-DOM
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

      * El renglon de kit en VTA-CLAVE salio del stock armado: vuelve
      * como articulo comun.
       VERIFICAR-VENTA-ARMADA.
           MOVE VTA-NUMERO TO VK-NUMERO.
           MOVE VTA-LINEA TO VK-LINEA.
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
           END-IF.

      * Aviso del despacho o de la entrega al cliente del domicilio.
       AVISAR-CAMBIO-DOM.
           MOVE DM-CLIENTE TO WS-NOT-CLIENTE.
           IF DM-DESPACHADO
              MOVE "DOMDESP" TO WS-NOT-PLANTILLA
           ELSE
              MOVE "DOMENTR" TO WS-NOT-PLANTILLA
           END-IF.
           MOVE DM-TIQUETE TO WS-NOT-REFER.
           MOVE SPACES TO WS-NOT-VARIABLES.
           STRING "TIQUETE=" DM-TIQUETE ";CIUDAD=" DELIMITED BY SIZE
               DM-CIUDAD DELIMITED BY "  "
               INTO WS-NOT-VARIABLES
           END-STRING.
           PERFORM ENCOLAR-NOTIFICACION.

      ****************************************************************
      * Aviso al cliente: va a la cola de notificaciones solo si el  *
      * cliente otorgo la autorizacion de datos, al CORREO o, si no  *
      * tiene, al TEL-1 por SMS. Sin autorizacion o sin medio de     *
      * contacto el aviso se omite (WS-NOT-ENCOLADO = "N").          *
      ****************************************************************
       ENCOLAR-NOTIFICACION.
           MOVE "N" TO WS-NOT-ENCOLADO.
           OPEN INPUT ARCHIVO-CON.
           IF WS-FS-CON NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO CN-TIPO.
           MOVE WS-NOT-CLIENTE TO CN-NUMDOC.
           READ ARCHIVO-CON
               INVALID KEY
                   MOVE "N" TO CN-ESTADO
           END-READ.
           CLOSE ARCHIVO-CON.
           IF NOT CN-OTORGADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM DESTINO-NOTIFICACION.
           IF WS-NOT-CANAL = SPACE
              EXIT PARAGRAPH
           END-IF.
           PERFORM OBTENER-NUMERO-NOTIF.
           MOVE SPACES TO NOT-LINEA.
           MOVE WS-NOT-NUMERO TO NQ-NUMERO.
           ACCEPT NQ-FECHA FROM DATE YYYYMMDD.
           ACCEPT NQ-HORA FROM TIME.
           MOVE WS-NOT-CLIENTE TO NQ-CLIENTE.
           MOVE WS-NOT-CANAL TO NQ-CANAL.
           MOVE WS-NOT-DESTINO TO NQ-DESTINO.
           MOVE WS-NOT-PLANTILLA TO NQ-PLANTILLA.
           MOVE WS-NOT-REFER TO NQ-REFER.
           MOVE WS-NOT-VARIABLES TO NQ-VARIABLES.
           OPEN EXTEND ARCHIVO-NOT.
           IF WS-FS-NOT NOT = "00"
              OPEN OUTPUT ARCHIVO-NOT
           END-IF.
           WRITE NOT-LINEA.
           CLOSE ARCHIVO-NOT.
           MOVE "S" TO WS-NOT-ENCOLADO.

      * Medio de contacto del maestro de clientes.
       DESTINO-NOTIFICACION.
           MOVE SPACE TO WS-NOT-CANAL.
           MOVE SPACES TO WS-NOT-DESTINO.
           OPEN INPUT ARCHIVO-DUS.
           IF WS-FS-DUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOT-CLIENTE TO DU-NUMDOC.
           READ ARCHIVO-DUS
               INVALID KEY
                   MOVE "23" TO WS-FS-DUS
           END-READ.
           IF WS-FS-DUS = "00"
              IF DU-CORREO NOT = SPACES
                 MOVE "E" TO WS-NOT-CANAL
                 MOVE DU-CORREO TO WS-NOT-DESTINO
              ELSE
                 IF DU-TEL1 NOT = SPACES
                    MOVE "S" TO WS-NOT-CANAL
                    MOVE DU-TEL1 TO WS-NOT-DESTINO
                 END-IF
              END-IF
           END-IF.
           CLOSE ARCHIVO-DUS.

       OBTENER-NUMERO-NOTIF.
           OPEN I-O ARCHIVO-NOTCTL.
           IF WS-FS-NTC = "35"
              OPEN OUTPUT ARCHIVO-NOTCTL
              MOVE 0 TO NOTCTL-ULT
              WRITE REG-NOTCTL
              CLOSE ARCHIVO-NOTCTL
              OPEN I-O ARCHIVO-NOTCTL
           END-IF.
           READ ARCHIVO-NOTCTL
               AT END
                   MOVE 0 TO NOTCTL-ULT
           END-READ.
           ADD 1 TO NOTCTL-ULT.
           MOVE NOTCTL-ULT TO WS-NOT-NUMERO.
           REWRITE REG-NOTCTL.
           CLOSE ARCHIVO-NOTCTL.

       LEER-ESTACION.
           OPEN INPUT ARCHIVO-ESTCFG.
           IF WS-FS-ETC = "00"
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
           MOVE "DOMICILIOS" TO DRJ-PROGRAMA.
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
