       IDENTIFICATION DIVISION.
       PROGRAM-ID. boveda.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                BOVEDA Y CONSIGNACIONES                       *
      *                                                              *
      * Descripcion: Libro de la boveda (caja fuerte) de la tienda,  *
      *              para no perderle el rastro al efectivo entre el *
      *              cierre Z de los cajones y el banco. El libro    *
      *              boveda.log lo alimenta caja-sesion: el efectivo *
      *              contado de cada cierre Z (CIERREZ) y las        *
      *              salidas del cajon a la caja fuerte (RECAUDO)    *
      *              entran; la base de apertura y las entradas de   *
      *              vueltos al cajon salen como fondo de cambio     *
      *              entregado al cajero (CAMBIO). Aqui se agregan:  *
      *              - Saldo inicial (SALDOINI), una sola vez, con   *
      *                el libro vacio.                               *
      *              - Consignacion (CONSIGNA): sale de la boveda    *
      *                con numero propio en consignaciones.dat y su  *
      *                volante en rep-consignacion.txt.              *
      *              - Confirmacion del banco: banco-consignas.csv   *
      *                (fecha;numero;valor) se cruza por numero      *
      *                contra los volantes; el volante queda         *
      *                confirmado o con diferencia.                  *
      *              - Reporte diario rep-boveda.txt: saldo inicial, *
      *                entradas de cajones, fondos de cambio,        *
      *                consignaciones y saldo esperado del dia (y el *
      *                arqueo si se cuenta), mas las consignaciones  *
      *                de la semana sin confirmar o con diferencia.  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada linea de auditoria.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en auditoria-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas.      *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-BOV ASSIGN TO "../Articulos/boveda.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOV.
           SELECT ARCHIVO-CON
               ASSIGN TO "../Articulos/consignaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CON.
           SELECT ARCHIVO-BANCO ASSIGN TO "../banco-consignas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAN.
           SELECT ARCHIVO-VOLANTE
               ASSIGN TO "../Articulos/rep-consignacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VOL.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-boveda.txt"
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
      * Libro de la boveda: entran SALDOINI, CIERREZ y RECAUDO;
      * salen CAMBIO y CONSIGNA. BV-DOCUMENTO es la sesion de caja o
      * el numero de consignacion.
       FD  ARCHIVO-BOV.
       01  BOV-LINEA.
           05 BV-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 BV-HORA        PIC 9(8).
           05 FILLER         PIC X.
           05 BV-TIPO        PIC X(8).
           05 FILLER         PIC X.
           05 BV-DOCUMENTO   PIC 9(6).
           05 FILLER         PIC X.
           05 BV-VALOR       PIC 9(10)V99.
           05 FILLER         PIC X.
           05 BV-OPER        PIC 9(10).
           05 FILLER         PIC X.
           05 BV-DETALLE     PIC X(30).

      * Volantes de consignacion y lo que confirmo el banco.
       FD  ARCHIVO-CON.
       01  CONDATA.
           05 CB-NUMERO      PIC 9(6).
           05 CB-FECHA       PIC 9(8).
           05 CB-HORA        PIC 9(8).
           05 CB-VALOR       PIC 9(10)V99.
           05 CB-CUENTA      PIC X(20).
           05 CB-OPER        PIC 9(10).
           05 CB-ESTADO      PIC X.
              88 CB-ENVIADA    VALUE "E".
              88 CB-CONFIRMADA VALUE "C".
              88 CB-DIFERENCIA VALUE "D".
           05 CB-FEC-CONF    PIC 9(8).
           05 CB-VALOR-CONF  PIC 9(10)V99.

       FD  ARCHIVO-BANCO.
       01  BANCO-LINEA       PIC X(80).

       FD  ARCHIVO-VOLANTE.
       01  LINEA-VOLANTE     PIC X(80).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(120).

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
       01 WS-FS-BOV           PIC XX.
       01 WS-FS-CON           PIC XX.
       01 WS-FS-BAN           PIC XX.
       01 WS-FS-VOL           PIC XX.
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
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WS-FIN              PIC X.
       01 WS-VALOR            PIC 9(10)V99.
       01 WS-CUENTA           PIC X(20).
       01 WS-NUM-NUEVO        PIC 9(6).
       01 WS-MOVS             PIC 9(7).

      * Movimiento a escribir en boveda.log.
       01 WS-BOV-TIPO         PIC X(8).
       01 WS-BOV-DOC          PIC 9(6).
       01 WS-BOV-VALOR        PIC 9(10)V99.
       01 WS-BOV-DETALLE      PIC X(30).

      * Saldo de la boveda y cifras del dia del reporte.
       01 WS-FECHA-REP        PIC 9(8).
       01 WS-INT-REP          PIC 9(7).
       01 WS-INT-SEMANA       PIC 9(7).
       01 WS-INT-CON          PIC 9(7).
       01 WS-SALDO            PIC S9(12)V99.
       01 WS-SALDO-INI        PIC S9(12)V99.
       01 WS-DIA-INICIAL      PIC 9(12)V99.
       01 WS-DIA-CIERREZ      PIC 9(12)V99.
       01 WS-DIA-RECAUDO      PIC 9(12)V99.
       01 WS-DIA-CAMBIO       PIC 9(12)V99.
       01 WS-DIA-CONSIGNA     PIC 9(12)V99.
       01 WS-SALDO-FIN        PIC S9(12)V99.
       01 WS-CONTADO          PIC 9(12)V99.
       01 WS-DIFER            PIC S9(12)V99.
       01 WS-PEND-NUM         PIC 9(5).
       01 WS-PEND-VALOR       PIC 9(12)V99.

      * Confirmaciones del banco.
       01 WK-FILA.
           05 WK-FECHA        PIC X(8).
           05 WK-REFER        PIC X(12).
           05 WK-VALOR        PIC X(12).
       01 WK-FECHA-N          PIC 9(8).
       01 WK-REFER-N          PIC 9(6).
       01 WK-VALOR-N          PIC 9(10).
       01 WS-NUM-OK           PIC X.
       01 WS-NUM-VALOR        PIC 9(12).
       01 WS-NUM-POS          PIC 9(3).
       01 WS-NUM-FIN          PIC X.
       01 WK-NUMERO           PIC X(12).
       01 HEADER              PIC X(80).
       01 WS-CONF-LEIDOS      PIC 9(5).
       01 WS-CONF-OK          PIC 9(5).
       01 WS-CONF-DIF         PIC 9(5).
       01 WS-CONF-SIN         PIC 9(5).

       01 WS-VAL-ED           PIC Z(11)9.99.
       01 WS-VAL2-ED          PIC Z(11)9.99.
       01 WS-SAL-ED           PIC -(11)9.99.

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
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           OPEN I-O ARCHIVO-CON.
           IF WS-FS-CON = "35"
              CLOSE ARCHIVO-CON
              OPEN OUTPUT ARCHIVO-CON
              CLOSE ARCHIVO-CON
              OPEN I-O ARCHIVO-CON
           END-IF.
           IF WS-FS-CON NOT = "00"
              DISPLAY "Error al abrir consignaciones.dat. FS = "
                  WS-FS-CON
              MOVE "BOVEDA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/consignaciones.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-CON TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-BOVEDA UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-CON.
           GOBACK.

       MENU-BOVEDA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  BOVEDA Y CONSIGNACIONES      " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           PERFORM CALCULAR-SALDO.
           MOVE WS-SALDO TO WS-SAL-ED.
           DISPLAY "Saldo en boveda: " WS-SAL-ED LINE 6 POSITION 20.
           DISPLAY "  C -> Consignacion al banco"    LINE 8 POSITION 20.
           DISPLAY "  B -> Confirmaciones del banco" LINE 9 POSITION 20.
           DISPLAY "  D -> Reporte diario"          LINE 10 POSITION 20.
           DISPLAY "  L -> Listado de consignaciones"
               LINE 11 POSITION 20.
           DISPLAY "  I -> Saldo inicial"           LINE 12 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 13 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 15 POSITION 20.
           ACCEPT WS-OPCION LINE 15 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "C"
                    PERFORM REGISTRAR-CONSIGNACION
               WHEN "B"
                    PERFORM CONFIRMAR-BANCO
               WHEN "D"
                    PERFORM REPORTE-DIARIO
               WHEN "L"
                    PERFORM LISTAR-CONSIGNACIONES
               WHEN "I"
                    PERFORM SALDO-INICIAL
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      * Saldo actual: todo el libro con su signo.
       CALCULAR-SALDO.
           MOVE 0 TO WS-SALDO.
           MOVE 0 TO WS-MOVS.
           OPEN INPUT ARCHIVO-BOV.
           IF WS-FS-BOV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-BOV NOT = "00"
              READ ARCHIVO-BOV
                  AT END MOVE "10" TO WS-FS-BOV
                  NOT AT END
                      ADD 1 TO WS-MOVS
                      PERFORM SUMAR-AL-SALDO
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-BOV.

       SUMAR-AL-SALDO.
           EVALUATE BV-TIPO
               WHEN "SALDOINI"
               WHEN "CIERREZ"
               WHEN "RECAUDO"
                   ADD BV-VALOR TO WS-SALDO
               WHEN "CAMBIO"
               WHEN "CONSIGNA"
                   SUBTRACT BV-VALOR FROM WS-SALDO
           END-EVALUATE.

      ****************************************************************
      * Saldo inicial: el efectivo que ya habia en la boveda cuando  *
      * se empezo a llevar el libro. Solo con el libro vacio.        *
      ****************************************************************
       SALDO-INICIAL.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Saldo inicial de la boveda -----" LINE 3
               POSITION 20.
           PERFORM CALCULAR-SALDO.
           IF WS-MOVS > 0
              DISPLAY "El libro de la boveda ya tiene movimientos."
                  LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Efectivo contado en la boveda:" LINE 5 POSITION 10.
           MOVE 0 TO WS-VALOR.
           ACCEPT WS-VALOR LINE 5 POSITION 42.
           IF WS-VALOR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "SALDOINI" TO WS-BOV-TIPO.
           MOVE 0 TO WS-BOV-DOC.
           MOVE WS-VALOR TO WS-BOV-VALOR.
           MOVE "SALDO INICIAL DE LA BOVEDA" TO WS-BOV-DETALLE.
           PERFORM REGISTRAR-BOVEDA.
           PERFORM AUDITAR-BOVEDA.
           DISPLAY "Saldo inicial registrado." LINE 7 POSITION 10.
           PERFORM PAUSA.

      ****************************************************************
      * Consignacion: sale de la boveda con el siguiente numero de   *
      * consignaciones.dat y deja el volante para llevar al banco.   *
      * No puede pasar el saldo de la boveda.                        *
      ****************************************************************
       REGISTRAR-CONSIGNACION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Consignacion al banco -----" LINE 3
               POSITION 20.
           PERFORM CALCULAR-SALDO.
           MOVE WS-SALDO TO WS-SAL-ED.
           DISPLAY "Saldo en boveda: " WS-SAL-ED LINE 5 POSITION 10.
           DISPLAY "Valor a consignar:" LINE 7 POSITION 10.
           MOVE 0 TO WS-VALOR.
           ACCEPT WS-VALOR LINE 7 POSITION 40.
           IF WS-VALOR = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-VALOR > WS-SALDO
              DISPLAY "La consignacion pasa el saldo de la boveda."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cuenta del banco:" LINE 8 POSITION 10.
           MOVE SPACES TO WS-CUENTA.
           ACCEPT WS-CUENTA LINE 8 POSITION 40.
           PERFORM OBTENER-NUMERO-CONSIGNA.
           MOVE WS-NUM-NUEVO TO CB-NUMERO.
           ACCEPT CB-FECHA FROM DATE YYYYMMDD.
           ACCEPT CB-HORA FROM TIME.
           MOVE WS-VALOR TO CB-VALOR.
           MOVE WS-CUENTA TO CB-CUENTA.
           MOVE T-NUMDOC TO CB-OPER.
           MOVE "E" TO CB-ESTADO.
           MOVE 0 TO CB-FEC-CONF.
           MOVE 0 TO CB-VALOR-CONF.
           WRITE CONDATA
               INVALID KEY
                   DISPLAY "Error: numero de consignacion ya existe."
                       LINE 20 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "CONSIGNA" TO WS-BOV-TIPO.
           MOVE CB-NUMERO TO WS-BOV-DOC.
           MOVE CB-VALOR TO WS-BOV-VALOR.
           MOVE CB-CUENTA TO WS-BOV-DETALLE.
           PERFORM REGISTRAR-BOVEDA.
           PERFORM AUDITAR-BOVEDA.
           PERFORM ESCRIBIR-VOLANTE.
           DISPLAY "Consignacion " CB-NUMERO " registrada; volante en "
               "rep-consignacion.txt" LINE 10 POSITION 10.
           PERFORM PAUSA.

      * Siguiente numero: el mayor de consignaciones.dat mas uno.
       OBTENER-NUMERO-CONSIGNA.
           MOVE 0 TO WS-NUM-NUEVO.
           MOVE 0 TO CB-NUMERO.
           START ARCHIVO-CON KEY IS NOT LESS THAN CB-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CON
           END-START.
           PERFORM UNTIL WS-FS-CON NOT = "00"
              READ ARCHIVO-CON NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CON
                  NOT AT END MOVE CB-NUMERO TO WS-NUM-NUEVO
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CON.
           ADD 1 TO WS-NUM-NUEVO.

       ESCRIBIR-VOLANTE.
           OPEN OUTPUT ARCHIVO-VOLANTE.
           MOVE "VOLANTE DE CONSIGNACION" TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           STRING "CONSIGNACION No. " CB-NUMERO
               DELIMITED BY SIZE INTO LINEA-VOLANTE
           END-STRING.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           STRING "FECHA            " CB-FECHA "  HORA " CB-HORA(1:4)
               DELIMITED BY SIZE INTO LINEA-VOLANTE
           END-STRING.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           STRING "CUENTA           " CB-CUENTA
               DELIMITED BY SIZE INTO LINEA-VOLANTE
           END-STRING.
           WRITE LINEA-VOLANTE.
           MOVE CB-VALOR TO WS-VAL-ED.
           MOVE SPACES TO LINEA-VOLANTE.
           STRING "VALOR EFECTIVO   " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-VOLANTE
           END-STRING.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           STRING "ENTREGA (OPERADOR) " CB-OPER
               DELIMITED BY SIZE INTO LINEA-VOLANTE
           END-STRING.
           WRITE LINEA-VOLANTE.
           MOVE SPACES TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           MOVE "FIRMA TRANSPORTADORA / BANCO: ______________________"
               TO LINEA-VOLANTE.
           WRITE LINEA-VOLANTE.
           CLOSE ARCHIVO-VOLANTE.
           MOVE "boveda" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-consignacion.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CONSIGNACION CUENTA=" WS-CUENTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

      ****************************************************************
      * Confirmaciones del banco: cada fila de banco-consignas.csv   *
      * (fecha;numero;valor, con encabezado) busca su volante por    *
      * numero. Mismo valor = confirmada; otro valor = diferencia;   *
      * numero desconocido va al reporte como consignacion sin       *
      * volante.                                                     *
      ****************************************************************
       CONFIRMAR-BANCO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Confirmaciones del banco -----" LINE 3
               POSITION 20.
           OPEN INPUT ARCHIVO-BANCO.
           IF WS-FS-BAN NOT = "00"
              DISPLAY "No se encontro banco-consignas.csv. FS = "
                  WS-FS-BAN LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CONF-LEIDOS.
           MOVE 0 TO WS-CONF-OK.
           MOVE 0 TO WS-CONF-DIF.
           MOVE 0 TO WS-CONF-SIN.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "CONFIRMACIONES DEL BANCO CONTRA VOLANTES"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-FIN.
           READ ARCHIVO-BANCO INTO HEADER
               AT END MOVE "S" TO WS-FIN
           END-READ.
           PERFORM UNTIL WS-FIN = "S"
              READ ARCHIVO-BANCO
                  AT END MOVE "S" TO WS-FIN
                  NOT AT END
                      PERFORM PROCESAR-CONFIRMACION
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-BANCO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LEIDAS " WS-CONF-LEIDOS " CONFIRMADAS " WS-CONF-OK
               " CON DIFERENCIA " WS-CONF-DIF
               " SIN VOLANTE " WS-CONF-SIN
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "boveda" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-boveda.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CONFIRMACIONES DEL BANCO"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY LINEA-REPORTE(1:70) LINE 5 POSITION 5.
           DISPLAY "Detalle en rep-boveda.txt" LINE 7 POSITION 10.
           PERFORM PAUSA.

       PROCESAR-CONFIRMACION.
           MOVE SPACES TO WK-FILA.
           UNSTRING BANCO-LINEA DELIMITED BY ";"
               INTO WK-FECHA, WK-REFER, WK-VALOR.
           MOVE WK-FECHA TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-FECHA-N.
           MOVE WK-REFER TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-REFER-N.
           MOVE WK-VALOR TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-VALOR-N.
           ADD 1 TO WS-CONF-LEIDOS.
           MOVE WK-REFER-N TO CB-NUMERO.
           READ ARCHIVO-CON
               INVALID KEY
                   ADD 1 TO WS-CONF-SIN
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "SIN VOLANTE   No. " WK-REFER-N
                       " FECHA " WK-FECHA-N " VALOR " WK-VALOR-N
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
                   MOVE "00" TO WS-FS-CON
                   EXIT PARAGRAPH
           END-READ.
           MOVE WK-FECHA-N TO CB-FEC-CONF.
           MOVE WK-VALOR-N TO CB-VALOR-CONF.
           IF CB-VALOR-CONF = CB-VALOR
              MOVE "C" TO CB-ESTADO
              ADD 1 TO WS-CONF-OK
           ELSE
              MOVE "D" TO CB-ESTADO
              ADD 1 TO WS-CONF-DIF
              MOVE CB-VALOR TO WS-VAL-ED
              MOVE CB-VALOR-CONF TO WS-VAL2-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "DIFERENCIA    No. " CB-NUMERO
                  " VOLANTE " WS-VAL-ED " BANCO " WS-VAL2-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           REWRITE CONDATA
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      ****************************************************************
      * Reporte diario: saldo de la boveda al empezar el dia, lo que *
      * entro de los cajones, los fondos de cambio, lo consignado y  *
      * el saldo esperado al cierre; con el arqueo, la diferencia.   *
      * Abajo, las consignaciones de los 7 dias hasta la fecha que   *
      * el banco no ha confirmado o confirmo por otro valor.         *
      ****************************************************************
       REPORTE-DIARIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reporte diario de boveda -----" LINE 3
               POSITION 20.
           DISPLAY "Fecha (AAAAMMDD, 0=hoy):" LINE 5 POSITION 10.
           MOVE 0 TO WS-FECHA-REP.
           ACCEPT WS-FECHA-REP LINE 5 POSITION 40.
           IF WS-FECHA-REP = 0
              ACCEPT WS-FECHA-REP FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-REP) NOT = 0
              DISPLAY "Fecha invalida." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Efectivo contado en boveda (0 = sin arqueo):"
               LINE 6 POSITION 10.
           MOVE 0 TO WS-CONTADO.
           ACCEPT WS-CONTADO LINE 6 POSITION 56.
           PERFORM ACUMULAR-DIA.
           COMPUTE WS-SALDO-FIN = WS-SALDO-INI + WS-DIA-INICIAL
               + WS-DIA-CIERREZ + WS-DIA-RECAUDO
               - WS-DIA-CAMBIO - WS-DIA-CONSIGNA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BOVEDA - REPORTE DEL DIA " WS-FECHA-REP
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-SALDO-INI TO WS-SAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALDO INICIAL DEL DIA          " WS-SAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-DIA-INICIAL > 0
              MOVE WS-DIA-INICIAL TO WS-VAL-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "(+) SALDO INICIAL DEL LIBRO   " WS-VAL-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           MOVE WS-DIA-CIERREZ TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "(+) CIERRES Z DE CAJONES      " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-DIA-RECAUDO TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "(+) SALIDAS DE CAJON A BOVEDA " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-DIA-CAMBIO TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "(-) FONDOS DE CAMBIO A CAJEROS" WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-DIA-CONSIGNA TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "(-) CONSIGNACIONES ENVIADAS   " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-SALDO-FIN TO WS-SAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALDO ESPERADO AL CIERRE       " WS-SAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-CONTADO > 0
              COMPUTE WS-DIFER = WS-CONTADO - WS-SALDO-FIN
              MOVE WS-CONTADO TO WS-VAL-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "EFECTIVO CONTADO EN BOVEDA    " WS-VAL-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
              MOVE WS-DIFER TO WS-SAL-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "DIFERENCIA (SOBRA +/FALTA -)   " WS-SAL-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- CONSIGNACIONES DE LA SEMANA SIN CONFIRMAR O CON DIF"
               TO LINEA-REPORTE.
           MOVE "ERENCIA --" TO LINEA-REPORTE(56:10).
           WRITE LINEA-REPORTE.
           PERFORM LISTAR-PENDIENTES-SEMANA.
           MOVE WS-PEND-VALOR TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PENDIENTES " WS-PEND-NUM " POR " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "boveda" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-boveda.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "REPORTE DIARIO FECHA=" WS-FECHA-REP
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           MOVE WS-SALDO-FIN TO WS-SAL-ED.
           DISPLAY "Saldo esperado al cierre: " WS-SAL-ED
               LINE 8 POSITION 10.
           IF WS-CONTADO > 0
              MOVE WS-DIFER TO WS-SAL-ED
              DISPLAY "Diferencia del arqueo   : " WS-SAL-ED
                  LINE 9 POSITION 10
           END-IF.
           DISPLAY "Consignaciones pendientes de la semana: "
               WS-PEND-NUM LINE 10 POSITION 10.
           DISPLAY "Detalle en rep-boveda.txt" LINE 12 POSITION 10.
           PERFORM PAUSA.

      * Saldo antes de la fecha y movimientos del dia por tipo.
       ACUMULAR-DIA.
           MOVE 0 TO WS-SALDO.
           MOVE 0 TO WS-DIA-INICIAL.
           MOVE 0 TO WS-DIA-CIERREZ.
           MOVE 0 TO WS-DIA-RECAUDO.
           MOVE 0 TO WS-DIA-CAMBIO.
           MOVE 0 TO WS-DIA-CONSIGNA.
           OPEN INPUT ARCHIVO-BOV.
           IF WS-FS-BOV = "00"
              PERFORM UNTIL WS-FS-BOV NOT = "00"
                 READ ARCHIVO-BOV
                     AT END MOVE "10" TO WS-FS-BOV
                     NOT AT END
                         IF BV-FECHA < WS-FECHA-REP
                            PERFORM SUMAR-AL-SALDO
                         END-IF
                         IF BV-FECHA = WS-FECHA-REP
                            PERFORM SUMAR-DEL-DIA
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-BOV
           END-IF.
           MOVE WS-SALDO TO WS-SALDO-INI.

       SUMAR-DEL-DIA.
           EVALUATE BV-TIPO
               WHEN "SALDOINI"
                   ADD BV-VALOR TO WS-DIA-INICIAL
               WHEN "CIERREZ"
                   ADD BV-VALOR TO WS-DIA-CIERREZ
               WHEN "RECAUDO"
                   ADD BV-VALOR TO WS-DIA-RECAUDO
               WHEN "CAMBIO"
                   ADD BV-VALOR TO WS-DIA-CAMBIO
               WHEN "CONSIGNA"
                   ADD BV-VALOR TO WS-DIA-CONSIGNA
           END-EVALUATE.

       LISTAR-PENDIENTES-SEMANA.
           MOVE 0 TO WS-PEND-NUM.
           MOVE 0 TO WS-PEND-VALOR.
           COMPUTE WS-INT-REP =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-REP).
           COMPUTE WS-INT-SEMANA = WS-INT-REP - 6.
           MOVE 0 TO CB-NUMERO.
           START ARCHIVO-CON KEY IS NOT LESS THAN CB-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CON
           END-START.
           PERFORM UNTIL WS-FS-CON NOT = "00"
              READ ARCHIVO-CON NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CON
                  NOT AT END
                      IF NOT CB-CONFIRMADA
                         AND CB-FECHA <= WS-FECHA-REP
                         PERFORM EVALUAR-PENDIENTE
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CON.

       EVALUAR-PENDIENTE.
           COMPUTE WS-INT-CON = FUNCTION INTEGER-OF-DATE(CB-FECHA).
           IF WS-INT-CON < WS-INT-SEMANA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEND-NUM.
           ADD CB-VALOR TO WS-PEND-VALOR.
           MOVE CB-VALOR TO WS-VAL-ED.
           MOVE CB-VALOR-CONF TO WS-VAL2-ED.
           MOVE SPACES TO LINEA-REPORTE.
           IF CB-DIFERENCIA
              STRING "   No. " CB-NUMERO " " CB-FECHA " VOLANTE "
                  WS-VAL-ED " BANCO " WS-VAL2-ED " DIFERENCIA"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           ELSE
              STRING "   No. " CB-NUMERO " " CB-FECHA " VOLANTE "
                  WS-VAL-ED " SIN CONFIRMAR"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           END-IF.
           WRITE LINEA-REPORTE.

       LISTAR-CONSIGNACIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Consignaciones -----" LINE 3 POSITION 20.
           DISPLAY "NUMERO FECHA            VALOR   E       CONFIRMADO"
               LINE 5 POSITION 5.
           MOVE 6 TO WS-LIN.
           MOVE 0 TO CB-NUMERO.
           START ARCHIVO-CON KEY IS NOT LESS THAN CB-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CON
           END-START.
           PERFORM UNTIL WS-FS-CON NOT = "00"
              READ ARCHIVO-CON NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CON
                  NOT AT END
                      MOVE CB-VALOR TO WS-VAL-ED
                      MOVE CB-VALOR-CONF TO WS-VAL2-ED
                      DISPLAY CB-NUMERO " " CB-FECHA " " WS-VAL-ED
                          " " CB-ESTADO " " WS-VAL2-ED
                          LINE WS-LIN POSITION 5
                      ADD 1 TO WS-LIN
                      IF WS-LIN > 20
                         PERFORM PAUSA
                         PERFORM CLEAR-SCREEN
                         MOVE 5 TO WS-LIN
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CON.
           PERFORM PAUSA.

       REGISTRAR-BOVEDA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO BOV-LINEA.
           MOVE WS-FECHA-HOY TO BV-FECHA.
           MOVE WS-HORA-HOY TO BV-HORA.
           MOVE WS-BOV-TIPO TO BV-TIPO.
           MOVE WS-BOV-DOC TO BV-DOCUMENTO.
           MOVE WS-BOV-VALOR TO BV-VALOR.
           MOVE T-NUMDOC TO BV-OPER.
           MOVE WS-BOV-DETALLE TO BV-DETALLE.
           OPEN EXTEND ARCHIVO-BOV.
           IF WS-FS-BOV NOT = "00"
              OPEN OUTPUT ARCHIVO-BOV
           END-IF.
           WRITE BOV-LINEA.
           CLOSE ARCHIVO-BOV.

       AUDITAR-BOVEDA.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " BOVEDA " WS-BOV-TIPO
               " DOC=" WS-BOV-DOC
               " VALOR=" WS-BOV-VALOR
               " OPER=" T-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       VALIDAR-NUMERO.
           MOVE "S" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALOR.
           MOVE "N" TO WS-NUM-FIN.
           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
               UNTIL WS-NUM-POS > 12
              IF WK-NUMERO(WS-NUM-POS:1) = SPACE
                 MOVE "S" TO WS-NUM-FIN
              ELSE
                 IF WS-NUM-FIN = "S"
                    MOVE "N" TO WS-NUM-OK
                 ELSE
                    IF WK-NUMERO(WS-NUM-POS:1) >= "0"
                       AND WK-NUMERO(WS-NUM-POS:1) <= "9"
                       COMPUTE WS-NUM-VALOR = WS-NUM-VALOR * 10
                           + FUNCTION NUMVAL(WK-NUMERO(WS-NUM-POS:1))
                    ELSE
                       MOVE "N" TO WS-NUM-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

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
