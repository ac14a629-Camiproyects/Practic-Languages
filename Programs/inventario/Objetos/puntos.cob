       IDENTIFICATION DIVISION.
       PROGRAM-ID. puntos.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                PUNTOS DE FIDELIZACION                        *
      *                                                              *
      * Descripcion: La otra cara de los puntos que gana y redime    *
      *              el punto de venta (puntos.dat): consulta del    *
      *              saldo y los movimientos de un cliente, corrida  *
      *              mensual de vencimiento (los lotes de puntos con *
      *              fecha cumplida quedan en cero con su fila V) y  *
      *              reporte del pasivo pendiente (rep-puntos.txt):  *
      *              puntos vivos por cliente valorizados al valor   *
      *              de redencion de puntos.cfg, para que            *
      *              contabilidad los lleve como pasivo igual que    *
      *              los bonos regalo.                               *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Los parametros de puntos.cfg que no sean   *
      *      numericos o vengan en cero se ignoran y quedan los de   *
      *      cajon, igual que en punto-venta.                        *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PTS ASSIGN TO "../Articulos/puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PTS.
           SELECT ARCHIVO-PTSCFG ASSIGN TO "../Articulos/puntos.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCF.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-puntos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Libro de puntos, el mismo que graba punto-venta: las filas G
      * (ganados) e I (reintegro de una redencion anulada) son los
      * lotes vivos, con PT-SALDO por usar y PT-VENCE; R, D y V son
      * redencion, retiro por devolucion/anulacion y vencimiento.
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

      * Parametros del programa: G = pesos de compra por punto,
      * V = pesos que vale un punto al redimir, M = meses de vigencia.
       FD  ARCHIVO-PTSCFG.
       01  PCF-LINEA.
           05 PCF-TIPO       PIC X.
           05 FILLER         PIC X.
           05 PCF-VALOR      PIC 9(6).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(120).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-PTS           PIC XX.
       01 WS-FS-PCF           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WS-FIN-PCF          PIC X.
       01 WS-PTS-BASE         PIC 9(6) VALUE 1000.
       01 WS-PTS-VALOR        PIC 9(6) VALUE 10.
       01 WS-PTS-MESES        PIC 9(6) VALUE 12.
       01 WS-CLIENTE          PIC 9(13).
       01 WS-CLI-ANT          PIC 9(13).
       01 WS-PTS-CLIENTE      PIC 9(12).
       01 WS-PTS-VIVOS        PIC 9(12).
       01 WS-CLIENTES         PIC 9(6).
       01 WS-VENCIDOS         PIC 9(6).
       01 WS-PTS-VENCIDOS     PIC 9(12).
       01 WS-VALOR-CLIENTE    PIC 9(14)V99.
       01 WS-PASIVO-TOTAL     PIC 9(14)V99.
       01 WK-PTS-CLAVE        PIC X(28).
       01 WK-PTS-VENCE        PIC 9(10).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              DISPLAY "No hay puntos registrados. FS = " WS-FS-PTS
              MOVE "PUNTOS" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/puntos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-PTS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           PERFORM LEER-PARAM-PUNTOS.
           PERFORM MENU-PUNTOS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-PTS.
           GOBACK.

       MENU-PUNTOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  PUNTOS DE FIDELIZACION       " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  C -> Consultar cliente"        LINE 7 POSITION 20.
           DISPLAY "  V -> Vencimiento del mes"      LINE 8 POSITION 20.
           DISPLAY "  P -> Pasivo pendiente"         LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                 LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"       LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "C"
                    PERFORM CONSULTAR-CLIENTE
               WHEN "V"
                    PERFORM VENCER-PUNTOS
               WHEN "P"
                    PERFORM REPORTE-PASIVO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Consulta: saldo vivo del cliente y sus movimientos, en el    *
      * orden de la clave (fecha, tiquete).                          *
      ****************************************************************
       CONSULTAR-CLIENTE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Puntos de un cliente -----" LINE 3
               POSITION 20.
           DISPLAY "Cliente (NUMDOC):" LINE 4 POSITION 20.
           MOVE 0 TO WS-CLIENTE.
           ACCEPT WS-CLIENTE LINE 4 POSITION 40.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-PTS-CLIENTE.
           MOVE 6 TO WS-LIN.
           MOVE WS-CLIENTE TO PT-CLIENTE.
           MOVE 0 TO PT-FECHA.
           MOVE 0 TO PT-TIQUETE.
           MOVE LOW-VALUES TO PT-TIPO.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF PT-CLIENTE = WS-CLIENTE
                    PERFORM MOSTRAR-MOVIMIENTO
                    PERFORM READ-SIGUIENTE-PTS
                 ELSE
                    MOVE "10" TO WS-FS-PTS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.
           IF WS-LIN = 6
              DISPLAY "El cliente no tiene puntos." LINE 6 POSITION 20
           END-IF.
           COMPUTE WS-VALOR-CLIENTE = WS-PTS-CLIENTE * WS-PTS-VALOR.
           DISPLAY "Puntos disponibles: " WS-PTS-CLIENTE
               "  equivalen a $" WS-VALOR-CLIENTE LINE 22 POSITION 5.
           PERFORM PAUSA.

       MOSTRAR-MOVIMIENTO.
           IF (PT-GANADO OR PT-REINTEGRO) AND PT-VENCE >= WS-FECHA-HOY
              ADD PT-SALDO TO WS-PTS-CLIENTE
           END-IF.
           IF WS-LIN > 20
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 6 TO WS-LIN
           END-IF.
           DISPLAY PT-FECHA " TIQ " PT-TIQUETE " " PT-TIPO
               " PUNTOS " PT-PUNTOS LINE WS-LIN POSITION 5.
           IF PT-GANADO OR PT-REINTEGRO
              DISPLAY "SALDO " PT-SALDO " VENCE " PT-VENCE
                  LINE WS-LIN POSITION 48
           END-IF.
           ADD 1 TO WS-LIN.

      ****************************************************************
      * Vencimiento mensual: cada lote de puntos (G o I) con saldo y *
      * fecha de vencimiento ya pasada queda en cero, y lo vencido   *
      * deja su fila V con la fecha de la corrida, para que el       *
      * pasivo baje con rastro.                                      *
      ****************************************************************
       VENCER-PUNTOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Vencimiento de puntos -----" LINE 3
               POSITION 20.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Se venceran los puntos con fecha anterior a "
               WS-FECHA-HOY LINE 5 POSITION 10.
           DISPLAY "¿Confirmar la corrida? (S/N):" LINE 7 POSITION 10.
           ACCEPT WS-CONFIRMA LINE 7 POSITION 42.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-VENCIDOS.
           MOVE 0 TO WS-PTS-VENCIDOS.
           MOVE LOW-VALUES TO PT-CLAVE.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF (PT-GANADO OR PT-REINTEGRO)
                    AND PT-SALDO > 0
                    AND PT-VENCE < WS-FECHA-HOY
                    PERFORM VENCER-UN-LOTE
                 END-IF
                 PERFORM READ-SIGUIENTE-PTS
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.
           DISPLAY "Lotes vencidos : " WS-VENCIDOS LINE 9 POSITION 10.
           DISPLAY "Puntos vencidos: " WS-PTS-VENCIDOS LINE 10
               POSITION 10.
           PERFORM PAUSA.

      * El lote queda en cero y la fila V se graba (o acumula si ya
      * hubo una corrida hoy para el mismo tiquete); luego se vuelve
      * a posicionar la lectura sobre el lote para seguir en orden.
       VENCER-UN-LOTE.
           MOVE PT-CLAVE TO WK-PTS-CLAVE.
           MOVE PT-SALDO TO WK-PTS-VENCE.
           ADD 1 TO WS-VENCIDOS.
           ADD PT-SALDO TO WS-PTS-VENCIDOS.
           MOVE 0 TO PT-SALDO.
           REWRITE PTSDATA.
           MOVE WS-FECHA-HOY TO PT-FECHA.
           MOVE "V" TO PT-TIPO.
           MOVE WK-PTS-VENCE TO PT-PUNTOS.
           MOVE 0 TO PT-SALDO.
           MOVE 0 TO PT-RETIRADO.
           MOVE 0 TO PT-VENCE.
           WRITE PTSDATA
               INVALID KEY
                   READ ARCHIVO-PTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WK-PTS-VENCE TO PT-PUNTOS
                           REWRITE PTSDATA
                   END-READ
           END-WRITE.
           MOVE WK-PTS-CLAVE TO PT-CLAVE.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
           END-IF.

      ****************************************************************
      * Pasivo pendiente: puntos vivos (no vencidos) por cliente,    *
      * valorizados al valor de redencion, con el total que la       *
      * tienda debe en puntos.                                       *
      ****************************************************************
       REPORTE-PASIVO.
           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CLIENTES.
           MOVE 0 TO WS-PTS-VIVOS.
           MOVE 0 TO WS-PASIVO-TOTAL.
           MOVE 0 TO WS-CLI-ANT.
           MOVE 0 TO WS-PTS-CLIENTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "PASIVO DE PUNTOS DE FIDELIZACION SIN REDIMIR"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FECHA DE CORTE: " WS-FECHA-HOY
               "  VALOR DEL PUNTO: " WS-PTS-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUES TO PT-CLAVE.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF PT-CLIENTE NOT = WS-CLI-ANT
                    PERFORM ESCRIBIR-CLIENTE-PASIVO
                    MOVE PT-CLIENTE TO WS-CLI-ANT
                    MOVE 0 TO WS-PTS-CLIENTE
                 END-IF
                 IF (PT-GANADO OR PT-REINTEGRO)
                    AND PT-VENCE >= WS-FECHA-HOY
                    ADD PT-SALDO TO WS-PTS-CLIENTE
                 END-IF
                 PERFORM READ-SIGUIENTE-PTS
              END-PERFORM
              PERFORM ESCRIBIR-CLIENTE-PASIVO
           END-IF.
           MOVE "00" TO WS-FS-PTS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES: " WS-CLIENTES
               "  PUNTOS VIVOS: " WS-PTS-VIVOS
               "  PASIVO TOTAL: " WS-PASIVO-TOTAL
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "puntos" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-puntos.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PASIVO DE PUNTOS"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Clientes    : " WS-CLIENTES LINE 5 POSITION 20.
           DISPLAY "Puntos vivos: " WS-PTS-VIVOS LINE 6 POSITION 20.
           DISPLAY "Pasivo total: " WS-PASIVO-TOTAL LINE 7 POSITION 20.
           DISPLAY "Detalle en rep-puntos.txt" LINE 8 POSITION 20.
           PERFORM PAUSA.

       ESCRIBIR-CLIENTE-PASIVO.
           IF WS-PTS-CLIENTE = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALOR-CLIENTE = WS-PTS-CLIENTE * WS-PTS-VALOR.
           ADD 1 TO WS-CLIENTES.
           ADD WS-PTS-CLIENTE TO WS-PTS-VIVOS.
           ADD WS-VALOR-CLIENTE TO WS-PASIVO-TOTAL.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   CLIENTE " WS-CLI-ANT
               " PUNTOS " WS-PTS-CLIENTE
               " VALOR " WS-VALOR-CLIENTE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-PTS.
           READ ARCHIVO-PTS NEXT RECORD
               AT END MOVE "10" TO WS-FS-PTS
           END-READ.

      * Parametros de puntos.cfg (o los de cajon si no existe).
       LEER-PARAM-PUNTOS.
           OPEN INPUT ARCHIVO-PTSCFG.
           IF WS-FS-PCF NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-PCF.
           PERFORM UNTIL WS-FIN-PCF = "Y"
              READ ARCHIVO-PTSCFG
                  AT END MOVE "Y" TO WS-FIN-PCF
                  NOT AT END
                      IF PCF-VALOR IS NUMERIC AND PCF-VALOR > 0
                         EVALUATE PCF-TIPO
                             WHEN "G" MOVE PCF-VALOR TO WS-PTS-BASE
                             WHEN "V" MOVE PCF-VALOR TO WS-PTS-VALOR
                             WHEN "M" MOVE PCF-VALOR TO WS-PTS-MESES
                             WHEN OTHER CONTINUE
                         END-EVALUATE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PTSCFG.

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
