      *      administrador la aprueba o rechaza desde su menu; se    *
      *      conserva el control de cuatro ojos sin gritar por un    *
      *      admin a traves del salon.                               *
      * Mod: 15-10-2026 - ubicaciones.dat lleva el minimo y el       *
      *      maximo de frentes de gondola.                           *
      * Mod: 15-10-2026 - Opcion 5: requisicion de compra          *
      *      (articulo, cantidad, motivo, urgencia) en               *
      *      requisiciones.dat para que el comprador la apruebe      *
      *      desde ordenes de compra; opcion 6: estado de las        *
      *      requisiciones propias.                                  *
      ****************************************************************
       DATE-WRITTEN. "08-08-2026".

               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJC.
           SELECT ARCHIVO-REQ
               ASSIGN TO "../Articulos/requisiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-NUMERO
               ALTERNATE KEY IS RQ-SOLICITA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-REQ.
           SELECT ARCHIVO-RQCTL
               ASSIGN TO "../Articulos/requisiciones-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RQC.

       DATA DIVISION.
       FILE SECTION.
              07 UB-BODEGA   PIC X(3).
           05 UB-PASILLO     PIC X(4).
           05 UB-ESTANTE     PIC X(4).
           05 UB-MINIMO      PIC 9(6).
           05 UB-MAXIMO      PIC 9(6).

      * Solicitudes de ajuste de stock pendientes de revision.
       FD  ARCHIVO-AJU.
       01  REG-AJCTL.
           05 AJCTL-ULT    PIC 9(6).

      * Requisiciones de compra del personal: el comprador las
      * aprueba (o rebaja) o rechaza, y las aprobadas entran a la
      * siguiente orden de compra (RQ-OC).
       FD  ARCHIVO-REQ.
       01  REQDATA.
           05 RQ-NUMERO    PIC 9(6).
           05 RQ-CODART    PIC X(120).
           05 RQ-CANT      PIC 9(10).
           05 RQ-CANT-APR  PIC 9(10).
           05 RQ-MOTIVO    PIC X(60).
           05 RQ-URGENCIA  PIC X.
              88 RQ-URGENTE   VALUE "U".
           05 RQ-SOLICITA  PIC 9(10).
           05 RQ-FECHA     PIC 9(8).
           05 RQ-ESTADO    PIC X.
              88 RQ-PENDIENTE VALUE "P".
              88 RQ-APROBADA  VALUE "A".
              88 RQ-RECHAZADA VALUE "R".
              88 RQ-PEDIDA    VALUE "O".
           05 RQ-APRUEBA   PIC 9(10).
           05 RQ-FECAPR    PIC 9(8).
           05 RQ-NOTA      PIC X(60).
           05 RQ-OC        PIC 9(6).

       FD  ARCHIVO-RQCTL.
       01  REG-RQCTL.
           05 RQCTL-ULT    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 LIM           PIC XX.
       01 WS-OPCION     PIC X.
       01 WS-FS-AJU     PIC XX.
       01 WS-FS-AJC     PIC XX.
       01 WS-NUM-AJUSTE PIC 9(6).
       01 WS-FS-REQ     PIC XX.
       01 WS-FS-RQC     PIC XX.
       01 WS-NUM-REQ    PIC 9(6).
       01 WS-RQ-LIN     PIC 99.
       01 WS-RQ-HAY     PIC X.
       01 WS-RQ-ESTADO  PIC X(10).
       01 WS-FS-APA     PIC XX.
       01 WS-RESERVADO  PIC 9(10).
       01 WS-DISPONIBLE PIC S9(11).
           DISPLAY "  2. -> REPORTES"               LINE 9  POSITION 20.
           DISPLAY "  3. -> PUNTO DE VENTA"         LINE 10 POSITION 20.
           DISPLAY "  4. -> SOLICITAR AJUSTE STOCK" LINE 11 POSITION 20.
           DISPLAY "  5. -> REQUISICION DE COMPRA"
               LINE 12 POSITION 20.
           DISPLAY "  6. -> MIS REQUISICIONES"
               LINE 13 POSITION 20.
           DISPLAY "  Q -> Salir"   LINE 14 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 17 POSITION 20.
           ACCEPT WS-OPCION                         LINE 17 POSITION 41.
           EVALUATE WS-OPCION
                 END-CALL
               WHEN 4
                 PERFORM SOLICITAR-AJUSTE
               WHEN 5
                 PERFORM SOLICITAR-REQUISICION
               WHEN 6
                 PERFORM CONSULTAR-REQUISICIONES
               WHEN OTHER
                  DISPLAY "ERROR"
           END-EVALUATE.
           REWRITE REG-AJCTL.
           CLOSE ARCHIVO-AJCTL.

      ****************************************************************
      * Requisicion de compra: el empleado que ve que algo se va a   *
      * acabar pide articulo, cantidad, motivo y urgencia; queda     *
      * numerada y pendiente para que un comprador con el permiso    *
      * REQUISIC la apruebe, la rebaje o la rechace desde ordenes de *
      * compra.                                                      *
      ****************************************************************
       SOLICITAR-REQUISICION.
           PERFORM CLEAR-SCREEN.
           OPEN INPUT ARCHIVO-ART.
           IF WS-FS-ART NOT = "00"
              DISPLAY "Error al abrir articulos.dat. FS = " WS-FS-ART
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "----- Requisicion de compra -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-CODART-CONSULTA.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "Articulo no encontrado."
                       LINE 9 POSITION 20
                   CLOSE ARCHIVO-ART
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:50) LINE 9 POSITION 20.
           DISPLAY "Stock: " STOCK " Reorden: " PUNTOREORD
               LINE 10 POSITION 20.
           CLOSE ARCHIVO-ART.
           MOVE CODART TO RQ-CODART.
           DISPLAY "Cantidad requerida:" LINE 12 POSITION 20.
           MOVE 0 TO RQ-CANT.
           ACCEPT RQ-CANT LINE 12 POSITION 45.
           IF RQ-CANT = 0
              DISPLAY "Cantidad en cero: no se radica."
                  LINE 16 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo:" LINE 13 POSITION 20.
           MOVE SPACES TO RQ-MOTIVO.
           ACCEPT RQ-MOTIVO LINE 13 POSITION 30.
           DISPLAY "Urgente (S/N):" LINE 14 POSITION 20.
           MOVE "N" TO RQ-URGENCIA.
           ACCEPT RQ-URGENCIA LINE 14 POSITION 36.
           IF RQ-URGENCIA = "S" OR RQ-URGENCIA = "s"
              MOVE "U" TO RQ-URGENCIA
           ELSE
              MOVE "N" TO RQ-URGENCIA
           END-IF.
           OPEN I-O ARCHIVO-REQ.
           IF WS-FS-REQ = "35"
              CLOSE ARCHIVO-REQ
              OPEN OUTPUT ARCHIVO-REQ
              CLOSE ARCHIVO-REQ
              OPEN I-O ARCHIVO-REQ
           END-IF.
           PERFORM OBTENER-NUMERO-REQ.
           MOVE WS-NUM-REQ TO RQ-NUMERO.
           MOVE 0 TO RQ-CANT-APR.
           MOVE NUMDOC TO RQ-SOLICITA.
           ACCEPT RQ-FECHA FROM DATE YYYYMMDD.
           MOVE "P" TO RQ-ESTADO.
           MOVE 0 TO RQ-APRUEBA.
           MOVE 0 TO RQ-FECAPR.
           MOVE SPACES TO RQ-NOTA.
           MOVE 0 TO RQ-OC.
           WRITE REQDATA.
           IF WS-FS-REQ = "00"
              DISPLAY "Requisicion No. " WS-NUM-REQ
                  " radicada para el comprador." LINE 16 POSITION 20
           ELSE
              DISPLAY "Error al radicar. FS = " WS-FS-REQ
                  LINE 16 POSITION 20
           END-IF.
           CLOSE ARCHIVO-REQ.
           PERFORM PAUSA.

      * Consecutivo de requisiciones, con el esquema de Contador.dat.
       OBTENER-NUMERO-REQ.
           OPEN I-O ARCHIVO-RQCTL.
           IF WS-FS-RQC = "35"
              OPEN OUTPUT ARCHIVO-RQCTL
              MOVE 0 TO RQCTL-ULT
              WRITE REG-RQCTL
              CLOSE ARCHIVO-RQCTL
              OPEN I-O ARCHIVO-RQCTL
           END-IF.
           READ ARCHIVO-RQCTL
               AT END
                   MOVE 0 TO RQCTL-ULT
           END-READ.
           ADD 1 TO RQCTL-ULT.
           MOVE RQCTL-ULT TO WS-NUM-REQ.
           REWRITE REG-RQCTL.
           CLOSE ARCHIVO-RQCTL.

      * Las requisiciones del empleado que entro al menu, por la
      * llave alterna del solicitante, con su estado, lo aprobado y
      * la orden de compra en la que quedaron.
       CONSULTAR-REQUISICIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Mis requisiciones -----"
               LINE 3 POSITION 20.
           MOVE "N" TO WS-RQ-HAY.
           MOVE 5 TO WS-RQ-LIN.
           OPEN INPUT ARCHIVO-REQ.
           IF WS-FS-REQ = "00"
              MOVE NUMDOC TO RQ-SOLICITA
              START ARCHIVO-REQ KEY IS EQUAL TO RQ-SOLICITA
                  INVALID KEY
                      MOVE "10" TO WS-FS-REQ
              END-START
              IF WS-FS-REQ = "00"
                 PERFORM READ-SIGUIENTE-REQ
                 PERFORM UNTIL WS-FS-REQ NOT = "00"
                    IF RQ-SOLICITA = NUMDOC
                       MOVE "S" TO WS-RQ-HAY
                       PERFORM MOSTRAR-REQUISICION
                       PERFORM READ-SIGUIENTE-REQ
                    ELSE
                       MOVE "10" TO WS-FS-REQ
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ARCHIVO-REQ
           END-IF.
           IF WS-RQ-HAY = "N"
              DISPLAY "No tiene requisiciones radicadas."
                  LINE 5 POSITION 20
           END-IF.
           PERFORM PAUSA.

       MOSTRAR-REQUISICION.
           IF WS-RQ-LIN > 17
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              DISPLAY "----- Mis requisiciones -----"
                  LINE 3 POSITION 20
              MOVE 5 TO WS-RQ-LIN
           END-IF.
           EVALUATE TRUE
               WHEN RQ-PENDIENTE MOVE "PENDIENTE " TO WS-RQ-ESTADO
               WHEN RQ-APROBADA  MOVE "APROBADA  " TO WS-RQ-ESTADO
               WHEN RQ-RECHAZADA MOVE "RECHAZADA " TO WS-RQ-ESTADO
               WHEN RQ-PEDIDA    MOVE "EN ORDEN  " TO WS-RQ-ESTADO
               WHEN OTHER        MOVE RQ-ESTADO   TO WS-RQ-ESTADO
           END-EVALUATE.
           DISPLAY RQ-NUMERO " " RQ-FECHA " " RQ-CODART(21:10)
               " PIDE " RQ-CANT " " WS-RQ-ESTADO
               LINE WS-RQ-LIN POSITION 5.
           IF RQ-APROBADA OR RQ-PEDIDA
              DISPLAY "APR " RQ-CANT-APR LINE WS-RQ-LIN POSITION 60
           END-IF.
           ADD 1 TO WS-RQ-LIN.
           IF RQ-PEDIDA
              DISPLAY "   Orden de compra " RQ-OC
                  LINE WS-RQ-LIN POSITION 5
              ADD 1 TO WS-RQ-LIN
           END-IF.
           IF RQ-RECHAZADA AND RQ-NOTA NOT = SPACES
              DISPLAY "   " RQ-NOTA LINE WS-RQ-LIN POSITION 5
              ADD 1 TO WS-RQ-LIN
           END-IF.

       READ-SIGUIENTE-REQ.
           READ ARCHIVO-REQ NEXT RECORD
               AT END MOVE "10" TO WS-FS-REQ
           END-READ.

      * Tasas del archivo de parametros (o las de cajon) y el
      * precio de venta con el IVA de la categoria del articulo;
      * un CATIVA en blanco cuenta como tarifa general.
