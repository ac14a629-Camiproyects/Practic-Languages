      *      ahora si son los mas recientes: el barrido guarda un    *
      *      anillo con los ultimos vistos en vez de cortar la       *
      *      pantalla en los primeros (los mas viejos).              *
      * Mod: 15-10-2026 - Segunda pantalla con la autorizacion de    *
      *      datos y los ultimos avisos enviados al cliente por la   *
      *      cola de notificaciones, con la confirmacion de la       *
      *      pasarela (notif-estado.dat).                            *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-APA.
           SELECT ARCHIVO-NOT ASSIGN TO "../notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.
           SELECT ARCHIVO-NES ASSIGN TO "../notif-estado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NE-NUMERO
               FILE STATUS IS WS-FS-NES.
           SELECT ARCHIVO-CON
               ASSIGN TO "../Usuarios/consentimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CLAVE
               FILE STATUS IS WS-FS-CON.

       DATA DIVISION.
       FILE SECTION.
           05 AP-ESTADO      PIC X.
              88 AP-ACTIVO    VALUE "A".

      * Cola de avisos al cliente (programa notificaciones).
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

      * Autorizacion de datos personales (programa habeas-data).
       FD  ARCHIVO-CON.
       01  CONDATA.
           05 CN-CLAVE.
              07 CN-TIPO     PIC X.
              07 CN-NUMDOC   PIC 9(13).
           05 CN-ESTADO      PIC X.
              88 CN-OTORGADO VALUE "S".
              88 CN-NEGADO   VALUE "N".
              88 CN-REVOCADO VALUE "R".
           05 CN-FECHA       PIC 9(8).
           05 CN-CANAL       PIC X.
           05 CN-OPER        PIC 9(10).
           05 CN-FEC-MOD     PIC 9(8).

      * Confirmacion de la pasarela por aviso.
       FD  ARCHIVO-NES.
       01  NESDATA.
           05 NE-NUMERO      PIC 9(8).
           05 NE-ESTADO      PIC X.
              88 NE-ENTREGADO VALUE "E".
              88 NE-FALLIDO   VALUE "F".
           05 NE-FECHA       PIC 9(8).
           05 NE-DETALLE     PIC X(30).
           05 NE-CARGA       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-DUS           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-IX-SHOW          PIC 9(1).
       01 WS-POR-VER          PIC 9(1).
       01 WS-AP-IX            PIC 9(1).
       01 WS-FS-NOT           PIC XX.
       01 WS-FS-NES           PIC XX.
       01 WS-FS-CON           PIC XX.
       01 WS-FIN-NOT          PIC X.
       01 WS-NT-TOT           PIC 9(5).
       01 WS-NT-ENT           PIC 9(5).
       01 WS-NT-FAL           PIC 9(5).
       01 WS-NT-SIN           PIC 9(5).
       01 WS-NT-IX            PIC 9(2).
       01 WS-NT-SHOW          PIC 9(2).
       01 WS-NT-POR-VER       PIC 9(2).
       01 WS-NT-ESTADO        PIC X(9).

      * Anillo con los ULTIMOS movimientos de interes: el barrido va
      * de viejo a nuevo, asi que se guardan los ultimos 6 vistos y
              10 UA-DEPOSITO PIC 9(10).
              10 UA-VENCE    PIC 9(8).

      * Los ultimos 10 avisos del cliente, con su estado.
       01 TABLA-ULT-NOT.
           05 UN-ENTRADA OCCURS 10 TIMES.
              10 UN-NUMERO   PIC 9(8).
              10 UN-FECHA    PIC 9(8).
              10 UN-CANAL    PIC X.
              10 UN-PLANTILLA PIC X(8).
              10 UN-REFER    PIC 9(10).
              10 UN-ESTADO   PIC X(9).
              10 UN-FEC-EST  PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CLEAR-SCREEN.
           END-IF.
           OPEN INPUT ARCHIVO-MOV.
           OPEN INPUT ARCHIVO-APA.
           OPEN INPUT ARCHIVO-NES.
           PERFORM CONSULTAR-CLIENTE UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-DUS.
           IF WS-FS-MOV = "00"
           IF WS-FS-APA = "00"
              CLOSE ARCHIVO-APA
           END-IF.
           IF WS-FS-NES = "00"
              CLOSE ARCHIVO-NES
           END-IF.
           GOBACK.

       CONSULTAR-CLIENTE.
           PERFORM MOSTRAR-CARTERA.
           PERFORM MOSTRAR-APARTADOS.
           PERFORM PAUSA.
           PERFORM MOSTRAR-NOTIFICACIONES.
           PERFORM PAUSA.

      ****************************************************************
      * Cartera: saldo corrido, total abierto por partidas, los      *
              SUBTRACT 1 FROM WS-POR-VER
           END-PERFORM.

      ****************************************************************
      * Segunda pantalla: autorizacion de datos (sin ella no salen   *
      * avisos) y los ultimos avisos de la cola de notificaciones    *
      * con lo que confirmo la pasarela.                             *
      ****************************************************************
       MOSTRAR-NOTIFICACIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- CLIENTE 360: AVISOS -----" LINE 2
               POSITION 25.
           DISPLAY DU-RAZSOC(1:40) LINE 3 POSITION 5.
           MOVE SPACE TO CN-ESTADO.
           OPEN INPUT ARCHIVO-CON.
           IF WS-FS-CON = "00"
              MOVE "C" TO CN-TIPO
              MOVE WK-NUMDOC TO CN-NUMDOC
              READ ARCHIVO-CON
                  INVALID KEY
                      MOVE SPACE TO CN-ESTADO
              END-READ
              CLOSE ARCHIVO-CON
           END-IF.
           EVALUATE TRUE
               WHEN CN-OTORGADO
                   DISPLAY "AUTORIZACION DE DATOS: OTORGADA EL "
                       CN-FECHA " CANAL " CN-CANAL LINE 4 POSITION 5
               WHEN CN-NEGADO
                   DISPLAY "AUTORIZACION DE DATOS: NEGADA (NO SE "
                       "ENVIAN AVISOS)" LINE 4 POSITION 5
               WHEN CN-REVOCADO
                   DISPLAY "AUTORIZACION DE DATOS: REVOCADA EL "
                       CN-FECHA " (NO SE ENVIAN AVISOS)"
                       LINE 4 POSITION 5
               WHEN OTHER
                   DISPLAY "AUTORIZACION DE DATOS: SIN REGISTRO (NO SE "
                       "ENVIAN AVISOS)" LINE 4 POSITION 5
           END-EVALUATE.
           MOVE 0 TO WS-NT-TOT.
           MOVE 0 TO WS-NT-ENT.
           MOVE 0 TO WS-NT-FAL.
           MOVE 0 TO WS-NT-SIN.
           MOVE 0 TO WS-NT-IX.
           OPEN INPUT ARCHIVO-NOT.
           IF WS-FS-NOT = "00"
              MOVE "N" TO WS-FIN-NOT
              PERFORM UNTIL WS-FIN-NOT = "S"
                 READ ARCHIVO-NOT
                     AT END MOVE "S" TO WS-FIN-NOT
                     NOT AT END
                         IF NQ-CLIENTE = WK-NUMDOC
                            PERFORM GUARDAR-NOT-ANILLO
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-NOT
           END-IF.
           DISPLAY "-- ULTIMOS AVISOS (" WS-NT-TOT ") --" LINE 6
               POSITION 5.
           MOVE 7 TO WS-LIN.
           PERFORM MOSTRAR-ULTIMOS-NOT.
           IF WS-NT-TOT = 0
              DISPLAY "(ninguno)" LINE 7 POSITION 5
           END-IF.
           DISPLAY "ENTREGADOS " WS-NT-ENT "  FALLIDOS " WS-NT-FAL
               "  SIN CONFIRMAR " WS-NT-SIN LINE 19 POSITION 5.

       GUARDAR-NOT-ANILLO.
           ADD 1 TO WS-NT-TOT.
           ADD 1 TO WS-NT-IX.
           IF WS-NT-IX > 10
              MOVE 1 TO WS-NT-IX
           END-IF.
           MOVE "ENVIADO" TO WS-NT-ESTADO.
           MOVE 0 TO NE-FECHA.
           IF WS-FS-NES = "00"
              MOVE NQ-NUMERO TO NE-NUMERO
              READ ARCHIVO-NES
                  INVALID KEY
                      MOVE 0 TO NE-FECHA
                  NOT INVALID KEY
                      IF NE-ENTREGADO
                         MOVE "ENTREGADO" TO WS-NT-ESTADO
                      ELSE
                         MOVE "FALLIDO" TO WS-NT-ESTADO
                      END-IF
              END-READ
              MOVE "00" TO WS-FS-NES
           END-IF.
           EVALUATE WS-NT-ESTADO
               WHEN "ENTREGADO"
                   ADD 1 TO WS-NT-ENT
               WHEN "FALLIDO"
                   ADD 1 TO WS-NT-FAL
               WHEN OTHER
                   ADD 1 TO WS-NT-SIN
           END-EVALUATE.
           MOVE NQ-NUMERO TO UN-NUMERO(WS-NT-IX).
           MOVE NQ-FECHA TO UN-FECHA(WS-NT-IX).
           MOVE NQ-CANAL TO UN-CANAL(WS-NT-IX).
           MOVE NQ-PLANTILLA TO UN-PLANTILLA(WS-NT-IX).
           MOVE NQ-REFER TO UN-REFER(WS-NT-IX).
           MOVE WS-NT-ESTADO TO UN-ESTADO(WS-NT-IX).
           MOVE NE-FECHA TO UN-FEC-EST(WS-NT-IX).

       MOSTRAR-ULTIMOS-NOT.
           IF WS-NT-TOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-NT-TOT > 10
              MOVE WS-NT-IX TO WS-NT-SHOW
              MOVE 10 TO WS-NT-POR-VER
           ELSE
              MOVE 0 TO WS-NT-SHOW
              MOVE WS-NT-TOT TO WS-NT-POR-VER
           END-IF.
           PERFORM UNTIL WS-NT-POR-VER = 0
              ADD 1 TO WS-NT-SHOW
              IF WS-NT-SHOW > 10
                 MOVE 1 TO WS-NT-SHOW
              END-IF
              DISPLAY UN-FECHA(WS-NT-SHOW) " No. "
                  UN-NUMERO(WS-NT-SHOW) " "
                  UN-PLANTILLA(WS-NT-SHOW) " REF "
                  UN-REFER(WS-NT-SHOW) " " UN-CANAL(WS-NT-SHOW) " "
                  UN-ESTADO(WS-NT-SHOW) " "
                  UN-FEC-EST(WS-NT-SHOW) LINE WS-LIN POSITION 5
              ADD 1 TO WS-LIN
              SUBTRACT 1 FROM WS-NT-POR-VER
           END-PERFORM.

       READ-SIGUIENTE-MOV.
           READ ARCHIVO-MOV NEXT RECORD
               AT END MOVE "10" TO WS-FS-MOV
