      * Fecha: 03-09-2026                                            *
      * Mod: 03-09-2026 - Rutas relativas a Objetos (../..), que es  *
      *      donde corre el menu de administracion que lo invoca.    *
      * Mod: 15-10-2026 - Los 30/60/90 dias de cada nivel vencen en  *
      *      dia habil: si caen en sabado, domingo o festivo         *
      *      (festivos.dat) la carta sale el siguiente dia habil.    *
      * Mod: 15-10-2026 - Cada carta emitida avisa tambien al        *
      *      cliente por la cola de notificaciones (COBRANZ1-3), si  *
      *      dio autorizacion de datos.                              *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

           SELECT ARCHIVO-CTL ASSIGN TO "../../cartas-control.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               FILE STATUS IS WS-FS-FES.
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

       DATA DIVISION.
       FILE SECTION.
           05 FILLER         PIC X.
           05 CTL-NIVEL      PIC 9.

      * Calendario de festivos compartido (programa festivos).
       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FILLER         PIC X(20).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-CLI           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-CAR           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-FES           PIC XX.
       01 WS-FES-ABIERTO      PIC X VALUE "N".
       01 WS-FECHA-HABIL      PIC 9(8).
       01 WS-INT-HABIL        PIC 9(7).
       01 WS-COC-SEMANA       PIC 9(7).
       01 WS-DIA-SEMANA       PIC 9.
       01 WS-ES-HABIL         PIC X.
       01 WS-RUTA-CARTA       PIC X(40).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-INT-HOY          PIC 9(7).
       01 WS-INT-CARGO        PIC 9(7).
       01 WS-DIAS             PIC S9(5).
       01 WS-DIAS-MAX         PIC S9(5).
       01 WS-INT-VIEJO        PIC 9(7).
       01 WS-DIAS-NIVEL       PIC 9(3).
       01 WS-NIVEL            PIC 9.
       01 WS-NIVEL-PREVIO     PIC 9.
       01 WS-TOT-ABIERTO      PIC 9(12)V99.
       01 WS-NUM-ENV          PIC 9(3) VALUE 0.
       01 WS-CARTAS-EMIT      PIC 9(4) VALUE 0.
       01 WK-NUMDOC           PIC 9(13).
       01 WS-AVISOS           PIC 9(4) VALUE 0.
       01 WS-TOT-ED           PIC Z(11)9.99.
       01 WS-DIAS-ED          PIC ZZZZ9.

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

      * Ultimo nivel de carta enviado a cada cliente, segun el
      * control de corridas anteriores.
              CLOSE ARCHIVO-CLI
              GOBACK
           END-IF.
           PERFORM ABRIR-FESTIVOS.
           PERFORM RECORRER-CLIENTES.
           PERFORM CERRAR-FESTIVOS.
           CLOSE ARCHIVO-CLI.
           CLOSE ARCHIVO-MOV.
           DISPLAY "Cartas emitidas: " WS-CARTAS-EMIT.
           DISPLAY "Control en cartas-control.log".
           DISPLAY "Avisos al cliente en cola: " WS-AVISOS.
           GOBACK.

      * Nivel mas alto ya enviado a cada cliente en corridas
           IF WS-TOT-ABIERTO = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-VIEJO = WS-INT-HOY - WS-DIAS-MAX.
           MOVE 0 TO WS-NIVEL.
           MOVE 30 TO WS-DIAS-NIVEL.
           PERFORM FECHA-DE-NIVEL.
           IF WS-FECHA-HOY >= WS-FECHA-HABIL
              MOVE 1 TO WS-NIVEL
           END-IF.
           MOVE 60 TO WS-DIAS-NIVEL.
           PERFORM FECHA-DE-NIVEL.
           IF WS-FECHA-HOY >= WS-FECHA-HABIL
              MOVE 2 TO WS-NIVEL
           END-IF.
           MOVE 90 TO WS-DIAS-NIVEL.
           PERFORM FECHA-DE-NIVEL.
           IF WS-FECHA-HOY >= WS-FECHA-HABIL
              MOVE 3 TO WS-NIVEL
           END-IF.
           IF WS-NIVEL = 0
              EXIT PARAGRAPH
           END-IF.
           END-IF.
           PERFORM ESCRIBIR-CARTA.
           PERFORM REGISTRAR-ENVIO.
           PERFORM AVISAR-CARTA.
           ADD 1 TO WS-CARTAS-EMIT.

      * Fecha en que la partida mas vieja cumple WS-DIAS-NIVEL
      * dias, corrida al siguiente dia habil.
       FECHA-DE-NIVEL.
           COMPUTE WS-INT-HABIL = WS-INT-VIEJO + WS-DIAS-NIVEL.
           COMPUTE WS-FECHA-HABIL =
               FUNCTION DATE-OF-INTEGER(WS-INT-HABIL).
           PERFORM SIGUIENTE-DIA-HABIL.

       MEDIR-CARTERA.
           MOVE WK-NUMDOC TO MC-NUMDOC.
           MOVE 0 TO MC-FECHA.
           DISPLAY "Carta nivel " WS-NIVEL " para " WK-NUMDOC
               " (" WS-RUTA-CARTA(1:24) ")".

      * Aviso de la carta al cliente: nivel, total abierto y dias
      * de la partida mas vieja.
       AVISAR-CARTA.
           MOVE WK-NUMDOC TO WS-NOT-CLIENTE.
           MOVE SPACES TO WS-NOT-PLANTILLA.
           STRING "COBRANZ" WS-NIVEL
               DELIMITED BY SIZE INTO WS-NOT-PLANTILLA
           END-STRING.
           MOVE WK-NUMDOC TO WS-NOT-REFER.
           MOVE WS-TOT-ABIERTO TO WS-TOT-ED.
           MOVE WS-DIAS-MAX TO WS-DIAS-ED.
           MOVE SPACES TO WS-NOT-VARIABLES.
           STRING "NIVEL=" WS-NIVEL ";TOTAL=" WS-TOT-ED
               ";DIAS=" WS-DIAS-ED
               DELIMITED BY SIZE INTO WS-NOT-VARIABLES
           END-STRING.
           PERFORM ENCOLAR-NOTIFICACION.
           IF WS-NOT-ENCOLADO = "S"
              ADD 1 TO WS-AVISOS
           END-IF.

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

      * Medio de contacto del cliente en curso (ARCHIVO-CLI ya
      * esta posicionado en su registro).
       DESTINO-NOTIFICACION.
           MOVE SPACE TO WS-NOT-CANAL.
           MOVE SPACES TO WS-NOT-DESTINO.
           IF CORREO NOT = SPACES
              MOVE "E" TO WS-NOT-CANAL
              MOVE CORREO TO WS-NOT-DESTINO
           ELSE
              IF TEL-1 NOT = SPACES
                 MOVE "S" TO WS-NOT-CANAL
                 MOVE TEL-1 TO WS-NOT-DESTINO
              END-IF
           END-IF.

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

      ****************************************************************
      * Dia habil: de lunes a viernes y fuera del calendario de      *
      * festivos. SIGUIENTE-DIA-HABIL lleva WS-FECHA-HABIL al primer *
      * dia habil desde esa fecha (la deja igual si ya lo es).       *
      ****************************************************************
       SIGUIENTE-DIA-HABIL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HABIL) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HABIL).
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL WS-ES-HABIL = "S"
              ADD 1 TO WS-INT-HABIL
              COMPUTE WS-FECHA-HABIL =
                  FUNCTION DATE-OF-INTEGER(WS-INT-HABIL)
              PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

      * El residuo del entero de fecha entre 7 da 1 = lunes ...
      * 6 = sabado, 0 = domingo. Sin calendario solo cuenta el fin
      * de semana.
       VERIFICAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           DIVIDE WS-INT-HABIL BY 7 GIVING WS-COC-SEMANA
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
              MOVE "N" TO WS-ES-HABIL
              EXIT PARAGRAPH
           END-IF.
           IF WS-FES-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HABIL TO FE-FECHA.
           READ ARCHIVO-FES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-HABIL
           END-READ.
           MOVE "00" TO WS-FS-FES.

       ABRIR-FESTIVOS.
           MOVE "N" TO WS-FES-ABIERTO.
           OPEN INPUT ARCHIVO-FES.
           IF WS-FS-FES = "00"
              MOVE "S" TO WS-FES-ABIERTO
           END-IF.

       CERRAR-FESTIVOS.
           IF WS-FES-ABIERTO = "S"
              CLOSE ARCHIVO-FES
              MOVE "N" TO WS-FES-ABIERTO
           END-IF.

       READ-SIGUIENTE-CLI.
           READ ARCHIVO-CLI NEXT RECORD
               AT END MOVE "10" TO WS-FS-CLI
