      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - auditoria.log va sellada en cadena: solo   *
      *      se archiva el tramo inicial anterior al corte, y el     *
      *      log vivo y cada mes archivado nuevo abren con una       *
      *      linea ANCLA-CADENA que arrastra el sello de la ultima   *
      *      linea anterior, para que verifica-logs siga cuadrando   *
      *      la cadena.                                              *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      usuarios.dat queda en el diario de recuperacion         *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

               RECORD KEY IS NUMDOC
               ALTERNATE RECORD KEY IS CODUNI WITH DUPLICATES
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-HIST
               ASSIGN TO "../Usuarios/historico-usuarios.dat"
               ORGANIZATION IS INDEXED
       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA PIC X(120).

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
       01 WS-FS            PIC XX.
       01 WS-FS-LOG        PIC XX.
       01 WS-CONSERVADAS   PIC 9(8).
       01 WS-MOVIDOS       PIC 9(6).
       01 WS-COPY-RET      PIC 9(9) COMP-X.

      * auditoria.log va sellada en cadena (verifica-logs): solo se
      * archiva el tramo inicial anterior al corte y el log vivo y
      * cada mes archivado nuevo abren con un ancla que lleva el
      * sello de la ultima linea que quedo antes.
       01 WS-LOG-CADENA    PIC X.
       01 WS-EN-CABEZA     PIC X.
       01 WS-HAY-ANCLA     PIC X.
       01 WS-SELLO-PREVIO  PIC 9(10).
       01 WS-FECHA-ANC     PIC 9(8).
       01 WS-HORA-ANC      PIC 9(8).
       01 WS-ANCLA-LINEA   PIC X(200).
       01 USUDATA-GUARDA   PIC X(296).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- DEPURACION DE LOGS Y USUARIOS -----".
              MOVE "../Usuarios/auditoria.log" TO WS-RUTA-LOG
              MOVE "../Usuarios/auditoria.tmp" TO WS-RUTA-TMP
              MOVE "../Usuarios/auditoria" TO WS-BASE-ARC
              MOVE "S" TO WS-LOG-CADENA
              PERFORM DEPURAR-UN-LOG
              MOVE "../excepciones-io.log" TO WS-RUTA-LOG
              MOVE "../excepciones-io.tmp" TO WS-RUTA-TMP
              MOVE "../excepciones-io" TO WS-BASE-ARC
              MOVE "N" TO WS-LOG-CADENA
              PERFORM DEPURAR-UN-LOG
           END-IF.
           DISPLAY "Corte usuarios inactivos (AAAAMMDD, 0=omitir): ".
           MOVE 0 TO WS-CONSERVADAS.
           MOVE SPACES TO WS-MES-ACTUAL.
           MOVE "N" TO WS-ARC-ABIERTO.
           MOVE "S" TO WS-EN-CABEZA.
           MOVE "N" TO WS-HAY-ANCLA.
           MOVE 0 TO WS-SELLO-PREVIO.
           OPEN INPUT ARCHIVO-LOG.
           IF WS-FS-LOG NOT = "00"
              DISPLAY "No hay log que depurar: " WS-RUTA-LOG
                      PERFORM CLASIFICAR-LINEA
              END-READ
           END-PERFORM.
           IF WS-LOG-CADENA = "S" AND WS-EN-CABEZA = "S"
              AND (WS-ARCHIVADAS > 0 OR WS-HAY-ANCLA = "S")
              PERFORM ESCRIBIR-ANCLA-VIVO
           END-IF.
           CLOSE ARCHIVO-LOG.
           CLOSE ARCHIVO-TMP.
           IF WS-ARC-ABIERTO = "S"
               " conservadas " WS-CONSERVADAS.

       CLASIFICAR-LINEA.
           IF WS-LOG-CADENA = "S"
              PERFORM CLASIFICAR-LINEA-CADENA
              EXIT PARAGRAPH
           END-IF.
           IF LOG-LINEA(1:8) IS NUMERIC
              AND LOG-LINEA(1:8) < WS-CORTE-LOGS
              MOVE LOG-LINEA(1:6) TO WS-MES-LINEA
              WRITE TMP-LINEA
           END-IF.

      * En el log encadenado solo se archiva el tramo inicial de
      * lineas anteriores al corte; desde la primera que se queda,
      * todo lo que sigue se conserva para no partir la cadena. El
      * ancla de la corrida anterior no se archiva: su sello pasa a
      * la nueva.
       CLASIFICAR-LINEA-CADENA.
           IF WS-EN-CABEZA = "S"
              AND LOG-LINEA(19:12) = "ANCLA-CADENA"
              MOVE "S" TO WS-HAY-ANCLA
              IF LOG-LINEA(122:10) IS NUMERIC
                 MOVE LOG-LINEA(122:10) TO WS-SELLO-PREVIO
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-EN-CABEZA = "S"
              AND LOG-LINEA(1:8) IS NUMERIC
              AND LOG-LINEA(1:8) < WS-CORTE-LOGS
              MOVE LOG-LINEA(1:6) TO WS-MES-LINEA
              PERFORM ESCRIBIR-ARCHIVADA
              IF LOG-LINEA(121:1) = "#"
                 AND LOG-LINEA(122:10) IS NUMERIC
                 MOVE LOG-LINEA(122:10) TO WS-SELLO-PREVIO
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-EN-CABEZA = "S"
              MOVE "N" TO WS-EN-CABEZA
              IF WS-ARCHIVADAS > 0 OR WS-HAY-ANCLA = "S"
                 PERFORM ESCRIBIR-ANCLA-VIVO
              END-IF
           END-IF.
           ADD 1 TO WS-CONSERVADAS.
           MOVE LOG-LINEA TO TMP-LINEA.
           WRITE TMP-LINEA.

       ESCRIBIR-ANCLA-VIVO.
           PERFORM ARMAR-ANCLA.
           MOVE WS-ANCLA-LINEA TO TMP-LINEA.
           WRITE TMP-LINEA.

      * Ancla: fecha y hora en las columnas de siempre, la marca
      * ANCLA-CADENA en la 19 y el sello que se arrastra en el lugar
      * del sello de una linea de auditoria.
       ARMAR-ANCLA.
           ACCEPT WS-FECHA-ANC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ANC  FROM TIME.
           MOVE SPACES TO WS-ANCLA-LINEA.
           STRING WS-FECHA-ANC " " WS-HORA-ANC
               " ANCLA-CADENA CORTE=" WS-CORTE-LOGS
               DELIMITED BY SIZE
               INTO WS-ANCLA-LINEA
           END-STRING.
           MOVE "#" TO WS-ANCLA-LINEA(121:1).
           MOVE WS-SELLO-PREVIO TO WS-ANCLA-LINEA(122:10).

       ESCRIBIR-ARCHIVADA.
           IF WS-MES-LINEA NOT = WS-MES-ACTUAL
              IF WS-ARC-ABIERTO = "S"
              OPEN EXTEND ARCHIVO-ARC
              IF WS-FS-ARC NOT = "00"
                 OPEN OUTPUT ARCHIVO-ARC
                 IF WS-LOG-CADENA = "S"
                    PERFORM ARMAR-ANCLA
                    MOVE WS-ANCLA-LINEA TO ARC-LINEA
                    WRITE ARC-LINEA
                 END-IF
              END-IF
              MOVE "S" TO WS-ARC-ABIERTO
           END-IF.
           END-WRITE.
           IF WS-FS-HIST = "00"
              DELETE ARCHIVO-CLI
              MOVE "D" TO WS-DIARIO-OPER
              PERFORM DIARIO-USUARIOS
              IF WS-FS = "00"
                 ADD 1 TO WS-MOVIDOS
                 PERFORM REPOSICIONAR-CLI
           END-IF.
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-USUARIOS.
           IF WS-FS = "00" OR WS-FS = "02"
              MOVE "USUARIOS" TO DRJ-ARCHIVO
              MOVE USUDATA TO DRJ-IMAGEN
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
           MOVE "DEPURA-LOGS" TO DRJ-PROGRAMA.
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
