      *      y el resumen de control cuenta las bajas aplicadas; una
      *      fila sin accion conserva el comportamiento de siempre
      *      (alta o actualizacion segun exista o no el cliente).
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre
      *      data-user.dat queda en el diario de recuperacion
      *      (diario-recup.dat) con su imagen posterior, fecha,
      *      hora, programa y estacion, para que recupera-diario
      *      la reaplique sobre un respaldo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS NUMDOC
               FILE STATUS IS WS-FS-SALIDA.
           SELECT ARCHIVO-DIARIO ASSIGN TO "inventario/diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO
               "inventario/Objetos/estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.

           SELECT ARCHIVO-CKPT ASSIGN TO "traspaso.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
              88 SEG-MAYORISTA     VALUE "Y".
              88 SEG-INSTITUCIONAL VALUE "I".

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
       01 WS-DATA.
           05 WS-FS          PIC XX.
       01 WS-EXISTE-RET    PIC 9(9) COMP-X.
       01 WS-RESTO-100     PIC 9(4).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-FLAG
              IF WS-EXISTE = "S"
                 ADD 1 TO WS-DUP-COUNT
                 REWRITE USUDATA
                 MOVE "R" TO WS-DIARIO-OPER
                 PERFORM DIARIO-DATA-USER
              ELSE
      * Los clientes nuevos del extracto entran sin cupo de credito
      * asignado; el cupo se otorga despues en consulta-data-user.
                 MOVE 0 TO LIMCRED
                 MOVE SPACE TO SEGMENTO
                 WRITE USUDATA
                 MOVE "W" TO WS-DIARIO-OPER
                 PERFORM DIARIO-DATA-USER
              END-IF
           END-IF.
           EXIT.
                   END-WRITE
               NOT INVALID KEY
                   DELETE ARCHIVO-SALIDA
                   MOVE "D" TO WS-DIARIO-OPER
                   PERFORM DIARIO-DATA-USER
                   IF WS-FS-SALIDA = "00"
                      ADD 1 TO WS-BAJAS-COUNT
                   ELSE
           END-IF.
           EXIT.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-DATA-USER.
           IF WS-FS-SALIDA = "00" OR WS-FS-SALIDA = "02"
              MOVE "DATA-USER" TO DRJ-ARCHIVO
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
           MOVE "TRASPASO-INFO" TO DRJ-PROGRAMA.
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


