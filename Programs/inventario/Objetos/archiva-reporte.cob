       IDENTIFICATION DIVISION.
       PROGRAM-ID. archiva-reporte.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                ARCHIVO DE REPORTES (COPIA FECHADA)           *
      *                                                              *
      * Descripcion: Lo llaman los programas de reportes al cerrar   *
      *              su archivo de salida: deja una copia fechada    *
      *              del reporte en ../Reportes                      *
      *              (AAAAMMDD-NNNNNN-nombre)                        *
      *              y una fila en el indice indice-reportes.dat con *
      *              el programa, el reporte, los parametros usados, *
      *              el operador y la estacion, la fecha y hora y    *
      *              las lineas copiadas. Asi la siguiente corrida   *
      *              ya no borra lo que el reporte dijo ese dia. El  *
      *              operador es el de la sesion abierta en esta     *
      *              estacion (sesiones-act.dat); bajo el cierre de  *
      *              dia queda en cero con origen L (lote).          *
      *              La consulta, reimpresion y depuracion estan en  *
      *              archivo-reportes.                               *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-IDX
               ASSIGN TO "../Reportes/indice-reportes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-NUMERO
               ALTERNATE RECORD KEY IS IR-ALTERNA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-IDX.
           SELECT ARCHIVO-COPIA ASSIGN TO WS-RUTA-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COP.
           SELECT ARCHIVO-SAC
               ASSIGN TO "../Usuarios/sesiones-act.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-NUMDOC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SAC.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Indice del archivo de reportes, una fila por corrida.
      * IR-ALTERNA ordena por reporte y fecha para la consulta.
      * IR-ESTADO: A archivada, D depurada (la copia ya se borro
      * por la regla de retencion; la fila queda como constancia).
       FD  ARCHIVO-IDX.
       01  IRDATA.
           05 IR-NUMERO      PIC 9(6).
           05 IR-ALTERNA.
              07 IR-REPORTE  PIC X(30).
              07 IR-FECHA    PIC 9(8).
              07 IR-HORA     PIC 9(8).
           05 IR-PROGRAMA    PIC X(20).
           05 IR-RUTA        PIC X(60).
           05 IR-COPIA       PIC X(60).
           05 IR-PARAMETROS  PIC X(60).
           05 IR-OPER        PIC 9(10).
           05 IR-ESTACION    PIC 9(4).
           05 IR-ORIGEN      PIC X.
              88 IR-INTERACTIVO VALUE "I".
              88 IR-LOTE        VALUE "L".
           05 IR-LINEAS      PIC 9(7).
           05 IR-ESTADO      PIC X.
              88 IR-ARCHIVADA VALUE "A".
              88 IR-DEPURADA  VALUE "D".
           05 IR-FEC-DEP     PIC 9(8).

       FD  ARCHIVO-COPIA.
       01  COPIA-LINEA       PIC X(300).

       FD  ARCHIVO-SAC.
       01  SACDATA.
           05 SA-NUMDOC      PIC 9(10).
           05 SA-ESTACION    PIC 9(4).
           05 SA-FECHA       PIC 9(8).
           05 SA-HORA        PIC 9(6).

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-IDX           PIC XX.
       01 WS-FS-COP           PIC XX.
       01 WS-FS-SAC           PIC XX.
       01 WS-FS-ETC           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).

       01 WS-RUTA-DIR         PIC X(20) VALUE "../Reportes".
       01 WS-RUTA-COPIA       PIC X(60).
       01 WS-RUTA-ORIGEN      PIC X(60).
       01 WS-NOMBRE-REP       PIC X(30).
       01 WS-DIR-RET          PIC 9(9) COMP-X.
       01 WS-COPY-RET         PIC 9(9) COMP-X.
       01 WS-I                PIC 9(3).
       01 WS-NUM-NUEVO        PIC 9(6).
       01 WS-LINEAS           PIC 9(7).
       01 WS-FIN-COP          PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-OPER             PIC 9(10) VALUE 0.
       01 WS-SES-HORA         PIC 9(14).
       01 WS-SES-ULT          PIC 9(14).

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag).
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.

       LINKAGE SECTION.
      * ARC-RUTA: el reporte recien cerrado, con la ruta vista desde
      * Objetos. ARC-PARAMETROS: lo que el usuario pidio (fechas,
      * filtros) en texto libre.
       01 ARC-REPORTE.
           05 ARC-PROGRAMA    PIC X(20).
           05 ARC-RUTA        PIC X(60).
           05 ARC-PARAMETROS  PIC X(60).

       PROCEDURE DIVISION USING ARC-REPORTE.
       INICIO.
           MOVE "N" TO WS-MODO-LOTE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-FLAG-C
               WS-EXISTE-INFO RETURNING WS-EXISTE-RET.
           IF WS-EXISTE-RET = 0
              MOVE "S" TO WS-MODO-LOTE
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.
           MOVE ARC-RUTA TO WS-RUTA-ORIGEN.
      * El nombre del reporte es lo que sigue a la ultima "/".
           PERFORM VARYING WS-I FROM 60 BY -1
               UNTIL WS-I < 1 OR WS-RUTA-ORIGEN(WS-I:1) = "/"
              CONTINUE
           END-PERFORM.
           MOVE WS-RUTA-ORIGEN(WS-I + 1:) TO WS-NOMBRE-REP.
      * La carpeta se crea la primera vez; si ya existe la llamada
      * solo devuelve error, que no importa.
           CALL "CBL_CREATE_DIR" USING WS-RUTA-DIR
               RETURNING WS-DIR-RET.
           OPEN I-O ARCHIVO-IDX.
           IF WS-FS-IDX = "35"
              CLOSE ARCHIVO-IDX
              OPEN OUTPUT ARCHIVO-IDX
              CLOSE ARCHIVO-IDX
              OPEN I-O ARCHIVO-IDX
           END-IF.
           IF WS-FS-IDX NOT = "00"
              MOVE "ARCHIVA-REPORTE" TO WS-EXC-PROGRAMA
              MOVE "../Reportes/indice-reportes.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-IDX TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           PERFORM OBTENER-NUMERO.
           MOVE SPACES TO WS-RUTA-COPIA.
           STRING "../Reportes/" WS-FECHA-HOY "-" WS-NUM-NUEVO "-"
               DELIMITED BY SIZE
               WS-NOMBRE-REP DELIMITED BY SPACE
               INTO WS-RUTA-COPIA
           END-STRING.
           CALL "CBL_COPY_FILE" USING WS-RUTA-ORIGEN WS-RUTA-COPIA
               RETURNING WS-COPY-RET.
           IF WS-COPY-RET NOT = 0
              MOVE "ARCHIVA-REPORTE" TO WS-EXC-PROGRAMA
              MOVE WS-RUTA-COPIA TO WS-EXC-ARCHIVO
              MOVE "CP" TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-IDX
              GOBACK
           END-IF.
           PERFORM CONTAR-LINEAS.
           IF WS-MODO-LOTE = "S"
              PERFORM LEER-ESTACION
           ELSE
              PERFORM IDENTIFICAR-OPERADOR
           END-IF.
           MOVE WS-NUM-NUEVO TO IR-NUMERO.
           MOVE WS-NOMBRE-REP TO IR-REPORTE.
           MOVE WS-FECHA-HOY TO IR-FECHA.
           MOVE WS-HORA-HOY TO IR-HORA.
           MOVE ARC-PROGRAMA TO IR-PROGRAMA.
           MOVE ARC-RUTA TO IR-RUTA.
           MOVE WS-RUTA-COPIA TO IR-COPIA.
           MOVE ARC-PARAMETROS TO IR-PARAMETROS.
           MOVE WS-OPER TO IR-OPER.
           MOVE WS-ESTACION TO IR-ESTACION.
           IF WS-MODO-LOTE = "S"
              MOVE "L" TO IR-ORIGEN
           ELSE
              MOVE "I" TO IR-ORIGEN
           END-IF.
           MOVE WS-LINEAS TO IR-LINEAS.
           MOVE "A" TO IR-ESTADO.
           MOVE 0 TO IR-FEC-DEP.
           WRITE IRDATA
               INVALID KEY
                  MOVE "ARCHIVA-REPORTE" TO WS-EXC-PROGRAMA
                  MOVE "../Reportes/indice-reportes.dat"
                      TO WS-EXC-ARCHIVO
                  MOVE WS-FS-IDX TO WS-EXC-FS
                  PERFORM REGISTRAR-EXCEPCION-IO
           END-WRITE.
           CLOSE ARCHIVO-IDX.
           GOBACK.

      * Siguiente numero: el mayor del indice mas uno.
       OBTENER-NUMERO.
           MOVE 0 TO WS-NUM-NUEVO.
           MOVE 0 TO IR-NUMERO.
           START ARCHIVO-IDX KEY IS NOT LESS THAN IR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-IDX
           END-START.
           PERFORM UNTIL WS-FS-IDX NOT = "00"
              READ ARCHIVO-IDX NEXT RECORD
                  AT END MOVE "10" TO WS-FS-IDX
                  NOT AT END MOVE IR-NUMERO TO WS-NUM-NUEVO
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-IDX.
           ADD 1 TO WS-NUM-NUEVO.

       CONTAR-LINEAS.
           MOVE 0 TO WS-LINEAS.
           OPEN INPUT ARCHIVO-COPIA.
           IF WS-FS-COP NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-COP.
           PERFORM UNTIL WS-FIN-COP = "S"
              READ ARCHIVO-COPIA
                  AT END MOVE "S" TO WS-FIN-COP
                  NOT AT END ADD 1 TO WS-LINEAS
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-COPIA.

       LEER-ESTACION.
           MOVE 0 TO WS-ESTACION.
           OPEN INPUT ARCHIVO-ESTCFG.
           IF WS-FS-ETC = "00"
              READ ARCHIVO-ESTCFG
                  NOT AT END
                      IF EST-LINEA IS NUMERIC
                         MOVE EST-LINEA TO WS-ESTACION
                      END-IF
              END-READ
              CLOSE ARCHIVO-ESTCFG
           END-IF.

      * El operador es el de la sesion abierta en esta estacion; si
      * hubiera varias (una sesion que no cerro bien), la mas
      * reciente.
       IDENTIFICAR-OPERADOR.
           PERFORM LEER-ESTACION.
           MOVE 0 TO WS-OPER.
           MOVE 0 TO WS-SES-ULT.
           OPEN INPUT ARCHIVO-SAC.
           IF WS-FS-SAC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SA-NUMDOC.
           START ARCHIVO-SAC KEY IS NOT LESS THAN SA-NUMDOC
               INVALID KEY
                   MOVE "10" TO WS-FS-SAC
           END-START.
           PERFORM UNTIL WS-FS-SAC NOT = "00"
              READ ARCHIVO-SAC NEXT RECORD
                  AT END MOVE "10" TO WS-FS-SAC
                  NOT AT END
                      IF SA-ESTACION = WS-ESTACION
                         COMPUTE WS-SES-HORA = SA-FECHA * 1000000
                             + SA-HORA
                         IF WS-SES-HORA >= WS-SES-ULT
                            MOVE WS-SES-HORA TO WS-SES-ULT
                            MOVE SA-NUMDOC TO WS-OPER
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SAC.

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
