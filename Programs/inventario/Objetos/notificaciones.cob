       IDENTIFICATION DIVISION.
       PROGRAM-ID. notificaciones.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                NOTIFICACIONES A CLIENTES                     *
      *                                                              *
      * Descripcion: Cola de salida de avisos al cliente (correo o   *
      *              SMS) que recoge la pasarela externa. Cada       *
      *              evento la alimenta desde su propio programa:    *
      *              domicilios (despachado DOMDESP, entregado       *
      *              DOMENTR), apartados (por vencer APAVENCE),      *
      *              pedidos-web (orden lista PEDLISTO),             *
      *              cartas-cobranza (carta COBRANZn) y cdt-plazo    *
      *              (CDT por vencer CDTVENCE). El aviso va al       *
      *              CORREO del maestro o, sin correo, al TEL-1, y   *
      *              solo si el cliente otorgo la autorizacion de    *
      *              datos (consentimientos.dat). Cada aviso lleva   *
      *              numero propio (notificaciones-ctl.dat).         *
      *              Aqui se cargan las confirmaciones que devuelve  *
      *              la pasarela (notif-confirma.csv:                *
      *              numero;estado;fecha;detalle, estado E =         *
      *              entregado, F = fallido) a notif-estado.dat, que *
      *              consulta cliente-360, y se lista la cola con el *
      *              estado de cada aviso (rep-notificaciones.txt).  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-NOT ASSIGN TO "../notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.
           SELECT ARCHIVO-NES ASSIGN TO "../notif-estado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NE-NUMERO
               FILE STATUS IS WS-FS-NES.
           SELECT ARCHIVO-CONF ASSIGN TO "../notif-confirma.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CNF.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Cola de salida para la pasarela, un aviso por linea.
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

      * Ultima confirmacion de la pasarela por aviso.
       FD  ARCHIVO-NES.
       01  NESDATA.
           05 NE-NUMERO      PIC 9(8).
           05 NE-ESTADO      PIC X.
              88 NE-ENTREGADO VALUE "E".
              88 NE-FALLIDO   VALUE "F".
           05 NE-FECHA       PIC 9(8).
           05 NE-DETALLE     PIC X(30).
           05 NE-CARGA       PIC 9(8).

       FD  ARCHIVO-CONF.
       01  CONF-LINEA        PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-NOT           PIC XX.
       01 WS-FS-NES           PIC XX.
       01 WS-FS-CNF           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-FIN              PIC X.
       01 WS-FECHA-HOY        PIC 9(8).

      * Confirmaciones de la pasarela.
       01 WK-FILA.
           05 WK-REFER        PIC X(12).
           05 WK-ESTADO       PIC X(2).
           05 WK-FECHA        PIC X(12).
           05 WK-DETALLE      PIC X(30).
       01 WK-REFER-N          PIC 9(8).
       01 WK-FECHA-N          PIC 9(8).
       01 WS-NUM-OK           PIC X.
       01 WS-NUM-VALOR        PIC 9(12).
       01 WS-NUM-POS          PIC 9(3).
       01 WS-NUM-FIN          PIC X.
       01 WK-NUMERO           PIC X(12).
       01 HEADER              PIC X(100).
       01 WS-CONF-LEIDOS      PIC 9(6).
       01 WS-CONF-ENT         PIC 9(6).
       01 WS-CONF-FAL         PIC 9(6).
       01 WS-CONF-MALAS       PIC 9(6).

      * Totales del listado de la cola.
       01 WS-COLA-TOT         PIC 9(6).
       01 WS-COLA-ENT         PIC 9(6).
       01 WS-COLA-FAL         PIC 9(6).
       01 WS-COLA-SIN         PIC 9(6).
       01 WS-ESTADO-TXT       PIC X(10).
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
           OPEN I-O ARCHIVO-NES.
           IF WS-FS-NES = "35"
              CLOSE ARCHIVO-NES
              OPEN OUTPUT ARCHIVO-NES
              CLOSE ARCHIVO-NES
              OPEN I-O ARCHIVO-NES
           END-IF.
           IF WS-FS-NES NOT = "00"
              DISPLAY "Error al abrir notif-estado.dat. FS = "
                  WS-FS-NES
              MOVE "NOTIFICACIONES" TO WS-EXC-PROGRAMA
              MOVE "../notif-estado.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-NES TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-NOTIFICACIONES UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-NES.
           GOBACK.

       MENU-NOTIFICACIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  NOTIFICACIONES A CLIENTES    " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  C -> Cargar confirmaciones" LINE 7 POSITION 20.
           DISPLAY "  L -> Listar cola con estado" LINE 8 POSITION 20.
           DISPLAY "  Q -> Volver" LINE 9 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 11 POSITION 20.
           ACCEPT WS-OPCION LINE 11 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "C"
                    PERFORM CARGAR-CONFIRMACIONES
               WHEN "L"
                    PERFORM LISTAR-COLA
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Confirmaciones: una fila por aviso (con encabezado). La      *
      * ultima fila de un aviso pisa a la anterior; las filas con    *
      * numero, estado o fecha invalidos se cuentan y se saltan.     *
      ****************************************************************
       CARGAR-CONFIRMACIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Confirmaciones de la pasarela -----" LINE 3
               POSITION 20.
           OPEN INPUT ARCHIVO-CONF.
           IF WS-FS-CNF NOT = "00"
              DISPLAY "No se encontro notif-confirma.csv. FS = "
                  WS-FS-CNF LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CONF-LEIDOS.
           MOVE 0 TO WS-CONF-ENT.
           MOVE 0 TO WS-CONF-FAL.
           MOVE 0 TO WS-CONF-MALAS.
           MOVE "N" TO WS-FIN.
           READ ARCHIVO-CONF INTO HEADER
               AT END MOVE "S" TO WS-FIN
           END-READ.
           PERFORM UNTIL WS-FIN = "S"
              READ ARCHIVO-CONF
                  AT END MOVE "S" TO WS-FIN
                  NOT AT END
                      PERFORM PROCESAR-CONFIRMACION
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CONF.
           DISPLAY "Filas leidas:   " WS-CONF-LEIDOS LINE 5
               POSITION 10.
           DISPLAY "Entregados:     " WS-CONF-ENT LINE 6 POSITION 10.
           DISPLAY "Fallidos:       " WS-CONF-FAL LINE 7 POSITION 10.
           DISPLAY "Filas invalidas:" WS-CONF-MALAS LINE 8
               POSITION 10.
           PERFORM PAUSA.

       PROCESAR-CONFIRMACION.
           ADD 1 TO WS-CONF-LEIDOS.
           MOVE SPACES TO WK-FILA.
           UNSTRING CONF-LINEA DELIMITED BY ";"
               INTO WK-REFER, WK-ESTADO, WK-FECHA, WK-DETALLE.
           MOVE WK-REFER TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR = 0
              OR WS-NUM-VALOR > 99999999
              ADD 1 TO WS-CONF-MALAS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-REFER-N.
           IF WK-ESTADO NOT = "E" AND WK-ESTADO NOT = "F"
              ADD 1 TO WS-CONF-MALAS
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-FECHA TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR > 99999999
              ADD 1 TO WS-CONF-MALAS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-FECHA-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(WK-FECHA-N) NOT = 0
              ADD 1 TO WS-CONF-MALAS
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-REFER-N TO NE-NUMERO.
           MOVE WK-ESTADO TO NE-ESTADO.
           MOVE WK-FECHA-N TO NE-FECHA.
           MOVE WK-DETALLE TO NE-DETALLE.
           MOVE WS-FECHA-HOY TO NE-CARGA.
           IF NE-ENTREGADO
              ADD 1 TO WS-CONF-ENT
           ELSE
              ADD 1 TO WS-CONF-FAL
           END-IF.
           WRITE NESDATA
               INVALID KEY
                   REWRITE NESDATA
                   END-REWRITE
           END-WRITE.

      ****************************************************************
      * Listado de la cola: cada aviso con su estado (ENTREGADO,     *
      * FALLIDO o ENVIADO si la pasarela aun no lo confirma).        *
      ****************************************************************
       LISTAR-COLA.
           PERFORM CLEAR-SCREEN.
           OPEN INPUT ARCHIVO-NOT.
           IF WS-FS-NOT NOT = "00"
              DISPLAY "La cola de notificaciones esta vacia."
                  LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-COLA-TOT.
           MOVE 0 TO WS-COLA-ENT.
           MOVE 0 TO WS-COLA-FAL.
           MOVE 0 TO WS-COLA-SIN.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COLA DE NOTIFICACIONES A CLIENTES - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMERO   FECHA    CLIENTE       C PLANTILLA REFERENCIA"
               TO LINEA-REPORTE.
           MOVE "ESTADO     FEC.CONF DETALLE" TO LINEA-REPORTE(56:).
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "S"
              READ ARCHIVO-NOT
                  AT END MOVE "S" TO WS-FIN
                  NOT AT END
                      PERFORM LISTAR-AVISO
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-NOT.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "AVISOS " WS-COLA-TOT " ENTREGADOS " WS-COLA-ENT
               " FALLIDOS " WS-COLA-FAL " SIN CONFIRMAR " WS-COLA-SIN
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "notificaciones" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-notificaciones.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "COLA DE NOTIFICACIONES"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY LINEA-REPORTE(1:70) LINE 5 POSITION 5.
           DISPLAY "Detalle en rep-notificaciones.txt" LINE 7
               POSITION 10.
           PERFORM PAUSA.

       LISTAR-AVISO.
           ADD 1 TO WS-COLA-TOT.
           MOVE NQ-NUMERO TO NE-NUMERO.
           READ ARCHIVO-NES
               INVALID KEY
                   MOVE "ENVIADO" TO WS-ESTADO-TXT
                   MOVE 0 TO NE-FECHA
                   MOVE SPACES TO NE-DETALLE
                   ADD 1 TO WS-COLA-SIN
               NOT INVALID KEY
                   IF NE-ENTREGADO
                      MOVE "ENTREGADO" TO WS-ESTADO-TXT
                      ADD 1 TO WS-COLA-ENT
                   ELSE
                      MOVE "FALLIDO" TO WS-ESTADO-TXT
                      ADD 1 TO WS-COLA-FAL
                   END-IF
           END-READ.
           MOVE "00" TO WS-FS-NES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING NQ-NUMERO " " NQ-FECHA " " NQ-CLIENTE " " NQ-CANAL
               " " NQ-PLANTILLA "  " NQ-REFER " " WS-ESTADO-TXT " "
               NE-FECHA " " NE-DETALLE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       VALIDAR-NUMERO.
           MOVE "S" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALOR.
           MOVE "N" TO WS-NUM-FIN.
           IF WK-NUMERO = SPACES
              MOVE "N" TO WS-NUM-OK
              EXIT PARAGRAPH
           END-IF.
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
