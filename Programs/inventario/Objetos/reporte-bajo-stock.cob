      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 08-08-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Los articulos descontinuados o bloqueados  *
      *      (estado-art.dat) no salen en el reporte ni en el CSV;   *
      *      el pie dice cuantos se omitieron.                       *
      ****************************************************************
       DATE-WRITTEN. 08-08-2026.

               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-EAR ASSIGN TO "../Articulos/estado-art.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-CODART
               FILE STATUS IS WS-FS-EAR.
           SELECT ARCHIVO-REPORTE ASSIGN TO "../Articulos/rep-bst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

      * Estado de ciclo de vida del articulo (se mantiene en
      * gestion-articles, opcion E); sin registro = activo.
       FD  ARCHIVO-EAR.
       01  EARDATA.
           05 EA-CODART      PIC X(120).
           05 EA-ESTADO      PIC X.
           05 EA-MOTIVO      PIC X(40).
           05 EA-FECHA       PIC 9(8).
           05 EA-OPER        PIC 9(10).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE PIC X(120).

       01 WS-UMBRAL-ART       PIC 9(10).
       01 WS-CAT-ACTUAL       PIC X(10) VALUE SPACES.
       01 WS-TOTAL-BAJOS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-OMITIDOS   PIC 9(6) VALUE 0.
       01 WS-FS-EAR           PIC XX.
       01 WS-EAR-ABIERTO      PIC X VALUE "N".
       01 WS-EST-ART          PIC X.
          88 EST-DESCONTINUADO   VALUE "D".
          88 EST-BLOQUEADO       VALUE "B".

       01 WS-FS-FPR            PIC XX.
       01 WS-FS-CSV            PIC XX.

       01 WS-FECHA-PROC        PIC 9(8).
       01 WS-ULT-CIERRE-C      PIC 9(8).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-EAR.
           IF WS-FS-EAR = "00"
              MOVE "S" TO WS-EAR-ABIERTO
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF WS-GEN-CSV = "S" OR WS-GEN-CSV = "s"
              MOVE "S" TO WS-GEN-CSV
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OMITIDOS (DESCONTINUADOS/BLOQUEADOS): "
               WS-TOTAL-OMITIDOS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-ART.
           IF WS-EAR-ABIERTO = "S"
              CLOSE ARCHIVO-EAR
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-bajo-stock" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-bst.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "UMBRAL=" WS-UMBRAL " CSV=" WS-GEN-CSV
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           IF WS-GEN-CSV = "S"
              CLOSE ARCHIVO-CSV
              DISPLAY "CSV generado en rep-bst.csv"
                 IF PUNTOREORD > 0
                    MOVE PUNTOREORD TO WS-UMBRAL-ART
                 END-IF
      * Lo descontinuado o bloqueado no se repone: solo se cuenta.
                 IF STOCK < WS-UMBRAL-ART
                    PERFORM LEER-ESTADO-ART
                    IF EST-DESCONTINUADO OR EST-BLOQUEADO
                       ADD 1 TO WS-TOTAL-OMITIDOS
                       MOVE 0 TO WS-UMBRAL-ART
                    END-IF
                 END-IF
                 IF STOCK < WS-UMBRAL-ART
                    IF CP-NOMBRE NOT = WS-CAT-ACTUAL
                       MOVE CP-NOMBRE TO WS-CAT-ACTUAL
                   MOVE "10" TO WS-FS
           END-READ.

      * Estado de ciclo de vida del articulo en CODART; sin
      * registro (o sin archivo) el articulo esta activo.
       LEER-ESTADO-ART.
           MOVE "A" TO WS-EST-ART.
           IF WS-EAR-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO EA-CODART.
           READ ARCHIVO-EAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EA-ESTADO TO WS-EST-ART
           END-READ.

      * Estampa del calendario de proceso: la fecha con la que corre
      * este reporte y el ultimo cierre de dia registrado, para que
      * dos corridas no se confundan entre si.
