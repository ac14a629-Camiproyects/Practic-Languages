      * Fecha: 03-09-2026                                            *
      * Mod: 03-09-2026 - Limpieza de pantalla y registro de         *
      *      excepciones de E/S como en el resto de los modulos.     *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

       01 WS-TOT-COMP         PIC 9(14)V99.
       01 WS-TOT-EJEC         PIC 9(14)V99.
       01 WS-DISPO-ED         PIC -(13)9.99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
              WRITE REP-LINEA
           END-IF.
           CLOSE ARCHIVO-REP.
           MOVE "presupuesto-com" TO WS-ARC-PROGRAMA.
           MOVE "../rep-presupuesto.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "MES=" WS-ANOMES
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-OCD.
           DISPLAY "Reporte en rep-presupuesto.txt" LINE 6 POSITION 10.
