      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-BONOS-VIVOS      PIC 9(6).
       01 WS-PASIVO-TOTAL     PIC 9(14)V99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "bonos" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-bonos.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CORTE=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Bonos vivos : " WS-BONOS-VIVOS LINE 5 POSITION 20.
           DISPLAY "Pasivo total: " WS-PASIVO-TOTAL LINE 6 POSITION 20.
           DISPLAY "Detalle en rep-bonos.txt" LINE 7 POSITION 20.
