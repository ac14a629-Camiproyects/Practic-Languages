      *      lotes.dat (solo lotes con existencia), porque un mismo  *
      *      articulo perecedero tiene varios lotes con fechas       *
      *      distintas.                                              *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 08-08-2026.


       01 WS-FECHA-PROC        PIC 9(8).
       01 WS-ULT-CIERRE-C      PIC 9(8).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-vencimiento" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-venc.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DIAS=" WS-DIAS-ALERTA " CSV=" WS-GEN-CSV
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           IF WS-GEN-CSV = "S"
              CLOSE ARCHIVO-CSV
              DISPLAY "CSV generado en rep-venc.csv"
