      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - sesiones.log trae al final de cada linea   *
      *      su sello encadenado (verifica-logs); el registro se     *
      *      amplia para leerlo.                                     *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

           05 SES-DURACION   PIC 9(8).
           05 FILLER         PIC X.
           05 SES-ESTACION   PIC 9(4).
           05 SES-MARCA      PIC X.
           05 SES-SELLO      PIC 9(10).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE PIC X(120).
              10 GR-NUMDOC   PIC 9(10).
              10 GR-SESIONES PIC 9(4).
              10 GR-SEGUNDOS PIC 9(9).
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
           MOVE "reporte-sesiones" TO WS-ARC-PROGRAMA.
           MOVE "../Usuarios/rep-sesiones.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "SESIONES"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Reporte generado en rep-sesiones.txt".
           GOBACK.

