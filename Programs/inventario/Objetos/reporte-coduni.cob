      * Mod: 21-08-2026 - Los encabezados de grupo muestran el       *
      *      nombre del departamento tomado del maestro unidades.dat *
      *      en vez del numero pelado de CODUNI.                     *
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
           CLOSE ARCHIVO-CLI.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-coduni" TO WS-ARC-PROGRAMA.
           MOVE "../Usuarios/rep-coduni.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CSV=" WS-GEN-CSV
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           IF WS-UNI-ABIERTO = "S"
              CLOSE ARCHIVO-UNI
           END-IF.
