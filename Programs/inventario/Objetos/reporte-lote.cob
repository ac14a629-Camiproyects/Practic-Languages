      * Mod: 03-09-2026 - La clave de ventas-lote.dat incluye el     *
      *      articulo (un renglon de kit consume lotes de varios     *
      *      componentes).                                           *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

       01 WS-SALIDAS          PIC 9(6).
       01 WS-UNID-LOTE        PIC 9(10).
       01 WS-RESTA-LOTE       PIC 9(10).
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
           MOVE "reporte-lote" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-lote.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "VENTAS POR LOTE"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Salidas " WS-SALIDAS " Unidades " WS-UNID-LOTE
               " Quedan " WS-RESTA-LOTE LINE 21 POSITION 5.
           DISPLAY "Detalle en rep-lote.txt" LINE 22 POSITION 5.
