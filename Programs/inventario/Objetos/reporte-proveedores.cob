      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - Registro de proveedor con el perfil de     *
      *      retenciones (regimen, FTE/IVA/ICA y concepto).          *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

           05 PRV-CONTACTO   PIC X(30).
           05 PRV-TEL1       PIC X(10).
           05 PRV-TEL2       PIC X(10).
           05 PRV-REGIMEN    PIC X.
              88 PRV-RESP-IVA VALUE "R".
              88 PRV-NO-RESP  VALUE "N".
           05 PRV-RET-FTE    PIC X.
           05 PRV-RET-IVA    PIC X.
           05 PRV-RET-ICA    PIC X.
           05 PRV-CONCEPTO   PIC X(4).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE PIC X(120).
       01 WS-CANT-GRUPO       PIC 9(6).
       01 WS-TOTAL-ART        PIC 9(6) VALUE 0.
       01 WS-SIN-PROV         PIC 9(6) VALUE 0.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-PRV.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-proveedores" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-prov.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PROVEEDORES"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Reporte generado en rep-prov.txt".
      * Se devuelve el control: estos programas corren tambien como
      * pasos del cierre de dia, que necesita seguir con el paso
