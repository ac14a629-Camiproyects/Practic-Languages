      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Registro de proveedor con el perfil de     *
      *      retenciones (regimen, FTE/IVA/ICA y concepto).          *
      * Mod: 15-10-2026 - La orden de compra trae su moneda.         *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

              88 OC-CERRADA  VALUE "C".
           05 OC-OPER        PIC 9(10).
           05 OC-LINEAS      PIC 9(4).
           05 OC-MONEDA      PIC X(3).

       FD ARCHIVO-OCD.
       01 OCDDATA.
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
       01  LINEA-REPORTE     PIC X(160).
              10 TP-CORTAS     PIC 9(6).
              10 TP-DIAS-SUM   PIC 9(8).
              10 TP-DIAS-CNT   PIC 9(6).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
              WRITE LINEA-REPORTE
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-provdesemp" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-provdesemp.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       ESCRIBIR-UN-PROVEEDOR.
           MOVE SPACES TO PRV-RAZSOC.
