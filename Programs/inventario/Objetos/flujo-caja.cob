      * Mod: 03-09-2026 - Los archivos del banco (CDT y ordenes      *
      *      permanentes) se abren en su propia carpeta, donde los   *
      *      programas del banco los escriben.                       *
      * Mod: 15-10-2026 - Registro de cuentas por pagar con base,    *
      *      IVA y retenciones; el saldo ya viene neto.              *
      * Mod: 15-10-2026 - Registro de cuentas por pagar con moneda,  *
      *      tasa y valores en moneda extranjera.                    *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

           05 FP-ESTADO      PIC X.
              88 FP-ABIERTA  VALUE "A".
              88 FP-PAGADA   VALUE "P".
           05 FP-BASE        PIC S9(12)V99.
           05 FP-IVA         PIC S9(12)V99.
           05 FP-CONCEPTO    PIC X(4).
           05 FP-RETEFTE     PIC 9(10)V99.
           05 FP-RETEIVA     PIC 9(10)V99.
           05 FP-RETEICA     PIC 9(10)V99.
           05 FP-MONEDA      PIC X(3).
           05 FP-TASA        PIC 9(6)V99.
           05 FP-TOTAL-ME    PIC S9(12)V99.
           05 FP-SALDO-ME    PIC S9(12)V99.

       FD ARCHIVO-CDT.
       01 REG-CDT.
           05 TS-ENTRADA OCCURS 8 TIMES.
              10 TS-ENTRA    PIC S9(14)V99.
              10 TS-SALE     PIC S9(14)V99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
              WRITE LINEA-REPORTE
           END-PERFORM.
           CLOSE ARCHIVO-REPORTE.
           MOVE "flujo-caja" TO WS-ARC-PROGRAMA.
           MOVE "../rep-flujo.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CORTE=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       READ-SIGUIENTE-MOV.
           READ ARCHIVO-MOV NEXT RECORD
