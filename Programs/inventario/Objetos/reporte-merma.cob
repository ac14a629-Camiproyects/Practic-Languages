      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Las salidas de consumo interno (kardex     *
      *      CONSUMO) no cuentan como merma: se informan aparte en   *
      *      una linea final con su total al costo; el detalle por   *
      *      departamento esta en rep-consumo-interno.txt.           *
      * Mod: 15-10-2026 - Los faltantes al recibir traslados entre   *
      *      sucursales (transito.dat) se informan en una linea      *
      *      final como merma en transito al costo del envio; el     *
      *      detalle esta en rep-transito.txt.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-TTR ASSIGN TO "../Articulos/transito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TTR.
           SELECT ARCHIVO-REPORTE ASSIGN TO "../Articulos/rep-merma.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

      * Traslados entre sucursales (ver traslado-sucursal).
       FD  ARCHIVO-TTR.
       01  TTRDATA.
           05 TT-CLAVE.
              07 TT-SUC-ORIGEN  PIC 9(2).
              07 TT-NUMERO      PIC 9(6).
              07 TT-LINEA       PIC 9(3).
           05 TT-SUC-DESTINO    PIC 9(2).
           05 TT-CODART         PIC X(120).
           05 TT-CANT-ENV       PIC 9(10).
           05 TT-CANT-REC       PIC 9(10).
           05 TT-COSTO-UNIT     PIC 9(10)V99.
           05 TT-FECHA-ENV      PIC 9(8).
           05 TT-HORA-ENV       PIC 9(8).
           05 TT-OPER-ENV       PIC 9(10).
           05 TT-ESTADO         PIC X.
              88 TT-CON-DIFERENCIA  VALUE "D".
           05 TT-FECHA-REC      PIC 9(8).
           05 TT-OPER-REC       PIC 9(10).
           05 TT-MOTIVO         PIC X(30).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       01 WS-HALLADO          PIC X.
       01 WS-NUM-CATS         PIC 9(2) VALUE 0.
       01 WS-NUM-TIPOS        PIC 9(2) VALUE 0.
      * Consumo interno del periodo: se informa aparte, no es merma.
       01 WS-CONSUMO-VALOR    PIC 9(16)V99 VALUE 0.
       01 WS-CONSUMO-MOVS     PIC 9(6) VALUE 0.
      * Faltantes al recibir traslados entre sucursales: merma en
      * transito, valorada al costo del envio.
       01 WS-FS-TTR           PIC XX.
       01 WS-TRANSITO-VALOR   PIC 9(16)V99 VALUE 0.
       01 WS-TRANSITO-LINEAS  PIC 9(6) VALUE 0.

      * Totales por categoria y por tipo de movimiento.
       01 TABLA-CATS.
           05 TT-ENTRADA OCCURS 10 TIMES.
              10 TT-TIPO     PIC X(8).
              10 TT-VALOR    PIC 9(16)V99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONSUMO INTERNO (NO ES MERMA, VER "
               "rep-consumo-interno.txt): MOVIMIENTOS: "
               WS-CONSUMO-MOVS "  AL COSTO: " WS-CONSUMO-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM BARRER-TRANSITO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MERMA EN TRANSITO ENTRE SUCURSALES (DETALLE EN "
               "rep-transito.txt): LINEAS: " WS-TRANSITO-LINEAS
               "  AL COSTO: " WS-TRANSITO-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-merma" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-merma.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-ART.
           DISPLAY "Merma total al costo: " WS-TOTAL-VALOR.
      * Solo los negativos que no son venta: AJUSTE hacia abajo,
      * MERMA de vencidos y DEV-PROV. Las salidas por venta
      * (SALIDA, SAL-KIT) son negocio normal y quedan por fuera.
      * El consumo interno (CONSUMO) es uso autorizado de la tienda:
      * no entra a la merma, solo se totaliza para la nota final.
       BARRER-KARDEX.
           MOVE LOW-VALUES TO KDX-CLAVE.
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KDX-CLAVE
                         OR KDX-TIPO = "DEV-PROV")
                    PERFORM ACUMULAR-MERMA
                 END-IF
                 IF KDX-CANTIDAD < 0
                    AND KDX-FECHA >= WS-DESDE
                    AND KDX-FECHA <= WS-HASTA
                    AND KDX-TIPO = "CONSUMO"
                    PERFORM ACUMULAR-CONSUMO
                 END-IF
                 PERFORM READ-SIGUIENTE-KDX
              END-PERFORM
           END-IF.
           PERFORM ACUMULAR-POR-CATEGORIA.
           PERFORM ACUMULAR-POR-TIPO.

      * Lineas de traslado recibidas en el periodo con menos de lo
      * enviado. No pasan por el kardex de la tienda que recibe
      * (solo entra lo que llego), por eso se leen de transito.dat.
       BARRER-TRANSITO.
           OPEN INPUT ARCHIVO-TTR.
           IF WS-FS-TTR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TT-CLAVE.
           START ARCHIVO-TTR KEY IS NOT LESS THAN TT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TTR
           END-START.
           IF WS-FS-TTR = "00"
              PERFORM READ-SIGUIENTE-TTR
              PERFORM UNTIL WS-FS-TTR NOT = "00"
                 IF TT-CON-DIFERENCIA
                    AND TT-CANT-REC < TT-CANT-ENV
                    AND TT-FECHA-REC >= WS-DESDE
                    AND TT-FECHA-REC <= WS-HASTA
                    ADD 1 TO WS-TRANSITO-LINEAS
                    COMPUTE WS-VALOR-MOV =
                        (TT-CANT-ENV - TT-CANT-REC) * TT-COSTO-UNIT
                    ADD WS-VALOR-MOV TO WS-TRANSITO-VALOR
                 END-IF
                 PERFORM READ-SIGUIENTE-TTR
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-TTR.

       READ-SIGUIENTE-TTR.
           READ ARCHIVO-TTR NEXT RECORD
               AT END MOVE "10" TO WS-FS-TTR
           END-READ.

       ACUMULAR-CONSUMO.
           COMPUTE WS-UNIDADES = 0 - KDX-CANTIDAD.
           MOVE KDX-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE 0 TO PRECOM
           END-READ.
           COMPUTE WS-VALOR-MOV = WS-UNIDADES * PRECOM.
           ADD 1 TO WS-CONSUMO-MOVS.
           ADD WS-VALOR-MOV TO WS-CONSUMO-VALOR.

       ACUMULAR-POR-CATEGORIA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
