       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-transito.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                TRASLADOS EN TRANSITO                         *
      *                                                              *
      * Descripcion: Barre transito.dat (traslado-sucursal y         *
      *              consolida-sucursal) y lista primero los         *
      *              traslados entre sucursales que siguen sin       *
      *              recibir, con sus dias en transito y su valor    *
      *              al costo del envio, por sucursal de origen y    *
      *              numero de documento. Luego, en el rango de      *
      *              fechas de recepcion pedido, las lineas que      *
      *              llegaron con diferencia: el faltante valorado   *
      *              es la merma en transito. Resultado en           *
      *              rep-transito.txt.                               *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TTR ASSIGN TO "../Articulos/transito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TTR.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-transito.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Una linea por articulo trasladado (ver traslado-sucursal).
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
              88 TT-EN-TRANSITO     VALUE "T".
              88 TT-RECIBIDO        VALUE "R".
              88 TT-CON-DIFERENCIA  VALUE "D".
           05 TT-FECHA-REC      PIC 9(8).
           05 TT-OPER-REC       PIC 9(10).
           05 TT-MOTIVO         PIC X(30).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-TTR           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-DIAS             PIC 9(5).
       01 WS-DIAS-MAX         PIC 9(5) VALUE 0.
       01 WS-UNIDADES         PIC 9(10).
       01 WS-VALOR-MOV        PIC 9(14)V99.

      * Totales de lo que sigue en transito.
       01 WS-TRANS-LINEAS     PIC 9(6) VALUE 0.
       01 WS-TRANS-UNIDADES   PIC 9(12) VALUE 0.
       01 WS-TRANS-VALOR      PIC 9(16)V99 VALUE 0.

      * Totales de las diferencias de recepcion del periodo.
       01 WS-DIF-LINEAS       PIC 9(6) VALUE 0.
       01 WS-FALTANTE-UNID    PIC 9(12) VALUE 0.
       01 WS-FALTANTE-VALOR   PIC 9(16)V99 VALUE 0.
       01 WS-SOBRANTE-UNID    PIC 9(12) VALUE 0.

      * Campos editados para el reporte.
       01 WS-CANT-ED          PIC Z(9)9.
       01 WS-REC-ED           PIC Z(9)9.
       01 WS-DIAS-ED          PIC Z(4)9.
       01 WS-VALOR-ED         PIC Z(13)9.99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- TRASLADOS EN TRANSITO -----".
           DISPLAY "Diferencias recibidas desde (AAAAMMDD, 0=todo): ".
           MOVE 0 TO WS-DESDE.
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy) : ".
           MOVE 0 TO WS-HASTA.
           ACCEPT WS-HASTA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WS-HASTA = 0
              MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF.
           OPEN INPUT ARCHIVO-TTR.
           IF WS-FS-TTR NOT = "00"
              DISPLAY "No hay traslados registrados. FS = " WS-FS-TTR
              MOVE "REPORTE-TRANSITO" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/transito.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-TTR TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "TRASLADOS ENTRE SUCURSALES EN TRANSITO" TO
               LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FECHA DE CORTE: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- SIN RECIBIR --" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   ORIG-NUMERO LIN DEST ENVIADO  DIAS "
               "ARTICULO                        CANTIDAD"
               "      VALOR AL COSTO"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM BARRER-EN-TRANSITO.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-TRANS-VALOR TO WS-VALOR-ED.
           STRING "   LINEAS: " WS-TRANS-LINEAS
               "  UNIDADES: " WS-TRANS-UNIDADES
               "  VALOR: " WS-VALOR-ED
               "  MAS ANTIGUO: " WS-DIAS-MAX " DIAS"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- RECIBIDOS CON DIFERENCIA (MERMA EN TRANSITO) --"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   PERIODO DE RECEPCION: " WS-DESDE " A " WS-HASTA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM BARRER-DIFERENCIAS.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-FALTANTE-VALOR TO WS-VALOR-ED.
           STRING "   LINEAS: " WS-DIF-LINEAS
               "  FALTANTE: " WS-FALTANTE-UNID
               "  SOBRANTE: " WS-SOBRANTE-UNID
               "  MERMA EN TRANSITO AL COSTO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-transito" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-transito.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-TTR.
           DISPLAY "En transito: " WS-TRANS-LINEAS " lineas, el mas"
               " antiguo de " WS-DIAS-MAX " dias.".
           DISPLAY "Merma en transito del periodo: " WS-FALTANTE-VALOR.
           DISPLAY "Reporte generado en rep-transito.txt".
           GOBACK.

      * Lineas en estado T: su antiguedad se cuenta desde la fecha
      * de envio hasta hoy.
       BARRER-EN-TRANSITO.
           MOVE LOW-VALUES TO TT-CLAVE.
           START ARCHIVO-TTR KEY IS NOT LESS THAN TT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TTR
           END-START.
           IF WS-FS-TTR = "00"
              PERFORM READ-SIGUIENTE-TTR
              PERFORM UNTIL WS-FS-TTR NOT = "00"
                 IF TT-EN-TRANSITO
                    PERFORM LISTAR-EN-TRANSITO
                 END-IF
                 PERFORM READ-SIGUIENTE-TTR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-TTR.

       LISTAR-EN-TRANSITO.
           MOVE 0 TO WS-DIAS.
           IF TT-FECHA-ENV > 0 AND TT-FECHA-ENV < WS-FECHA-HOY
              COMPUTE WS-DIAS =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                  - FUNCTION INTEGER-OF-DATE(TT-FECHA-ENV)
           END-IF.
           IF WS-DIAS > WS-DIAS-MAX
              MOVE WS-DIAS TO WS-DIAS-MAX
           END-IF.
           COMPUTE WS-VALOR-MOV = TT-CANT-ENV * TT-COSTO-UNIT.
           ADD 1 TO WS-TRANS-LINEAS.
           ADD TT-CANT-ENV TO WS-TRANS-UNIDADES.
           ADD WS-VALOR-MOV TO WS-TRANS-VALOR.
           MOVE TT-CANT-ENV TO WS-CANT-ED.
           MOVE WS-DIAS TO WS-DIAS-ED.
           MOVE WS-VALOR-MOV TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   " TT-SUC-ORIGEN "-" TT-NUMERO "   " TT-LINEA
               "  " TT-SUC-DESTINO "  " TT-FECHA-ENV WS-DIAS-ED " "
               TT-CODART(1:30) WS-CANT-ED " " WS-VALOR-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

      * Lineas recibidas con diferencia en el periodo: lo que falto
      * contra lo enviado, al costo del envio, es merma en transito;
      * lo que sobro solo se cuenta.
       BARRER-DIFERENCIAS.
           MOVE LOW-VALUES TO TT-CLAVE.
           START ARCHIVO-TTR KEY IS NOT LESS THAN TT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TTR
           END-START.
           IF WS-FS-TTR = "00"
              PERFORM READ-SIGUIENTE-TTR
              PERFORM UNTIL WS-FS-TTR NOT = "00"
                 IF TT-CON-DIFERENCIA
                    AND TT-FECHA-REC >= WS-DESDE
                    AND TT-FECHA-REC <= WS-HASTA
                    PERFORM LISTAR-DIFERENCIA
                 END-IF
                 PERFORM READ-SIGUIENTE-TTR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-TTR.

       LISTAR-DIFERENCIA.
           ADD 1 TO WS-DIF-LINEAS.
           MOVE 0 TO WS-VALOR-MOV.
           IF TT-CANT-REC < TT-CANT-ENV
              COMPUTE WS-UNIDADES = TT-CANT-ENV - TT-CANT-REC
              COMPUTE WS-VALOR-MOV = WS-UNIDADES * TT-COSTO-UNIT
              ADD WS-UNIDADES TO WS-FALTANTE-UNID
              ADD WS-VALOR-MOV TO WS-FALTANTE-VALOR
           ELSE
              COMPUTE WS-UNIDADES = TT-CANT-REC - TT-CANT-ENV
              ADD WS-UNIDADES TO WS-SOBRANTE-UNID
           END-IF.
           MOVE TT-CANT-ENV TO WS-CANT-ED.
           MOVE TT-CANT-REC TO WS-REC-ED.
           MOVE WS-VALOR-MOV TO WS-VALOR-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   " TT-SUC-ORIGEN "-" TT-NUMERO "   " TT-LINEA
               "  " TT-SUC-DESTINO " REC " TT-FECHA-REC " "
               TT-CODART(1:30) " ENV" WS-CANT-ED " REC" WS-REC-ED
               " FALTANTE $" WS-VALOR-ED " OPER " TT-OPER-REC
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-TTR.
           READ ARCHIVO-TTR NEXT RECORD
               AT END MOVE "10" TO WS-FS-TTR
           END-READ.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
           STRING WS-FECHA-EXC " " WS-HORA-EXC
               " PROGRAMA=" WS-EXC-PROGRAMA
               " ARCHIVO=" WS-EXC-ARCHIVO
               " FS=" WS-EXC-FS
               DELIMITED BY SIZE
               INTO EXCIO-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-EXCIO.
           IF WS-FS-EXC NOT = "00"
               OPEN OUTPUT ARCHIVO-EXCIO
           END-IF.
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.
