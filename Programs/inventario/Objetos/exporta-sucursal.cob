      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Los traslados a otra sucursal despachados  *
      *      hoy (transito.dat) viajan como lineas X, y el trailer   *
      *      agrega su conteo (X=) al final, donde                   *
      *      consolida-sucursal lo lee sin alterar las posiciones    *
      *      de V y K.                                               *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-TTR ASSIGN TO "../Articulos/transito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TTR.
           SELECT ARCHIVO-SUC ASSIGN TO "sucursal.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUC.
           05 KDX-ESTACION   PIC 9(4).
           05 KDX-SUCURSAL   PIC 9(2).

      * Traslados a otra sucursal (traslado-sucursal); solo se
      * usan la clave y la fecha de envio, el resto viaja tal cual.
       FD  ARCHIVO-TTR.
       01  TTRDATA.
           05 TT-CLAVE.
              07 TT-SUC-ORIGEN  PIC 9(2).
              07 TT-NUMERO      PIC 9(6).
              07 TT-LINEA       PIC 9(3).
           05 FILLER            PIC X(154).
           05 TT-FECHA-ENV      PIC 9(8).
           05 FILLER            PIC X(67).

       FD  ARCHIVO-SUC.
       01  SUC-LINEA         PIC 9(2).

      * Linea del archivo de traspaso: un tipo (H/V/K/X/T) y el
      * volcado del registro.
       FD  ARCHIVO-TRF.
       01  TRF-LINEA.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SUC           PIC XX.
       01 WS-FS-TRF           PIC XX.
       01 WS-FS-TTR           PIC XX.
       01 WS-RUTA-TRF         PIC X(40).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-SUCURSAL         PIC 9(2) VALUE 0.
       01 WS-CONT-VTA         PIC 9(8) VALUE 0.
       01 WS-CONT-KDX         PIC 9(8) VALUE 0.
       01 WS-CONT-TTR         PIC 9(8) VALUE 0.
       01 WS-TOT-VENDIDO      PIC 9(14)V99 VALUE 0.

       PROCEDURE DIVISION.
           WRITE TRF-LINEA.
           PERFORM EXPORTAR-VENTAS.
           PERFORM EXPORTAR-KARDEX.
           PERFORM EXPORTAR-TRASLADOS.
           MOVE SPACES TO TRF-LINEA.
           MOVE "T" TO TRF-TIPO.
           STRING "V=" WS-CONT-VTA " K=" WS-CONT-KDX
               " TOTAL=" WS-TOT-VENDIDO " X=" WS-CONT-TTR
               DELIMITED BY SIZE INTO TRF-DATOS
           END-STRING.
           WRITE TRF-LINEA.
           CLOSE ARCHIVO-TRF.
           DISPLAY "Exportados " WS-CONT-VTA " registros de venta y "
               WS-CONT-KDX " de kardex.".
           DISPLAY "Traslados a otra sucursal: " WS-CONT-TTR
               " lineas.".
           DISPLAY "Archivo en " WS-RUTA-TRF(1:28).
           GOBACK.

           END-IF.
           CLOSE ARCHIVO-KARDEX.

      * Las lineas de traslado que esta tienda despacho hoy viajan
      * en el extracto para que la tienda destino las reciba en
      * consolida-sucursal.
       EXPORTAR-TRASLADOS.
           OPEN INPUT ARCHIVO-TTR.
           IF WS-FS-TTR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TT-CLAVE.
           MOVE WS-SUCURSAL TO TT-SUC-ORIGEN.
           START ARCHIVO-TTR KEY IS NOT LESS THAN TT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TTR
           END-START.
           IF WS-FS-TTR = "00"
              PERFORM READ-SIGUIENTE-TTR
              PERFORM UNTIL WS-FS-TTR NOT = "00"
                 IF TT-SUC-ORIGEN NOT = WS-SUCURSAL
                    MOVE "10" TO WS-FS-TTR
                 ELSE
                    IF TT-FECHA-ENV = WS-FECHA-HOY
                       MOVE SPACES TO TRF-LINEA
                       MOVE "X" TO TRF-TIPO
                       MOVE TTRDATA TO TRF-DATOS
                       WRITE TRF-LINEA
                       ADD 1 TO WS-CONT-TTR
                    END-IF
                    PERFORM READ-SIGUIENTE-TTR
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-TTR.

       READ-SIGUIENTE-TTR.
           READ ARCHIVO-TTR NEXT RECORD
               AT END MOVE "10" TO WS-FS-TTR
           END-READ.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
