      * Mod: 03-09-2026 - El corte del efectivo esperado es desde la *
      *      hora de apertura, no solo la fecha: una segunda sesion  *
      *      del mismo dia ya no cuenta lo vendido en la anterior.   *
      * Mod: 15-10-2026 - El efectivo del cajon queda en el libro de *
      *      la boveda (boveda.log): la base de apertura y las       *
      *      entradas salen de la boveda como fondo de cambio, las   *
      *      salidas y el contado del cierre Z entran a ella.        *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               ASSIGN TO "../Articulos/cuadre-caja-pv.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUA.
           SELECT ARCHIVO-BOV ASSIGN TO "../Articulos/boveda.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BOV.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
       FD  ARCHIVO-CUAD.
       01  CUAD-LINEA        PIC X(160).

      * Libro de la boveda (misma fila que escribe el programa
      * boveda).
       FD  ARCHIVO-BOV.
       01  BOV-LINEA.
           05 BV-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 BV-HORA        PIC 9(8).
           05 FILLER         PIC X.
           05 BV-TIPO        PIC X(8).
           05 FILLER         PIC X.
           05 BV-DOCUMENTO   PIC 9(6).
           05 FILLER         PIC X.
           05 BV-VALOR       PIC 9(10)V99.
           05 FILLER         PIC X.
           05 BV-OPER        PIC 9(10).
           05 FILLER         PIC X.
           05 BV-DETALLE     PIC X(30).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       01 WS-FS-CMV           PIC XX.
       01 WS-FS-CUA           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-FS-BOV           PIC XX.
       01 WS-BOV-TIPO         PIC X(8).
       01 WS-BOV-VALOR        PIC 9(10)V99.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
              MOVE "APERTURA" TO WS-TIPO-CMOV
              MOVE "BASE INICIAL" TO WS-CONCEPTO
              PERFORM REGISTRAR-CMOV
              IF CS-BASE > 0
                 MOVE "CAMBIO" TO WS-BOV-TIPO
                 MOVE CS-BASE TO WS-BOV-VALOR
                 PERFORM REGISTRAR-BOVEDA
              END-IF
           ELSE
              DISPLAY "Error al abrir la sesion. FS = " WS-FS-CAJ
                  LINE 7 POSITION 20
           IF WS-FS-CAJ = "00"
              DISPLAY "Movimiento registrado." LINE 8 POSITION 20
              PERFORM REGISTRAR-CMOV
              IF WS-TIPO-CMOV = "ENTRADA"
                 MOVE "CAMBIO" TO WS-BOV-TIPO
              ELSE
                 MOVE "RECAUDO" TO WS-BOV-TIPO
              END-IF
              MOVE WS-VALOR-MOV TO WS-BOV-VALOR
              PERFORM REGISTRAR-BOVEDA
           ELSE
              DISPLAY "Error al grabar. FS = " WS-FS-CAJ
                  LINE 8 POSITION 20
              DISPLAY "Sesion " CS-NUMERO " cerrada." LINE 10
                  POSITION 20
              PERFORM REGISTRAR-CUADRE
              IF CS-CONTADO > 0
                 MOVE "CIERREZ" TO WS-BOV-TIPO
                 MOVE CS-CONTADO TO WS-BOV-VALOR
                 PERFORM REGISTRAR-BOVEDA
              END-IF
           ELSE
              DISPLAY "Error al cerrar. FS = " WS-FS-CAJ
                  LINE 10 POSITION 20
           WRITE CUAD-LINEA.
           CLOSE ARCHIVO-CUAD.

      * Movimiento de la sesion en el libro de la boveda.
       REGISTRAR-BOVEDA.
           MOVE SPACES TO BOV-LINEA.
           ACCEPT BV-FECHA FROM DATE YYYYMMDD.
           ACCEPT BV-HORA FROM TIME.
           MOVE WS-BOV-TIPO TO BV-TIPO.
           MOVE CS-NUMERO TO BV-DOCUMENTO.
           MOVE WS-BOV-VALOR TO BV-VALOR.
           MOVE T-NUMDOC TO BV-OPER.
           MOVE "SESION DE CAJA" TO BV-DETALLE.
           OPEN EXTEND ARCHIVO-BOV.
           IF WS-FS-BOV NOT = "00"
              OPEN OUTPUT ARCHIVO-BOV
           END-IF.
           WRITE BOV-LINEA.
           CLOSE ARCHIVO-BOV.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
