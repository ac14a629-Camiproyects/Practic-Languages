      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - Segunda seccion con la cartera de clientes *
      *      de movimientos-cli.dat por partida abierta: cada cargo  *
      *      envejece desde su fecha, que en las cuotas de ventas a  *
      *      plazos es el vencimiento de la cuota; las cuotas que    *
      *      aun no vencen van en su propia columna (POR VENCER).    *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

               ASSIGN TO "../Usuarios/rep-cartera.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE PIC X(120).

       FD  ARCHIVO-MOV.
       01  MOVDATA.
           05 MC-CLAVE.
              07 MC-NUMDOC   PIC 9(13).
              07 MC-FECHA    PIC 9(8).
              07 MC-NUMDOCU  PIC 9(6).
           05 MC-TIPO        PIC X.
              88 MC-CARGO    VALUE "C".
              88 MC-PAGO     VALUE "P".
           05 MC-VALOR       PIC 9(10)V99.
           05 MC-DETALLE     PIC X(30).
           05 MC-APLICADO    PIC 9(10)V99.

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA PIC X(120).

       01 WS-TOT-MAS-90     PIC 9(14) VALUE 0.
       01 WS-TOT-SIN-FECHA  PIC 9(14) VALUE 0.
       01 WS-DEUDORES       PIC 9(6)  VALUE 0.
       01 WS-FS-MOV         PIC XX.
       01 WS-PENDIENTE      PIC 9(10)V99.
       01 WS-B              PIC 9.
       01 WS-CLI-ACTUAL     PIC 9(13) VALUE 0.
       01 WS-CLIENTES       PIC 9(6)  VALUE 0.
      * Columnas: 1 por vencer, 2 0-30, 3 31-60, 4 61-90, 5 mas de 90.
       01 WS-CLI-CUBETAS.
           05 WS-CLI-CUB     PIC 9(12)V99 OCCURS 5 TIMES.
       01 WS-TOT-CUBETAS.
           05 WS-TOT-CUB     PIC 9(14)V99 OCCURS 5 TIMES.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CARTERA-CLIENTES.
           CLOSE ARCHIVO-CLI.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-cartera" TO WS-ARC-PROGRAMA.
           MOVE "../Usuarios/rep-cartera.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CARTERA"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Reporte generado en rep-cartera.txt".
           GOBACK.

           END-STRING.
           WRITE LINEA-REPORTE.

      ****************************************************************
      * Cartera de clientes por partida abierta: una linea por       *
      * cliente con lo pendiente en cada columna segun los dias      *
      * desde la fecha del cargo (el vencimiento, en las cuotas).    *
      ****************************************************************
       CARTERA-CLIENTES.
           OPEN INPUT ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CARTERA DE CLIENTES POR VENCIMIENTO (MOVIMIENTOS)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "   CLIENTE        POR VENCER      0-30 DIAS     31-60 D
      -        "IAS     61-90 DIAS     MAS DE 90" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           INITIALIZE WS-CLI-CUBETAS.
           INITIALIZE WS-TOT-CUBETAS.
           MOVE 0 TO WS-CLI-ACTUAL.
           MOVE LOW-VALUES TO MC-CLAVE.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           PERFORM UNTIL WS-FS-MOV NOT = "00"
              READ ARCHIVO-MOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-MOV
                  NOT AT END
                      IF MC-CARGO AND MC-VALOR > MC-APLICADO
                         PERFORM ENVEJECER-PARTIDA
                      END-IF
              END-READ
           END-PERFORM.
           PERFORM ESCRIBIR-CLIENTE.
           CLOSE ARCHIVO-MOV.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CLIENTES: " WS-CLIENTES
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  POR VENCER: " WS-TOT-CUB(1)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  0-30 DIAS : " WS-TOT-CUB(2)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING " 31-60 DIAS : " WS-TOT-CUB(3)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING " 61-90 DIAS : " WS-TOT-CUB(4)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  MAS DE 90 : " WS-TOT-CUB(5)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       ENVEJECER-PARTIDA.
           IF MC-NUMDOC NOT = WS-CLI-ACTUAL
              PERFORM ESCRIBIR-CLIENTE
              MOVE MC-NUMDOC TO WS-CLI-ACTUAL
           END-IF.
           COMPUTE WS-PENDIENTE = MC-VALOR - MC-APLICADO.
           COMPUTE WS-INT-CARGO =
               FUNCTION INTEGER-OF-DATE(MC-FECHA).
           COMPUTE WS-DIAS = WS-INT-HOY - WS-INT-CARGO.
           EVALUATE TRUE
               WHEN WS-DIAS < 0
                   MOVE 1 TO WS-B
               WHEN WS-DIAS <= 30
                   MOVE 2 TO WS-B
               WHEN WS-DIAS <= 60
                   MOVE 3 TO WS-B
               WHEN WS-DIAS <= 90
                   MOVE 4 TO WS-B
               WHEN OTHER
                   MOVE 5 TO WS-B
           END-EVALUATE.
           ADD WS-PENDIENTE TO WS-CLI-CUB(WS-B).
           ADD WS-PENDIENTE TO WS-TOT-CUB(WS-B).

       ESCRIBIR-CLIENTE.
           IF WS-CLI-ACTUAL = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CLIENTES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   " WS-CLI-ACTUAL " " WS-CLI-CUB(1) " "
               WS-CLI-CUB(2) " " WS-CLI-CUB(3) " " WS-CLI-CUB(4) " "
               WS-CLI-CUB(5)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           INITIALIZE WS-CLI-CUBETAS.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
