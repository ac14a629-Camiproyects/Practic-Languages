      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      Data-Master.dat queda en el diario de recuperacion      *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - El abono de nomina cobra las comisiones    *
      *      pendientes de la cuenta en Comisiones-Pend.dat, hasta   *
      *      donde alcance el SALDO.                                 *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

                     ACCESS MODE DYNAMIC
                     RECORD KEY IS NUM-CUE
                     FILE STATUS IS FS-AR.
              SELECT ARCHIVO-DIARIO ASSIGN TO
                  "../../../inventario/diario-recup.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DJ.
              SELECT ARCHIVO-DRJEST ASSIGN TO
                  "../../../inventario/Objetos/estacion.cfg"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DJ.

              SELECT ARCHIVO-NOMINA ASSIGN TO "nomina.csv"
                     ORGANIZATION IS LINE SEQUENTIAL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-LM.

      * Comisiones que el SALDO no alcanzo a cubrir (cuenta +
      * consecutivo), que se cobran con el siguiente deposito.
              SELECT ARCHIVO-COM-PEND ASSIGN TO "Comisiones-Pend.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS CP-CLAVE
                     FILE STATUS IS FS-CP.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-MAESTRO.
       FD LIBRO-MOVIMIENTOS.
       01 LIBRO-LINEA          PIC X(120).

      * Diario de recuperacion: imagen posterior de cada alta,
      * cambio o baja sobre los maestros y archivos de movimiento,
      * para reaplicarla sobre un respaldo (recupera-diario).
       FD ARCHIVO-DIARIO.
       01 DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).
       FD ARCHIVO-DRJEST.
       01 DRJEST-LINEA      PIC 9(4).

       FD ARCHIVO-COM-PEND.
       01 REG-COM-PEND.
           05 CP-CLAVE.
              10 CP-CUENTA   PIC 9(10).
              10 CP-SEC      PIC 9(4).
           05 CP-TIPO        PIC X(10).
           05 CP-ORIGINAL    PIC 9(13).
           05 CP-MONTO       PIC 9(13).
           05 CP-FECHA       PIC 9(8).
           05 CP-ESTADO      PIC X.
              88 CP-PENDIENTE VALUE "P".
              88 CP-COBRADA   VALUE "C".
           05 CP-FEC-COBRO   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-AR     PIC XX.
       01 FS-CP     PIC XX.
       01 FS-NO     PIC XX.
       01 FS-RC     PIC XX.
       01 FS-LM     PIC XX.
       01 WK-CUENTA-N         PIC 9(10).
       01 WK-MONTO-N          PIC 9(13).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 FS-DJ              PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".
      * Cobro de comisiones pendientes (ver COBRAR-PENDIENTES).
       01 WS-COM-COBRO      PIC 9(13).
       01 WS-COM-RECUP      PIC 9(15).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- ABONO MASIVO DE NOMINA -----".
              DISPLAY "Error al abrir el maestro. FS = " FS-AR
              STOP RUN
           END-IF.
           OPEN I-O ARCHIVO-COM-PEND.
           IF FS-CP = "35"
              CLOSE ARCHIVO-COM-PEND
              OPEN OUTPUT ARCHIVO-COM-PEND
              CLOSE ARCHIVO-COM-PEND
              OPEN I-O ARCHIVO-COM-PEND
           END-IF.
           OPEN INPUT ARCHIVO-NOMINA.
           OPEN OUTPUT ARCHIVO-RECHAZOS.
           MOVE "A" TO WS-FASE.
           CLOSE ARCHIVO-NOMINA.
           CLOSE ARCHIVO-RECHAZOS.
           CLOSE ARCHIVO-MAESTRO.
           CLOSE ARCHIVO-COM-PEND.
           DISPLAY "Abonos aplicados : " WS-APLICADAS " por "
               WS-VALOR-APLICADO.
           DISPLAY "Filas rechazadas : " WS-RECHAZADAS " por "
              EXIT PARAGRAPH
           END-IF.
           ADD WK-MONTO-N TO SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al abonar en cuenta " NUM-CUE
                  " FS = " FS-AR
           MOVE WK-MONTO-N TO TRX-MONTO.
           MOVE "NOMINA" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM COBRAR-PENDIENTES.

       VALIDAR-NUMERO.
           MOVE "S" TO WS-NUM-OK.
              END-IF
           END-PERFORM.

      * Recupera las comisiones pendientes de la cuenta en el area,
      * de la mas vieja a la mas nueva, hasta lo que alcance el
      * SALDO; cada abono va al libro con el tipo de la comision y
      * el total queda en WS-COM-RECUP.
       COBRAR-PENDIENTES.
           MOVE 0 TO WS-COM-RECUP.
           IF SALDO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE NUM-CUE TO CP-CUENTA.
           MOVE 0 TO CP-SEC.
           START ARCHIVO-COM-PEND KEY IS NOT LESS THAN CP-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CP
           END-START.
           PERFORM UNTIL FS-CP NOT = "00" OR SALDO = 0
              READ ARCHIVO-COM-PEND NEXT RECORD
                  AT END MOVE "10" TO FS-CP
              END-READ
              IF FS-CP = "00"
                 IF CP-CUENTA NOT = NUM-CUE
                    MOVE "10" TO FS-CP
                 ELSE
                    IF CP-PENDIENTE
                       PERFORM RECUPERAR-PENDIENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CP.

       RECUPERAR-PENDIENTE.
           MOVE CP-MONTO TO WS-COM-COBRO.
           IF WS-COM-COBRO > SALDO
              MOVE SALDO TO WS-COM-COBRO
           END-IF.
           SUBTRACT WS-COM-COBRO FROM SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al cobrar pendiente en cuenta " NUM-CUE
                  " FS = " FS-AR
              ADD WS-COM-COBRO TO SALDO
              EXIT PARAGRAPH
           END-IF.
           ADD WS-COM-COBRO TO WS-COM-RECUP.
           MOVE NUM-CUE TO TRX-CUENTA.
           MOVE WS-COM-COBRO TO TRX-MONTO.
           MOVE CP-TIPO TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           SUBTRACT WS-COM-COBRO FROM CP-MONTO.
           IF CP-MONTO = 0
              MOVE "C" TO CP-ESTADO
              ACCEPT CP-FEC-COBRO FROM DATE YYYYMMDD
           END-IF.
           REWRITE REG-COM-PEND.

       REGISTRAR-MOVIMIENTO.
           ACCEPT WS-FECHA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MOV  FROM TIME.
           END-IF.
           WRITE LIBRO-LINEA.
           CLOSE LIBRO-MOVIMIENTOS.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-DATA-MASTER.
           IF FS-AR = "00" OR FS-AR = "02"
              MOVE "DATA-MASTER" TO DRJ-ARCHIVO
              MOVE REG-CUENTA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

      * Agrega al diario de recuperacion la imagen que dejo la
      * ultima escritura (WS-DIARIO-OPER: W alta, R cambio, D baja),
      * con fecha, hora, programa y estacion de trabajo.
       REGISTRAR-DIARIO.
           IF WS-DIARIO-EST-LEIDA NOT = "S"
              MOVE "S" TO WS-DIARIO-EST-LEIDA
              OPEN INPUT ARCHIVO-DRJEST
              IF FS-DJ = "00"
                 READ ARCHIVO-DRJEST
                     NOT AT END
                         IF DRJEST-LINEA IS NUMERIC
                            MOVE DRJEST-LINEA TO WS-DIARIO-ESTACION
                         END-IF
                 END-READ
                 CLOSE ARCHIVO-DRJEST
              END-IF
           END-IF.
           ACCEPT DRJ-FECHA FROM DATE YYYYMMDD.
           ACCEPT DRJ-HORA  FROM TIME.
           MOVE "CARGA-NOMINA" TO DRJ-PROGRAMA.
           MOVE WS-DIARIO-ESTACION TO DRJ-ESTACION.
           MOVE WS-DIARIO-OPER TO DRJ-OPERACION.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF FS-DJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF FS-DJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.
