       IDENTIFICATION DIVISION.
       PROGRAM-ID. comisiones-mensual.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                COMISIONES MENSUALES DE CUENTAS               *
      *                                                              *
      * Descripcion: Barrido mensual del maestro de cuentas          *
      *              (Data-Master.dat) que cobra las comisiones del  *
      *              tarifario tarifas-cuenta.cfg: cuota de manejo   *
      *              segun el estado de la cuenta, cada retiro del   *
      *              mes por encima de los retiros libres y cada     *
      *              transferencia enviada en el mes (las reversadas *
      *              no pagan). Retiros y transferencias se cuentan  *
      *              del propio Movimientos.log. Las cuentas         *
      *              bloqueadas y cerradas no se cobran. Cada cobro  *
      *              va al libro con su tipo COM-xxxxxx; lo que el   *
      *              SALDO no alcanza queda pendiente en             *
      *              Comisiones-Pend.dat y se cobra con el siguiente *
      *              deposito (o al inicio de la proxima corrida).   *
      *              El mes cobrado queda en comisiones-ctl.dat para *
      *              no cobrarlo dos veces.                          *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ARCHIVO-MAESTRO ASSIGN TO "Data-Master.dat"
                     ORGANIZATION IS INDEXED
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

              SELECT LIBRO-MOVIMIENTOS ASSIGN TO "Movimientos.log"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-LM.

              SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas-cuenta.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-TF.

      * Comisiones que el SALDO no alcanzo a cubrir: varias por
      * cuenta, con clave cuenta + consecutivo.
              SELECT ARCHIVO-COM-PEND ASSIGN TO "Comisiones-Pend.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS CP-CLAVE
                     FILE STATUS IS FS-CP.

              SELECT ARCHIVO-COM-CTL ASSIGN TO "comisiones-ctl.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-CT.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-MAESTRO.
       01 REG-CUENTA.
           05 NUM-CUE   PIC 9(10).
           05 NOMBRE    PIC X(99).
           05 SALDO     PIC 9(15).
           05 CLAVE     PIC 9(4).
           05 ESTADO-CTA PIC X.
              88 CTA-BLOQUEADA VALUE "B".
              88 CTA-CERRADA   VALUE "C".
           05 NUMDOC-TIT PIC 9(13).
       FD LIBRO-MOVIMIENTOS.
       01 LIBRO-LINEA          PIC X(120).

      * Tarifario: una linea por concepto (MANEJO-x por estado de
      * cuenta, RET-LIBRES, RETIRO, EXTRACTO, TRANSFER) y su valor.
       FD ARCHIVO-TARIFAS.
       01 REG-TARIFA.
           05 TAR-CONCEPTO     PIC X(10).
           05 TAR-VALOR        PIC 9(13).

       FD ARCHIVO-COM-PEND.
       01 REG-COM-PEND.
           05 CP-CLAVE.
              10 CP-CUENTA     PIC 9(10).
              10 CP-SEC        PIC 9(4).
           05 CP-TIPO          PIC X(10).
           05 CP-ORIGINAL      PIC 9(13).
           05 CP-MONTO         PIC 9(13).
           05 CP-FECHA         PIC 9(8).
           05 CP-ESTADO        PIC X.
              88 CP-PENDIENTE  VALUE "P".
              88 CP-COBRADA    VALUE "C".
           05 CP-FEC-COBRO     PIC 9(8).

       FD ARCHIVO-COM-CTL.
       01 COM-CTL-LINEA        PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01 FS-AR     PIC XX.
       01 FS-LM     PIC XX.
       01 FS-TF     PIC XX.
       01 FS-CP     PIC XX.
       01 FS-CT     PIC XX.
       01 WS-FECHA-MOV      PIC 9(8).
       01 WS-HORA-MOV       PIC 9(8).
       01 WS-TIPO-MOV       PIC X(10).
       01 TRX-CUENTA        PIC 9(10).
       01 TRX-MONTO         PIC 9(13).
       01 WS-HOY.
           05 WS-MES        PIC 9(6).
           05 FILLER        PIC 9(2).
       01 WS-MES-TXT        PIC X(6).
       01 WS-MES-CTL        PIC 9(6) VALUE 0.

      * Tarifario vigente; sin tarifas-cuenta.cfg valen estos.
       01 WS-TAR-RET-LIBRES PIC 9(3)  VALUE 4.
       01 WS-TAR-RETIRO     PIC 9(13) VALUE 2500.
       01 WS-TAR-EXTRACTO   PIC 9(13) VALUE 3500.
       01 WS-TAR-TRANSFER   PIC 9(13) VALUE 3000.
       01 WS-TM-USADOS      PIC 9(2).
       01 WS-TM-I           PIC 9(2).
       01 WS-TM-POS         PIC 9(2).
       01 WS-TM-BUSCA       PIC X.
       01 WS-TAR-MANEJO-TABLA.
           05 WS-TM-FILA OCCURS 10 TIMES.
              10 WS-TM-ESTADO PIC X.
              10 WS-TM-VALOR  PIC 9(13).

      * Retiros y transferencias del mes por cuenta, tomados del
      * libro en el orden en que aparecen.
       01 WS-CM-USADOS      PIC 9(4) VALUE 0.
       01 WS-CM-I           PIC 9(4).
       01 WS-CM-POS         PIC 9(4).
       01 WS-CM-CTA-TXT     PIC X(10).
       01 WS-CM-CTA-NUM     PIC 9(10).
       01 WS-CM-TIPO        PIC X(10).
       01 WS-CM-TABLA.
           05 WS-CM-FILA OCCURS 3000 TIMES.
              10 WS-CM-CUENTA  PIC 9(10).
              10 WS-CM-RETIROS PIC 9(5).
              10 WS-CM-ENVIOS  PIC 9(5).
              10 WS-CM-REVERS  PIC 9(5).
       01 WS-CM-EXCESO      PIC 9(5).

      * Comision en curso: valor, lo que alcanzo a cobrarse y lo
      * que queda pendiente.
       01 WS-COM-TIPO       PIC X(10).
       01 WS-COM-VALOR      PIC 9(13).
       01 WS-COM-COBRO      PIC 9(13).
       01 WS-COM-FALTA      PIC 9(13).
       01 WS-CP-SEC         PIC 9(4).
       01 WS-TOTAL-COBRADO  PIC 9(15) VALUE 0.
       01 WS-TOTAL-PEND     PIC 9(15) VALUE 0.
       01 WS-TOTAL-RECUP    PIC 9(15) VALUE 0.
       01 WS-CUENTAS        PIC 9(7) VALUE 0.
       01 WS-CTA-COBRADA    PIC X.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 FS-DJ              PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- COMISIONES MENSUALES DE CUENTAS -----".
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE WS-MES TO WS-MES-TXT.
           PERFORM LEER-CONTROL.
           IF WS-MES-CTL = WS-MES
              DISPLAY "Las comisiones del mes " WS-MES
                  " ya se cobraron."
              STOP RUN
           END-IF.
           PERFORM LEER-TARIFAS.
           DISPLAY "Mes a cobrar      : " WS-MES.
           DISPLAY "Retiros libres    : " WS-TAR-RET-LIBRES.
           DISPLAY "Retiro adicional  : " WS-TAR-RETIRO.
           DISPLAY "Transferencia     : " WS-TAR-TRANSFER.
           PERFORM CONTAR-LIBRO.
           OPEN I-O ARCHIVO-MAESTRO.
           IF FS-AR NOT = "00"
              DISPLAY "Error al abrir el maestro. FS = " FS-AR
              STOP RUN
           END-IF.
           OPEN I-O ARCHIVO-COM-PEND.
           IF FS-CP = "35"
              OPEN OUTPUT ARCHIVO-COM-PEND
              CLOSE ARCHIVO-COM-PEND
              OPEN I-O ARCHIVO-COM-PEND
           END-IF.
           PERFORM RECORRER-CUENTAS.
           CLOSE ARCHIVO-MAESTRO.
           CLOSE ARCHIVO-COM-PEND.
           DISPLAY "Cuentas con cobro     : " WS-CUENTAS.
           DISPLAY "Comisiones cobradas   : " WS-TOTAL-COBRADO.
           DISPLAY "Pendientes recuperadas: " WS-TOTAL-RECUP.
           DISPLAY "Quedan pendientes     : " WS-TOTAL-PEND.
           PERFORM REGISTRAR-TOTAL.
           PERFORM GRABAR-CONTROL.
           STOP RUN.

       LEER-CONTROL.
           OPEN INPUT ARCHIVO-COM-CTL.
           IF FS-CT = "00"
              READ ARCHIVO-COM-CTL
                  AT END CONTINUE
                  NOT AT END
                      IF COM-CTL-LINEA IS NUMERIC
                         MOVE COM-CTL-LINEA TO WS-MES-CTL
                      END-IF
              END-READ
              CLOSE ARCHIVO-COM-CTL
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT ARCHIVO-COM-CTL.
           MOVE WS-MES TO COM-CTL-LINEA.
           WRITE COM-CTL-LINEA.
           CLOSE ARCHIVO-COM-CTL.

      * La cuota de manejo de la cuenta activa (A, o en blanco en
      * las cuentas viejas) arranca en 12000; cada linea MANEJO-x
      * del tarifario fija o agrega la del estado x.
       LEER-TARIFAS.
           MOVE 1 TO WS-TM-USADOS.
           MOVE "A" TO WS-TM-ESTADO(1).
           MOVE 12000 TO WS-TM-VALOR(1).
           OPEN INPUT ARCHIVO-TARIFAS.
           IF FS-TF NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-TF NOT = "00"
              READ ARCHIVO-TARIFAS
                  AT END MOVE "10" TO FS-TF
                  NOT AT END
                      IF TAR-VALOR IS NUMERIC
                         PERFORM TOMAR-TARIFA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-TARIFAS.

       TOMAR-TARIFA.
           IF TAR-CONCEPTO(1:7) = "MANEJO-"
              MOVE TAR-CONCEPTO(8:1) TO WS-TM-BUSCA
              PERFORM BUSCAR-MANEJO
              IF WS-TM-POS = 0 AND WS-TM-USADOS < 10
                 ADD 1 TO WS-TM-USADOS
                 MOVE WS-TM-USADOS TO WS-TM-POS
                 MOVE WS-TM-BUSCA TO WS-TM-ESTADO(WS-TM-POS)
              END-IF
              IF WS-TM-POS > 0
                 MOVE TAR-VALOR TO WS-TM-VALOR(WS-TM-POS)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TAR-CONCEPTO
              WHEN "RET-LIBRES"
                 MOVE TAR-VALOR TO WS-TAR-RET-LIBRES
              WHEN "RETIRO    "
                 MOVE TAR-VALOR TO WS-TAR-RETIRO
              WHEN "EXTRACTO  "
                 MOVE TAR-VALOR TO WS-TAR-EXTRACTO
              WHEN "TRANSFER  "
                 MOVE TAR-VALOR TO WS-TAR-TRANSFER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       BUSCAR-MANEJO.
           MOVE 0 TO WS-TM-POS.
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-TM-USADOS OR WS-TM-POS > 0
              IF WS-TM-ESTADO(WS-TM-I) = WS-TM-BUSCA
                 MOVE WS-TM-I TO WS-TM-POS
              END-IF
           END-PERFORM.

      ****************************************************************
      * Cuenta del libro los retiros, las transferencias enviadas y *
      * las reversadas del mes de cada cuenta. Las posiciones fijas *
      * de la linea son las que arma REGISTRAR-MOVIMIENTO.          *
      ****************************************************************
       CONTAR-LIBRO.
           MOVE 0 TO WS-CM-USADOS.
           OPEN INPUT LIBRO-MOVIMIENTOS.
           IF FS-LM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-LM NOT = "00"
              READ LIBRO-MOVIMIENTOS
                  AT END MOVE "10" TO FS-LM
                  NOT AT END PERFORM CONTAR-LINEA
              END-READ
           END-PERFORM.
           CLOSE LIBRO-MOVIMIENTOS.

       CONTAR-LINEA.
           IF LIBRO-LINEA(1:6) NOT = WS-MES-TXT
              EXIT PARAGRAPH
           END-IF.
           MOVE LIBRO-LINEA(42:10) TO WS-CM-TIPO.
           IF WS-CM-TIPO NOT = "RETIRO    "
              AND WS-CM-TIPO NOT = "TRANSF-ENV"
              AND WS-CM-TIPO NOT = "TRANSF-REV"
              EXIT PARAGRAPH
           END-IF.
           MOVE LIBRO-LINEA(26:10) TO WS-CM-CTA-TXT.
           IF WS-CM-CTA-TXT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CM-CTA-TXT TO WS-CM-CTA-NUM.
           PERFORM BUSCAR-CUENTA-MES.
           IF WS-CM-POS = 0
              IF WS-CM-USADOS >= 3000
                 DISPLAY "Tabla de movimientos del mes llena."
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CM-USADOS
              MOVE WS-CM-USADOS TO WS-CM-POS
              MOVE WS-CM-CTA-NUM TO WS-CM-CUENTA(WS-CM-POS)
              MOVE 0 TO WS-CM-RETIROS(WS-CM-POS)
              MOVE 0 TO WS-CM-ENVIOS(WS-CM-POS)
              MOVE 0 TO WS-CM-REVERS(WS-CM-POS)
           END-IF.
           EVALUATE WS-CM-TIPO
              WHEN "RETIRO    "
                 ADD 1 TO WS-CM-RETIROS(WS-CM-POS)
              WHEN "TRANSF-ENV"
                 ADD 1 TO WS-CM-ENVIOS(WS-CM-POS)
              WHEN OTHER
                 ADD 1 TO WS-CM-REVERS(WS-CM-POS)
           END-EVALUATE.

       BUSCAR-CUENTA-MES.
           MOVE 0 TO WS-CM-POS.
           PERFORM VARYING WS-CM-I FROM 1 BY 1
                   UNTIL WS-CM-I > WS-CM-USADOS OR WS-CM-POS > 0
              IF WS-CM-CUENTA(WS-CM-I) = WS-CM-CTA-NUM
                 MOVE WS-CM-I TO WS-CM-POS
              END-IF
           END-PERFORM.

       RECORRER-CUENTAS.
           MOVE LOW-VALUES TO NUM-CUE.
           START ARCHIVO-MAESTRO KEY IS NOT LESS THAN NUM-CUE
               INVALID KEY
                   DISPLAY "No hay cuentas registradas."
                   MOVE "10" TO FS-AR
           END-START.
           IF FS-AR = "00"
              PERFORM LEER-SIGUIENTE-CUENTA
              PERFORM UNTIL FS-AR NOT = "00"
                 PERFORM COBRAR-CUENTA
                 MOVE "00" TO FS-AR
                 PERFORM LEER-SIGUIENTE-CUENTA
              END-PERFORM
           END-IF.

      * Primero se recupera lo pendiente de meses anteriores con el
      * saldo que haya entrado, y luego se cobran las del mes.
       COBRAR-CUENTA.
           IF CTA-BLOQUEADA OR CTA-CERRADA
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTA-COBRADA.
           PERFORM COBRAR-PENDIENTES.
           IF ESTADO-CTA = SPACE
              MOVE "A" TO WS-TM-BUSCA
           ELSE
              MOVE ESTADO-CTA TO WS-TM-BUSCA
           END-IF.
           PERFORM BUSCAR-MANEJO.
           IF WS-TM-POS = 0
              MOVE 1 TO WS-TM-POS
           END-IF.
           MOVE WS-TM-VALOR(WS-TM-POS) TO WS-COM-VALOR.
           MOVE "COM-MANEJO" TO WS-COM-TIPO.
           PERFORM CARGAR-COMISION.
           MOVE NUM-CUE TO WS-CM-CTA-NUM.
           PERFORM BUSCAR-CUENTA-MES.
           IF WS-CM-POS > 0
              IF WS-CM-RETIROS(WS-CM-POS) > WS-TAR-RET-LIBRES
                 COMPUTE WS-CM-EXCESO =
                     WS-CM-RETIROS(WS-CM-POS) - WS-TAR-RET-LIBRES
                 COMPUTE WS-COM-VALOR = WS-CM-EXCESO * WS-TAR-RETIRO
                 MOVE "COM-RETIRO" TO WS-COM-TIPO
                 PERFORM CARGAR-COMISION
              END-IF
              IF WS-CM-ENVIOS(WS-CM-POS) > WS-CM-REVERS(WS-CM-POS)
                 COMPUTE WS-CM-EXCESO =
                     WS-CM-ENVIOS(WS-CM-POS) - WS-CM-REVERS(WS-CM-POS)
                 COMPUTE WS-COM-VALOR =
                     WS-CM-EXCESO * WS-TAR-TRANSFER
                 MOVE "COM-TRANSF" TO WS-COM-TIPO
                 PERFORM CARGAR-COMISION
              END-IF
           END-IF.
           IF WS-CTA-COBRADA = "S"
              ADD 1 TO WS-CUENTAS
           END-IF.

      * Cobra WS-COM-VALOR a la cuenta en el area hasta lo que
      * alcance el SALDO; el resto queda pendiente.
       CARGAR-COMISION.
           IF WS-COM-VALOR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CTA-COBRADA.
           MOVE WS-COM-VALOR TO WS-COM-COBRO.
           IF WS-COM-COBRO > SALDO
              MOVE SALDO TO WS-COM-COBRO
           END-IF.
           IF WS-COM-COBRO > 0
              SUBTRACT WS-COM-COBRO FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR NOT = "00"
                 DISPLAY "Error al cobrar en cuenta " NUM-CUE
                     " FS = " FS-AR
                 ADD WS-COM-COBRO TO SALDO
                 MOVE 0 TO WS-COM-COBRO
              ELSE
                 ADD WS-COM-COBRO TO WS-TOTAL-COBRADO
                 MOVE NUM-CUE TO TRX-CUENTA
                 MOVE WS-COM-COBRO TO TRX-MONTO
                 MOVE WS-COM-TIPO TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
              END-IF
           END-IF.
           COMPUTE WS-COM-FALTA = WS-COM-VALOR - WS-COM-COBRO.
           IF WS-COM-FALTA > 0
              PERFORM GRABAR-PENDIENTE
           END-IF.

       GRABAR-PENDIENTE.
           MOVE 0 TO WS-CP-SEC.
           MOVE NUM-CUE TO CP-CUENTA.
           MOVE 0 TO CP-SEC.
           START ARCHIVO-COM-PEND KEY IS NOT LESS THAN CP-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CP
           END-START.
           PERFORM UNTIL FS-CP NOT = "00"
              READ ARCHIVO-COM-PEND NEXT RECORD
                  AT END MOVE "10" TO FS-CP
              END-READ
              IF FS-CP = "00"
                 IF CP-CUENTA NOT = NUM-CUE
                    MOVE "10" TO FS-CP
                 ELSE
                    MOVE CP-SEC TO WS-CP-SEC
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CP.
           ADD 1 TO WS-CP-SEC.
           MOVE NUM-CUE TO CP-CUENTA.
           MOVE WS-CP-SEC TO CP-SEC.
           MOVE WS-COM-TIPO TO CP-TIPO.
           MOVE WS-COM-VALOR TO CP-ORIGINAL.
           MOVE WS-COM-FALTA TO CP-MONTO.
           ACCEPT CP-FECHA FROM DATE YYYYMMDD.
           MOVE "P" TO CP-ESTADO.
           MOVE 0 TO CP-FEC-COBRO.
           WRITE REG-COM-PEND
              INVALID KEY
                 DISPLAY "Error al dejar pendiente la comision de "
                     NUM-CUE
              NOT INVALID KEY
                 ADD WS-COM-FALTA TO WS-TOTAL-PEND
           END-WRITE.

      * Recupera las comisiones pendientes de la cuenta en el area,
      * de la mas vieja a la mas nueva, hasta lo que alcance el
      * SALDO; cada abono va al libro con el tipo de la comision.
       COBRAR-PENDIENTES.
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
           MOVE "S" TO WS-CTA-COBRADA.
           ADD WS-COM-COBRO TO WS-TOTAL-RECUP.
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

       LEER-SIGUIENTE-CUENTA.
           READ ARCHIVO-MAESTRO NEXT RECORD
               AT END
                   MOVE "10" TO FS-AR
           END-READ.

       REGISTRAR-MOVIMIENTO.
           ACCEPT WS-FECHA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MOV  FROM TIME.
           STRING WS-FECHA-MOV " " WS-HORA-MOV
               " CUENTA=" TRX-CUENTA
               " TIPO=" WS-TIPO-MOV
               " MONTO=" TRX-MONTO
               " SALDO=" SALDO
               DELIMITED BY SIZE
               INTO LIBRO-LINEA
           END-STRING.
           OPEN EXTEND LIBRO-MOVIMIENTOS.
           IF FS-LM NOT = "00"
              OPEN OUTPUT LIBRO-MOVIMIENTOS
           END-IF.
           WRITE LIBRO-LINEA.
           CLOSE LIBRO-MOVIMIENTOS.

      * Total de control para el asiento contable del mes.
       REGISTRAR-TOTAL.
           ACCEPT WS-FECHA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MOV  FROM TIME.
           MOVE SPACES TO LIBRO-LINEA.
           STRING WS-FECHA-MOV " " WS-HORA-MOV
               " TOTAL-COMISIONES=" WS-TOTAL-COBRADO
               " RECUPERADO=" WS-TOTAL-RECUP
               " PENDIENTE=" WS-TOTAL-PEND
               " CUENTAS=" WS-CUENTAS
               DELIMITED BY SIZE
               INTO LIBRO-LINEA
           END-STRING.
           OPEN EXTEND LIBRO-MOVIMIENTOS.
           IF FS-LM NOT = "00"
              OPEN OUTPUT LIBRO-MOVIMIENTOS
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
           MOVE "COMISIONES-MENSUAL" TO DRJ-PROGRAMA.
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
