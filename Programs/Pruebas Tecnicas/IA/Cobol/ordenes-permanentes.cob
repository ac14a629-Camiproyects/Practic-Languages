      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      Data-Master.dat queda en el diario de recuperacion      *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - La orden solo debita contra el saldo       *
      *      disponible de la cuenta origen (SALDO menos embargos    *
      *      activos de Embargos.dat); si no alcanza falla con       *
      *      SALDO INSUFICIENTE.                                     *
      * Mod: 15-10-2026 - Cada orden ejecutada cobra el GMF (4 por   *
      *      mil) a la cuenta origen como movimiento GMF propio; la  *
      *      cuenta exenta del titular no paga hasta el tope         *
      *      mensual.                                                *
      * Mod: 15-10-2026 - La corrida solo se hace en dia habil; la   *
      *      orden cuyo dia cae en sabado, domingo o festivo se      *
      *      ejecuta el siguiente dia habil, o el anterior si ese    *
      *      ya es del mes siguiente.                                *
      * Mod: 15-10-2026 - El abono al destino de la orden cobra sus  *
      *      comisiones pendientes en Comisiones-Pend.dat; el        *
      *      reverso al origen no las cobra.                         *
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

              SELECT ARCHIVO-ORD ASSIGN TO "Ordenes-Permanentes.dat"
                     ORGANIZATION IS INDEXED
                     RECORD KEY IS OP-NUMERO
                     FILE STATUS IS FS-OR.

      * Embargos judiciales de Procesamiento_de_datos: el debito
      * solo va contra el saldo disponible.
              SELECT ARCHIVO-EMBARGO ASSIGN TO "Embargos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS EMB-CLAVE
                     FILE STATUS IS FS-EM.

              SELECT CONTADOR-OP ASSIGN TO "Contador-OP.dat"
                     ORGANIZATION IS SEQUENTIAL
                     ACCESS MODE  IS SEQUENTIAL
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-RE.

      * Cuenta exenta de GMF por cliente (una sola por NUMDOC-TIT)
      * con lo acumulado exento en el mes, y el tope mensual.
              SELECT ARCHIVO-GMF-EXE ASSIGN TO "GMF-Exentas.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS GE-NUMDOC
                     FILE STATUS IS FS-GE.

              SELECT ARCHIVO-GMF-TOPE ASSIGN TO "gmf-tope.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-GT.

      * Calendario de festivos del arbol de inventario (programa
      * festivos): el dia habil es de lunes a viernes sin festivo.
              SELECT ARCHIVO-FES
                     ASSIGN TO "../../../inventario/festivos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS FE-FECHA
                     FILE STATUS IS FS-FE.

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
              88 ORD-ACTIVA VALUE "S".
           05 OP-ULT-MES PIC 9(6).

       FD ARCHIVO-GMF-EXE.
       01 REG-GMF-EXENTA.
           05 GE-NUMDOC      PIC 9(13).
           05 GE-CUENTA      PIC 9(10).
           05 GE-MES         PIC 9(6).
           05 GE-ACUMULADO   PIC 9(15).
       FD ARCHIVO-GMF-TOPE.
       01 GMF-TOPE-LINEA     PIC 9(15).

       FD ARCHIVO-EMBARGO.
       01 REG-EMBARGO.
           05 EMB-CLAVE.
              10 EMB-CUENTA  PIC 9(10).
              10 EMB-SEC     PIC 9(4).
           05 EMB-MONTO      PIC 9(13).
           05 EMB-OFICIO     PIC X(20).
           05 EMB-MOTIVO     PIC X(40).
           05 EMB-FECHA      PIC 9(8).
           05 EMB-ESTADO     PIC X.
              88 EMB-ACTIVO   VALUE "A".
              88 EMB-LIBERADO VALUE "L".
           05 EMB-FEC-LIB    PIC 9(8).
           05 EMB-AUTORIZA   PIC 9(10).

      * Calendario de festivos compartido (programa festivos).
       FD ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FILLER         PIC X(20).

       FD CONTADOR-OP.
       01 REG-CONTADOR.
           05 ULT-NUM          PIC 9(6).
       FD ARCHIVO-REPORTE.
       01 LINEA-REPORTE        PIC X(120).

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
       01 FS-OR     PIC XX.
       01 FS-CO     PIC XX.
       01 FS-LM     PIC XX.
       01 FS-RE     PIC XX.
       01 FS-EM             PIC XX.
       01 FS-GE             PIC XX.
       01 FS-GT             PIC XX.
       01 FS-FE             PIC XX.
       01 WS-FES-ABIERTO    PIC X VALUE "N".
       01 WS-FECHA-HABIL    PIC 9(8).
       01 WS-INT-HABIL      PIC 9(7).
       01 WS-COC-SEMANA     PIC 9(7).
       01 WS-DIA-SEMANA     PIC 9.
       01 WS-ES-HABIL       PIC X.
      * GMF (4 por mil) del debito en curso: base, parte exenta e
      * impuesto; el tope mensual exento va en pesos.
       01 WS-GMF-BASE       PIC 9(13).
       01 WS-GMF-EXENTO     PIC 9(13).
       01 WS-GMF            PIC 9(13).
       01 WS-GMF-TOPE       PIC 9(15) VALUE 17429650.
       01 WS-GMF-CUPO       PIC 9(15).
       01 WS-GMF-NUMDOC     PIC 9(13).
       01 WS-GMF-MONTO-AUX  PIC 9(13).
       01 WS-GMF-FECHA.
           05 WS-GMF-MES    PIC 9(6).
           05 FILLER        PIC 9(2).
       01 WS-EMB-RETENIDO   PIC 9(15).
       01 WS-DISPONIBLE     PIC 9(15).
       01 MANEJO.
           05 INI       PIC X VALUE SPACE.
           05 CLE       PIC X VALUE SPACES.
       01 WS-NUM-NUEVO      PIC 9(6).
       01 WS-FECHA-HOY      PIC 9(8).
       01 WS-MES-ACTUAL     PIC 9(6).
       01 WS-LIN            PIC 9(2).
       01 WS-EJECUTADAS     PIC 9(4).
       01 WS-FALLIDAS       PIC 9(4).
       01 WS-HORA-MOV       PIC 9(8).
       01 WK-ORD-CLAVE      PIC 9(6).

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
           PERFORM CLEAR-SCREEN.
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
           OPEN I-O ARCHIVO-ORD.
           IF FS-OR = "35"
              CLOSE ARCHIVO-ORD
           END-IF.
           PERFORM PANTALLA-ORD UNTIL INI = "Q".
           CLOSE ARCHIVO-MAESTRO.
           CLOSE ARCHIVO-COM-PEND.
           CLOSE ARCHIVO-ORD.
           STOP RUN.

           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES-ACTUAL.
           PERFORM ABRIR-FESTIVOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-HABIL.
           PERFORM SIGUIENTE-DIA-HABIL.
           IF WS-FECHA-HABIL NOT = WS-FECHA-HOY
              PERFORM CERRAR-FESTIVOS
              DISPLAY "Hoy no es dia habil: la corrida se hace el "
                  WS-FECHA-HABIL LINE 5 POSITION 20
              PERFORM PAUSA-ORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EJECUTADAS.
           MOVE 0 TO WS-FALLIDAS.
           OPEN OUTPUT ARCHIVO-REPORTE.
           IF FS-OR = "00"
              PERFORM LEER-SIGUIENTE-ORDEN
              PERFORM UNTIL FS-OR NOT = "00"
                 IF ORD-ACTIVA AND OP-ULT-MES < WS-MES-ACTUAL
                    PERFORM FECHA-PROGRAMADA-ORDEN
                    IF WS-FECHA-HABIL <= WS-FECHA-HOY
                       PERFORM EJECUTAR-UNA-ORDEN
                    END-IF
                 END-IF
                 PERFORM LEER-SIGUIENTE-ORDEN
              END-PERFORM
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           PERFORM CERRAR-FESTIVOS.
           DISPLAY "Ejecutadas " WS-EJECUTADAS " Fallidas "
               WS-FALLIDAS LINE 5 POSITION 20.
           DISPLAY "Detalle en rep-ordperm.txt" LINE 6 POSITION 20.
           PERFORM PAUSA-ORD.

      * Dia de ejecucion de la orden en el mes actual: el dia
      * pactado o el siguiente habil; si ese pasa al mes siguiente
      * se toma el habil anterior.
       FECHA-PROGRAMADA-ORDEN.
           COMPUTE WS-FECHA-HABIL = WS-MES-ACTUAL * 100 + OP-DIA.
           PERFORM SIGUIENTE-DIA-HABIL.
           IF WS-FECHA-HABIL(1:6) NOT = WS-MES-ACTUAL
              COMPUTE WS-FECHA-HABIL = WS-MES-ACTUAL * 100 + OP-DIA
              PERFORM ANTERIOR-DIA-HABIL
           END-IF.

       EJECUTAR-UNA-ORDEN.
           MOVE SPACES TO WS-FALLA.
           MOVE OP-NUMERO TO WK-ORD-CLAVE.
                 MOVE "ORIGEN NO ACTIVO" TO WS-FALLA
              END-IF
           END-IF.
           IF WS-FALLA = SPACES
              PERFORM CALCULAR-DISPONIBLE
              MOVE OP-MONTO TO WS-GMF-BASE
              PERFORM CALCULAR-GMF
              IF OP-MONTO + WS-GMF > WS-DISPONIBLE
                 MOVE "SALDO INSUFICIENTE" TO WS-FALLA
              END-IF
           END-IF.
           IF WS-FALLA = SPACES
              SUBTRACT OP-MONTO FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR NOT = "00"
                 MOVE "ERROR AL DEBITAR" TO WS-FALLA
              ELSE
              IF WS-FALLA = SPACES
                 ADD OP-MONTO TO SALDO
                 REWRITE REG-CUENTA
                 MOVE "R" TO WS-DIARIO-OPER
                 PERFORM DIARIO-DATA-MASTER
                 IF FS-AR NOT = "00"
                    MOVE "ERROR AL ABONAR" TO WS-FALLA
                 END-IF
              END-IF
      * Si el abono no entro, el debito del origen se reversa para
      * no dejar la transferencia a medias, igual que la manual. El
      * reverso devuelve al origen su propio dinero: no es un
      * deposito y no cobra comisiones pendientes.
              IF WS-FALLA NOT = SPACES
                 MOVE OP-ORIGEN TO NUM-CUE
                 READ ARCHIVO-MAESTRO
                    NOT INVALID KEY
                        ADD OP-MONTO TO SALDO
                        REWRITE REG-CUENTA
                        MOVE "R" TO WS-DIARIO-OPER
                        PERFORM DIARIO-DATA-MASTER
                        MOVE OP-ORIGEN TO TRX-CUENTA
                        MOVE OP-MONTO TO TRX-MONTO
                        MOVE "TRANSF-REV" TO WS-TIPO-MOV
                 MOVE OP-MONTO TO TRX-MONTO
                 MOVE "TRANSF-REC" TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
                 PERFORM COBRAR-PENDIENTES
                 MOVE OP-ORIGEN TO NUM-CUE
                 READ ARCHIVO-MAESTRO
                    INVALID KEY
                        DISPLAY "GMF NO COBRADO CUENTA " NUM-CUE
                    NOT INVALID KEY
                        PERFORM COBRAR-GMF
                 END-READ
              END-IF
           END-IF.
      * El registro de la orden pudo quedar pisado por las lecturas

      * Reposiciona sobre el registro actual tras el START (el READ
      * NEXT del bucle continuara con el siguiente).
      ****************************************************************
      * GMF (4 por mil) sobre el debito de WS-GMF-BASE de la cuenta  *
      * que este en el area. Si es la cuenta exenta del titular en   *
      * GMF-Exentas.dat, la base queda exenta hasta completar el     *
      * tope mensual (gmf-tope.cfg) y solo el exceso paga.           *
      ****************************************************************
       CALCULAR-GMF.
           MOVE 0 TO WS-GMF-EXENTO.
           MOVE NUMDOC-TIT TO WS-GMF-NUMDOC.
           ACCEPT WS-GMF-FECHA FROM DATE YYYYMMDD.
           IF NUMDOC-TIT NOT = 0
              OPEN INPUT ARCHIVO-GMF-EXE
              IF FS-GE = "00"
                 MOVE NUMDOC-TIT TO GE-NUMDOC
                 READ ARCHIVO-GMF-EXE
                     INVALID KEY
                         MOVE 0 TO GE-CUENTA
                 END-READ
                 IF GE-CUENTA = NUM-CUE
                    PERFORM CALCULAR-GMF-EXENTO
                 END-IF
                 CLOSE ARCHIVO-GMF-EXE
              END-IF
           END-IF.
           COMPUTE WS-GMF ROUNDED =
               (WS-GMF-BASE - WS-GMF-EXENTO) * 4 / 1000.

       CALCULAR-GMF-EXENTO.
           OPEN INPUT ARCHIVO-GMF-TOPE.
           IF FS-GT = "00"
              READ ARCHIVO-GMF-TOPE
                  AT END CONTINUE
                  NOT AT END
                      IF GMF-TOPE-LINEA > 0
                         MOVE GMF-TOPE-LINEA TO WS-GMF-TOPE
                      END-IF
              END-READ
              CLOSE ARCHIVO-GMF-TOPE
           END-IF.
           IF GE-MES NOT = WS-GMF-MES
              MOVE 0 TO GE-ACUMULADO
           END-IF.
           IF GE-ACUMULADO < WS-GMF-TOPE
              COMPUTE WS-GMF-CUPO = WS-GMF-TOPE - GE-ACUMULADO
              IF WS-GMF-BASE > WS-GMF-CUPO
                 MOVE WS-GMF-CUPO TO WS-GMF-EXENTO
              ELSE
                 MOVE WS-GMF-BASE TO WS-GMF-EXENTO
              END-IF
           END-IF.

      * Cobra el GMF ya calculado a la cuenta que este en el area,
      * como movimiento GMF propio, y suma lo exento al mes.
       COBRAR-GMF.
           IF WS-GMF > 0
              SUBTRACT WS-GMF FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR = "00"
                 MOVE TRX-MONTO TO WS-GMF-MONTO-AUX
                 MOVE NUM-CUE TO TRX-CUENTA
                 MOVE WS-GMF TO TRX-MONTO
                 MOVE "GMF" TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
                 MOVE WS-GMF-MONTO-AUX TO TRX-MONTO
              ELSE
                 DISPLAY "Error al cobrar el GMF de la cuenta "
                     NUM-CUE " FS = " FS-AR
              END-IF
           END-IF.
           IF WS-GMF-EXENTO = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-GMF-EXE.
           IF FS-GE = "00"
              MOVE WS-GMF-NUMDOC TO GE-NUMDOC
              READ ARCHIVO-GMF-EXE
                  INVALID KEY
                      MOVE "23" TO FS-GE
              END-READ
              IF FS-GE = "00"
                 IF GE-MES NOT = WS-GMF-MES
                    MOVE WS-GMF-MES TO GE-MES
                    MOVE 0 TO GE-ACUMULADO
                 END-IF
                 ADD WS-GMF-EXENTO TO GE-ACUMULADO
                 REWRITE REG-GMF-EXENTA
              END-IF
              CLOSE ARCHIVO-GMF-EXE
           END-IF.

      * Saldo disponible de la cuenta que este en el area: SALDO
      * menos sus embargos activos de Embargos.dat (sin el archivo
      * no hay embargos y el disponible es el SALDO).
       CALCULAR-DISPONIBLE.
           MOVE 0 TO WS-EMB-RETENIDO.
           OPEN INPUT ARCHIVO-EMBARGO.
           IF FS-EM = "00"
              MOVE NUM-CUE TO EMB-CUENTA
              MOVE 0 TO EMB-SEC
              START ARCHIVO-EMBARGO KEY IS NOT LESS THAN EMB-CLAVE
                  INVALID KEY
                      MOVE "10" TO FS-EM
              END-START
              PERFORM UNTIL FS-EM NOT = "00"
                 READ ARCHIVO-EMBARGO NEXT RECORD
                     AT END MOVE "10" TO FS-EM
                 END-READ
                 IF FS-EM = "00"
                    IF EMB-CUENTA NOT = NUM-CUE
                       MOVE "10" TO FS-EM
                    ELSE
                       IF EMB-ACTIVO
                          ADD EMB-MONTO TO WS-EMB-RETENIDO
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARCHIVO-EMBARGO
           END-IF.
           IF WS-EMB-RETENIDO >= SALDO
              MOVE 0 TO WS-DISPONIBLE
           ELSE
              COMPUTE WS-DISPONIBLE = SALDO - WS-EMB-RETENIDO
           END-IF.

       LEER-SIGUIENTE-ORDEN-POS.
           READ ARCHIVO-ORD NEXT RECORD
               AT END MOVE "10" TO FS-OR
           REWRITE REG-CONTADOR.
           CLOSE CONTADOR-OP.

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
           WRITE LIBRO-LINEA.
           CLOSE LIBRO-MOVIMIENTOS.

      ****************************************************************
      * Dia habil: de lunes a viernes y fuera del calendario de      *
      * festivos. SIGUIENTE-DIA-HABIL lleva WS-FECHA-HABIL al primer *
      * dia habil desde esa fecha (la deja igual si ya lo es).       *
      ****************************************************************
       SIGUIENTE-DIA-HABIL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HABIL) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HABIL).
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL WS-ES-HABIL = "S"
              ADD 1 TO WS-INT-HABIL
              COMPUTE WS-FECHA-HABIL =
                  FUNCTION DATE-OF-INTEGER(WS-INT-HABIL)
              PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

       ANTERIOR-DIA-HABIL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HABIL) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HABIL).
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL WS-ES-HABIL = "S"
              SUBTRACT 1 FROM WS-INT-HABIL
              COMPUTE WS-FECHA-HABIL =
                  FUNCTION DATE-OF-INTEGER(WS-INT-HABIL)
              PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

      * El residuo del entero de fecha entre 7 da 1 = lunes ...
      * 6 = sabado, 0 = domingo. Sin calendario solo cuenta el fin
      * de semana.
       VERIFICAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           DIVIDE WS-INT-HABIL BY 7 GIVING WS-COC-SEMANA
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
              MOVE "N" TO WS-ES-HABIL
              EXIT PARAGRAPH
           END-IF.
           IF WS-FES-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HABIL TO FE-FECHA.
           READ ARCHIVO-FES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-HABIL
           END-READ.
           MOVE "00" TO FS-FE.

       ABRIR-FESTIVOS.
           MOVE "N" TO WS-FES-ABIERTO.
           OPEN INPUT ARCHIVO-FES.
           IF FS-FE = "00"
              MOVE "S" TO WS-FES-ABIERTO
           END-IF.

       CERRAR-FESTIVOS.
           IF WS-FES-ABIERTO = "S"
              CLOSE ARCHIVO-FES
              MOVE "N" TO WS-FES-ABIERTO
           END-IF.

       PAUSA-ORD.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 22 POSITION 20.
           ACCEPT CLE LINE 22 POSITION 45.
           MOVE " " TO CLE.
           DISPLAY CLE LINE 1 POSITION 1 ERASE EOS.
           EXIT.

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
           MOVE "ORDENES-PERMANENTES" TO DRJ-PROGRAMA.
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
