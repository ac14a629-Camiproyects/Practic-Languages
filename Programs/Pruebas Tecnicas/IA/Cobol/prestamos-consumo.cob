       IDENTIFICATION DIVISION.
       PROGRAM-ID. prestamos-consumo.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                PRESTAMOS DE CONSUMO                          *
      *                                                              *
      * Descripcion: Prestamos pequenos a titulares de cuentas de    *
      *              Data-Master.dat. Cada prestamo guarda la cuenta *
      *              vinculada, el documento del titular             *
      *              (NUMDOC-TIT), el capital, la tasa mensual en    *
      *              centesimas de punto, el plazo en meses y la     *
      *              fecha de desembolso, con su tabla de            *
      *              amortizacion de cuota fija (sistema frances)    *
      *              en Prestamos-Cuotas.dat. El desembolso abona el *
      *              SALDO de la cuenta con movimiento PREST-DESE.   *
      *              La corrida mensual debita de la cuenta cada     *
      *              cuota vencida cuando hay fondos (PREST-CUOT y   *
      *              PREST-MORA) y, si no los hay, deja la cuota en  *
      *              mora y liquida el interes de mora por los dias  *
      *              de atraso a la tasa de prestamos-mora.cfg. Da   *
      *              el estado del prestamo (rep-prestamo.txt) y la  *
      *              cartera en mora (rep-mora-prestamos.txt).       *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      Data-Master.dat queda en el diario de recuperacion      *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - El cobro de cuotas solo debita contra el   *
      *      saldo disponible (SALDO menos embargos activos de       *
      *      Embargos.dat); lo retenido deja la cuota en mora.       *
      * Mod: 15-10-2026 - El desembolso del prestamo cobra las       *
      *      comisiones pendientes de la cuenta en                   *
      *      Comisiones-Pend.dat y muestra lo cobrado.               *
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

              SELECT ARCHIVO-PRESTAMO ASSIGN TO "Prestamos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS PR-NUMERO
                     FILE STATUS IS FS-PR.

              SELECT ARCHIVO-CUOTAS ASSIGN TO "Prestamos-Cuotas.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS PC-CLAVE
                     FILE STATUS IS FS-PC.

      * Embargos judiciales de Procesamiento_de_datos: el debito
      * solo va contra el saldo disponible.
              SELECT ARCHIVO-EMBARGO ASSIGN TO "Embargos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS EMB-CLAVE
                     FILE STATUS IS FS-EM.

              SELECT CONTADOR-PR ASSIGN TO "Contador-PR.dat"
                     ORGANIZATION IS SEQUENTIAL
                     ACCESS MODE  IS SEQUENTIAL
                     FILE STATUS  IS FS-CO.

              SELECT LIBRO-MOVIMIENTOS ASSIGN TO "Movimientos.log"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-LM.

              SELECT ARCHIVO-TASA ASSIGN TO "prestamos-mora.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-TA.

              SELECT ARCHIVO-REPORTE ASSIGN TO WS-RUTA-REP
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-RE.

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
       01 REG-CUENTA.
           05 NUM-CUE   PIC 9(10).
           05 NOMBRE    PIC X(99).
           05 SALDO     PIC 9(15).
           05 CLAVE     PIC 9(4).
           05 ESTADO-CTA PIC X.
              88 CTA-BLOQUEADA VALUE "B".
              88 CTA-CERRADA   VALUE "C".
           05 NUMDOC-TIT PIC 9(13).

      * Un prestamo por registro. PR-SALDO-CAP es el capital que
      * falta por cobrar; baja con cada cuota cobrada.
       FD ARCHIVO-PRESTAMO.
       01 REG-PRESTAMO.
           05 PR-NUMERO      PIC 9(6).
           05 PR-CUENTA      PIC 9(10).
           05 PR-NUMDOC-TIT  PIC 9(13).
           05 PR-CAPITAL     PIC 9(13).
           05 PR-TASA        PIC 9(4).
           05 PR-PLAZO       PIC 9(3).
           05 PR-DESEMBOLSO  PIC 9(8).
           05 PR-CUOTA       PIC 9(13).
           05 PR-SALDO-CAP   PIC 9(13).
           05 PR-CUOTAS-MORA PIC 9(3).
           05 PR-ESTADO      PIC X.
              88 PR-VIGENTE VALUE "A".
              88 PR-PAGADO  VALUE "P".

      * Tabla de amortizacion: una cuota por registro, en el orden
      * del prestamo. PC-SALDO es el capital que queda despues de
      * pagar la cuota.
       FD ARCHIVO-CUOTAS.
       01 REG-CUOTA.
           05 PC-CLAVE.
              10 PC-PRESTAMO  PIC 9(6).
              10 PC-NUMERO    PIC 9(3).
           05 PC-VENCE        PIC 9(8).
           05 PC-VALOR        PIC 9(13).
           05 PC-INTERES      PIC 9(13).
           05 PC-CAPITAL      PIC 9(13).
           05 PC-SALDO        PIC 9(13).
           05 PC-ESTADO       PIC X.
              88 PC-PENDIENTE VALUE "P".
              88 PC-COBRADA   VALUE "G".
              88 PC-EN-MORA   VALUE "M".
           05 PC-FEC-PAGO     PIC 9(8).
           05 PC-DIAS-MORA    PIC 9(5).
           05 PC-INT-MORA     PIC 9(13).

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

       FD CONTADOR-PR.
       01 REG-CONTADOR.
           05 ULT-NUM          PIC 9(6).

       FD LIBRO-MOVIMIENTOS.
       01 LIBRO-LINEA          PIC X(120).

       FD ARCHIVO-TASA.
       01 TASA-LINEA           PIC 9(4).

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
       01 FS-PR     PIC XX.
       01 FS-PC     PIC XX.
       01 FS-CO     PIC XX.
       01 FS-LM     PIC XX.
       01 FS-TA     PIC XX.
       01 FS-RE     PIC XX.
       01 FS-EM             PIC XX.
       01 WS-EMB-RETENIDO   PIC 9(15).
       01 WS-DISPONIBLE     PIC 9(15).
       01 MANEJO.
           05 INI       PIC X VALUE SPACE.
           05 CLE       PIC X VALUE SPACES.
       01 WS-RUTA-REP       PIC X(40).
       01 WS-NUM-NUEVO      PIC 9(6).
       01 WS-FECHA-HOY      PIC 9(8).
       01 WS-INT-HOY        PIC 9(7).
       01 WS-INT-VENCE      PIC 9(7).
       01 WS-LIN            PIC 9(2).
       01 WS-TASA-MORA      PIC 9(4) VALUE 200.
       01 WS-CONFIRMA       PIC X.
      * Calculo de la cuota fija: i es la tasa mensual como
      * fraccion y el factor es (1 + i) elevado al plazo.
       01 WS-TASA-I         PIC 9V9(8).
       01 WS-FACTOR         PIC 9(6)V9(10).
       01 WS-CUOTA          PIC 9(13).
       01 WS-SALDO-CAP      PIC 9(13).
       01 WS-K              PIC 9(3).
       01 WS-FECHA-DES.
           05 WS-DES-AA     PIC 9(4).
           05 WS-DES-MM     PIC 9(2).
           05 WS-DES-DD     PIC 9(2).
       01 WS-FECHA-VEN.
           05 WS-VEN-AA     PIC 9(4).
           05 WS-VEN-MM     PIC 9(2).
           05 WS-VEN-DD     PIC 9(2).
       01 WS-MESES          PIC 9(6).
      * Corrida mensual.
       01 WS-SIN-FONDOS     PIC X.
       01 WS-CTA-OK         PIC X.
       01 WS-A-COBRAR       PIC 9(15).
       01 WS-COBRADAS       PIC 9(5).
       01 WS-MORA-NUEVAS    PIC 9(5).
       01 WS-TOTAL-COBRADO  PIC 9(15).
       01 WS-TOTAL-MORA     PIC 9(15).
       01 WS-PRES-MORA      PIC 9(3).
       01 WS-PRES-CAPITAL   PIC 9(13).
       01 WS-PRES-PENDIENTE PIC X.
       01 WK-PR-CLAVE       PIC 9(6).
      * Reportes.
       01 WS-CONSULTA       PIC 9(6).
       01 WS-RM-CUOTAS      PIC 9(3).
       01 WS-RM-VENCIDO     PIC 9(15).
       01 WS-RM-INT-MORA    PIC 9(15).
       01 WS-RM-MAS-VIEJA   PIC 9(8).
       01 WS-RM-DIAS        PIC 9(5).
       01 WS-RM-PRESTAMOS   PIC 9(5).
       01 WS-RM-TOT-VENCIDO PIC 9(15).
       01 WS-RM-TOT-MORA    PIC 9(15).
       01 WS-RM-TOT-SALDO   PIC 9(15).
       01 TRX-CUENTA        PIC 9(10).
       01 TRX-MONTO         PIC 9(13).
       01 WS-TIPO-MOV       PIC X(10).
       01 WS-FECHA-MOV      PIC 9(8).
       01 WS-HORA-MOV       PIC 9(8).

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
           OPEN I-O ARCHIVO-MAESTRO.
           IF FS-AR NOT = "00"
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
           OPEN I-O ARCHIVO-PRESTAMO.
           IF FS-PR = "35"
              CLOSE ARCHIVO-PRESTAMO
              OPEN OUTPUT ARCHIVO-PRESTAMO
              CLOSE ARCHIVO-PRESTAMO
              OPEN I-O ARCHIVO-PRESTAMO
           END-IF.
           OPEN I-O ARCHIVO-CUOTAS.
           IF FS-PC = "35"
              CLOSE ARCHIVO-CUOTAS
              OPEN OUTPUT ARCHIVO-CUOTAS
              CLOSE ARCHIVO-CUOTAS
              OPEN I-O ARCHIVO-CUOTAS
           END-IF.
           PERFORM LEER-TASA-MORA.
           PERFORM PANTALLA-PRESTAMOS UNTIL INI = "Q".
           CLOSE ARCHIVO-MAESTRO.
           CLOSE ARCHIVO-COM-PEND.
           CLOSE ARCHIVO-PRESTAMO.
           CLOSE ARCHIVO-CUOTAS.
           STOP RUN.

       PANTALLA-PRESTAMOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- PRESTAMOS DE CONSUMO -----" LINE 3
               POSITION 20.
           DISPLAY "D: Desembolsar prestamo"    LINE 5 POSITION 20.
           DISPLAY "C: Corrida mensual de cuotas"
               LINE 6 POSITION 20.
           DISPLAY "E: Estado de un prestamo"   LINE 7 POSITION 20.
           DISPLAY "M: Cartera en mora"         LINE 8 POSITION 20.
           DISPLAY "Q: Salir"                   LINE 9 POSITION 20.
           ACCEPT INI LINE 11 POSITION 20.
           EVALUATE INI
              WHEN "D"
                     PERFORM DESEMBOLSAR-PRESTAMO
              WHEN "C"
                     PERFORM CORRIDA-MENSUAL
              WHEN "E"
                     PERFORM ESTADO-PRESTAMO
              WHEN "M"
                     PERFORM CARTERA-EN-MORA
              WHEN "Q"
                     DISPLAY "ADIOS ;P"
              WHEN OTHER
                     DISPLAY "Opcion no encontrada"
           END-EVALUATE.
           EXIT.

      * La tasa de mora es mensual, en centesimas de punto (0200 =
      * 2.00% al mes); sin archivo queda la de WORKING-STORAGE.
       LEER-TASA-MORA.
           OPEN INPUT ARCHIVO-TASA.
           IF FS-TA = "00"
              READ ARCHIVO-TASA
                  AT END CONTINUE
                  NOT AT END
                      IF TASA-LINEA > 0
                         MOVE TASA-LINEA TO WS-TASA-MORA
                      END-IF
              END-READ
              CLOSE ARCHIVO-TASA
           END-IF.

      ****************************************************************
      * Desembolso: la cuenta debe estar activa y tener titular      *
      * (NUMDOC-TIT). Se calcula la cuota fija del sistema frances,  *
      * cuota = capital x i / (1 - (1 + i) ** -n), se confirma con   *
      * el operador, se abona el capital al SALDO con movimiento     *
      * PREST-DESE y se graba el prestamo con su tabla de cuotas.    *
      ****************************************************************
       DESEMBOLSAR-PRESTAMO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Cuenta:         " LINE 4 POSITION 20.
           MOVE 0 TO TRX-CUENTA.
           ACCEPT TRX-CUENTA          LINE 4 POSITION 45.
           MOVE TRX-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 DISPLAY "Cuenta no encontrada." LINE 6 POSITION 20
                 PERFORM PAUSA-PR
                 EXIT PARAGRAPH
           END-READ.
           IF CTA-BLOQUEADA OR CTA-CERRADA
              DISPLAY "La cuenta no esta activa." LINE 6 POSITION 20
              PERFORM PAUSA-PR
              EXIT PARAGRAPH
           END-IF.
           IF NUMDOC-TIT = 0
              DISPLAY "La cuenta no tiene titular registrado."
                  LINE 6 POSITION 20
              PERFORM PAUSA-PR
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titular: " NUMDOC-TIT " " NOMBRE(1:40)
               LINE 5 POSITION 20.
           DISPLAY "Capital:        " LINE 6 POSITION 20.
           MOVE 0 TO TRX-MONTO.
           ACCEPT TRX-MONTO           LINE 6 POSITION 45.
           DISPLAY "Plazo en meses: " LINE 7 POSITION 20.
           MOVE 0 TO PR-PLAZO.
           ACCEPT PR-PLAZO            LINE 7 POSITION 45.
           DISPLAY "Tasa mensual (centesimas):"
               LINE 8 POSITION 20.
           MOVE 0 TO PR-TASA.
           ACCEPT PR-TASA             LINE 8 POSITION 48.
           IF TRX-MONTO = 0 OR PR-PLAZO = 0 OR PR-TASA = 0
              DISPLAY "Capital, plazo o tasa invalidos."
                  LINE 10 POSITION 20
              PERFORM PAUSA-PR
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TASA-I = PR-TASA / 10000.
           COMPUTE WS-FACTOR = (1 + WS-TASA-I) ** PR-PLAZO.
           COMPUTE WS-CUOTA ROUNDED =
               TRX-MONTO * WS-TASA-I * WS-FACTOR / (WS-FACTOR - 1).
           DISPLAY "Cuota mensual:  " WS-CUOTA LINE 10 POSITION 20.
           DISPLAY "Confirma el desembolso (S/N):"
               LINE 11 POSITION 20.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA         LINE 11 POSITION 51.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY "Desembolso cancelado." LINE 13 POSITION 20
              PERFORM PAUSA-PR
              EXIT PARAGRAPH
           END-IF.
      * El capital entra a la cuenta por el libro de movimientos.
           ADD TRX-MONTO TO SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al abonar la cuenta. FS = " FS-AR
                  LINE 13 POSITION 20
              PERFORM PAUSA-PR
              EXIT PARAGRAPH
           END-IF.
           MOVE "PREST-DESE" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM OBTENER-NUMERO-PR.
           MOVE WS-NUM-NUEVO TO PR-NUMERO.
           MOVE TRX-CUENTA TO PR-CUENTA.
           MOVE NUMDOC-TIT TO PR-NUMDOC-TIT.
           MOVE TRX-MONTO TO PR-CAPITAL.
           MOVE TRX-MONTO TO PR-SALDO-CAP.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO PR-DESEMBOLSO.
           MOVE WS-CUOTA TO PR-CUOTA.
           MOVE 0 TO PR-CUOTAS-MORA.
           MOVE "A" TO PR-ESTADO.
           WRITE REG-PRESTAMO
              INVALID KEY
                 DISPLAY "Error: numero de prestamo ya existente."
                     LINE 13 POSITION 20
                 PERFORM PAUSA-PR
                 EXIT PARAGRAPH
           END-WRITE.
           PERFORM GENERAR-TABLA.
      * El desembolso es un deposito en la cuenta: despues de grabar
      * el prestamo (TRX-MONTO ya no se necesita) cobra lo pendiente.
           PERFORM COBRAR-PENDIENTES.
           DISPLAY "Prestamo " WS-NUM-NUEVO " desembolsado, "
               PR-PLAZO " cuotas de " WS-CUOTA
               LINE 13 POSITION 20.
           IF WS-COM-RECUP > 0
              DISPLAY "Comisiones pendientes cobradas: " WS-COM-RECUP
                  LINE 14 POSITION 20
           END-IF.
           PERFORM PAUSA-PR.

      * Tabla de amortizacion: el interes de cada cuota es el saldo
      * de capital por la tasa; el resto de la cuota amortiza. La
      * ultima cuota se ajusta para que el saldo quede en cero.
       GENERAR-TABLA.
           MOVE PR-DESEMBOLSO TO WS-FECHA-DES.
           MOVE PR-CAPITAL TO WS-SALDO-CAP.
           PERFORM GENERAR-CUOTA
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > PR-PLAZO.

       GENERAR-CUOTA.
           MOVE PR-NUMERO TO PC-PRESTAMO.
           MOVE WS-K TO PC-NUMERO.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-VEN TO PC-VENCE.
           COMPUTE PC-INTERES ROUNDED = WS-SALDO-CAP * WS-TASA-I.
           IF WS-K = PR-PLAZO OR PR-CUOTA - PC-INTERES > WS-SALDO-CAP
              MOVE WS-SALDO-CAP TO PC-CAPITAL
           ELSE
              COMPUTE PC-CAPITAL = PR-CUOTA - PC-INTERES
           END-IF.
           COMPUTE PC-VALOR = PC-CAPITAL + PC-INTERES.
           SUBTRACT PC-CAPITAL FROM WS-SALDO-CAP.
           MOVE WS-SALDO-CAP TO PC-SALDO.
           MOVE "P" TO PC-ESTADO.
           MOVE 0 TO PC-FEC-PAGO.
           MOVE 0 TO PC-DIAS-MORA.
           MOVE 0 TO PC-INT-MORA.
           WRITE REG-CUOTA
              INVALID KEY
                 DISPLAY "Error al grabar la cuota " PC-NUMERO
                     " del prestamo " PC-PRESTAMO
           END-WRITE.

      * La cuota k vence k meses despues del desembolso, el mismo
      * dia del mes (del 29 en adelante se corre al 28 para que
      * todos los meses tengan la fecha).
       CALCULAR-VENCIMIENTO.
           COMPUTE WS-MESES = WS-DES-AA * 12 + WS-DES-MM - 1 + WS-K.
           DIVIDE WS-MESES BY 12 GIVING WS-VEN-AA
               REMAINDER WS-VEN-MM.
           ADD 1 TO WS-VEN-MM.
           MOVE WS-DES-DD TO WS-VEN-DD.
           IF WS-VEN-DD > 28
              MOVE 28 TO WS-VEN-DD
           END-IF.

      ****************************************************************
      * Corrida mensual: por cada prestamo vigente recorre sus       *
      * cuotas vencidas a la fecha, de la mas antigua a la mas       *
      * nueva. Si la cuenta alcanza para la cuota mas su interes de  *
      * mora, la debita (PREST-CUOT y PREST-MORA) y la marca         *
      * cobrada; si no, la cuota y las siguientes vencidas quedan en *
      * mora con el interes liquidado por los dias de atraso. Cada   *
      * cuota se cobra una sola vez, asi que repetir la corrida no   *
      * duplica debitos: solo recalcula la mora a la fecha.          *
      ****************************************************************
       CORRIDA-MENSUAL.
           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE 0 TO WS-COBRADAS.
           MOVE 0 TO WS-MORA-NUEVAS.
           MOVE 0 TO WS-TOTAL-COBRADO.
           MOVE 0 TO WS-TOTAL-MORA.
           MOVE LOW-VALUES TO PR-NUMERO.
           START ARCHIVO-PRESTAMO KEY IS NOT LESS THAN PR-NUMERO
               INVALID KEY
                   MOVE "10" TO FS-PR
           END-START.
           IF FS-PR = "00"
              PERFORM LEER-SIGUIENTE-PR
              PERFORM UNTIL FS-PR NOT = "00"
                 IF PR-VIGENTE
                    PERFORM PROCESAR-UN-PRESTAMO
                 END-IF
                 PERFORM LEER-SIGUIENTE-PR
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PR.
           DISPLAY "Cuotas cobradas:     " WS-COBRADAS
               LINE 5 POSITION 20.
           DISPLAY "Total cobrado:       " WS-TOTAL-COBRADO
               LINE 6 POSITION 20.
           DISPLAY "Cuotas en mora:      " WS-MORA-NUEVAS
               LINE 7 POSITION 20.
           DISPLAY "Interes de mora:     " WS-TOTAL-MORA
               LINE 8 POSITION 20.
           PERFORM PAUSA-PR.

       PROCESAR-UN-PRESTAMO.
           MOVE PR-NUMERO TO WK-PR-CLAVE.
           MOVE "N" TO WS-SIN-FONDOS.
           MOVE "S" TO WS-CTA-OK.
           MOVE PR-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 DISPLAY "Cuenta del prestamo " PR-NUMERO
                     " no existe: revisar."
                 MOVE "N" TO WS-CTA-OK
           END-READ.
           IF WS-CTA-OK = "S" AND (CTA-BLOQUEADA OR CTA-CERRADA)
              MOVE "N" TO WS-CTA-OK
           END-IF.
           IF WS-CTA-OK = "S"
              PERFORM CALCULAR-DISPONIBLE
           END-IF.
           MOVE 0 TO WS-PRES-MORA.
           MOVE 0 TO WS-PRES-CAPITAL.
           MOVE "N" TO WS-PRES-PENDIENTE.
           MOVE WK-PR-CLAVE TO PC-PRESTAMO.
           MOVE 0 TO PC-NUMERO.
           START ARCHIVO-CUOTAS KEY IS NOT LESS THAN PC-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-PC
           END-START.
           IF FS-PC = "00"
              PERFORM LEER-SIGUIENTE-PC
              PERFORM UNTIL FS-PC NOT = "00"
                         OR PC-PRESTAMO NOT = WK-PR-CLAVE
                 IF NOT PC-COBRADA
                    IF PC-VENCE <= WS-FECHA-HOY
                       PERFORM PROCESAR-UNA-CUOTA
                    ELSE
                       MOVE "S" TO WS-PRES-PENDIENTE
                    END-IF
                 END-IF
                 PERFORM LEER-SIGUIENTE-PC
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PC.
      * El registro del prestamo sigue en su area: el recorrido de
      * las cuotas y de la cuenta usa otros archivos.
           SUBTRACT WS-PRES-CAPITAL FROM PR-SALDO-CAP.
           MOVE WS-PRES-MORA TO PR-CUOTAS-MORA.
           IF WS-PRES-PENDIENTE = "N" AND WS-PRES-MORA = 0
              MOVE "P" TO PR-ESTADO
           END-IF.
           REWRITE REG-PRESTAMO.
           IF FS-PR NOT = "00"
              DISPLAY "Error al actualizar el prestamo " PR-NUMERO
                  " FS = " FS-PR
           END-IF.
           MOVE "00" TO FS-PR.

       PROCESAR-UNA-CUOTA.
           COMPUTE WS-INT-VENCE =
               FUNCTION INTEGER-OF-DATE(PC-VENCE).
           MOVE 0 TO PC-DIAS-MORA.
           IF WS-INT-HOY > WS-INT-VENCE
              COMPUTE PC-DIAS-MORA = WS-INT-HOY - WS-INT-VENCE
           END-IF.
           COMPUTE PC-INT-MORA ROUNDED =
               PC-VALOR * WS-TASA-MORA * PC-DIAS-MORA / 300000.
           COMPUTE WS-A-COBRAR = PC-VALOR + PC-INT-MORA.
           IF WS-CTA-OK = "S" AND WS-SIN-FONDOS = "N"
              AND WS-DISPONIBLE >= WS-A-COBRAR
              PERFORM COBRAR-CUOTA
           ELSE
              MOVE "S" TO WS-SIN-FONDOS
              IF NOT PC-EN-MORA
                 ADD 1 TO WS-MORA-NUEVAS
              END-IF
              MOVE "M" TO PC-ESTADO
              ADD 1 TO WS-PRES-MORA
              REWRITE REG-CUOTA
           END-IF.

       COBRAR-CUOTA.
           SUBTRACT WS-A-COBRAR FROM SALDO.
           SUBTRACT WS-A-COBRAR FROM WS-DISPONIBLE.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al debitar la cuota del prestamo "
                  PC-PRESTAMO " FS = " FS-AR
              MOVE "S" TO WS-SIN-FONDOS
              MOVE "M" TO PC-ESTADO
              REWRITE REG-CUOTA
              ADD 1 TO WS-PRES-MORA
              EXIT PARAGRAPH
           END-IF.
           MOVE PR-CUENTA TO TRX-CUENTA.
           MOVE PC-VALOR TO TRX-MONTO.
           MOVE "PREST-CUOT" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           IF PC-INT-MORA > 0
              MOVE PC-INT-MORA TO TRX-MONTO
              MOVE "PREST-MORA" TO WS-TIPO-MOV
              PERFORM REGISTRAR-MOVIMIENTO
              ADD PC-INT-MORA TO WS-TOTAL-MORA
           END-IF.
           MOVE "G" TO PC-ESTADO.
           MOVE WS-FECHA-HOY TO PC-FEC-PAGO.
           REWRITE REG-CUOTA.
           ADD 1 TO WS-COBRADAS.
           ADD WS-A-COBRAR TO WS-TOTAL-COBRADO.
           ADD PC-CAPITAL TO WS-PRES-CAPITAL.

      ****************************************************************
      * Estado del prestamo: datos del prestamo y su tabla de        *
      * cuotas con lo cobrado, lo pendiente y lo que esta en mora,   *
      * en pantalla y en rep-prestamo.txt.                           *
      ****************************************************************
       ESTADO-PRESTAMO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de prestamo: " LINE 4 POSITION 20.
           MOVE 0 TO WS-CONSULTA.
           ACCEPT WS-CONSULTA           LINE 4 POSITION 45.
           MOVE WS-CONSULTA TO PR-NUMERO.
           READ ARCHIVO-PRESTAMO
              INVALID KEY
                 DISPLAY "Prestamo no encontrado." LINE 6 POSITION 20
                 PERFORM PAUSA-PR
                 EXIT PARAGRAPH
           END-READ.
           MOVE PR-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 MOVE SPACES TO NOMBRE
           END-READ.
           MOVE "rep-prestamo.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESTADO DEL PRESTAMO " PR-NUMERO
               "  CUENTA " PR-CUENTA
               "  TITULAR " PR-NUMDOC-TIT " " NOMBRE(1:40)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CAPITAL " PR-CAPITAL
               "  TASA " PR-TASA
               "  PLAZO " PR-PLAZO
               "  DESEMBOLSO " PR-DESEMBOLSO
               "  CUOTA " PR-CUOTA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALDO DE CAPITAL " PR-SALDO-CAP
               "  CUOTAS EN MORA " PR-CUOTAS-MORA
               "  ESTADO " PR-ESTADO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NRO VENCE    VALOR         INTERES       CAPITAL"
               TO LINEA-REPORTE.
           MOVE "SALDO         E PAGADA   DIAS  INT-MORA"
               TO LINEA-REPORTE(53:).
           WRITE LINEA-REPORTE.
           DISPLAY "Prestamo " PR-NUMERO " cuenta " PR-CUENTA
               " saldo capital " PR-SALDO-CAP LINE 2 POSITION 2.
           DISPLAY "Nro Vence    Valor         Estado Pagada   Mora"
               LINE 4 POSITION 2.
           MOVE 5 TO WS-LIN.
           MOVE PR-NUMERO TO PC-PRESTAMO.
           MOVE 0 TO PC-NUMERO.
           START ARCHIVO-CUOTAS KEY IS NOT LESS THAN PC-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-PC
           END-START.
           IF FS-PC = "00"
              PERFORM LEER-SIGUIENTE-PC
              PERFORM UNTIL FS-PC NOT = "00"
                         OR PC-PRESTAMO NOT = PR-NUMERO
                 IF WS-LIN > 20
                    PERFORM PAUSA-PR
                    PERFORM CLEAR-SCREEN
                    MOVE 5 TO WS-LIN
                 END-IF
                 DISPLAY PC-NUMERO " " PC-VENCE " " PC-VALOR
                     " " PC-ESTADO "      " PC-FEC-PAGO " "
                     PC-INT-MORA LINE WS-LIN POSITION 2
                 ADD 1 TO WS-LIN
                 MOVE SPACES TO LINEA-REPORTE
                 STRING PC-NUMERO " " PC-VENCE " " PC-VALOR
                     " " PC-INTERES " " PC-CAPITAL
                     " " PC-SALDO " " PC-ESTADO
                     " " PC-FEC-PAGO " " PC-DIAS-MORA
                     " " PC-INT-MORA
                     DELIMITED BY SIZE INTO LINEA-REPORTE
                 END-STRING
                 WRITE LINEA-REPORTE
                 PERFORM LEER-SIGUIENTE-PC
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PC.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "E: P PENDIENTE  G COBRADA  M EN MORA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           DISPLAY "Estado en rep-prestamo.txt" LINE 23 POSITION 2.
           PERFORM PAUSA-PR.

      ****************************************************************
      * Cartera en mora: prestamos vigentes con cuotas en mora, con  *
      * el valor vencido, el interes de mora liquidado, la cuota mas *
      * antigua y sus dias de atraso, y el saldo de capital en       *
      * riesgo. Sale en pantalla y en rep-mora-prestamos.txt.        *
      ****************************************************************
       CARTERA-EN-MORA.
           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-INT-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE 0 TO WS-RM-PRESTAMOS.
           MOVE 0 TO WS-RM-TOT-VENCIDO.
           MOVE 0 TO WS-RM-TOT-MORA.
           MOVE 0 TO WS-RM-TOT-SALDO.
           MOVE 5 TO WS-LIN.
           MOVE "rep-mora-prestamos.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CARTERA DE PRESTAMOS EN MORA AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "Prest. Cuenta     Cuotas Vencido       Dias"
               LINE 4 POSITION 2.
           MOVE LOW-VALUES TO PR-NUMERO.
           START ARCHIVO-PRESTAMO KEY IS NOT LESS THAN PR-NUMERO
               INVALID KEY
                   MOVE "10" TO FS-PR
           END-START.
           IF FS-PR = "00"
              PERFORM LEER-SIGUIENTE-PR
              PERFORM UNTIL FS-PR NOT = "00"
                 IF PR-VIGENTE AND PR-CUOTAS-MORA > 0
                    PERFORM REPORTAR-PRESTAMO-MORA
                 END-IF
                 PERFORM LEER-SIGUIENTE-PR
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PR.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PRESTAMOS EN MORA: " WS-RM-PRESTAMOS
               "  VENCIDO: " WS-RM-TOT-VENCIDO
               "  INT. MORA: " WS-RM-TOT-MORA
               "  SALDO CAPITAL: " WS-RM-TOT-SALDO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           DISPLAY "En mora " WS-RM-PRESTAMOS " vencido "
               WS-RM-TOT-VENCIDO LINE 22 POSITION 2.
           DISPLAY "Reporte en rep-mora-prestamos.txt"
               LINE 23 POSITION 2.
           PERFORM PAUSA-PR.

       REPORTAR-PRESTAMO-MORA.
           MOVE 0 TO WS-RM-CUOTAS.
           MOVE 0 TO WS-RM-VENCIDO.
           MOVE 0 TO WS-RM-INT-MORA.
           MOVE 0 TO WS-RM-MAS-VIEJA.
           MOVE PR-NUMERO TO PC-PRESTAMO.
           MOVE 0 TO PC-NUMERO.
           START ARCHIVO-CUOTAS KEY IS NOT LESS THAN PC-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-PC
           END-START.
           IF FS-PC = "00"
              PERFORM LEER-SIGUIENTE-PC
              PERFORM UNTIL FS-PC NOT = "00"
                         OR PC-PRESTAMO NOT = PR-NUMERO
                 IF PC-EN-MORA
                    ADD 1 TO WS-RM-CUOTAS
                    ADD PC-VALOR TO WS-RM-VENCIDO
                    ADD PC-INT-MORA TO WS-RM-INT-MORA
                    IF WS-RM-MAS-VIEJA = 0
                       MOVE PC-VENCE TO WS-RM-MAS-VIEJA
                    END-IF
                 END-IF
                 PERFORM LEER-SIGUIENTE-PC
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-PC.
           IF WS-RM-CUOTAS = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-VENCE =
               FUNCTION INTEGER-OF-DATE(WS-RM-MAS-VIEJA).
           MOVE 0 TO WS-RM-DIAS.
           IF WS-INT-HOY > WS-INT-VENCE
              COMPUTE WS-RM-DIAS = WS-INT-HOY - WS-INT-VENCE
           END-IF.
           ADD 1 TO WS-RM-PRESTAMOS.
           ADD WS-RM-VENCIDO TO WS-RM-TOT-VENCIDO.
           ADD WS-RM-INT-MORA TO WS-RM-TOT-MORA.
           ADD PR-SALDO-CAP TO WS-RM-TOT-SALDO.
           IF WS-LIN > 20
              PERFORM PAUSA-PR
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           DISPLAY PR-NUMERO " " PR-CUENTA " " WS-RM-CUOTAS
               "    " WS-RM-VENCIDO " " WS-RM-DIAS
               LINE WS-LIN POSITION 2.
           ADD 1 TO WS-LIN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   PRESTAMO " PR-NUMERO
               " CUENTA " PR-CUENTA
               " TITULAR " PR-NUMDOC-TIT
               " CUOTAS " WS-RM-CUOTAS
               " VENCIDO " WS-RM-VENCIDO
               " MORA " WS-RM-INT-MORA
               " DESDE " WS-RM-MAS-VIEJA
               " DIAS " WS-RM-DIAS
               " SALDO " PR-SALDO-CAP
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

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

       LEER-SIGUIENTE-PR.
           READ ARCHIVO-PRESTAMO NEXT RECORD
               AT END MOVE "10" TO FS-PR
           END-READ.

       LEER-SIGUIENTE-PC.
           READ ARCHIVO-CUOTAS NEXT RECORD
               AT END MOVE "10" TO FS-PC
           END-READ.

       OBTENER-NUMERO-PR.
           OPEN I-O CONTADOR-PR.
           IF FS-CO = "35"
              OPEN OUTPUT CONTADOR-PR
              MOVE 0 TO ULT-NUM
              WRITE REG-CONTADOR
              CLOSE CONTADOR-PR
              OPEN I-O CONTADOR-PR
           END-IF.
           READ CONTADOR-PR
              AT END
                     MOVE 0 TO ULT-NUM
           END-READ.
           ADD 1 TO ULT-NUM.
           MOVE ULT-NUM TO WS-NUM-NUEVO.
           REWRITE REG-CONTADOR.
           CLOSE CONTADOR-PR.

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
           MOVE SPACES TO LIBRO-LINEA.
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

       PAUSA-PR.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 24 POSITION 20.
           ACCEPT CLE LINE 24 POSITION 45.

       CLEAR-SCREEN.
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
           MOVE "PRESTAMOS-CONSUMO" TO DRJ-PROGRAMA.
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
