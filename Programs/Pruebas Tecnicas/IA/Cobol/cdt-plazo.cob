      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      Data-Master.dat queda en el diario de recuperacion      *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - La apertura solo toma el capital del       *
      *      saldo disponible (SALDO menos embargos activos de       *
      *      Embargos.dat).                                          *
      * Mod: 15-10-2026 - La apertura cobra el GMF (4 por mil)       *
      *      sobre el capital como movimiento GMF propio, salvo la   *
      *      parte exenta de la cuenta marcada del titular.          *
      * Mod: 15-10-2026 - El vencimiento se corre al siguiente dia   *
      *      habil si cae en sabado, domingo o festivo.              *
      * Mod: 15-10-2026 - La corrida de vencimientos avisa al        *
      *      titular (cola de notificaciones del arbol de            *
      *      inventario, CDTVENCE) los CDT que vencen en los         *
      *      proximos 3 dias, una vez por CDT y solo con             *
      *      autorizacion de datos.                                  *
      * Mod: 15-10-2026 - El pago del CDT al vencimiento cobra las   *
      *      comisiones pendientes de la cuenta en                   *
      *      Comisiones-Pend.dat.                                    *
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

              SELECT ARCHIVO-CDT ASSIGN TO "CDT-Deposito.dat"
                     ORGANIZATION IS INDEXED
                     RECORD KEY IS CDT-NUMERO
                     FILE STATUS IS FS-CD.

      * Embargos judiciales de Procesamiento_de_datos: el debito
      * solo va contra el saldo disponible.
              SELECT ARCHIVO-EMBARGO ASSIGN TO "Embargos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS EMB-CLAVE
                     FILE STATUS IS FS-EM.

              SELECT CONTADOR-CDT ASSIGN TO "Contador-CDT.dat"
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

      * Avisos al titular: cola de notificaciones, su contador, la
      * autorizacion de datos y el medio de contacto del maestro de
      * clientes, todo del arbol de inventario.
              SELECT ARCHIVO-NOT ASSIGN TO WS-RUTA-NOT
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-NQ.
              SELECT ARCHIVO-NOTCTL ASSIGN TO WS-RUTA-NOTCTL
                     ORGANIZATION IS SEQUENTIAL
                     ACCESS MODE  IS SEQUENTIAL
                     FILE STATUS  IS FS-NC.
              SELECT ARCHIVO-CON ASSIGN TO WS-RUTA-CON
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS CN-CLAVE
                     FILE STATUS IS FS-CN.
              SELECT ARCHIVO-DUS ASSIGN TO "../../../data-user.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS DU-NUMDOC
                     FILE STATUS IS FS-DU.

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
              88 CDT-VIGENTE VALUE "A".
              88 CDT-PAGADO  VALUE "P".

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

      * Cola de avisos al cliente (programa notificaciones) y su
      * contador.
       FD  ARCHIVO-NOT.
       01  NOT-LINEA.
           05 NQ-NUMERO      PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-HORA        PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-CLIENTE     PIC 9(13).
           05 FILLER         PIC X.
           05 NQ-CANAL       PIC X.
           05 FILLER         PIC X.
           05 NQ-DESTINO     PIC X(100).
           05 FILLER         PIC X.
           05 NQ-PLANTILLA   PIC X(8).
           05 FILLER         PIC X.
           05 NQ-REFER       PIC 9(10).
           05 FILLER         PIC X.
           05 NQ-VARIABLES   PIC X(80).

       FD  ARCHIVO-NOTCTL.
       01  REG-NOTCTL.
           05 NOTCTL-ULT     PIC 9(8).

      * Autorizacion de datos personales (programa habeas-data).
       FD  ARCHIVO-CON.
       01  CONDATA.
           05 CN-CLAVE.
              07 CN-TIPO     PIC X.
              07 CN-NUMDOC   PIC 9(13).
           05 CN-ESTADO      PIC X.
              88 CN-OTORGADO VALUE "S".
           05 CN-FECHA       PIC 9(8).
           05 CN-CANAL       PIC X.
           05 CN-OPER        PIC 9(10).
           05 CN-FEC-MOD     PIC 9(8).

      * Vista de data-user.dat con el medio de contacto del cliente.
       FD  ARCHIVO-DUS.
       01  DU-REG.
           05 DU-NUMDOC      PIC 9(13).
           05 DU-RAZSOC      PIC X(50).
           05 DU-DIRECT      PIC X(50).
           05 DU-CIUDAD      PIC X(20).
           05 DU-CONTAC      PIC X(30).
           05 DU-TEL1        PIC X(10).
           05 DU-TEL2        PIC X(10).
           05 DU-CORREO      PIC X(100).
           05 FILLER         PIC X(13).

       FD CONTADOR-CDT.
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
       01 FS-CD     PIC XX.
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
       01 WS-FECHA-MOV      PIC 9(8).
       01 WS-HORA-MOV       PIC 9(8).
       01 WK-CDT-CLAVE      PIC 9(6).
       01 FS-NQ             PIC XX.
       01 FS-NC             PIC XX.
       01 FS-CN             PIC XX.
       01 FS-DU             PIC XX.
       01 WS-RUTA-NOT       PIC X(60)
           VALUE "../../../inventario/notificaciones.txt".
       01 WS-RUTA-NOTCTL    PIC X(60)
           VALUE "../../../inventario/notificaciones-ctl.dat".
       01 WS-RUTA-CON       PIC X(60)
           VALUE "../../../inventario/Usuarios/consentimientos.dat".
       01 WS-DIAS-AVISO     PIC 9(2) VALUE 3.
       01 WS-FECHA-AVISO    PIC 9(8).
       01 WS-AVISADOS       PIC 9(4).
      * Aviso al cliente para la cola de notificaciones.
       01 WS-NOT-CLIENTE      PIC 9(13).
       01 WS-NOT-PLANTILLA    PIC X(8).
       01 WS-NOT-REFER        PIC 9(10).
       01 WS-NOT-VARIABLES    PIC X(80).
       01 WS-NOT-CANAL        PIC X.
       01 WS-NOT-DESTINO      PIC X(100).
       01 WS-NOT-NUMERO       PIC 9(8).
       01 WS-NOT-ENCOLADO     PIC X.
       01 WS-NOT-YA           PIC X.

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
           OPEN I-O ARCHIVO-CDT.
           IF FS-CD = "35"
              CLOSE ARCHIVO-CDT
           END-IF.
           PERFORM PANTALLA-CDT UNTIL INI = "Q".
           CLOSE ARCHIVO-MAESTRO.
           CLOSE ARCHIVO-COM-PEND.
           CLOSE ARCHIVO-CDT.
           STOP RUN.

           DISPLAY "Monto del CDT:  " LINE 5 POSITION 20.
           MOVE 0 TO TRX-MONTO.
           ACCEPT TRX-MONTO           LINE 5 POSITION 45.
           PERFORM CALCULAR-DISPONIBLE.
           MOVE TRX-MONTO TO WS-GMF-BASE.
           PERFORM CALCULAR-GMF.
           IF TRX-MONTO = 0 OR TRX-MONTO + WS-GMF > WS-DISPONIBLE
              DISPLAY "Monto invalido o saldo insuficiente."
                  LINE 7 POSITION 20
              PERFORM PAUSA-CDT
           END-IF.
      * El capital sale de la cuenta al abrir el deposito.
           SUBTRACT TRX-MONTO FROM SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al debitar la cuenta. FS = " FS-AR
                  LINE 9 POSITION 20
           END-IF.
           MOVE "CDT-APERT " TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM COBRAR-GMF.
           PERFORM OBTENER-NUMERO-CDT.
           MOVE WS-NUM-NUEVO TO CDT-NUMERO.
           MOVE TRX-CUENTA TO CDT-CUENTA.
           COMPUTE WS-INT-VENCE = WS-INT-HOY + CDT-PLAZO * 30.
           COMPUTE CDT-VENCE =
               FUNCTION DATE-OF-INTEGER(WS-INT-VENCE).
           MOVE CDT-VENCE TO WS-FECHA-HABIL.
           PERFORM ABRIR-FESTIVOS.
           PERFORM SIGUIENTE-DIA-HABIL.
           PERFORM CERRAR-FESTIVOS.
           MOVE WS-FECHA-HABIL TO CDT-VENCE.
           MOVE "A" TO CDT-ESTADO.
           WRITE REG-CDT
              INVALID KEY
           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-PAGADOS.
           MOVE 0 TO WS-AVISADOS.
           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-AVISO).
           MOVE LOW-VALUES TO CDT-NUMERO.
           START ARCHIVO-CDT KEY IS NOT LESS THAN CDT-NUMERO
               INVALID KEY
              PERFORM UNTIL FS-CD NOT = "00"
                 IF CDT-VIGENTE AND CDT-VENCE <= WS-FECHA-HOY
                    PERFORM PAGAR-UN-CDT
                 ELSE
                    IF CDT-VIGENTE AND CDT-VENCE <= WS-FECHA-AVISO
                       PERFORM AVISAR-VENCIMIENTO-CDT
                    END-IF
                 END-IF
                 PERFORM LEER-SIGUIENTE-CDT
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-CD.
           DISPLAY "CDT pagados: " WS-PAGADOS LINE 5 POSITION 20.
           DISPLAY "Avisos de vencimiento en cola: " WS-AVISADOS
               LINE 6 POSITION 20.
           PERFORM PAUSA-CDT.

       PAGAR-UN-CDT.
                 EXIT PARAGRAPH
           END-READ.
           ADD WS-PAGO-TOTAL TO SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al abonar el CDT " CDT-NUMERO
                  " FS = " FS-AR
           MOVE WS-PAGO-TOTAL TO TRX-MONTO.
           MOVE "CDT-VENCE " TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM COBRAR-PENDIENTES.
      * Se relee el CDT por su clave (el area se uso para leer la
      * cuenta) y se marca pagado, reposicionando la secuencia.
           MOVE WK-CDT-CLAVE TO CDT-NUMERO.
              END-READ
           END-IF.

      * CDT por vencer: aviso al titular de la cuenta (NUMDOC-TIT
      * del maestro), una sola vez por CDT.
       AVISAR-VENCIMIENTO-CDT.
           MOVE "CDTVENCE" TO WS-NOT-PLANTILLA.
           MOVE CDT-NUMERO TO WS-NOT-REFER.
           PERFORM YA-NOTIFICADO.
           IF WS-NOT-YA = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE CDT-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           IF NUMDOC-TIT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMDOC-TIT TO WS-NOT-CLIENTE.
           MOVE SPACES TO WS-NOT-VARIABLES.
           STRING "CDT=" CDT-NUMERO ";VENCE=" CDT-VENCE
               ";MONTO=" CDT-MONTO
               DELIMITED BY SIZE INTO WS-NOT-VARIABLES
           END-STRING.
           PERFORM ENCOLAR-NOTIFICACION.
           IF WS-NOT-ENCOLADO = "S"
              ADD 1 TO WS-AVISADOS
           END-IF.

      ****************************************************************
      * Aviso al cliente: va a la cola de notificaciones solo si el  *
      * cliente otorgo la autorizacion de datos, al CORREO o, si no  *
      * tiene, al TEL-1 por SMS. Sin autorizacion o sin medio de     *
      * contacto el aviso se omite (WS-NOT-ENCOLADO = "N").          *
      ****************************************************************
       ENCOLAR-NOTIFICACION.
           MOVE "N" TO WS-NOT-ENCOLADO.
           OPEN INPUT ARCHIVO-CON.
           IF FS-CN NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO CN-TIPO.
           MOVE WS-NOT-CLIENTE TO CN-NUMDOC.
           READ ARCHIVO-CON
               INVALID KEY
                   MOVE "N" TO CN-ESTADO
           END-READ.
           CLOSE ARCHIVO-CON.
           IF NOT CN-OTORGADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM DESTINO-NOTIFICACION.
           IF WS-NOT-CANAL = SPACE
              EXIT PARAGRAPH
           END-IF.
           PERFORM OBTENER-NUMERO-NOTIF.
           MOVE SPACES TO NOT-LINEA.
           MOVE WS-NOT-NUMERO TO NQ-NUMERO.
           ACCEPT NQ-FECHA FROM DATE YYYYMMDD.
           ACCEPT NQ-HORA FROM TIME.
           MOVE WS-NOT-CLIENTE TO NQ-CLIENTE.
           MOVE WS-NOT-CANAL TO NQ-CANAL.
           MOVE WS-NOT-DESTINO TO NQ-DESTINO.
           MOVE WS-NOT-PLANTILLA TO NQ-PLANTILLA.
           MOVE WS-NOT-REFER TO NQ-REFER.
           MOVE WS-NOT-VARIABLES TO NQ-VARIABLES.
           OPEN EXTEND ARCHIVO-NOT.
           IF FS-NQ NOT = "00"
              OPEN OUTPUT ARCHIVO-NOT
           END-IF.
           WRITE NOT-LINEA.
           CLOSE ARCHIVO-NOT.
           MOVE "S" TO WS-NOT-ENCOLADO.

      * Medio de contacto del maestro de clientes.
       DESTINO-NOTIFICACION.
           MOVE SPACE TO WS-NOT-CANAL.
           MOVE SPACES TO WS-NOT-DESTINO.
           OPEN INPUT ARCHIVO-DUS.
           IF FS-DU NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOT-CLIENTE TO DU-NUMDOC.
           READ ARCHIVO-DUS
               INVALID KEY
                   MOVE "23" TO FS-DU
           END-READ.
           IF FS-DU = "00"
              IF DU-CORREO NOT = SPACES
                 MOVE "E" TO WS-NOT-CANAL
                 MOVE DU-CORREO TO WS-NOT-DESTINO
              ELSE
                 IF DU-TEL1 NOT = SPACES
                    MOVE "S" TO WS-NOT-CANAL
                    MOVE DU-TEL1 TO WS-NOT-DESTINO
                 END-IF
              END-IF
           END-IF.
           CLOSE ARCHIVO-DUS.

       OBTENER-NUMERO-NOTIF.
           OPEN I-O ARCHIVO-NOTCTL.
           IF FS-NC = "35"
              OPEN OUTPUT ARCHIVO-NOTCTL
              MOVE 0 TO NOTCTL-ULT
              WRITE REG-NOTCTL
              CLOSE ARCHIVO-NOTCTL
              OPEN I-O ARCHIVO-NOTCTL
           END-IF.
           READ ARCHIVO-NOTCTL
               AT END
                   MOVE 0 TO NOTCTL-ULT
           END-READ.
           ADD 1 TO NOTCTL-ULT.
           MOVE NOTCTL-ULT TO WS-NOT-NUMERO.
           REWRITE REG-NOTCTL.
           CLOSE ARCHIVO-NOTCTL.

      * Un recordatorio sale una sola vez por documento: se busca en
      * la cola la misma plantilla con la misma referencia.
       YA-NOTIFICADO.
           MOVE "N" TO WS-NOT-YA.
           OPEN INPUT ARCHIVO-NOT.
           IF FS-NQ NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-NQ NOT = "00" OR WS-NOT-YA = "S"
              READ ARCHIVO-NOT
                  AT END MOVE "10" TO FS-NQ
                  NOT AT END
                      IF NQ-PLANTILLA = WS-NOT-PLANTILLA
                         AND NQ-REFER = WS-NOT-REFER
                         MOVE "S" TO WS-NOT-YA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-NOT.

       LISTAR-VIGENTES.
           PERFORM CLEAR-SCREEN.
           MOVE 0 TO WS-VIGENTES.
           DISPLAY "Listado en rep-cdt.txt" LINE 23 POSITION 2.
           PERFORM PAUSA-CDT.

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

       LEER-SIGUIENTE-CDT.
           READ ARCHIVO-CDT NEXT RECORD
               AT END MOVE "10" TO FS-CD
           REWRITE REG-CONTADOR.
           CLOSE CONTADOR-CDT.

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

       PAUSA-CDT.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 24 POSITION 20.
           ACCEPT CLE LINE 24 POSITION 45.
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
           MOVE "CDT-PLAZO" TO DRJ-PROGRAMA.
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
