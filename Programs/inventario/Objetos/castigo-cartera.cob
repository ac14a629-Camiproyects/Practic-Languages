       IDENTIFICATION DIVISION.
       PROGRAM-ID. castigo-cartera.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                PROVISION Y CASTIGO DE CARTERA                *
      *                                                              *
      * Descripcion: Tres procesos sobre movimientos-cli.dat para la *
      *              cartera que no se va a cobrar:                  *
      *              - Provision mensual: las partidas abiertas se   *
      *                reparten en las cubetas de antiguedad de      *
      *                reporte-cartera (0-30, 31-60, 61-90 y mas de  *
      *                90 dias) y a cada cubeta se le aplica su      *
      *                porcentaje de provision-cartera.cfg (una      *
      *                linea por cubeta, centesimas de punto: 0500 = *
      *                5.00%). provision-cartera.dat guarda por mes  *
      *                la provision requerida y el ajuste contra la  *
      *                del mes anterior menos lo castigado desde     *
      *                entonces; un mes no se corre dos veces.       *
      *              - Castigo: con permiso CASTIGO de permisos.dat  *
      *                de un supervisor, el pendiente de un cargo    *
      *                pasa a castigado: queda el registro en        *
      *                castigos-cartera.dat con motivo, fecha y      *
      *                quien autorizo, y un movimiento tipo K en el  *
      *                ledger del cliente que cierra la partida.     *
      *                Cerrada la partida deja de generar interes de *
      *                mora y deja de salir en las cartas de         *
      *                cobranza.                                     *
      *              - Recuperacion: lo que el cliente pague despues *
      *                sobre un cargo castigado no vuelve a la       *
      *                cartera: se anota en recupera-cartera.log     *
      *                como ingreso por recuperacion y se acumula en *
      *                el castigo.                                   *
      *              Listados: rep-provision.txt y rep-castigos.txt. *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada linea de auditoria.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en auditoria-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas.      *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      movimientos-cli.dat queda en el diario de recuperacion  *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - Al cerrar los reportes de provision y de   *
      *      castigos deja su copia fechada en el archivo de         *
      *      reportes (archiva-reporte), con el mes de la provision  *
      *      o la fecha de corte.                                    *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-CLI ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMDOC
               FILE STATUS IS WS-FS-CLI.
           SELECT ARCHIVO-CAS ASSIGN TO "../../castigos-cartera.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-CLAVE
               FILE STATUS IS WS-FS-CAS.
           SELECT ARCHIVO-PRV ASSIGN TO "../../provision-cartera.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-ANOMES
               FILE STATUS IS WS-FS-PRV.
           SELECT ARCHIVO-PCT ASSIGN TO "../../provision-cartera.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCT.
           SELECT ARCHIVO-RCP ASSIGN TO "../../recupera-cartera.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCP.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-RUTA-REP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-PERM ASSIGN TO "../Usuarios/permisos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-CLAVE
               FILE STATUS IS WS-FS-PERM.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MOV.
       01  MOVDATA.
           05 MC-CLAVE.
              07 MC-NUMDOC   PIC 9(13).
              07 MC-FECHA    PIC 9(8).
              07 MC-NUMDOCU  PIC 9(6).
           05 MC-TIPO        PIC X.
              88 MC-CARGO    VALUE "C".
              88 MC-PAGO     VALUE "P".
              88 MC-CASTIGO  VALUE "K".
           05 MC-VALOR       PIC 9(10)V99.
           05 MC-DETALLE     PIC X(30).
           05 MC-APLICADO    PIC 9(10)V99.

       FD ARCHIVO-CLI.
       01 USUDATA.
           05 NUMDOC     PIC 9(13).
           05 RAZSOC     PIC X(50).
           05 DIRECT     PIC X(50).
           05 CIUDAD     PIC X(20).
           05 CONTAC     PIC X(30).
           05 TEL-1      PIC X(10).
           05 TEL-2      PIC X(10).
           05 CORREO     PIC X(100).
           05 LIMCRED    PIC 9(10)V99.
           05 SEGMENTO   PIC X.

      * Un castigo por cargo: la clave es la del cargo castigado.
       FD  ARCHIVO-CAS.
       01  CASDATA.
           05 CAS-CLAVE.
              07 CAS-NUMDOC  PIC 9(13).
              07 CAS-FEC-CAR PIC 9(8).
              07 CAS-DOCU    PIC 9(6).
           05 CAS-FECHA      PIC 9(8).
           05 CAS-VALOR      PIC 9(10)V99.
           05 CAS-MOTIVO     PIC X(40).
           05 CAS-AUTORIZA   PIC 9(10).
           05 CAS-OPERADOR   PIC 9(10).
           05 CAS-RECUPERADO PIC 9(10)V99.
           05 CAS-FEC-RECUP  PIC 9(8).
           05 CAS-ESTADO     PIC X.
              88 CAS-CASTIGADO  VALUE "C".
              88 CAS-RECUPERADA VALUE "R".

      * Provision del mes: cartera por cubeta, requerida, saldo que
      * quedaba de la anterior y ajuste a contabilizar.
       FD  ARCHIVO-PRV.
       01  PRVDATA.
           05 PRV-ANOMES     PIC 9(6).
           05 PRV-FECHA      PIC 9(8).
           05 PRV-CUBETA     PIC 9(12)V99 OCCURS 4 TIMES.
           05 PRV-CARTERA    PIC 9(12)V99.
           05 PRV-REQUERIDA  PIC 9(12)V99.
           05 PRV-ANTERIOR   PIC 9(12)V99.
           05 PRV-CASTIGADO  PIC 9(12)V99.
           05 PRV-AJUSTE     PIC S9(12)V99.

       FD  ARCHIVO-PCT.
       01  PCT-LINEA         PIC 9(4).

      * Una linea por pago recibido sobre un cargo castigado.
       FD  ARCHIVO-RCP.
       01  RCP-LINEA.
           05 RCP-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 RCP-NUMDOC     PIC 9(13).
           05 FILLER         PIC X.
           05 RCP-FEC-CAR    PIC 9(8).
           05 FILLER         PIC X.
           05 RCP-DOCU       PIC 9(6).
           05 FILLER         PIC X.
           05 RCP-VALOR      PIC 9(10)V99.
           05 FILLER         PIC X.
           05 RCP-RECIBO     PIC 9(6).
           05 FILLER         PIC X.
           05 RCP-OPERADOR   PIC 9(10).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(120).

      * Matriz de permisos por cargo, la misma de gestion-user:
      * existe (CARGO, OPERACION) = ese cargo puede.
       FD  ARCHIVO-PERM.
       01  PERMDATA.
           05 PERM-CLAVE.
              07 PERM-CARGO  PIC X.
              07 PERM-OPER   PIC X(8).

      * Vista minima del maestro de usuarios, solo para conocer el
      * CARGO del autorizador (mismo truco que en punto-venta).
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 FILLER         PIC X(67).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(50).
           05 OP-CARGO       PIC X.
           05 FILLER         PIC X(168).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

      * Diario de recuperacion: imagen posterior de cada alta,
      * cambio o baja sobre los maestros y archivos de movimiento,
      * para reaplicarla sobre un respaldo (recupera-diario).
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).
       FD  ARCHIVO-DRJEST.
       01  DRJEST-LINEA      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-CLI           PIC XX.
       01 WS-FS-CAS           PIC XX.
       01 WS-FS-PRV           PIC XX.
       01 WS-FS-PCT           PIC XX.
       01 WS-FS-RCP           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-PERM          PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-RUTA-REP         PIC X(40).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-MES-ACTUAL       PIC 9(6).
       01 WS-INT-HOY          PIC 9(7).
       01 WS-INT-CARGO        PIC 9(7).
       01 WS-DIAS             PIC S9(5).
       01 WS-I                PIC 9(3).
       01 WS-J                PIC 9(3).
       01 WS-B                PIC 9.
       01 WS-LIN              PIC 9(2).
       01 WS-HALLADO          PIC X.
       01 WS-PENDIENTE        PIC 9(10)V99.
       01 WS-PROV-CARGO       PIC 9(10)V99.
       01 WK-NUMDOC           PIC 9(13).
       01 WS-SEL              PIC 9(2).
       01 WS-MOTIVO           PIC X(40).
       01 WS-VALOR-REC        PIC 9(10)V99.
       01 WS-RECIBO           PIC 9(6).
       01 WS-MAX-REC          PIC 9(10)V99.

      * Autorizacion del castigo.
       01 WS-AUT-NUMDOC       PIC 9(10).
       01 WS-OPER-CARGO       PIC X.
       01 WS-PERM-OK          PIC X.
       01 WS-PERM-OPER        PIC X(8).

      * Porcentaje de provision por cubeta (centesimas de punto).
       01 WS-PCT-CUBETAS.
           05 WS-PCT          PIC 9(4) OCCURS 4 TIMES.
       01 WS-NOMBRES-CUBETA.
           05 FILLER PIC X(12) VALUE "  0-30 DIAS ".
           05 FILLER PIC X(12) VALUE " 31-60 DIAS ".
           05 FILLER PIC X(12) VALUE " 61-90 DIAS ".
           05 FILLER PIC X(12) VALUE "  MAS DE 90 ".
       01 WS-TABLA-CUBETA REDEFINES WS-NOMBRES-CUBETA.
           05 CUB-NOMBRE      PIC X(12) OCCURS 4 TIMES.
       01 WS-LINEA-PCT        PIC 9.

      * Provision del mes por cliente, para el listado.
       01 TABLA-PROVISION.
           05 TP-ENTRADA OCCURS 300 TIMES.
              10 TP-NUMDOC   PIC 9(13).
              10 TP-CUBETA   PIC 9(12)V99 OCCURS 4 TIMES.
              10 TP-PROV     PIC 9(12)V99.
       01 WS-NUM-CLIS         PIC 9(3) VALUE 0.
       01 WS-TABLA-LLENA      PIC X VALUE "N".
       01 WS-TOT-CUBETA       PIC 9(12)V99 OCCURS 4 TIMES.
       01 WS-TOT-CARTERA      PIC 9(12)V99.
       01 WS-TOT-PROV         PIC 9(12)V99.
       01 WS-PRV-ANT-REQ      PIC 9(12)V99.
       01 WS-PRV-ANT-FECHA    PIC 9(8).
       01 WS-PRV-ANT-MES      PIC 9(6).
       01 WS-CASTIGADO        PIC 9(12)V99.
       01 WS-DISPONIBLE       PIC S9(12)V99.

      * Partidas en pantalla para elegir (cargos abiertos o castigos).
       01 TABLA-PARTIDAS.
           05 TPA-ENTRADA OCCURS 15 TIMES.
              10 TPA-FECHA   PIC 9(8).
              10 TPA-DOCU    PIC 9(6).
              10 TPA-PEND    PIC 9(10)V99.
       01 WS-NUM-PARTIDAS     PIC 9(2).

       01 WS-TOT-CASTIGOS     PIC 9(12)V99.
       01 WS-TOT-RECUPERADO   PIC 9(12)V99.
       01 WS-NUM-CASTIGOS     PIC 9(5).
       01 WS-VAL-ED           PIC Z(11)9.99.
       01 WS-VAL2-ED          PIC Z(11)9.99.
       01 WS-AJU-ED           PIC -(11)9.99.

      * Sello encadenado de las bitacoras (auditoria, sesiones e
      * historial de precios): cada linea lleva un resumen de su
      * contenido mezclado con el sello de la linea anterior, y el
      * ultimo sello de cada bitacora queda en su archivo -cadena.
      * Alterar, quitar o intercalar una linea rompe la cadena y
      * verifica-logs dice en cual.
       01 WS-FS-SLO          PIC XX.
       01 WS-RUTA-SLO        PIC X(60).
       01 WS-SELLO-TEXTO     PIC X(200).
       01 WS-SELLO-LARGO     PIC 9(3).
       01 WS-SELLO-I         PIC 9(3).
       01 WS-SELLO-ANT       PIC 9(10).
       01 WS-SELLO           PIC 9(10).
       01 WS-SELLO-ACUM      PIC 9(12).
       01 WS-SELLO-COC       PIC 9(12).
       01 WS-SELLO-BYTE-AREA.
           05 FILLER         PIC X VALUE LOW-VALUE.
           05 WS-SELLO-BYTE  PIC X.
       01 WS-SELLO-ORD REDEFINES WS-SELLO-BYTE-AREA PIC 9(4) COMP-X.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES-ACTUAL.
           COMPUTE WS-INT-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           OPEN I-O ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              DISPLAY "No hay movimientos de cartera. FS = "
                  WS-FS-MOV
              MOVE "CASTIGO-CARTERA" TO WS-EXC-PROGRAMA
              MOVE "../../movimientos-cli.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-MOV TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CAS.
           IF WS-FS-CAS = "35"
              CLOSE ARCHIVO-CAS
              OPEN OUTPUT ARCHIVO-CAS
              CLOSE ARCHIVO-CAS
              OPEN I-O ARCHIVO-CAS
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-CASTIGO UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-CAS.
           CLOSE ARCHIVO-MOV.
           GOBACK.

       MENU-CASTIGO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  PROVISION Y CASTIGO CARTERA  " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  P -> Provision del mes"        LINE 7 POSITION 20.
           DISPLAY "  C -> Castigar un cargo"        LINE 8 POSITION 20.
           DISPLAY "  R -> Recuperacion de castigado"
               LINE 9 POSITION 20.
           DISPLAY "  L -> Listado de castigos"     LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "P"
                    PERFORM PROVISION-MES
               WHEN "C"
                    PERFORM CASTIGAR-CARGO
               WHEN "R"
                    PERFORM REGISTRAR-RECUPERACION
               WHEN "L"
                    PERFORM LISTAR-CASTIGOS
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Provision del mes: pendiente de cada cargo abierto por       *
      * cubeta de antiguedad y su porcentaje. El ajuste es la        *
      * requerida menos lo que quedaba de la provision anterior      *
      * despues de los castigos que la consumieron.                  *
      ****************************************************************
       PROVISION-MES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Provision de cartera -----" LINE 3
               POSITION 20.
           OPEN I-O ARCHIVO-PRV.
           IF WS-FS-PRV = "35"
              CLOSE ARCHIVO-PRV
              OPEN OUTPUT ARCHIVO-PRV
              CLOSE ARCHIVO-PRV
              OPEN I-O ARCHIVO-PRV
           END-IF.
           MOVE WS-MES-ACTUAL TO PRV-ANOMES.
           READ ARCHIVO-PRV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "La provision del mes " WS-MES-ACTUAL
                       " ya fue calculada: no se repite."
                       LINE 5 POSITION 10
                   CLOSE ARCHIVO-PRV
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           PERFORM LEER-PORCENTAJES.
           PERFORM ACUMULAR-CUBETAS.
           PERFORM LEER-PROVISION-ANTERIOR.
           PERFORM SUMAR-CASTIGADO.
           COMPUTE WS-DISPONIBLE = WS-PRV-ANT-REQ - WS-CASTIGADO.
           MOVE WS-MES-ACTUAL TO PRV-ANOMES.
           MOVE WS-FECHA-HOY TO PRV-FECHA.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
              MOVE WS-TOT-CUBETA(WS-B) TO PRV-CUBETA(WS-B)
           END-PERFORM.
           MOVE WS-TOT-CARTERA TO PRV-CARTERA.
           MOVE WS-TOT-PROV TO PRV-REQUERIDA.
           MOVE WS-PRV-ANT-REQ TO PRV-ANTERIOR.
           MOVE WS-CASTIGADO TO PRV-CASTIGADO.
           COMPUTE PRV-AJUSTE = WS-TOT-PROV - WS-DISPONIBLE.
           WRITE PRVDATA
               INVALID KEY
                   DISPLAY "No se pudo grabar la provision del mes."
                       LINE 5 POSITION 10
           END-WRITE.
           CLOSE ARCHIVO-PRV.
           PERFORM ESCRIBIR-PROVISION.
           MOVE WS-TOT-CARTERA TO WS-VAL-ED.
           DISPLAY "Cartera abierta     " WS-VAL-ED LINE 6 POSITION 10.
           MOVE WS-TOT-PROV TO WS-VAL-ED.
           DISPLAY "Provision requerida " WS-VAL-ED LINE 7 POSITION 10.
           MOVE PRV-AJUSTE TO WS-AJU-ED.
           DISPLAY "Ajuste del mes      " WS-AJU-ED LINE 8 POSITION 10.
           DISPLAY "Listado en rep-provision.txt" LINE 10 POSITION 10.
           PERFORM PAUSA.

      * Una linea por cubeta; sin archivo rigen 0%, 5%, 20% y 50%.
       LEER-PORCENTAJES.
           MOVE 0    TO WS-PCT(1).
           MOVE 500  TO WS-PCT(2).
           MOVE 2000 TO WS-PCT(3).
           MOVE 5000 TO WS-PCT(4).
           OPEN INPUT ARCHIVO-PCT.
           IF WS-FS-PCT NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-LINEA-PCT.
           PERFORM UNTIL WS-LINEA-PCT > 4
              READ ARCHIVO-PCT
                  AT END MOVE 5 TO WS-LINEA-PCT
                  NOT AT END
                      IF PCT-LINEA IS NUMERIC
                         AND PCT-LINEA NOT > 10000
                         MOVE PCT-LINEA TO WS-PCT(WS-LINEA-PCT)
                      END-IF
                      ADD 1 TO WS-LINEA-PCT
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PCT.

       ACUMULAR-CUBETAS.
           MOVE 0 TO WS-NUM-CLIS.
           MOVE "N" TO WS-TABLA-LLENA.
           MOVE 0 TO WS-TOT-CARTERA.
           MOVE 0 TO WS-TOT-PROV.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
              MOVE 0 TO WS-TOT-CUBETA(WS-B)
           END-PERFORM.
           MOVE LOW-VALUES TO MC-CLAVE.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           IF WS-FS-MOV = "00"
              PERFORM READ-SIGUIENTE-MOV
              PERFORM UNTIL WS-FS-MOV NOT = "00"
                 IF MC-CARGO AND MC-VALOR > MC-APLICADO
                    PERFORM CLASIFICAR-PARTIDA
                 END-IF
                 PERFORM READ-SIGUIENTE-MOV
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-MOV.

       CLASIFICAR-PARTIDA.
           COMPUTE WS-PENDIENTE = MC-VALOR - MC-APLICADO.
           COMPUTE WS-INT-CARGO =
               FUNCTION INTEGER-OF-DATE(MC-FECHA).
           COMPUTE WS-DIAS = WS-INT-HOY - WS-INT-CARGO.
           EVALUATE TRUE
               WHEN WS-DIAS <= 30
                   MOVE 1 TO WS-B
               WHEN WS-DIAS <= 60
                   MOVE 2 TO WS-B
               WHEN WS-DIAS <= 90
                   MOVE 3 TO WS-B
               WHEN OTHER
                   MOVE 4 TO WS-B
           END-EVALUATE.
           COMPUTE WS-PROV-CARGO ROUNDED =
               WS-PENDIENTE * WS-PCT(WS-B) / 10000.
           ADD WS-PENDIENTE TO WS-TOT-CUBETA(WS-B).
           ADD WS-PENDIENTE TO WS-TOT-CARTERA.
           ADD WS-PROV-CARGO TO WS-TOT-PROV.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-CLIS OR WS-HALLADO = "S"
              IF TP-NUMDOC(WS-I) = MC-NUMDOC
                 MOVE "S" TO WS-HALLADO
                 MOVE WS-I TO WS-J
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
              IF WS-NUM-CLIS < 300
                 ADD 1 TO WS-NUM-CLIS
                 MOVE WS-NUM-CLIS TO WS-J
                 MOVE MC-NUMDOC TO TP-NUMDOC(WS-J)
                 MOVE 0 TO TP-PROV(WS-J)
                 MOVE 0 TO TP-CUBETA(WS-J 1) TP-CUBETA(WS-J 2)
                     TP-CUBETA(WS-J 3) TP-CUBETA(WS-J 4)
              ELSE
                 MOVE "S" TO WS-TABLA-LLENA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD WS-PENDIENTE TO TP-CUBETA(WS-J WS-B).
           ADD WS-PROV-CARGO TO TP-PROV(WS-J).

      * La ultima provision anterior a este mes (los meses sin
      * corrida no cuentan).
       LEER-PROVISION-ANTERIOR.
           MOVE 0 TO WS-PRV-ANT-REQ.
           MOVE 0 TO WS-PRV-ANT-FECHA.
           MOVE 0 TO WS-PRV-ANT-MES.
           MOVE 0 TO PRV-ANOMES.
           START ARCHIVO-PRV KEY IS NOT LESS THAN PRV-ANOMES
               INVALID KEY
                   MOVE "10" TO WS-FS-PRV
           END-START.
           PERFORM UNTIL WS-FS-PRV NOT = "00"
              READ ARCHIVO-PRV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PRV
                  NOT AT END
                      IF PRV-ANOMES < WS-MES-ACTUAL
                         MOVE PRV-ANOMES TO WS-PRV-ANT-MES
                         MOVE PRV-REQUERIDA TO WS-PRV-ANT-REQ
                         MOVE PRV-FECHA TO WS-PRV-ANT-FECHA
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-PRV.

      * Castigos hechos despues de la corrida anterior: ya gastaron
      * esa parte de la provision.
       SUMAR-CASTIGADO.
           MOVE 0 TO WS-CASTIGADO.
           MOVE LOW-VALUES TO CAS-CLAVE.
           START ARCHIVO-CAS KEY IS NOT LESS THAN CAS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAS
           END-START.
           PERFORM UNTIL WS-FS-CAS NOT = "00"
              READ ARCHIVO-CAS NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CAS
                  NOT AT END
                      IF CAS-FECHA > WS-PRV-ANT-FECHA
                         ADD CAS-VALOR TO WS-CASTIGADO
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CAS.

       ESCRIBIR-PROVISION.
           MOVE "../../rep-provision.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PROVISION DE CARTERA DEL MES " WS-MES-ACTUAL
               "  CORTE " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-CLIS
              MOVE TP-PROV(WS-I) TO WS-VAL-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "   CLIENTE " TP-NUMDOC(WS-I)
                  " 0-30 " TP-CUBETA(WS-I 1)
                  " 31-60 " TP-CUBETA(WS-I 2)
                  " 61-90 " TP-CUBETA(WS-I 3)
                  " +90 " TP-CUBETA(WS-I 4)
                  " PROV " WS-VAL-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-PERFORM.
           IF WS-TABLA-LLENA = "S"
              MOVE "(TABLA LLENA: DETALLE PARCIAL, TOTALES COMPLETOS)"
                  TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
              MOVE WS-TOT-CUBETA(WS-B) TO WS-VAL-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING CUB-NOMBRE(WS-B) ": " WS-VAL-ED
                  "  AL " WS-PCT(WS-B) " CENTESIMAS"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE PRV-REQUERIDA TO WS-VAL-ED.
           STRING "PROVISION REQUERIDA        " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE PRV-ANTERIOR TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PROVISION ANTERIOR (" WS-PRV-ANT-MES ") "
               WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE PRV-CASTIGADO TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CASTIGADO DESDE ENTONCES   " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE PRV-AJUSTE TO WS-AJU-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "AJUSTE A CONTABILIZAR      " WS-AJU-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "castigo-cartera" TO WS-ARC-PROGRAMA.
           MOVE WS-RUTA-REP TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PERIODO=" WS-MES-ACTUAL
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

      ****************************************************************
      * Castigo de un cargo: se elige la partida abierta del cliente,*
      * se pide el motivo y el documento del supervisor, que debe    *
      * tener el permiso CASTIGO (el admin siempre). El pendiente    *
      * queda en castigos-cartera.dat y un movimiento K por ese      *
      * valor cierra la partida en el ledger.                        *
      ****************************************************************
       CASTIGAR-CARGO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Castigo de cartera -----" LINE 3 POSITION 20.
           PERFORM PEDIR-CLIENTE.
           IF WK-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-ABIERTAS.
           IF WS-NUM-PARTIDAS = 0
              DISPLAY "El cliente no tiene cargos abiertos."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM ELEGIR-PARTIDA.
           IF WS-SEL = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           MOVE TPA-PEND(WS-SEL) TO WS-VAL-ED.
           DISPLAY "Cargo " TPA-FECHA(WS-SEL) " doc " TPA-DOCU(WS-SEL)
               " pendiente " WS-VAL-ED LINE 5 POSITION 10.
           DISPLAY "Motivo del castigo:" LINE 7 POSITION 10.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO LINE 7 POSITION 31.
           IF WS-MOTIVO = SPACES
              DISPLAY "El castigo exige un motivo." LINE 9 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Documento del supervisor que autoriza:"
               LINE 8 POSITION 10.
           MOVE 0 TO WS-AUT-NUMDOC.
           ACCEPT WS-AUT-NUMDOC LINE 8 POSITION 50.
           IF WS-AUT-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CARGO-DE-AUT.
           MOVE "CASTIGO" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "El autorizador no tiene el permiso CASTIGO."
                  LINE 10 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma el castigo (S/N):" LINE 10 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 10 POSITION 38.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
      * Primero el movimiento K: si su clave choca no se toca nada.
           MOVE WK-NUMDOC TO MC-NUMDOC.
           MOVE WS-FECHA-HOY TO MC-FECHA.
           MOVE TPA-DOCU(WS-SEL) TO MC-NUMDOCU.
           MOVE "K" TO MC-TIPO.
           MOVE TPA-PEND(WS-SEL) TO MC-VALOR.
           MOVE TPA-PEND(WS-SEL) TO MC-APLICADO.
           MOVE SPACES TO MC-DETALLE.
           STRING "CASTIGO " WS-MOTIVO
               DELIMITED BY SIZE INTO MC-DETALLE
           END-STRING.
           WRITE MOVDATA
               INVALID KEY
                   DISPLAY "Ya hay un movimiento de hoy con ese "
                       "documento: castigue manana." LINE 12 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           MOVE WK-NUMDOC TO MC-NUMDOC.
           MOVE TPA-FECHA(WS-SEL) TO MC-FECHA.
           MOVE TPA-DOCU(WS-SEL) TO MC-NUMDOCU.
           READ ARCHIVO-MOV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD TPA-PEND(WS-SEL) TO MC-APLICADO
                   REWRITE MOVDATA
                   END-REWRITE
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-MOV-CLI
           END-READ.
           MOVE WK-NUMDOC TO CAS-NUMDOC.
           MOVE TPA-FECHA(WS-SEL) TO CAS-FEC-CAR.
           MOVE TPA-DOCU(WS-SEL) TO CAS-DOCU.
           MOVE WS-FECHA-HOY TO CAS-FECHA.
           MOVE TPA-PEND(WS-SEL) TO CAS-VALOR.
           MOVE WS-MOTIVO TO CAS-MOTIVO.
           MOVE WS-AUT-NUMDOC TO CAS-AUTORIZA.
           MOVE T-NUMDOC TO CAS-OPERADOR.
           MOVE 0 TO CAS-RECUPERADO.
           MOVE 0 TO CAS-FEC-RECUP.
           MOVE "C" TO CAS-ESTADO.
           WRITE CASDATA
               INVALID KEY
                   DISPLAY "Castigo ya registrado para ese cargo."
                       LINE 12 POSITION 10
           END-WRITE.
           PERFORM AUDITAR-CASTIGO.
           DISPLAY "Cargo castigado." LINE 12 POSITION 10.
           PERFORM PAUSA.

       PEDIR-CLIENTE.
           DISPLAY "Documento del cliente (0=volver):"
               LINE 5 POSITION 10.
           MOVE 0 TO WK-NUMDOC.
           ACCEPT WK-NUMDOC LINE 5 POSITION 45.
           IF WK-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RAZSOC.
           OPEN INPUT ARCHIVO-CLI.
           IF WS-FS-CLI = "00"
              MOVE WK-NUMDOC TO NUMDOC
              READ ARCHIVO-CLI
                  INVALID KEY
                      MOVE "(cliente no registrado)" TO RAZSOC
              END-READ
              CLOSE ARCHIVO-CLI
           END-IF.
           DISPLAY RAZSOC LINE 5 POSITION 60.

      * Cargos abiertos del cliente, del mas viejo al mas nuevo.
       CARGAR-ABIERTAS.
           MOVE 0 TO WS-NUM-PARTIDAS.
           MOVE WK-NUMDOC TO MC-NUMDOC.
           MOVE 0 TO MC-FECHA.
           MOVE 0 TO MC-NUMDOCU.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           IF WS-FS-MOV = "00"
              PERFORM READ-SIGUIENTE-MOV
              PERFORM UNTIL WS-FS-MOV NOT = "00"
                 OR MC-NUMDOC NOT = WK-NUMDOC
                 OR WS-NUM-PARTIDAS = 15
                 IF MC-CARGO AND MC-VALOR > MC-APLICADO
                    ADD 1 TO WS-NUM-PARTIDAS
                    MOVE MC-FECHA TO TPA-FECHA(WS-NUM-PARTIDAS)
                    MOVE MC-NUMDOCU TO TPA-DOCU(WS-NUM-PARTIDAS)
                    COMPUTE TPA-PEND(WS-NUM-PARTIDAS) =
                        MC-VALOR - MC-APLICADO
                 END-IF
                 PERFORM READ-SIGUIENTE-MOV
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-MOV.

       ELEGIR-PARTIDA.
           MOVE 7 TO WS-LIN.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-PARTIDAS
              MOVE TPA-PEND(WS-I) TO WS-VAL-ED
              DISPLAY WS-I ". " TPA-FECHA(WS-I) " doc "
                  TPA-DOCU(WS-I) " pendiente " WS-VAL-ED
                  LINE WS-LIN POSITION 10
              ADD 1 TO WS-LIN
           END-PERFORM.
           DISPLAY "Numero de la partida (0=ninguna):"
               LINE 22 POSITION 10.
           MOVE 0 TO WS-SEL.
           ACCEPT WS-SEL LINE 22 POSITION 45.
           IF WS-SEL > WS-NUM-PARTIDAS
              MOVE 0 TO WS-SEL
           END-IF.

       AUDITAR-CASTIGO.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " CASTIGO CARTERA CLIENTE=" WK-NUMDOC
               " DOC=" CAS-DOCU
               " VALOR=" CAS-VALOR
               " OPER=" T-NUMDOC
               " AUTORIZA=" WS-AUT-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

      ****************************************************************
      * Recuperacion: pago recibido sobre un cargo ya castigado. No  *
      * vuelve al ledger del cliente (su saldo ya quedo en cero):    *
      * va a recupera-cartera.log como ingreso y se acumula en el    *
      * castigo hasta cubrir lo castigado.                           *
      ****************************************************************
       REGISTRAR-RECUPERACION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Recuperacion de cartera castigada -----"
               LINE 3 POSITION 15.
           PERFORM PEDIR-CLIENTE.
           IF WK-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-CASTIGOS-CLI.
           IF WS-NUM-PARTIDAS = 0
              DISPLAY "El cliente no tiene castigos por recuperar."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM ELEGIR-PARTIDA.
           IF WS-SEL = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE TPA-PEND(WS-SEL) TO WS-MAX-REC.
           DISPLAY "Valor recuperado:" LINE 23 POSITION 10.
           MOVE 0 TO WS-VALOR-REC.
           ACCEPT WS-VALOR-REC LINE 23 POSITION 30.
           IF WS-VALOR-REC = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-VALOR-REC > WS-MAX-REC
              MOVE WS-MAX-REC TO WS-VALOR-REC
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de recibo:" LINE 5 POSITION 10.
           MOVE 0 TO WS-RECIBO.
           ACCEPT WS-RECIBO LINE 5 POSITION 30.
           MOVE WK-NUMDOC TO CAS-NUMDOC.
           MOVE TPA-FECHA(WS-SEL) TO CAS-FEC-CAR.
           MOVE TPA-DOCU(WS-SEL) TO CAS-DOCU.
           READ ARCHIVO-CAS
               INVALID KEY
                   DISPLAY "No se encontro el castigo."
                       LINE 7 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-VALOR-REC TO CAS-RECUPERADO.
           MOVE WS-FECHA-HOY TO CAS-FEC-RECUP.
           IF CAS-RECUPERADO NOT < CAS-VALOR
              MOVE "R" TO CAS-ESTADO
           END-IF.
           REWRITE CASDATA
           END-REWRITE.
           MOVE SPACES TO RCP-LINEA.
           MOVE WS-FECHA-HOY TO RCP-FECHA.
           MOVE WK-NUMDOC TO RCP-NUMDOC.
           MOVE CAS-FEC-CAR TO RCP-FEC-CAR.
           MOVE CAS-DOCU TO RCP-DOCU.
           MOVE WS-VALOR-REC TO RCP-VALOR.
           MOVE WS-RECIBO TO RCP-RECIBO.
           MOVE T-NUMDOC TO RCP-OPERADOR.
           OPEN EXTEND ARCHIVO-RCP.
           IF WS-FS-RCP NOT = "00"
              OPEN OUTPUT ARCHIVO-RCP
           END-IF.
           WRITE RCP-LINEA.
           CLOSE ARCHIVO-RCP.
           MOVE WS-VALOR-REC TO WS-VAL-ED.
           DISPLAY "Recuperacion registrada por " WS-VAL-ED
               LINE 7 POSITION 10.
           PERFORM PAUSA.

      * Castigos del cliente con saldo por recuperar; el pendiente
      * de la tabla es lo que falta por recuperar.
       CARGAR-CASTIGOS-CLI.
           MOVE 0 TO WS-NUM-PARTIDAS.
           MOVE WK-NUMDOC TO CAS-NUMDOC.
           MOVE 0 TO CAS-FEC-CAR.
           MOVE 0 TO CAS-DOCU.
           START ARCHIVO-CAS KEY IS NOT LESS THAN CAS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAS
           END-START.
           PERFORM UNTIL WS-FS-CAS NOT = "00"
              OR WS-NUM-PARTIDAS = 15
              READ ARCHIVO-CAS NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CAS
                  NOT AT END
                      IF CAS-NUMDOC NOT = WK-NUMDOC
                         MOVE "10" TO WS-FS-CAS
                      ELSE
                         IF CAS-VALOR > CAS-RECUPERADO
                            ADD 1 TO WS-NUM-PARTIDAS
                            MOVE CAS-FEC-CAR
                                TO TPA-FECHA(WS-NUM-PARTIDAS)
                            MOVE CAS-DOCU TO TPA-DOCU(WS-NUM-PARTIDAS)
                            COMPUTE TPA-PEND(WS-NUM-PARTIDAS) =
                                CAS-VALOR - CAS-RECUPERADO
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CAS.

      ****************************************************************
      * Listado de castigos: cada cargo castigado con motivo, fecha, *
      * quien autorizo y lo recuperado; totales al final.            *
      ****************************************************************
       LISTAR-CASTIGOS.
           PERFORM CLEAR-SCREEN.
           MOVE "../../rep-castigos.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CARTERA CASTIGADA AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-NUM-CASTIGOS.
           MOVE 0 TO WS-TOT-CASTIGOS.
           MOVE 0 TO WS-TOT-RECUPERADO.
           MOVE LOW-VALUES TO CAS-CLAVE.
           START ARCHIVO-CAS KEY IS NOT LESS THAN CAS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAS
           END-START.
           PERFORM UNTIL WS-FS-CAS NOT = "00"
              READ ARCHIVO-CAS NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CAS
                  NOT AT END
                      PERFORM ESCRIBIR-CASTIGO
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-CASTIGOS TO WS-VAL-ED.
           MOVE WS-TOT-RECUPERADO TO WS-VAL2-ED.
           STRING "CASTIGOS: " WS-NUM-CASTIGOS
               "  CASTIGADO " WS-VAL-ED
               "  RECUPERADO " WS-VAL2-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "castigo-cartera" TO WS-ARC-PROGRAMA.
           MOVE WS-RUTA-REP TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CORTE=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Castigos: " WS-NUM-CASTIGOS LINE 5 POSITION 10.
           DISPLAY "Castigado " WS-VAL-ED LINE 6 POSITION 10.
           DISPLAY "Recuperado" WS-VAL2-ED LINE 7 POSITION 10.
           DISPLAY "Listado en rep-castigos.txt" LINE 9 POSITION 10.
           PERFORM PAUSA.

       ESCRIBIR-CASTIGO.
           ADD 1 TO WS-NUM-CASTIGOS.
           ADD CAS-VALOR TO WS-TOT-CASTIGOS.
           ADD CAS-RECUPERADO TO WS-TOT-RECUPERADO.
           MOVE CAS-VALOR TO WS-VAL-ED.
           MOVE CAS-RECUPERADO TO WS-VAL2-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING CAS-FECHA " " CAS-NUMDOC " DOC " CAS-DOCU
               " " WS-VAL-ED " REC " WS-VAL2-ED
               " " CAS-ESTADO " AUT " CAS-AUTORIZA
               " " CAS-MOTIVO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       LEER-CARGO-DE-AUT.
           MOVE "1" TO WS-OPER-CARGO.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE WS-AUT-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-CARGO TO WS-OPER-CARGO
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

      * El admin (CARGO 2) siempre puede; para los demas cargos la
      * operacion sensible exige su registro en permisos.dat, igual
      * que en gestion-user y punto-venta.
       VERIFICAR-PERMISO.
           IF WS-OPER-CARGO = "2"
              MOVE "S" TO WS-PERM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PERM-OK.
           OPEN INPUT ARCHIVO-PERM.
           IF WS-FS-PERM = "00"
              MOVE WS-OPER-CARGO TO PERM-CARGO
              MOVE WS-PERM-OPER TO PERM-OPER
              READ ARCHIVO-PERM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-PERM-OK
              END-READ
              CLOSE ARCHIVO-PERM
           END-IF.

       READ-SIGUIENTE-MOV.
           READ ARCHIVO-MOV NEXT RECORD
               AT END MOVE "10" TO WS-FS-MOV
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

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.

      ****************************************************************
      * Sello de la linea de auditoria, encadenado con el de la      *
      * linea anterior (auditoria-cadena.dat).                       *
      ****************************************************************
       SELLAR-AUDITORIA.
           MOVE "../Usuarios/auditoria-cadena.dat" TO WS-RUTA-SLO.
           MOVE AUDIT-LINEA TO WS-SELLO-TEXTO.
           MOVE 120 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO AUDIT-MARCA.
           MOVE WS-SELLO TO AUDIT-SELLO.

      * Toma el ultimo sello guardado (cero si la bitacora no tiene
      * cadena todavia), calcula el de la linea nueva y lo deja como
      * ultimo.
       ENCADENAR-SELLO.
           MOVE 0 TO WS-SELLO-ANT.
           OPEN INPUT ARCHIVO-SLO.
           IF WS-FS-SLO = "00"
              READ ARCHIVO-SLO
                  NOT AT END
                      IF SLO-ULT IS NUMERIC
                         MOVE SLO-ULT TO WS-SELLO-ANT
                      END-IF
              END-READ
              CLOSE ARCHIVO-SLO
           END-IF.
           PERFORM CALCULAR-SELLO.
           OPEN OUTPUT ARCHIVO-SLO.
           IF WS-FS-SLO = "00"
              MOVE WS-SELLO TO SLO-ULT
              WRITE SLO-ULT
              CLOSE ARCHIVO-SLO
           END-IF.

      * Resumen polinomico de los WS-SELLO-LARGO bytes del texto,
      * sembrado con el sello anterior, modulo 2147483647. El mismo
      * calculo lo repite verifica-logs.
       CALCULAR-SELLO.
           MOVE WS-SELLO-ANT TO WS-SELLO-ACUM.
           PERFORM VARYING WS-SELLO-I FROM 1 BY 1
               UNTIL WS-SELLO-I > WS-SELLO-LARGO
              MOVE WS-SELLO-TEXTO(WS-SELLO-I:1) TO WS-SELLO-BYTE
              COMPUTE WS-SELLO-ACUM = WS-SELLO-ACUM * 31
                  + WS-SELLO-ORD + 1
              DIVIDE WS-SELLO-ACUM BY 2147483647
                  GIVING WS-SELLO-COC REMAINDER WS-SELLO-ACUM
           END-PERFORM.
           MOVE WS-SELLO-ACUM TO WS-SELLO.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-MOV-CLI.
           IF WS-FS-MOV = "00" OR WS-FS-MOV = "02"
              MOVE "MOV-CLI" TO DRJ-ARCHIVO
              MOVE MOVDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

      * Agrega al diario de recuperacion la imagen que dejo la
      * ultima escritura (WS-DIARIO-OPER: W alta, R cambio, D baja),
      * con fecha, hora, programa y estacion de trabajo.
       REGISTRAR-DIARIO.
           IF WS-DIARIO-EST-LEIDA NOT = "S"
              MOVE "S" TO WS-DIARIO-EST-LEIDA
              OPEN INPUT ARCHIVO-DRJEST
              IF WS-FS-DRJ = "00"
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
           MOVE "CASTIGO-CARTERA" TO DRJ-PROGRAMA.
           MOVE WS-DIARIO-ESTACION TO DRJ-ESTACION.
           MOVE WS-DIARIO-OPER TO DRJ-OPERACION.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF WS-FS-DRJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.
