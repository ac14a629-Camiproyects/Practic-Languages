       IDENTIFICATION DIVISION.
       PROGRAM-ID. caja-menor.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                CAJA MENOR                                    *
      *                                                              *
      * Descripcion: Fondo fijo de caja menor por custodio para los  *
      *              gastos pequenos (taxis, aseo, cafeteria), en    *
      *              lugar del cuaderno:                             *
      *              - Fondo: un custodio (usuario de usuarios.dat)  *
      *                con un monto fijo en caja-menor.dat. Subir el *
      *                monto entrega mas efectivo; bajarlo exige     *
      *                que el custodio devuelva la diferencia.       *
      *              - Vale: fecha, beneficiario, concepto, valor y  *
      *                centro de costo (CODUNI, una unidad de        *
      *                unidades.dat; 0 = general) en vales-caja.dat. *
      *                El vale sale del efectivo del fondo y no lo   *
      *                puede pasar.                                  *
      *              - Reembolso: suma los vales pendientes desde la *
      *                ultima reposicion, los lista en la solicitud  *
      *                rep-caja-menor.txt y, confirmado, los marca   *
      *                reembolsados y deja el efectivo otra vez en   *
      *                el monto del fondo.                           *
      *              - Arqueo sorpresa: el efectivo contado mas los  *
      *                vales pendientes tiene que dar el monto del   *
      *                fondo; la diferencia (sobrante o faltante)    *
      *                queda en el reporte y en el log.              *
      *              Cada movimiento va a caja-menor.log, que la     *
      *              interfaz contable lleva al asiento del dia      *
      *              (el gasto del vale al centro de costo del vale).*
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada linea de auditoria.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en auditoria-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas.      *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FON ASSIGN TO "../Articulos/caja-menor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-CUSTODIO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FON.
           SELECT ARCHIVO-VAL ASSIGN TO "../Articulos/vales-caja.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VAL.
           SELECT ARCHIVO-CML ASSIGN TO "../Articulos/caja-menor.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CML.
           SELECT ARCHIVO-UNI ASSIGN TO "../Usuarios/unidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNI-CODIGO
               FILE STATUS IS WS-FS-UNI.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-caja-menor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
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
      * Un fondo por custodio: monto fijo, efectivo que deberia
      * tener (monto menos vales pendientes) y ultima reposicion.
       FD  ARCHIVO-FON.
       01  FONDATA.
           05 FON-CUSTODIO   PIC 9(10).
           05 FON-NOMBRE     PIC X(65).
           05 FON-MONTO      PIC 9(10)V99.
           05 FON-EFECTIVO   PIC 9(10)V99.
           05 FON-ULT-VALE   PIC 9(6).
           05 FON-ULT-REPO   PIC 9(4).
           05 FON-FEC-REPO   PIC 9(8).
           05 FON-FEC-CREA   PIC 9(8).
           05 FON-ESTADO     PIC X.
              88 FON-ACTIVO  VALUE "A".
              88 FON-CERRADO VALUE "C".

      * Vales de gasto del fondo; VAL-REPO es la reposicion que los
      * reembolso.
       FD  ARCHIVO-VAL.
       01  VALDATA.
           05 VAL-CLAVE.
              07 VAL-CUSTODIO PIC 9(10).
              07 VAL-NUMERO  PIC 9(6).
           05 VAL-FECHA      PIC 9(8).
           05 VAL-BENEF      PIC X(30).
           05 VAL-CONCEPTO   PIC X(40).
           05 VAL-VALOR      PIC 9(10)V99.
           05 VAL-CODUNI     PIC 9(4).
           05 VAL-ESTADO     PIC X.
              88 VAL-PENDIENTE   VALUE "P".
              88 VAL-REEMBOLSADO VALUE "R".
           05 VAL-REPO       PIC 9(4).
           05 VAL-OPER       PIC 9(10).

      * Movimientos de caja menor para la interfaz contable: FONDO
      * (entrega o aumento), REINTEGR (devolucion al bajar el fondo),
      * VALE, REPOSIC (reembolso) y ARQUEO (solo control).
       FD  ARCHIVO-CML.
       01  CML-LINEA.
           05 CML-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 CML-HORA       PIC 9(8).
           05 FILLER         PIC X.
           05 CML-TIPO       PIC X(8).
           05 FILLER         PIC X.
           05 CML-CUSTODIO   PIC 9(10).
           05 FILLER         PIC X.
           05 CML-DOCUMENTO  PIC 9(6).
           05 FILLER         PIC X.
           05 CML-VALOR      PIC 9(10)V99.
           05 FILLER         PIC X.
           05 CML-CODUNI     PIC 9(4).
           05 FILLER         PIC X.
           05 CML-OPER       PIC 9(10).
           05 FILLER         PIC X.
           05 CML-DETALLE    PIC X(40).

      * Maestro de unidades/departamentos: los centros de costo.
       FD  ARCHIVO-UNI.
       01  UNIDATA.
           05 UNI-CODIGO      PIC 9(4).
           05 UNI-NOMBRE      PIC X(30).
           05 UNI-RESPONSABLE PIC X(50).

      * Vista minima del maestro de usuarios: nombre del custodio.
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(219).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(120).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-FON           PIC XX.
       01 WS-FS-VAL           PIC XX.
       01 WS-FS-CML           PIC XX.
       01 WS-FS-UNI           PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-REP           PIC XX.
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
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WK-CUSTODIO         PIC 9(10).
       01 WS-MONTO-NUEVO      PIC 9(10)V99.
       01 WS-DIFERENCIA       PIC 9(10)V99.
       01 WS-PENDIENTES       PIC 9(12)V99.
       01 WS-NUM-PEND         PIC 9(5).
       01 WS-CONTADO          PIC 9(10)V99.
       01 WS-CUADRE           PIC S9(12)V99.
       01 WS-FIN-VAL          PIC X.

      * Movimiento a escribir en caja-menor.log.
       01 WS-LOG-TIPO         PIC X(8).
       01 WS-LOG-DOC          PIC 9(6).
       01 WS-LOG-VALOR        PIC 9(10)V99.
       01 WS-LOG-CODUNI       PIC 9(4).
       01 WS-LOG-DETALLE      PIC X(40).

       01 WS-VAL-ED           PIC Z(9)9.99.
       01 WS-VAL2-ED          PIC Z(9)9.99.
       01 WS-TOT-ED           PIC Z(11)9.99.
       01 WS-DIF-ED           PIC -(11)9.99.

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
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           OPEN I-O ARCHIVO-FON.
           IF WS-FS-FON = "35"
              CLOSE ARCHIVO-FON
              OPEN OUTPUT ARCHIVO-FON
              CLOSE ARCHIVO-FON
              OPEN I-O ARCHIVO-FON
           END-IF.
           IF WS-FS-FON NOT = "00"
              DISPLAY "Error al abrir caja-menor.dat. FS = " WS-FS-FON
              MOVE "CAJA-MENOR" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/caja-menor.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-FON TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-VAL.
           IF WS-FS-VAL = "35"
              CLOSE ARCHIVO-VAL
              OPEN OUTPUT ARCHIVO-VAL
              CLOSE ARCHIVO-VAL
              OPEN I-O ARCHIVO-VAL
           END-IF.
           IF WS-FS-VAL NOT = "00"
              DISPLAY "Error al abrir vales-caja.dat. FS = " WS-FS-VAL
              MOVE "CAJA-MENOR" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/vales-caja.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VAL TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-FON
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-CAJA-MENOR UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-VAL.
           CLOSE ARCHIVO-FON.
           GOBACK.

       MENU-CAJA-MENOR.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  CAJA MENOR                   " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  F -> Fondo por custodio"       LINE 7 POSITION 20.
           DISPLAY "  V -> Vale de gasto"            LINE 8 POSITION 20.
           DISPLAY "  R -> Solicitud de reembolso"   LINE 9 POSITION 20.
           DISPLAY "  A -> Arqueo sorpresa"         LINE 10 POSITION 20.
           DISPLAY "  L -> Listado de fondos"       LINE 11 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 12 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 14 POSITION 20.
           ACCEPT WS-OPCION LINE 14 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "F"
                    PERFORM MANTENER-FONDO
               WHEN "V"
                    PERFORM REGISTRAR-VALE
               WHEN "R"
                    PERFORM SOLICITAR-REEMBOLSO
               WHEN "A"
                    PERFORM ARQUEO-SORPRESA
               WHEN "L"
                    PERFORM LISTAR-FONDOS
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Fondo: el custodio tiene que existir en usuarios.dat. Un     *
      * fondo nuevo o un aumento es efectivo que se le entrega       *
      * (FONDO); una rebaja es efectivo que devuelve (REINTEGR) y no *
      * puede pasar del efectivo que tiene. Monto 0 cierra el fondo, *
      * y para eso no puede haber vales sin reembolsar.              *
      ****************************************************************
       MANTENER-FONDO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Fondo de caja menor -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-CUSTODIO.
           IF WK-CUSTODIO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-CUSTODIO TO FON-CUSTODIO.
           READ ARCHIVO-FON
               INVALID KEY
                   MOVE "23" TO WS-FS-FON
           END-READ.
           IF WS-FS-FON = "00"
              MOVE FON-MONTO TO WS-VAL-ED
              MOVE FON-EFECTIVO TO WS-VAL2-ED
              DISPLAY "Monto actual " WS-VAL-ED "  efectivo "
                  WS-VAL2-ED LINE 7 POSITION 10
           ELSE
              DISPLAY "Custodio sin fondo: se crea uno nuevo."
                  LINE 7 POSITION 10
              MOVE WK-CUSTODIO TO FON-CUSTODIO
              MOVE OP-NOMAPE TO FON-NOMBRE
              MOVE 0 TO FON-MONTO
              MOVE 0 TO FON-EFECTIVO
              MOVE 0 TO FON-ULT-VALE
              MOVE 0 TO FON-ULT-REPO
              MOVE 0 TO FON-FEC-REPO
              ACCEPT FON-FEC-CREA FROM DATE YYYYMMDD
              MOVE "A" TO FON-ESTADO
           END-IF.
           DISPLAY "Monto fijo del fondo (0 = cerrar):"
               LINE 9 POSITION 10.
           MOVE 0 TO WS-MONTO-NUEVO.
           ACCEPT WS-MONTO-NUEVO LINE 9 POSITION 46.
           IF WS-MONTO-NUEVO = FON-MONTO
              EXIT PARAGRAPH
           END-IF.
           IF WS-MONTO-NUEVO > FON-MONTO
              COMPUTE WS-DIFERENCIA = WS-MONTO-NUEVO - FON-MONTO
              ADD WS-DIFERENCIA TO FON-EFECTIVO
              MOVE "FONDO" TO WS-LOG-TIPO
              MOVE "ENTREGA DE EFECTIVO AL CUSTODIO"
                  TO WS-LOG-DETALLE
           ELSE
              COMPUTE WS-DIFERENCIA = FON-MONTO - WS-MONTO-NUEVO
              IF WS-DIFERENCIA > FON-EFECTIVO
                 DISPLAY "El custodio no tiene ese efectivo: pida "
                     "antes el reembolso de los vales."
                     LINE 12 POSITION 10
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
              SUBTRACT WS-DIFERENCIA FROM FON-EFECTIVO
              MOVE "REINTEGR" TO WS-LOG-TIPO
              MOVE "DEVOLUCION DE EFECTIVO DEL CUSTODIO"
                  TO WS-LOG-DETALLE
           END-IF.
           MOVE WS-MONTO-NUEVO TO FON-MONTO.
           IF FON-MONTO = 0
              MOVE "C" TO FON-ESTADO
           ELSE
              MOVE "A" TO FON-ESTADO
           END-IF.
           REWRITE FONDATA
               INVALID KEY
                   WRITE FONDATA
                   END-WRITE
           END-REWRITE.
           MOVE 0 TO WS-LOG-DOC.
           MOVE WS-DIFERENCIA TO WS-LOG-VALOR.
           MOVE 0 TO WS-LOG-CODUNI.
           PERFORM REGISTRAR-LOG.
           PERFORM AUDITAR-FONDO.
           MOVE WS-DIFERENCIA TO WS-VAL-ED.
           DISPLAY "Fondo actualizado, " WS-LOG-TIPO " por "
               WS-VAL-ED LINE 12 POSITION 10.
           PERFORM PAUSA.

      ****************************************************************
      * Vale de gasto: sale del efectivo del fondo. El centro de     *
      * costo tiene que estar en unidades.dat (0 = general).         *
      ****************************************************************
       REGISTRAR-VALE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Vale de caja menor -----" LINE 3 POSITION 20.
           PERFORM PEDIR-FONDO-ACTIVO.
           IF WK-CUSTODIO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE FON-EFECTIVO TO WS-VAL-ED.
           DISPLAY "Efectivo disponible: " WS-VAL-ED
               LINE 7 POSITION 10.
           INITIALIZE VALDATA.
           MOVE WK-CUSTODIO TO VAL-CUSTODIO.
           DISPLAY "Fecha del gasto (AAAAMMDD, 0=hoy):"
               LINE 9 POSITION 10.
           ACCEPT VAL-FECHA LINE 9 POSITION 46.
           IF VAL-FECHA = 0
              ACCEPT VAL-FECHA FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(VAL-FECHA) NOT = 0
              DISPLAY "Fecha invalida." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pagado a:" LINE 10 POSITION 10.
           ACCEPT VAL-BENEF LINE 10 POSITION 46.
           DISPLAY "Concepto:" LINE 11 POSITION 10.
           ACCEPT VAL-CONCEPTO LINE 11 POSITION 25.
           DISPLAY "Valor:" LINE 12 POSITION 10.
           ACCEPT VAL-VALOR LINE 12 POSITION 46.
           DISPLAY "Centro de costo (CODUNI, 0 = general):"
               LINE 13 POSITION 10.
           ACCEPT VAL-CODUNI LINE 13 POSITION 50.
           IF VAL-BENEF = SPACES OR VAL-CONCEPTO = SPACES
              OR VAL-VALOR = 0
              DISPLAY "Beneficiario, concepto y valor son obligatorios."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF VAL-VALOR > FON-EFECTIVO
              DISPLAY "El vale pasa el efectivo del fondo: pida "
                  "el reembolso." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF VAL-CODUNI NOT = 0
              MOVE VAL-CODUNI TO UNI-CODIGO
              OPEN INPUT ARCHIVO-UNI
              IF WS-FS-UNI = "00"
                 READ ARCHIVO-UNI
                     INVALID KEY
                         MOVE "23" TO WS-FS-UNI
                 END-READ
                 CLOSE ARCHIVO-UNI
              END-IF
              IF WS-FS-UNI NOT = "00"
                 DISPLAY "La unidad no existe en unidades.dat."
                     LINE 20 POSITION 10
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
              DISPLAY UNI-NOMBRE LINE 13 POSITION 56
           END-IF.
           ADD 1 TO FON-ULT-VALE.
           MOVE FON-ULT-VALE TO VAL-NUMERO.
           MOVE "P" TO VAL-ESTADO.
           MOVE 0 TO VAL-REPO.
           MOVE T-NUMDOC TO VAL-OPER.
           WRITE VALDATA
               INVALID KEY
                   DISPLAY "Error: numero de vale ya existente."
                       LINE 20 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-WRITE.
           SUBTRACT VAL-VALOR FROM FON-EFECTIVO.
           REWRITE FONDATA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "VALE" TO WS-LOG-TIPO.
           MOVE VAL-NUMERO TO WS-LOG-DOC.
           MOVE VAL-VALOR TO WS-LOG-VALOR.
           MOVE VAL-CODUNI TO WS-LOG-CODUNI.
           MOVE VAL-CONCEPTO TO WS-LOG-DETALLE.
           PERFORM REGISTRAR-LOG.
           MOVE FON-EFECTIVO TO WS-VAL-ED.
           DISPLAY "Vale " VAL-NUMERO " registrado. Efectivo: "
               WS-VAL-ED LINE 20 POSITION 10.
           PERFORM PAUSA.

      ****************************************************************
      * Solicitud de reembolso: los vales pendientes del custodio    *
      * desde la ultima reposicion, con su total, a                  *
      * rep-caja-menor.txt. Confirmada, los vales quedan con el      *
      * numero de reposicion y el efectivo vuelve al monto del fondo.*
      ****************************************************************
       SOLICITAR-REEMBOLSO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reembolso de caja menor -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-FONDO-ACTIVO.
           IF WK-CUSTODIO = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           COMPUTE WS-LOG-DOC = FON-ULT-REPO + 1.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           STRING "SOLICITUD DE REEMBOLSO CAJA MENOR No. " WS-LOG-DOC
               "  FECHA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUSTODIO " FON-CUSTODIO " " FON-NOMBRE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ULTIMA REPOSICION " FON-FEC-REPO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "VALE   FECHA    PAGADO A                       CONCEP"
               TO LINEA-REPORTE.
           MOVE "TO                                CC          VALOR"
               TO LINEA-REPORTE(55:52).
           WRITE LINEA-REPORTE.
           PERFORM SUMAR-PENDIENTES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-PENDIENTES TO WS-TOT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL A REEMBOLSAR (" WS-NUM-PEND " vales)  "
               WS-TOT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "caja-menor" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-caja-menor.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "VALES PENDIENTES"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Vales pendientes: " WS-NUM-PEND "  total "
               WS-TOT-ED LINE 7 POSITION 10.
           DISPLAY "Detalle en rep-caja-menor.txt" LINE 8 POSITION 10.
           IF WS-NUM-PEND = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma la reposicion del fondo (S/N):"
               LINE 10 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 10 POSITION 52.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           PERFORM MARCAR-REEMBOLSADOS.
           MOVE WS-LOG-DOC TO FON-ULT-REPO.
           MOVE WS-FECHA-HOY TO FON-FEC-REPO.
           MOVE FON-MONTO TO FON-EFECTIVO.
           REWRITE FONDATA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "REPOSIC" TO WS-LOG-TIPO.
           MOVE WS-PENDIENTES TO WS-LOG-VALOR.
           MOVE 0 TO WS-LOG-CODUNI.
           MOVE "REEMBOLSO DE VALES AL FONDO" TO WS-LOG-DETALLE.
           PERFORM REGISTRAR-LOG.
           PERFORM AUDITAR-FONDO.
           DISPLAY "Fondo repuesto. Reposicion No. " FON-ULT-REPO
               LINE 12 POSITION 10.
           PERFORM PAUSA.

      * Recorre los vales pendientes del custodio; si el reporte esta
      * abierto escribe el renglon de cada uno.
       SUMAR-PENDIENTES.
           MOVE 0 TO WS-PENDIENTES.
           MOVE 0 TO WS-NUM-PEND.
           MOVE WK-CUSTODIO TO VAL-CUSTODIO.
           MOVE 0 TO VAL-NUMERO.
           MOVE "N" TO WS-FIN-VAL.
           START ARCHIVO-VAL KEY IS NOT LESS THAN VAL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VAL
           END-START.
           PERFORM UNTIL WS-FIN-VAL = "S"
              READ ARCHIVO-VAL NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIN-VAL
                  NOT AT END
                      IF VAL-CUSTODIO NOT = WK-CUSTODIO
                         MOVE "S" TO WS-FIN-VAL
                      ELSE
                         IF VAL-PENDIENTE
                            ADD VAL-VALOR TO WS-PENDIENTES
                            ADD 1 TO WS-NUM-PEND
                            IF WS-FS-REP = "00"
                               PERFORM ESCRIBIR-VALE
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-VAL.

       ESCRIBIR-VALE.
           MOVE VAL-VALOR TO WS-VAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING VAL-NUMERO " " VAL-FECHA " " VAL-BENEF " "
               VAL-CONCEPTO " " VAL-CODUNI " " WS-VAL-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       MARCAR-REEMBOLSADOS.
           MOVE WK-CUSTODIO TO VAL-CUSTODIO.
           MOVE 0 TO VAL-NUMERO.
           MOVE "N" TO WS-FIN-VAL.
           START ARCHIVO-VAL KEY IS NOT LESS THAN VAL-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VAL
           END-START.
           PERFORM UNTIL WS-FIN-VAL = "S"
              READ ARCHIVO-VAL NEXT RECORD
                  AT END
                      MOVE "S" TO WS-FIN-VAL
                  NOT AT END
                      IF VAL-CUSTODIO NOT = WK-CUSTODIO
                         MOVE "S" TO WS-FIN-VAL
                      ELSE
                         IF VAL-PENDIENTE
                            MOVE "R" TO VAL-ESTADO
                            MOVE WS-LOG-DOC TO VAL-REPO
                            REWRITE VALDATA
                                INVALID KEY
                                    CONTINUE
                            END-REWRITE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-VAL.

      ****************************************************************
      * Arqueo sorpresa: efectivo contado mas vales pendientes       *
      * contra el monto del fondo. Positivo es sobrante, negativo    *
      * faltante.                                                    *
      ****************************************************************
       ARQUEO-SORPRESA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Arqueo de caja menor -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-FONDO-ACTIVO.
           IF WK-CUSTODIO = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Efectivo contado:" LINE 7 POSITION 10.
           MOVE 0 TO WS-CONTADO.
           ACCEPT WS-CONTADO LINE 7 POSITION 46.
           MOVE SPACES TO WS-FS-REP.
           PERFORM SUMAR-PENDIENTES.
           COMPUTE WS-CUADRE = WS-CONTADO + WS-PENDIENTES - FON-MONTO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ARQUEO SORPRESA CAJA MENOR  FECHA " WS-FECHA-HOY
               "  CUSTODIO " FON-CUSTODIO " " FON-NOMBRE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE FON-MONTO TO WS-TOT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MONTO DEL FONDO        " WS-TOT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-CONTADO TO WS-TOT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EFECTIVO CONTADO       " WS-TOT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-PENDIENTES TO WS-TOT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VALES PENDIENTES       " WS-TOT-ED
               "  (" WS-NUM-PEND " vales)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-CUADRE TO WS-DIF-ED.
           MOVE SPACES TO LINEA-REPORTE.
           EVALUATE TRUE
               WHEN WS-CUADRE = 0
                   MOVE "ARQUEO CUADRADO" TO LINEA-REPORTE
               WHEN WS-CUADRE > 0
                   STRING "SOBRANTE               " WS-DIF-ED
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   END-STRING
               WHEN OTHER
                   STRING "FALTANTE               " WS-DIF-ED
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   END-STRING
           END-EVALUATE.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "caja-menor" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-caja-menor.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "ARQUEO"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY LINEA-REPORTE(1:40) LINE 9 POSITION 10.
           DISPLAY "Detalle en rep-caja-menor.txt" LINE 10 POSITION 10.
           MOVE "ARQUEO" TO WS-LOG-TIPO.
           MOVE 0 TO WS-LOG-DOC.
           MOVE WS-CONTADO TO WS-LOG-VALOR.
           MOVE 0 TO WS-LOG-CODUNI.
           MOVE LINEA-REPORTE(1:40) TO WS-LOG-DETALLE.
           PERFORM REGISTRAR-LOG.
           PERFORM AUDITAR-FONDO.
           PERFORM PAUSA.

       LISTAR-FONDOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Fondos de caja menor -----" LINE 3
               POSITION 20.
           DISPLAY "CUSTODIO   NOMBRE                       MONTO"
               LINE 5 POSITION 5.
           DISPLAY "EFECTIVO  E" LINE 5 POSITION 60.
           MOVE 6 TO WS-LIN.
           MOVE 0 TO FON-CUSTODIO.
           START ARCHIVO-FON KEY IS NOT LESS THAN FON-CUSTODIO
               INVALID KEY
                   MOVE "10" TO WS-FS-FON
           END-START.
           PERFORM UNTIL WS-FS-FON NOT = "00"
              READ ARCHIVO-FON NEXT RECORD
                  AT END
                      MOVE "10" TO WS-FS-FON
                  NOT AT END
                      MOVE FON-MONTO TO WS-VAL-ED
                      MOVE FON-EFECTIVO TO WS-VAL2-ED
                      DISPLAY FON-CUSTODIO " " FON-NOMBRE(1:25) " "
                          WS-VAL-ED " " WS-VAL2-ED " " FON-ESTADO
                          LINE WS-LIN POSITION 5
                      ADD 1 TO WS-LIN
                      IF WS-LIN > 20
                         PERFORM PAUSA
                         PERFORM CLEAR-SCREEN
                         MOVE 5 TO WS-LIN
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-FON.
           PERFORM PAUSA.

      * Documento del custodio, validado contra usuarios.dat.
       PEDIR-CUSTODIO.
           DISPLAY "Documento del custodio (0=volver):"
               LINE 5 POSITION 10.
           MOVE 0 TO WK-CUSTODIO.
           ACCEPT WK-CUSTODIO LINE 5 POSITION 46.
           IF WK-CUSTODIO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OP-NOMAPE.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE WK-CUSTODIO TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      MOVE "23" TO WS-FS-OPE
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.
           IF WS-FS-OPE NOT = "00"
              DISPLAY "El custodio no es usuario del sistema."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              MOVE 0 TO WK-CUSTODIO
              EXIT PARAGRAPH
           END-IF.
           DISPLAY OP-NOMAPE(1:30) LINE 5 POSITION 58.

      * Custodio con fondo activo, leido en FONDATA.
       PEDIR-FONDO-ACTIVO.
           DISPLAY "Documento del custodio (0=volver):"
               LINE 5 POSITION 10.
           MOVE 0 TO WK-CUSTODIO.
           ACCEPT WK-CUSTODIO LINE 5 POSITION 46.
           IF WK-CUSTODIO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-CUSTODIO TO FON-CUSTODIO.
           READ ARCHIVO-FON
               INVALID KEY
                   MOVE "23" TO WS-FS-FON
           END-READ.
           IF WS-FS-FON NOT = "00" OR NOT FON-ACTIVO
              DISPLAY "El custodio no tiene fondo de caja menor activo."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              MOVE 0 TO WK-CUSTODIO
              MOVE "00" TO WS-FS-FON
              EXIT PARAGRAPH
           END-IF.
           DISPLAY FON-NOMBRE(1:30) LINE 5 POSITION 58.

       REGISTRAR-LOG.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO CML-LINEA.
           MOVE WS-FECHA-HOY TO CML-FECHA.
           MOVE WS-HORA-HOY TO CML-HORA.
           MOVE WS-LOG-TIPO TO CML-TIPO.
           MOVE WK-CUSTODIO TO CML-CUSTODIO.
           MOVE WS-LOG-DOC TO CML-DOCUMENTO.
           MOVE WS-LOG-VALOR TO CML-VALOR.
           MOVE WS-LOG-CODUNI TO CML-CODUNI.
           MOVE T-NUMDOC TO CML-OPER.
           MOVE WS-LOG-DETALLE TO CML-DETALLE.
           OPEN EXTEND ARCHIVO-CML.
           IF WS-FS-CML NOT = "00"
              OPEN OUTPUT ARCHIVO-CML
           END-IF.
           WRITE CML-LINEA.
           CLOSE ARCHIVO-CML.

       AUDITAR-FONDO.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " CAJA MENOR " WS-LOG-TIPO
               " CUSTODIO=" WK-CUSTODIO
               " VALOR=" WS-LOG-VALOR
               " OPER=" T-NUMDOC
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
