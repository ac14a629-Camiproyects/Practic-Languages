       IDENTIFICATION DIVISION.
       PROGRAM-ID. habeas-data.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                DATOS PERSONALES (HABEAS DATA)                *
      *                                                              *
      * Descripcion: Tratamiento de datos personales de clientes     *
      *              (data-user.dat) y empleados (usuarios.dat) por  *
      *              la Ley 1581:                                    *
      *              - Autorizacion: estado (otorgada, negada o      *
      *                revocada), fecha y canal por titular en       *
      *                consentimientos.dat (C = cliente, E =         *
      *                empleado), sin tocar los maestros.            *
      *              - Solicitudes del titular en                    *
      *                solicitudes-habeas.dat con su plazo legal en  *
      *                dias habiles (festivos.dat): consulta 10,     *
      *                supresion y revocatoria 15 (reclamos).        *
      *              - Reporte del titular rep-titular.txt: todo lo  *
      *                que hay de un NUMDOC (maestros, cartera y sus *
      *                tiquetes, domicilios, puntos, sesiones de     *
      *                ingreso y de caja, tiquetes como operador).   *
      *              - Supresion: anonimiza nombre, direccion,       *
      *                telefonos y correo en data-user.dat,          *
      *                usuarios.dat y domicilios.dat; se conservan   *
      *                el NUMDOC y los registros fiscales (ventas,   *
      *                cartera, facturas). Se niega con saldo        *
      *                pendiente o vinculo laboral activo.           *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada linea de auditoria.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en auditoria-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas.      *
      *      sesiones.log se lee con su sello.                       *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      usuarios.dat y data-user.dat queda en el diario de      *
      *      recuperacion (diario-recup.dat) con su imagen           *
      *      posterior, fecha, hora, programa y estacion, para que   *
      *      recupera-diario la reaplique sobre un respaldo.         *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CON
               ASSIGN TO "../Usuarios/consentimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CLAVE
               FILE STATUS IS WS-FS-CON.
           SELECT ARCHIVO-SOL
               ASSIGN TO "../Usuarios/solicitudes-habeas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-NUMERO
               FILE STATUS IS WS-FS-SOL.
           SELECT ARCHIVO-DUS ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMDOC
               FILE STATUS IS WS-FS-DUS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-EMP ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-NUMDOC
               ALTERNATE RECORD KEY IS EM-CODUNI WITH DUPLICATES
               FILE STATUS IS WS-FS-EMP.
           SELECT ARCHIVO-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-PTS ASSIGN TO "../Articulos/puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PTS.
           SELECT ARCHIVO-DOM ASSIGN TO "../Articulos/domicilios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-TIQUETE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-DOM.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-CAJA ASSIGN TO "../Articulos/caja-ses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CAJ.
           SELECT ARCHIVO-SES ASSIGN TO "../Usuarios/sesiones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               FILE STATUS IS WS-FS-FES.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Usuarios/rep-titular.txt"
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
      * Autorizacion de tratamiento por titular.
       FD  ARCHIVO-CON.
       01  CONDATA.
           05 CN-CLAVE.
              07 CN-TIPO     PIC X.
                 88 CN-CLIENTE   VALUE "C".
                 88 CN-EMPLEADO  VALUE "E".
              07 CN-NUMDOC   PIC 9(13).
           05 CN-ESTADO      PIC X.
              88 CN-OTORGADO VALUE "S".
              88 CN-NEGADO   VALUE "N".
              88 CN-REVOCADO VALUE "R".
           05 CN-FECHA       PIC 9(8).
           05 CN-CANAL       PIC X.
              88 CN-CANAL-OK VALUE "P" "W" "T" "E" "F".
           05 CN-OPER        PIC 9(10).
           05 CN-FEC-MOD     PIC 9(8).

      * Solicitudes del titular con su plazo legal de respuesta.
       FD  ARCHIVO-SOL.
       01  SOLDATA.
           05 SH-NUMERO      PIC 9(6).
           05 SH-FECHA       PIC 9(8).
           05 SH-TIPO-TIT    PIC X.
           05 SH-NUMDOC      PIC 9(13).
           05 SH-TIPO        PIC X.
              88 SH-CONSULTA    VALUE "C".
              88 SH-SUPRESION   VALUE "S".
              88 SH-REVOCATORIA VALUE "R".
           05 SH-CANAL       PIC X.
           05 SH-LIMITE      PIC 9(8).
           05 SH-ESTADO      PIC X.
              88 SH-PENDIENTE VALUE "P".
              88 SH-ATENDIDA  VALUE "A".
              88 SH-NEGADA    VALUE "N".
           05 SH-FEC-RESP    PIC 9(8).
           05 SH-RESPUESTA   PIC X(40).
           05 SH-OPER        PIC 9(10).

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
           05 DU-LIMCRED     PIC 9(10)V99.
           05 DU-SEGMENTO    PIC X.

       FD  ARCHIVO-EMP.
       01  EMPDATA.
           05 EM-NOMAPE      PIC X(65).
           05 EM-TIPDOC      PIC X(02).
           05 EM-NUMDOC      PIC 9(10).
           05 EM-MONTPA      PIC 9(10).
           05 EM-NUMCON      PIC 9(10).
           05 EM-CORREO      PIC X(30).
           05 EM-CARGO       PIC X.
           05 EM-DETALL      PIC X(65).
           05 EM-FECREG      PIC 9(08).
           05 EM-REDOND      PIC 9(10).
           05 EM-CODUNI      PIC 9(4).
           05 EM-CLAVE       PIC X(10).
           05 EM-INTENTOS    PIC 9(2).
           05 EM-BLOQUEADO   PIC X.
           05 EM-ESTADO      PIC X.
              88 EM-ACTIVO   VALUE "A".
           05 EM-NUMCON2     PIC 9(10).
           05 EM-NUMCON3     PIC 9(10).
           05 EM-FECCLAVE    PIC 9(08).
           05 EM-FORZCLA     PIC X.
           05 EM-CLAVE-ANT1  PIC X(10).
           05 EM-CLAVE-ANT2  PIC X(10).
           05 EM-CLAVE-ANT3  PIC X(10).
           05 EM-FECCARGO    PIC 9(08).

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

       FD  ARCHIVO-PTS.
       01  PTSDATA.
           05 PT-CLAVE.
              07 PT-CLIENTE  PIC 9(13).
              07 PT-FECHA    PIC 9(8).
              07 PT-TIQUETE  PIC 9(6).
              07 PT-TIPO     PIC X.
           05 PT-PUNTOS      PIC 9(10).
           05 PT-SALDO       PIC 9(10).
           05 PT-RETIRADO    PIC 9(10).
           05 PT-VENCE       PIC 9(8).

       FD  ARCHIVO-DOM.
       01  DOMDATA.
           05 DM-TIQUETE     PIC 9(6).
           05 DM-CLIENTE     PIC 9(13).
           05 DM-DIRECCION   PIC X(50).
           05 DM-CIUDAD      PIC X(20).
           05 DM-COURIER     PIC X(30).
           05 DM-FECHA       PIC 9(8).
           05 DM-ESTADO      PIC X.
           05 DM-CONTRAENT   PIC X.
           05 DM-VALOR-COBRO PIC 9(12)V99.
           05 DM-LIQUIDACION PIC 9(6).

       FD  ARCHIVO-VTA.
       01  VTADATA.
           05 VTA-CLAVE.
              07 VTA-NUMERO  PIC 9(6).
              07 VTA-LINEA   PIC 9(3).
           05 VTA-FECHA      PIC 9(8).
           05 VTA-HORA       PIC 9(8).
           05 VTA-CODART     PIC X(120).
           05 VTA-DESCRI     PIC X(40).
           05 VTA-CANT       PIC 9(5).
           05 VTA-PRECIO     PIC 9(10)V99.
           05 VTA-SUBTOT     PIC 9(12)V99.
           05 VTA-OPER       PIC 9(10).
           05 VTA-ESTACION   PIC 9(4).
           05 VTA-SUCURSAL   PIC 9(2).

       FD  ARCHIVO-CAJA.
       01  CAJADATA.
           05 CS-NUMERO      PIC 9(6).
           05 CS-OPER        PIC 9(10).
           05 CS-FECHA-AP    PIC 9(8).
           05 CS-HORA-AP     PIC 9(8).
           05 CS-BASE        PIC 9(10)V99.
           05 CS-ENTRADAS    PIC 9(10)V99.
           05 CS-SALIDAS     PIC 9(10)V99.
           05 CS-FECHA-CI    PIC 9(8).
           05 CS-HORA-CI     PIC 9(8).
           05 CS-CONTADO     PIC 9(10)V99.
           05 CS-ESPERADO    PIC S9(12)V99.
           05 CS-DIFER       PIC S9(12)V99.
           05 CS-ESTADO      PIC X.

       FD  ARCHIVO-SES.
       01  SES-LINEA.
           05 SES-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 SES-HORA-INI   PIC 9(6).
           05 FILLER         PIC X.
           05 SES-HORA-FIN   PIC 9(6).
           05 FILLER         PIC X.
           05 SES-NUMDOC     PIC 9(10).
           05 FILLER         PIC X.
           05 SES-DURACION   PIC 9(8).
           05 FILLER         PIC X.
           05 SES-ESTACION   PIC 9(4).
           05 SES-MARCA      PIC X.
           05 SES-SELLO      PIC 9(10).

      * Calendario de festivos compartido (programa festivos).
       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FILLER         PIC X(20).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

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
       01 WS-FS-CON           PIC XX.
       01 WS-FS-SOL           PIC XX.
       01 WS-FS-DUS           PIC XX.
       01 WS-FS-EMP           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-PTS           PIC XX.
       01 WS-FS-DOM           PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-CAJ           PIC XX.
       01 WS-FS-SES           PIC XX.
       01 WS-FS-FES           PIC XX.
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
       01 WS-LIN              PIC 9(2).
       01 WS-AUD-EVENTO       PIC X(12).

      * Titular en tramite.
       01 WS-TIT-TIPO         PIC X.
       01 WS-TIT-NUMDOC       PIC 9(13).
       01 WS-TIT-EXISTE       PIC X.
       01 WS-NUM-NUEVO        PIC 9(6).
       01 WS-NUM-SOL          PIC 9(6).

      * Plazo legal en dias habiles.
       01 WS-DIAS-LEY         PIC 9(2).
       01 WS-DIAS-CONTADOS    PIC 9(2).
       01 WS-FES-ABIERTO      PIC X VALUE "N".
       01 WS-FECHA-HABIL      PIC 9(8).
       01 WS-INT-HABIL        PIC 9(7).
       01 WS-COC-SEMANA       PIC 9(7).
       01 WS-DIA-SEMANA       PIC 9.
       01 WS-ES-HABIL         PIC X.

      * Supresion.
       01 WS-SALDO-CLI        PIC S9(12)V99.
       01 WS-MOTIVO-NEG       PIC X(40).
       01 WS-ANON-DOM         PIC 9(5).
       01 WS-ANONIMO          PIC X(20) VALUE "TITULAR ANONIMIZADO".

      * Conteos del reporte del titular.
       01 WS-CNT              PIC 9(6).
       01 WS-TIQ-ANT          PIC 9(6).
       01 WS-VAL-ED           PIC Z(11)9.99.

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
           OPEN I-O ARCHIVO-CON.
           IF WS-FS-CON = "35"
              CLOSE ARCHIVO-CON
              OPEN OUTPUT ARCHIVO-CON
              CLOSE ARCHIVO-CON
              OPEN I-O ARCHIVO-CON
           END-IF.
           IF WS-FS-CON NOT = "00"
              DISPLAY "Error al abrir consentimientos.dat. FS = "
                  WS-FS-CON
              MOVE "HABEAS-DATA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/consentimientos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-CON TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-SOL.
           IF WS-FS-SOL = "35"
              CLOSE ARCHIVO-SOL
              OPEN OUTPUT ARCHIVO-SOL
              CLOSE ARCHIVO-SOL
              OPEN I-O ARCHIVO-SOL
           END-IF.
           IF WS-FS-SOL NOT = "00"
              DISPLAY "Error al abrir solicitudes-habeas.dat. FS = "
                  WS-FS-SOL
              MOVE "HABEAS-DATA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/solicitudes-habeas.dat"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-SOL TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-CON
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-HABEAS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-SOL.
           CLOSE ARCHIVO-CON.
           GOBACK.

       MENU-HABEAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  DATOS PERSONALES (HABEAS)    " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  A -> Autorizacion del titular" LINE 7 POSITION 20.
           DISPLAY "  S -> Nueva solicitud" LINE 8 POSITION 20.
           DISPLAY "  T -> Tramitar solicitud" LINE 9 POSITION 20.
           DISPLAY "  P -> Solicitudes pendientes" LINE 10 POSITION 20.
           DISPLAY "  R -> Reporte del titular" LINE 11 POSITION 20.
           DISPLAY "  Q -> Volver" LINE 12 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 14 POSITION 20.
           ACCEPT WS-OPCION LINE 14 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "A"
                    PERFORM REGISTRAR-AUTORIZACION
               WHEN "S"
                    PERFORM NUEVA-SOLICITUD
               WHEN "T"
                    PERFORM TRAMITAR-SOLICITUD
               WHEN "P"
                    PERFORM LISTAR-PENDIENTES
               WHEN "R"
                    PERFORM PEDIR-TITULAR
                    IF WS-TIT-EXISTE = "S"
                       PERFORM GENERAR-REPORTE-TITULAR
                       DISPLAY "Reporte en rep-titular.txt"
                           LINE 20 POSITION 10
                       PERFORM PAUSA
                    END-IF
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      * Tipo (C cliente, E empleado) y documento; el titular debe
      * estar en el maestro que le corresponde.
       PEDIR-TITULAR.
           PERFORM CLEAR-SCREEN.
           MOVE "N" TO WS-TIT-EXISTE.
           DISPLAY "Titular (C=cliente, E=empleado):" LINE 5
               POSITION 10.
           MOVE SPACE TO WS-TIT-TIPO.
           ACCEPT WS-TIT-TIPO LINE 5 POSITION 45.
           IF WS-TIT-TIPO NOT = "C" AND WS-TIT-TIPO NOT = "E"
              DISPLAY "Tipo de titular invalido." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Documento (NUMDOC):" LINE 6 POSITION 10.
           MOVE 0 TO WS-TIT-NUMDOC.
           ACCEPT WS-TIT-NUMDOC LINE 6 POSITION 45.
           IF WS-TIT-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-TIT-TIPO = "C"
              OPEN INPUT ARCHIVO-DUS
              IF WS-FS-DUS = "00"
                 MOVE WS-TIT-NUMDOC TO DU-NUMDOC
                 READ ARCHIVO-DUS
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE "S" TO WS-TIT-EXISTE
                 END-READ
                 CLOSE ARCHIVO-DUS
              END-IF
           ELSE
              IF WS-TIT-NUMDOC <= 9999999999
                 OPEN INPUT ARCHIVO-EMP
                 IF WS-FS-EMP = "00"
                    MOVE WS-TIT-NUMDOC TO EM-NUMDOC
                    READ ARCHIVO-EMP
                        INVALID KEY CONTINUE
                        NOT INVALID KEY MOVE "S" TO WS-TIT-EXISTE
                    END-READ
                    CLOSE ARCHIVO-EMP
                 END-IF
              END-IF
           END-IF.
           IF WS-TIT-EXISTE NOT = "S"
              DISPLAY "El titular no existe en el maestro."
                  LINE 20 POSITION 10
              PERFORM PAUSA
           END-IF.

      ****************************************************************
      * Autorizacion: S otorgada, N negada, R revocada; canal P      *
      * presencial, W web, T telefono, E correo, F formato fisico.   *
      ****************************************************************
       REGISTRAR-AUTORIZACION.
           PERFORM PEDIR-TITULAR.
           IF WS-TIT-EXISTE NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIT-TIPO TO CN-TIPO.
           MOVE WS-TIT-NUMDOC TO CN-NUMDOC.
           READ ARCHIVO-CON
               INVALID KEY
                   DISPLAY "Sin autorizacion registrada." LINE 8
                       POSITION 10
                   MOVE SPACE TO CN-ESTADO
                   MOVE 0 TO CN-FECHA
                   MOVE SPACE TO CN-CANAL
               NOT INVALID KEY
                   DISPLAY "Actual: " CN-ESTADO " del " CN-FECHA
                       " canal " CN-CANAL LINE 8 POSITION 10
           END-READ.
           MOVE "00" TO WS-FS-CON.
           DISPLAY "Estado (S=otorgada N=negada R=revocada):"
               LINE 10 POSITION 10.
           ACCEPT CN-ESTADO LINE 10 POSITION 52.
           IF NOT CN-OTORGADO AND NOT CN-NEGADO AND NOT CN-REVOCADO
              DISPLAY "Estado invalido." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Canal (P/W/T/E/F):" LINE 11 POSITION 10.
           ACCEPT CN-CANAL LINE 11 POSITION 52.
           IF NOT CN-CANAL-OK
              DISPLAY "Canal invalido." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha (AAAAMMDD, 0=hoy):" LINE 12 POSITION 10.
           MOVE 0 TO CN-FECHA.
           ACCEPT CN-FECHA LINE 12 POSITION 52.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF CN-FECHA = 0
              MOVE WS-FECHA-HOY TO CN-FECHA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(CN-FECHA) NOT = 0
              DISPLAY "Fecha invalida." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM GRABAR-AUTORIZACION.
           MOVE "AUTORIZA" TO WS-AUD-EVENTO.
           MOVE 0 TO WS-NUM-SOL.
           PERFORM AUDITAR-HABEAS.
           DISPLAY "Autorizacion registrada." LINE 14 POSITION 10.
           PERFORM PAUSA.

      * Graba o reemplaza la autorizacion ya armada en CONDATA.
       GRABAR-AUTORIZACION.
           MOVE T-NUMDOC TO CN-OPER.
           ACCEPT CN-FEC-MOD FROM DATE YYYYMMDD.
           WRITE CONDATA
               INVALID KEY
                   REWRITE CONDATA
                   END-REWRITE
           END-WRITE.

      ****************************************************************
      * Solicitud del titular: queda con su plazo de respuesta en    *
      * dias habiles (consulta 10; supresion y revocatoria son       *
      * reclamos, 15).                                               *
      ****************************************************************
       NUEVA-SOLICITUD.
           PERFORM PEDIR-TITULAR.
           IF WS-TIT-EXISTE NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Solicitud (C=consulta S=supresion R=revocatoria):"
               LINE 8 POSITION 10.
           MOVE SPACE TO SH-TIPO.
           ACCEPT SH-TIPO LINE 8 POSITION 62.
           IF NOT SH-CONSULTA AND NOT SH-SUPRESION
              AND NOT SH-REVOCATORIA
              DISPLAY "Tipo de solicitud invalido." LINE 20
                  POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Canal (P/W/T/E/F):" LINE 9 POSITION 10.
           MOVE "P" TO SH-CANAL.
           ACCEPT SH-CANAL LINE 9 POSITION 62.
           PERFORM OBTENER-NUMERO-SOLICITUD.
           MOVE WS-NUM-NUEVO TO SH-NUMERO.
           ACCEPT SH-FECHA FROM DATE YYYYMMDD.
           MOVE WS-TIT-TIPO TO SH-TIPO-TIT.
           MOVE WS-TIT-NUMDOC TO SH-NUMDOC.
           IF SH-CONSULTA
              MOVE 10 TO WS-DIAS-LEY
           ELSE
              MOVE 15 TO WS-DIAS-LEY
           END-IF.
           PERFORM CALCULAR-LIMITE.
           MOVE WS-FECHA-HABIL TO SH-LIMITE.
           MOVE "P" TO SH-ESTADO.
           MOVE 0 TO SH-FEC-RESP.
           MOVE SPACES TO SH-RESPUESTA.
           MOVE T-NUMDOC TO SH-OPER.
           WRITE SOLDATA
               INVALID KEY
                   DISPLAY "Error: numero de solicitud ya existe."
                       LINE 20 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "SOLICITUD" TO WS-AUD-EVENTO.
           MOVE SH-NUMERO TO WS-NUM-SOL.
           PERFORM AUDITAR-HABEAS.
           DISPLAY "Solicitud " SH-NUMERO " registrada; responder a mas"
               " tardar el " SH-LIMITE LINE 11 POSITION 10.
           PERFORM PAUSA.

      * Siguiente numero: el mayor de solicitudes-habeas.dat mas uno.
       OBTENER-NUMERO-SOLICITUD.
           MOVE 0 TO WS-NUM-NUEVO.
           MOVE 0 TO SH-NUMERO.
           START ARCHIVO-SOL KEY IS NOT LESS THAN SH-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-SOL
           END-START.
           PERFORM UNTIL WS-FS-SOL NOT = "00"
              READ ARCHIVO-SOL NEXT RECORD
                  AT END MOVE "10" TO WS-FS-SOL
                  NOT AT END MOVE SH-NUMERO TO WS-NUM-NUEVO
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-SOL.
           ADD 1 TO WS-NUM-NUEVO.

      * WS-FECHA-HABIL queda en el dia habil numero WS-DIAS-LEY
      * contado desde el dia siguiente a la solicitud.
       CALCULAR-LIMITE.
           PERFORM ABRIR-FESTIVOS.
           COMPUTE WS-INT-HABIL = FUNCTION INTEGER-OF-DATE(SH-FECHA).
           MOVE 0 TO WS-DIAS-CONTADOS.
           PERFORM UNTIL WS-DIAS-CONTADOS >= WS-DIAS-LEY
              ADD 1 TO WS-INT-HABIL
              COMPUTE WS-FECHA-HABIL =
                  FUNCTION DATE-OF-INTEGER(WS-INT-HABIL)
              PERFORM VERIFICAR-DIA-HABIL
              IF WS-ES-HABIL = "S"
                 ADD 1 TO WS-DIAS-CONTADOS
              END-IF
           END-PERFORM.
           PERFORM CERRAR-FESTIVOS.

      ****************************************************************
      * Tramite: la consulta se responde con el reporte del titular; *
      * la revocatoria deja la autorizacion en R; la supresion       *
      * anonimiza, salvo que el titular tenga saldo pendiente o      *
      * vinculo laboral activo (deber legal de conservar el dato),   *
      * caso en que la solicitud queda negada con el motivo.         *
      ****************************************************************
       TRAMITAR-SOLICITUD.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Tramitar solicitud -----" LINE 3 POSITION 20.
           DISPLAY "Numero de solicitud:" LINE 5 POSITION 10.
           MOVE 0 TO SH-NUMERO.
           ACCEPT SH-NUMERO LINE 5 POSITION 40.
           READ ARCHIVO-SOL
               INVALID KEY
                   DISPLAY "La solicitud no existe." LINE 20
                       POSITION 10
                   MOVE "00" TO WS-FS-SOL
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SH-PENDIENTE
              DISPLAY "La solicitud ya fue tramitada: " SH-RESPUESTA
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Titular " SH-TIPO-TIT " " SH-NUMDOC " solicitud "
               SH-TIPO " vence " SH-LIMITE LINE 7 POSITION 10.
           DISPLAY "Confirma el tramite (S/N):" LINE 9 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 9 POSITION 40.
           IF WS-CONFIRMA NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE SH-TIPO-TIT TO WS-TIT-TIPO.
           MOVE SH-NUMDOC TO WS-TIT-NUMDOC.
           EVALUATE TRUE
               WHEN SH-CONSULTA
                   PERFORM GENERAR-REPORTE-TITULAR
                   MOVE "A" TO SH-ESTADO
                   MOVE "REPORTE DEL TITULAR ENTREGADO"
                       TO SH-RESPUESTA
               WHEN SH-REVOCATORIA
                   PERFORM REVOCAR-AUTORIZACION
                   MOVE "A" TO SH-ESTADO
                   MOVE "AUTORIZACION REVOCADA" TO SH-RESPUESTA
               WHEN SH-SUPRESION
                   PERFORM VERIFICAR-SUPRESION
                   IF WS-MOTIVO-NEG = SPACES
                      PERFORM ANONIMIZAR-TITULAR
                      PERFORM REVOCAR-AUTORIZACION
                      MOVE "A" TO SH-ESTADO
                      MOVE "DATOS ANONIMIZADOS" TO SH-RESPUESTA
                   ELSE
                      MOVE "N" TO SH-ESTADO
                      MOVE WS-MOTIVO-NEG TO SH-RESPUESTA
                   END-IF
           END-EVALUATE.
           ACCEPT SH-FEC-RESP FROM DATE YYYYMMDD.
           REWRITE SOLDATA
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "TRAMITE" TO WS-AUD-EVENTO.
           MOVE SH-NUMERO TO WS-NUM-SOL.
           PERFORM AUDITAR-HABEAS.
           DISPLAY "Respuesta: " SH-RESPUESTA LINE 11 POSITION 10.
           IF SH-FEC-RESP > SH-LIMITE
              DISPLAY "ATENCION: respondida fuera del plazo legal."
                  LINE 12 POSITION 10
           END-IF.
           PERFORM PAUSA.

       REVOCAR-AUTORIZACION.
           MOVE WS-TIT-TIPO TO CN-TIPO.
           MOVE WS-TIT-NUMDOC TO CN-NUMDOC.
           READ ARCHIVO-CON
               INVALID KEY
                   MOVE "P" TO CN-CANAL
           END-READ.
           MOVE "00" TO WS-FS-CON.
           MOVE "R" TO CN-ESTADO.
           ACCEPT CN-FECHA FROM DATE YYYYMMDD.
           PERFORM GRABAR-AUTORIZACION.

       VERIFICAR-SUPRESION.
           MOVE SPACES TO WS-MOTIVO-NEG.
           IF WS-TIT-TIPO = "C"
              PERFORM SALDO-DEL-CLIENTE
              IF WS-SALDO-CLI > 0
                 MOVE "NEGADA: OBLIGACION PENDIENTE EN CARTERA"
                     TO WS-MOTIVO-NEG
              END-IF
           ELSE
              OPEN INPUT ARCHIVO-EMP
              IF WS-FS-EMP = "00"
                 MOVE WS-TIT-NUMDOC TO EM-NUMDOC
                 READ ARCHIVO-EMP
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         IF EM-ACTIVO
                            MOVE "NEGADA: VINCULO LABORAL VIGENTE"
                                TO WS-MOTIVO-NEG
                         END-IF
                 END-READ
                 CLOSE ARCHIVO-EMP
              END-IF
           END-IF.

       SALDO-DEL-CLIENTE.
           MOVE 0 TO WS-SALDO-CLI.
           OPEN INPUT ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIT-NUMDOC TO MC-NUMDOC.
           MOVE 0 TO MC-FECHA.
           MOVE 0 TO MC-NUMDOCU.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           PERFORM UNTIL WS-FS-MOV NOT = "00"
              READ ARCHIVO-MOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-MOV
                  NOT AT END
                      IF MC-NUMDOC NOT = WS-TIT-NUMDOC
                         MOVE "10" TO WS-FS-MOV
                      ELSE
                         IF MC-CARGO
                            ADD MC-VALOR TO WS-SALDO-CLI
                         ELSE
                            SUBTRACT MC-VALOR FROM WS-SALDO-CLI
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-MOV.

      ****************************************************************
      * Anonimizacion: nombre, direccion, contacto, telefonos y      *
      * correo quedan en blanco o con la marca TITULAR ANONIMIZADO.  *
      * El NUMDOC se conserva: amarra los registros fiscales.        *
      ****************************************************************
       ANONIMIZAR-TITULAR.
           IF WS-TIT-TIPO = "C"
              OPEN I-O ARCHIVO-DUS
              IF WS-FS-DUS = "00"
                 MOVE WS-TIT-NUMDOC TO DU-NUMDOC
                 READ ARCHIVO-DUS
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         MOVE WS-ANONIMO TO DU-RAZSOC
                         MOVE SPACES TO DU-DIRECT
                         MOVE SPACES TO DU-CONTAC
                         MOVE SPACES TO DU-TEL1
                         MOVE SPACES TO DU-TEL2
                         MOVE SPACES TO DU-CORREO
                         REWRITE DU-REG
                         END-REWRITE
                         MOVE "R" TO WS-DIARIO-OPER
                         PERFORM DIARIO-DATA-USER
                 END-READ
                 CLOSE ARCHIVO-DUS
              END-IF
              PERFORM ANONIMIZAR-DOMICILIOS
           ELSE
              OPEN I-O ARCHIVO-EMP
              IF WS-FS-EMP = "00"
                 MOVE WS-TIT-NUMDOC TO EM-NUMDOC
                 READ ARCHIVO-EMP
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         MOVE WS-ANONIMO TO EM-NOMAPE
                         MOVE 0 TO EM-NUMCON
                         MOVE 0 TO EM-NUMCON2
                         MOVE 0 TO EM-NUMCON3
                         MOVE SPACES TO EM-CORREO
                         MOVE SPACES TO EM-DETALL
                         REWRITE EMPDATA
                         END-REWRITE
                         MOVE "R" TO WS-DIARIO-OPER
                         PERFORM DIARIO-USUARIOS
                 END-READ
                 CLOSE ARCHIVO-EMP
              END-IF
           END-IF.

      * La direccion de entrega de cada domicilio del cliente.
       ANONIMIZAR-DOMICILIOS.
           MOVE 0 TO WS-ANON-DOM.
           OPEN I-O ARCHIVO-DOM.
           IF WS-FS-DOM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DM-TIQUETE.
           START ARCHIVO-DOM KEY IS NOT LESS THAN DM-TIQUETE
               INVALID KEY
                   MOVE "10" TO WS-FS-DOM
           END-START.
           PERFORM UNTIL WS-FS-DOM NOT = "00"
              READ ARCHIVO-DOM NEXT RECORD
                  AT END MOVE "10" TO WS-FS-DOM
                  NOT AT END
                      IF DM-CLIENTE = WS-TIT-NUMDOC
                         MOVE WS-ANONIMO TO DM-DIRECCION
                         REWRITE DOMDATA
                         END-REWRITE
                         ADD 1 TO WS-ANON-DOM
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-DOM.

      ****************************************************************
      * Solicitudes pendientes con su plazo; las que ya pasaron el   *
      * limite salen marcadas VENCIDA.                               *
      ****************************************************************
       LISTAR-PENDIENTES.
           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "----- Solicitudes pendientes -----" LINE 3
               POSITION 20.
           DISPLAY "NUMERO FECHA    T DOCUMENTO     S LIMITE"
               LINE 5 POSITION 5.
           MOVE 6 TO WS-LIN.
           MOVE 0 TO WS-CNT.
           MOVE 0 TO SH-NUMERO.
           START ARCHIVO-SOL KEY IS NOT LESS THAN SH-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-SOL
           END-START.
           PERFORM UNTIL WS-FS-SOL NOT = "00"
              READ ARCHIVO-SOL NEXT RECORD
                  AT END MOVE "10" TO WS-FS-SOL
                  NOT AT END
                      IF SH-PENDIENTE
                         PERFORM MOSTRAR-PENDIENTE
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-SOL.
           DISPLAY "Pendientes: " WS-CNT LINE 21 POSITION 5.
           PERFORM PAUSA.

       MOSTRAR-PENDIENTE.
           ADD 1 TO WS-CNT.
           IF WS-LIN > 20
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           IF SH-LIMITE < WS-FECHA-HOY
              DISPLAY SH-NUMERO " " SH-FECHA " " SH-TIPO-TIT " "
                  SH-NUMDOC " " SH-TIPO " " SH-LIMITE " VENCIDA"
                  LINE WS-LIN POSITION 5
           ELSE
              DISPLAY SH-NUMERO " " SH-FECHA " " SH-TIPO-TIT " "
                  SH-NUMDOC " " SH-TIPO " " SH-LIMITE
                  LINE WS-LIN POSITION 5
           END-IF.
           ADD 1 TO WS-LIN.

      ****************************************************************
      * Reporte del titular: todo lo que se guarda de un NUMDOC, por *
      * archivo, en rep-titular.txt (sin claves de acceso).          *
      ****************************************************************
       GENERAR-REPORTE-TITULAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REPORTE DEL TITULAR " WS-TIT-NUMDOC
               " - DATOS PERSONALES QUE CONSERVA LA TIENDA - "
               WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM REPORTE-AUTORIZACION.
           PERFORM REPORTE-CLIENTE.
           PERFORM REPORTE-EMPLEADO.
           PERFORM REPORTE-CARTERA.
           PERFORM REPORTE-DOMICILIOS.
           PERFORM REPORTE-PUNTOS.
           PERFORM REPORTE-SESIONES.
           PERFORM REPORTE-CAJA.
           PERFORM REPORTE-TIQUETES-OPER.
           PERFORM REPORTE-SOLICITUDES.
           CLOSE ARCHIVO-REPORTE.
           MOVE "habeas-data" TO WS-ARC-PROGRAMA.
           MOVE "../Usuarios/rep-titular.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "TITULAR=" WS-TIT-TIPO " " WS-TIT-NUMDOC
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       TITULO-SECCION.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.

       REPORTE-AUTORIZACION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- AUTORIZACION DE TRATAMIENTO --" TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE "C" TO CN-TIPO.
           PERFORM REPORTE-UNA-AUTORIZACION.
           MOVE "E" TO CN-TIPO.
           PERFORM REPORTE-UNA-AUTORIZACION.

       REPORTE-UNA-AUTORIZACION.
           MOVE WS-TIT-NUMDOC TO CN-NUMDOC.
           READ ARCHIVO-CON
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "   TITULAR " CN-TIPO " ESTADO " CN-ESTADO
                       " FECHA " CN-FECHA " CANAL " CN-CANAL
                       DELIMITED BY SIZE INTO LINEA-REPORTE
                   END-STRING
                   WRITE LINEA-REPORTE
           END-READ.
           MOVE "00" TO WS-FS-CON.

       REPORTE-CLIENTE.
           OPEN INPUT ARCHIVO-DUS.
           IF WS-FS-DUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIT-NUMDOC TO DU-NUMDOC.
           READ ARCHIVO-DUS
               INVALID KEY
                   MOVE "23" TO WS-FS-DUS
           END-READ.
           IF WS-FS-DUS = "00"
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "-- CLIENTE (data-user.dat) --" TO LINEA-REPORTE
              PERFORM TITULO-SECCION
              STRING "   RAZON SOCIAL " DU-RAZSOC
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              STRING "   DIRECCION " DU-DIRECT " CIUDAD " DU-CIUDAD
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              STRING "   CONTACTO " DU-CONTAC " TELEFONOS " DU-TEL1
                  " " DU-TEL2
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              STRING "   CORREO " DU-CORREO
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              MOVE DU-LIMCRED TO WS-VAL-ED
              STRING "   CUPO " WS-VAL-ED " SEGMENTO " DU-SEGMENTO
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
           END-IF.
           CLOSE ARCHIVO-DUS.

       REPORTE-EMPLEADO.
           IF WS-TIT-NUMDOC > 9999999999
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-EMP.
           IF WS-FS-EMP NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIT-NUMDOC TO EM-NUMDOC.
           READ ARCHIVO-EMP
               INVALID KEY
                   MOVE "23" TO WS-FS-EMP
           END-READ.
           IF WS-FS-EMP = "00"
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "-- EMPLEADO (usuarios.dat) --" TO LINEA-REPORTE
              PERFORM TITULO-SECCION
              STRING "   NOMBRE " EM-NOMAPE " TIPO DOC " EM-TIPDOC
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              STRING "   CONTACTOS " EM-NUMCON " " EM-NUMCON2 " "
                  EM-NUMCON3 " CORREO " EM-CORREO
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              STRING "   DETALLES " EM-DETALL
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
              STRING "   CARGO " EM-CARGO " UNIDAD " EM-CODUNI
                  " REGISTRO " EM-FECREG " ESTADO " EM-ESTADO
                  " SALDO MONTPA " EM-MONTPA
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              PERFORM TITULO-SECCION
           END-IF.
           CLOSE ARCHIVO-EMP.

      * Cargos (con los tiquetes a credito) y pagos de la cuenta.
       REPORTE-CARTERA.
           OPEN INPUT ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- MOVIMIENTOS DE CARTERA Y TIQUETES A CREDITO --"
               TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE 0 TO WS-CNT.
           MOVE WS-TIT-NUMDOC TO MC-NUMDOC.
           MOVE 0 TO MC-FECHA.
           MOVE 0 TO MC-NUMDOCU.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           PERFORM UNTIL WS-FS-MOV NOT = "00"
              READ ARCHIVO-MOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-MOV
                  NOT AT END
                      IF MC-NUMDOC NOT = WS-TIT-NUMDOC
                         MOVE "10" TO WS-FS-MOV
                      ELSE
                         ADD 1 TO WS-CNT
                         MOVE MC-VALOR TO WS-VAL-ED
                         STRING "   " MC-FECHA " " MC-TIPO " DOC "
                             MC-NUMDOCU " " WS-VAL-ED " " MC-DETALLE
                             DELIMITED BY SIZE INTO LINEA-REPORTE
                         END-STRING
                         PERFORM TITULO-SECCION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-MOV.
           STRING "   MOVIMIENTOS: " WS-CNT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           PERFORM TITULO-SECCION.

       REPORTE-DOMICILIOS.
           OPEN INPUT ARCHIVO-DOM.
           IF WS-FS-DOM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- DOMICILIOS --" TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE 0 TO WS-CNT.
           MOVE 0 TO DM-TIQUETE.
           START ARCHIVO-DOM KEY IS NOT LESS THAN DM-TIQUETE
               INVALID KEY
                   MOVE "10" TO WS-FS-DOM
           END-START.
           PERFORM UNTIL WS-FS-DOM NOT = "00"
              READ ARCHIVO-DOM NEXT RECORD
                  AT END MOVE "10" TO WS-FS-DOM
                  NOT AT END
                      IF DM-CLIENTE = WS-TIT-NUMDOC
                         ADD 1 TO WS-CNT
                         STRING "   TIQUETE " DM-TIQUETE " " DM-FECHA
                             " " DM-DIRECCION " " DM-CIUDAD
                             " ESTADO " DM-ESTADO
                             DELIMITED BY SIZE INTO LINEA-REPORTE
                         END-STRING
                         PERFORM TITULO-SECCION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-DOM.
           STRING "   DOMICILIOS: " WS-CNT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           PERFORM TITULO-SECCION.

      * Puntos ganados y redimidos, con el tiquete de cada compra.
       REPORTE-PUNTOS.
           OPEN INPUT ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- PUNTOS Y TIQUETES DE COMPRA --" TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE 0 TO WS-CNT.
           MOVE WS-TIT-NUMDOC TO PT-CLIENTE.
           MOVE 0 TO PT-FECHA.
           MOVE 0 TO PT-TIQUETE.
           MOVE LOW-VALUES TO PT-TIPO.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           PERFORM UNTIL WS-FS-PTS NOT = "00"
              READ ARCHIVO-PTS NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PTS
                  NOT AT END
                      IF PT-CLIENTE NOT = WS-TIT-NUMDOC
                         MOVE "10" TO WS-FS-PTS
                      ELSE
                         ADD 1 TO WS-CNT
                         STRING "   " PT-FECHA " TIQUETE " PT-TIQUETE
                             " TIPO " PT-TIPO " PUNTOS " PT-PUNTOS
                             " SALDO " PT-SALDO
                             DELIMITED BY SIZE INTO LINEA-REPORTE
                         END-STRING
                         PERFORM TITULO-SECCION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PTS.
           STRING "   MOVIMIENTOS DE PUNTOS: " WS-CNT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           PERFORM TITULO-SECCION.

      * Sesiones de ingreso al sistema (solo empleados).
       REPORTE-SESIONES.
           IF WS-TIT-NUMDOC > 9999999999
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-SES.
           IF WS-FS-SES NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- SESIONES DE INGRESO --" TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE 0 TO WS-CNT.
           PERFORM UNTIL WS-FS-SES NOT = "00"
              READ ARCHIVO-SES
                  AT END MOVE "10" TO WS-FS-SES
                  NOT AT END
                      IF SES-NUMDOC = WS-TIT-NUMDOC
                         ADD 1 TO WS-CNT
                         STRING "   " SES-FECHA " " SES-HORA-INI " A "
                             SES-HORA-FIN " ESTACION " SES-ESTACION
                             DELIMITED BY SIZE INTO LINEA-REPORTE
                         END-STRING
                         PERFORM TITULO-SECCION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SES.
           STRING "   SESIONES: " WS-CNT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           PERFORM TITULO-SECCION.

      * Sesiones de cajon abiertas por el titular como cajero.
       REPORTE-CAJA.
           IF WS-TIT-NUMDOC > 9999999999
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-CAJA.
           IF WS-FS-CAJ NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- SESIONES DE CAJA --" TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE 0 TO WS-CNT.
           MOVE 0 TO CS-NUMERO.
           START ARCHIVO-CAJA KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CAJ
           END-START.
           PERFORM UNTIL WS-FS-CAJ NOT = "00"
              READ ARCHIVO-CAJA NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CAJ
                  NOT AT END
                      IF CS-OPER = WS-TIT-NUMDOC
                         ADD 1 TO WS-CNT
                         STRING "   SESION " CS-NUMERO " APERTURA "
                             CS-FECHA-AP " CIERRE " CS-FECHA-CI
                             " ESTADO " CS-ESTADO
                             DELIMITED BY SIZE INTO LINEA-REPORTE
                         END-STRING
                         PERFORM TITULO-SECCION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CAJA.
           STRING "   SESIONES DE CAJA: " WS-CNT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           PERFORM TITULO-SECCION.

      * Tiquetes vendidos con el titular como operador (se cuentan
      * una vez por tiquete, no por renglon).
       REPORTE-TIQUETES-OPER.
           IF WS-TIT-NUMDOC > 9999999999
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CNT.
           MOVE 0 TO WS-TIQ-ANT.
           MOVE 0 TO VTA-NUMERO.
           MOVE 0 TO VTA-LINEA.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           PERFORM UNTIL WS-FS-VTA NOT = "00"
              READ ARCHIVO-VTA NEXT RECORD
                  AT END MOVE "10" TO WS-FS-VTA
                  NOT AT END
                      IF VTA-OPER = WS-TIT-NUMDOC
                         AND VTA-NUMERO NOT = WS-TIQ-ANT
                         ADD 1 TO WS-CNT
                         MOVE VTA-NUMERO TO WS-TIQ-ANT
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VTA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "-- TIQUETES VENDIDOS COMO OPERADOR: " WS-CNT
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           PERFORM TITULO-SECCION.

       REPORTE-SOLICITUDES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- SOLICITUDES DEL TITULAR --" TO LINEA-REPORTE.
           PERFORM TITULO-SECCION.
           MOVE 0 TO SH-NUMERO.
           START ARCHIVO-SOL KEY IS NOT LESS THAN SH-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-SOL
           END-START.
           PERFORM UNTIL WS-FS-SOL NOT = "00"
              READ ARCHIVO-SOL NEXT RECORD
                  AT END MOVE "10" TO WS-FS-SOL
                  NOT AT END
                      IF SH-NUMDOC = WS-TIT-NUMDOC
                         STRING "   No. " SH-NUMERO " " SH-FECHA
                             " TIPO " SH-TIPO " LIMITE " SH-LIMITE
                             " ESTADO " SH-ESTADO " " SH-RESPUESTA
                             DELIMITED BY SIZE INTO LINEA-REPORTE
                         END-STRING
                         PERFORM TITULO-SECCION
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-SOL.

      ****************************************************************
      * Dia habil: de lunes a viernes y fuera del calendario de      *
      * festivos.                                                    *
      ****************************************************************
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
           MOVE "00" TO WS-FS-FES.

       ABRIR-FESTIVOS.
           MOVE "N" TO WS-FES-ABIERTO.
           OPEN INPUT ARCHIVO-FES.
           IF WS-FS-FES = "00"
              MOVE "S" TO WS-FES-ABIERTO
           END-IF.

       CERRAR-FESTIVOS.
           IF WS-FES-ABIERTO = "S"
              CLOSE ARCHIVO-FES
              MOVE "N" TO WS-FES-ABIERTO
           END-IF.

       AUDITAR-HABEAS.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " HABEAS " WS-AUD-EVENTO
               " SOL=" WS-NUM-SOL
               " TITULAR=" WS-TIT-TIPO WS-TIT-NUMDOC
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

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-USUARIOS.
           IF WS-FS-EMP = "00" OR WS-FS-EMP = "02"
              MOVE "USUARIOS" TO DRJ-ARCHIVO
              MOVE EMPDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-DATA-USER.
           IF WS-FS-DUS = "00" OR WS-FS-DUS = "02"
              MOVE "DATA-USER" TO DRJ-ARCHIVO
              MOVE DU-REG TO DRJ-IMAGEN
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
           MOVE "HABEAS-DATA" TO DRJ-PROGRAMA.
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
