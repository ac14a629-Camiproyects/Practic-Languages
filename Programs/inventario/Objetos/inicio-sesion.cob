      *      llamado devuelve el control se graba en sesiones.log    *
      *      la entrada, la salida y la duracion, para el reporte    *
      *      de tiempos de conexion por usuario y dia.               *
      * Mod: 15-10-2026 - Cada linea de auditoria.log (el login      *
      *      incluido) y de sesiones.log lleva un sello encadenado   *
      *      con el de la linea anterior (ultimo sello en            *
      *      auditoria-cadena.dat y sesiones-cadena.dat), para que   *
      *      verifica-logs detecte lineas alteradas, intercaladas o  *
      *      quitadas.                                               *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      usuarios.dat queda en el diario de recuperacion         *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      ****************************************************************
       DATE-WRITTEN. "03-01-2025".

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.

           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.

           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
           05 FECCARGO PIC 9(08).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA PIC X(120).
           05 SES-DURACION   PIC 9(8).
           05 FILLER         PIC X.
           05 SES-ESTACION   PIC 9(4).
           05 SES-MARCA      PIC X.
           05 SES-SELLO      PIC 9(10).

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
       01 WS-FS         PIC XX.
           05 T-CODUNI   PIC 9(4).
           05 T-CLAVE    PIC X(10).

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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CLEAR-SCREEN.
                  IF T-CLAVE = CLAVE
                    MOVE 0 TO INTENTOS
                    REWRITE USUDATA
                    MOVE "R" TO WS-DIARIO-OPER
                    PERFORM DIARIO-USUARIOS
                    PERFORM REVISAR-VIGENCIA-CLAVE
                    IF WS-CLAVE-VENCIDA = "S"
                       PERFORM CAMBIAR-CLAVE-VENCIDA
                    IF INTENTOS >= WS-MAX-INTENTOS
                      MOVE "S" TO BLOQUEADO
                      REWRITE USUDATA
                      MOVE "R" TO WS-DIARIO-OPER
                      PERFORM DIARIO-USUARIOS
                      DISPLAY "CUENTA BLOQUEADA." LINE 9 POSITION 50
                      MOVE "SE BLOQUEO" TO WS-AUD-RESULT
                      PERFORM REGISTRAR-INTENTO
                    ELSE
                      REWRITE USUDATA
                      MOVE "R" TO WS-DIARIO-OPER
                      PERFORM DIARIO-USUARIOS
                      DISPLAY "CRED. ERRONEAS" LINE 9 POSITION 50
                      MOVE "CLAVE ERRADA" TO WS-AUD-RESULT
                      PERFORM REGISTRAR-INTENTO
           MOVE WS-CLAVE-N1 TO CLAVE.
           ACCEPT FECCLAVE FROM DATE YYYYMMDD.
           MOVE "N" TO FORZCLA.
           REWRITE USUDATA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-USUARIOS.
           IF WS-FS = "00"
              MOVE "N" TO WS-CLAVE-VENCIDA
              DISPLAY "CLAVE ACTUALIZADA." LINE 13 POSITION 20
           IF WS-FS-SES NOT = "00"
              OPEN OUTPUT ARCHIVO-SES
           END-IF.
           PERFORM SELLAR-SESION.
           WRITE SES-LINEA.
           CLOSE ARCHIVO-SES.

           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       REGISTRAR-EXCEPCION-IO.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
           WINDOW-CREATE.

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

      ****************************************************************
      * Sello de la linea de sesion, encadenado con el de la linea   *
      * anterior (sesiones-cadena.dat).                              *
      ****************************************************************
       SELLAR-SESION.
           MOVE "../Usuarios/sesiones-cadena.dat" TO WS-RUTA-SLO.
           MOVE SES-LINEA(1:47) TO WS-SELLO-TEXTO.
           MOVE 47 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO SES-MARCA.
           MOVE WS-SELLO TO SES-SELLO.

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
           IF WS-FS = "00" OR WS-FS = "02"
              MOVE "USUARIOS" TO DRJ-ARCHIVO
              MOVE USUDATA TO DRJ-IMAGEN
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
           MOVE "INICIO_SESION" TO DRJ-PROGRAMA.
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
