      * Fecha: 03-09-2026                                            *
      * Mod: 03-09-2026 - Rutas relativas a Objetos (../..), que es  *
      *      donde corre el menu de administracion que lo invoca.    *
      * Mod: 15-10-2026 - El plazo vence en dia habil: si el ultimo  *
      *      dia del plazo cae en sabado, domingo o festivo          *
      *      (festivos.dat) el cargo aun no causa interes hasta el   *
      *      siguiente dia habil.                                    *
      * Mod: 15-10-2026 - Las cuotas de ventas a plazos (detalle     *
      *      TIQUETE n CUOTA nn/nn) ya traen su vencimiento como     *
      *      fecha del cargo: causan interes desde el dia habil      *
      *      siguiente a ese vencimiento, sin sumarles el plazo.     *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      movimientos-cli.dat queda en el diario de recuperacion  *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo.                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-TASA ASSIGN TO "../../interes-cartera.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAS.
           SELECT ARCHIVO-REPORTE ASSIGN TO "../../rep-interes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               FILE STATUS IS WS-FS-FES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(120).

      * Calendario de festivos compartido (programa festivos).
       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FILLER         PIC X(20).

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
       01 WS-FS-TAS           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-FES           PIC XX.
       01 WS-FES-ABIERTO      PIC X VALUE "N".
       01 WS-FECHA-HABIL      PIC 9(8).
       01 WS-INT-HABIL        PIC 9(7).
       01 WS-COC-SEMANA       PIC 9(7).
       01 WS-DIA-SEMANA       PIC 9.
       01 WS-ES-HABIL         PIC X.
       01 WS-TASA             PIC 9(4) VALUE 150.
       01 WS-PLAZO            PIC 9(4) VALUE 30.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-MES-ULT          PIC 9(6).
       01 WS-INT-HOY          PIC 9(7).
       01 WS-INT-CARGO        PIC 9(7).
       01 WS-PENDIENTE        PIC 9(10)V99.
       01 WS-INTERES          PIC 9(10)V99.
       01 WS-LINEA-TASA       PIC 9(2).
              10 TI-NUMDOC   PIC 9(13).
              10 TI-INTERES  PIC 9(10)V99.

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

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- INTERES DE MORA SOBRE CARTERA -----".
           END-IF.
           COMPUTE WS-INT-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           PERFORM ABRIR-FESTIVOS.
           PERFORM ACUMULAR-INTERESES.
           PERFORM CERRAR-FESTIVOS.
           PERFORM POSTEAR-INTERESES.
           CLOSE ARCHIVO-MOV.
           PERFORM GRABAR-CONTROL.
           END-IF.
           MOVE "00" TO WS-FS-MOV.

      * El plazo termina el dia habil siguiente a los dias pactados
      * si el ultimo cae en fin de semana o festivo. La cuota de una
      * venta a plazos vence en su propia fecha.
       EVALUAR-CARGO.
           COMPUTE WS-INT-CARGO =
               FUNCTION INTEGER-OF-DATE(MC-FECHA).
           IF MC-DETALLE(16:5) = "CUOTA"
              MOVE WS-INT-CARGO TO WS-INT-HABIL
           ELSE
              COMPUTE WS-INT-HABIL = WS-INT-CARGO + WS-PLAZO
           END-IF.
           COMPUTE WS-FECHA-HABIL =
               FUNCTION DATE-OF-INTEGER(WS-INT-HABIL).
           PERFORM SIGUIENTE-DIA-HABIL.
           IF WS-FECHA-HOY <= WS-FECHA-HABIL
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PENDIENTE = MC-VALOR - MC-APLICADO.
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "interes-cartera" TO WS-ARC-PROGRAMA.
           MOVE "../../rep-interes.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CORTE=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       POSTEAR-UN-CLIENTE.
           MOVE TI-NUMDOC(WS-I) TO MC-NUMDOC.
                   DISPLAY "Cargo de interes duplicado para "
                       TI-NUMDOC(WS-I)
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           ADD 1 TO WS-CLIS-CARGADOS.
           ADD TI-INTERES(WS-I) TO WS-TOTAL-INTERES.
           MOVE SPACES TO LINEA-REPORTE.
           END-STRING.
           WRITE LINEA-REPORTE.

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

       READ-SIGUIENTE-MOV.
           READ ARCHIVO-MOV NEXT RECORD
               AT END MOVE "10" TO WS-FS-MOV
           END-READ.

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
           MOVE "INTERES-CARTERA" TO DRJ-PROGRAMA.
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
