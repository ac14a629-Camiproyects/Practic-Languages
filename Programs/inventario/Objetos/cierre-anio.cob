      *      recalculan en el paso 3 desde los .arc del ano: una     *
      *      corrida reanudada por el checkpoint ya no reportaba     *
      *      lo archivado por la corrida anterior.                   *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre ventas.dat  *
      *      y movimientos-cli.dat queda en el diario de             *
      *      recuperacion (diario-recup.dat) con su imagen           *
      *      posterior, fecha, hora, programa y estacion, para que   *
      *      recupera-diario la reaplique sobre un respaldo.         *
      * Mod: 15-10-2026 - Al reiniciar los consecutivos tambien      *
      *      vuelven a cero los punteros por serie del resumen de    *
      *      ventas (resumen-ventas.ctl) y lo que se puede rehacer   *
      *      arranca el 1 de enero del ano nuevo.                    *
      * Mod: 15-10-2026 - La baja de los recibos de pagos.dat que    *
      *      pasan al archivo del ano queda tambien en el diario de  *
      *      recuperacion.                                           *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCT.
           SELECT ARCHIVO-RCTL
               ASSIGN TO "../Articulos/resumen-ventas.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCT.
           SELECT ARCHIVO-ARC ASSIGN TO WS-RUTA-ARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.
       01  REG-FCTL.
           05 FCTL-ULT       PIC 9(6).

      * Control del resumen de ventas: ultimo tiquete acumulado
      * por serie de estacion, ultima nota, ultima corrida y desde
      * cuando se puede rehacer (ventas.dat solo guarda el ano vivo).
       FD  ARCHIVO-RCTL.
       01  RCDATA.
           05 RC-ULT-TIQ        PIC 9(6) OCCURS 10 TIMES.
           05 RC-ULT-NC         PIC 9(6).
           05 RC-ULT-FECHA      PIC 9(8).
           05 RC-ULT-HORA       PIC 9(8).
           05 RC-FEC-VIVO       PIC 9(8).

      * Los archivados del ano salen como volcado del registro.
       FD  ARCHIVO-ARC.
       01  ARC-LINEA         PIC X(260).
       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

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
       01 WS-FS               PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-RES           PIC XX.
       01 WS-FS-VCT           PIC XX.
       01 WS-FS-FCT           PIC XX.
       01 WS-FS-RCT           PIC XX.
       01 WS-RC-I             PIC 9(2).
       01 WS-FS-ARC           PIC XX.
       01 WS-FS-CKP           PIC XX.
       01 WS-FS-ACT           PIC XX.
           05 AM-DETALLE      PIC X(30).
           05 AM-APLICADO     PIC 9(10)V99.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- CIERRE DE ANO FISCAL -----".
           MOVE SPACES TO ARC-LINEA.
           MOVE VTADATA TO ARC-LINEA.
           WRITE ARC-LINEA.
           DELETE ARCHIVO-VTA
           MOVE "D" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.
           IF WS-FS-VTA = "00"
              ADD 1 TO WS-ARCH-VTA
              MOVE VTADATA-GUARDA TO VTADATA
           MOVE PAGDATA TO ARC-LINEA.
           WRITE ARC-LINEA.
           DELETE ARCHIVO-PAG.
           MOVE "D" TO WS-DIARIO-OPER.
           PERFORM DIARIO-PAGOS.
           IF WS-FS-PAG = "00"
              ADD 1 TO WS-ARCH-PAG
              MOVE PAGDATA-GUARDA TO PAGDATA
                  DELIMITED BY SIZE INTO MC-DETALLE
              END-STRING
              REWRITE MOVDATA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-MOV-CLI
              ADD 1 TO WS-CF-CARGOS
              ADD 1 TO WS-ARCH-MOV
              EXIT PARAGRAPH
           END-IF.
           MOVE MOVDATA TO MOVDATA-GUARDA.
           DELETE ARCHIVO-MOV
           MOVE "D" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           IF WS-FS-MOV = "00"
              ADD 1 TO WS-ARCH-MOV
              MOVE MOVDATA-GUARDA TO MOVDATA
           COMPUTE FCTL-ULT = WS-RES-DESDE - 1.
           WRITE REG-FCTL.
           CLOSE ARCHIVO-FCTL.
      * El resumen de ventas sigue a los consecutivos: sus punteros
      * por serie vuelven a cero y lo que se puede rehacer arranca
      * el 1 de enero (lo anterior ya no esta en ventas.dat). La
      * ultima nota credito no cambia: las notas no se archivan.
           OPEN INPUT ARCHIVO-RCTL.
           IF WS-FS-RCT = "00"
              READ ARCHIVO-RCTL
                  AT END MOVE "10" TO WS-FS-RCT
              END-READ
              CLOSE ARCHIVO-RCTL
              IF WS-FS-RCT = "00"
                 PERFORM VARYING WS-RC-I FROM 1 BY 1
                     UNTIL WS-RC-I > 10
                    MOVE 0 TO RC-ULT-TIQ(WS-RC-I)
                 END-PERFORM
                 COMPUTE RC-FEC-VIVO = (WS-ANIO + 1) * 10000 + 101
                 OPEN OUTPUT ARCHIVO-RCTL
                 WRITE RCDATA
                 CLOSE ARCHIVO-RCTL
              END-IF
           END-IF.
           DISPLAY "   Reporte en " WS-RUTA-REP(1:40).
           DISPLAY "   Consecutivos reiniciados.".

           END-IF.
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-VENTAS.
           IF WS-FS-VTA = "00" OR WS-FS-VTA = "02"
              MOVE "VENTAS" TO DRJ-ARCHIVO
              MOVE VTADATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-MOV-CLI.
           IF WS-FS-MOV = "00" OR WS-FS-MOV = "02"
              MOVE "MOV-CLI" TO DRJ-ARCHIVO
              MOVE MOVDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-PAGOS.
           IF WS-FS-PAG = "00" OR WS-FS-PAG = "02"
              MOVE "PAGOS" TO DRJ-ARCHIVO
              MOVE PAGDATA TO DRJ-IMAGEN
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
           MOVE "CIERRE-ANIO" TO DRJ-PROGRAMA.
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
