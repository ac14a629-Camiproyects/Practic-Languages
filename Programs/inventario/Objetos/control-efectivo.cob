       IDENTIFICATION DIVISION.
       PROGRAM-ID. control-efectivo.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *      EFECTIVO: OPERACIONES GRANDES Y FRACCIONAMIENTO         *
      *                                                              *
      * Descripcion: Control de transacciones en efectivo para el    *
      *              oficial de cumplimiento. En un periodo junta:   *
      *              - consignaciones y retiros en efectivo de las   *
      *                cuentas (DEPOSITO/RETIRO en Movimientos.log   *
      *                del modulo de cuentas), con el titular del    *
      *                maestro de cuentas (NUMDOC-TIT);              *
      *              - pagos en efectivo de los tiquetes de la       *
      *                tienda (tipo E de ventas-pago.dat) de los     *
      *                clientes identificados, que son los que       *
      *                ganaron puntos con el tiquete (fila G de      *
      *                puntos.dat).                                  *
      *              D = deteccion: cada operacion igual o mayor al  *
      *              umbral es un caso individual (I); las menores   *
      *              de un mismo cliente que dentro de N dias suman  *
      *              el umbral o mas son un caso de fraccionamiento  *
      *              (F). Los casos quedan en casos-efectivo.dat     *
      *              (correr de nuevo no los duplica) y el detalle   *
      *              en rep-efectivo.txt.                            *
      *              R = revision: cumplimiento marca cada caso      *
      *              pendiente como reportado o descartado.          *
      *              A = archivo para la UIAF (reporte-uiaf.txt) con *
      *              los casos reportados que no se han enviado, en  *
      *              registros de longitud fija: encabezado,         *
      *              detalle y registro de control.                  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRO-MOVIMIENTOS
               ASSIGN TO
               "../../Pruebas Tecnicas/IA/Cobol/Movimientos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LM.
           SELECT ARCHIVO-MAESTRO
               ASSIGN TO
               "../../Pruebas Tecnicas/IA/Cobol/Data-Master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-CUE
               FILE STATUS IS WS-FS-MAE.
           SELECT ARCHIVO-VPAG ASSIGN TO "../Articulos/ventas-pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VPG.
           SELECT ARCHIVO-PTS ASSIGN TO "../Articulos/puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PTS.
           SELECT ARCHIVO-DUS ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMDOC
               FILE STATUS IS WS-FS-DUS.
           SELECT ARCHIVO-CASOS
               ASSIGN TO "../Articulos/casos-efectivo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CAS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-efectivo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-UIAF
               ASSIGN TO "../Articulos/reporte-uiaf.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UIA.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Linea del libro tal como la arma REGISTRAR-MOVIMIENTO del
      * modulo de cuentas: fecha hora CUENTA= TIPO= MONTO= SALDO=.
       FD  LIBRO-MOVIMIENTOS.
       01  LIBRO-LINEA.
           05 LM-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 LM-HORA        PIC 9(8).
           05 FILLER         PIC X(8).
           05 LM-CUENTA      PIC 9(10).
           05 FILLER         PIC X(6).
           05 LM-TIPO        PIC X(10).
           05 FILLER         PIC X(7).
           05 LM-MONTO       PIC 9(13).
           05 FILLER         PIC X(49).

       FD  ARCHIVO-MAESTRO.
       01  REG-CUENTA.
           05 NUM-CUE        PIC 9(10).
           05 NOMBRE         PIC X(99).
           05 SALDO          PIC 9(15).
           05 CLAVE          PIC 9(4).
           05 ESTADO-CTA     PIC X.
           05 NUMDOC-TIT     PIC 9(13).

       FD  ARCHIVO-VPAG.
       01  VPAGDATA.
           05 VP-CLAVE.
              07 VP-NUMERO   PIC 9(6).
              07 VP-SEQ      PIC 9(2).
           05 VP-FECHA       PIC 9(8).
           05 VP-TIPO        PIC X.
           05 VP-VALOR       PIC 9(10)V99.

       FD  ARCHIVO-PTS.
       01  PTSDATA.
           05 PT-CLAVE.
              07 PT-CLIENTE  PIC 9(13).
              07 PT-FECHA    PIC 9(8).
              07 PT-TIQUETE  PIC 9(6).
              07 PT-TIPO     PIC X.
                 88 PT-GANADO    VALUE "G".
           05 PT-PUNTOS      PIC 9(10).
           05 PT-SALDO       PIC 9(10).
           05 PT-RETIRADO    PIC 9(10).
           05 PT-VENCE       PIC 9(8).

       FD  ARCHIVO-DUS.
       01  DU-REG.
           05 DU-NUMDOC  PIC 9(13).
           05 DU-RAZSOC  PIC X(50).
           05 DU-DIRECT  PIC X(50).
           05 DU-CIUDAD  PIC X(20).
           05 DU-CONTAC  PIC X(30).
           05 DU-TEL1    PIC X(10).
           05 DU-TEL2    PIC X(10).
           05 DU-CORREO  PIC X(100).
           05 DU-LIMCRED PIC 9(10)V99.
           05 DU-SEGMENTO PIC X.

      * Un caso por operacion grande (I) o por ventana de
      * fraccionamiento (F). Las cuentas sin titular amarrado van
      * por el numero de cuenta (CE-SIN-TIT = "S").
       FD  ARCHIVO-CASOS.
       01  CASODATA.
           05 CE-CLAVE.
              07 CE-TIPO     PIC X.
                 88 CE-INDIVIDUAL    VALUE "I".
                 88 CE-FRACCIONADO   VALUE "F".
              07 CE-SIN-TIT  PIC X.
              07 CE-CLIENTE  PIC 9(13).
              07 CE-FECHA    PIC 9(8).
              07 CE-REF      PIC X(24).
           05 CE-ORIGEN      PIC X.
           05 CE-TIPO-OP     PIC X(10).
           05 CE-MONTO       PIC 9(13)V99.
           05 CE-NUM-OPS     PIC 9(4).
           05 CE-FEC-FIN     PIC 9(8).
           05 CE-FEC-DET     PIC 9(8).
           05 CE-ESTADO      PIC X.
              88 CE-PENDIENTE     VALUE "P".
              88 CE-REPORTADO     VALUE "R".
              88 CE-DESCARTADO    VALUE "D".
           05 CE-REVISA      PIC 9(10).
           05 CE-FEC-REV     PIC 9(8).
           05 CE-NOTA        PIC X(40).
           05 CE-FEC-ENVIO   PIC 9(8).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-UIAF.
       01  UIAF-LINEA        PIC X(200).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-LM            PIC XX.
       01 WS-FS-MAE           PIC XX.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-PTS           PIC XX.
       01 WS-FS-DUS           PIC XX.
       01 WS-FS-CAS           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-UIA           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-UMBRAL           PIC 9(13) VALUE 10000000.
       01 WS-UMBRAL-ENT       PIC 9(13).
       01 WS-DIAS             PIC 9(3) VALUE 30.
       01 WS-DIAS-ENT         PIC 9(3).
       01 WS-FIN-ARCH         PIC X.
       01 WS-EFECTIVO-TIQ     PIC 9(13)V99.
       01 WS-FECHA-TIQ        PIC 9(8).
       01 WS-I                PIC 9(4).
       01 WS-J                PIC 9(4).
       01 WS-K                PIC 9(4).
       01 WS-ULT              PIC 9(4).
       01 WS-NUM-OPS          PIC 9(4) VALUE 0.
       01 WS-DESCARTADAS      PIC 9(6) VALUE 0.
       01 WS-SIGUE            PIC X.
       01 WS-DIA-INI          PIC 9(8).
       01 WS-DIA-OP           PIC 9(8).
       01 WS-VEN-SUMA         PIC 9(13)V99.
       01 WS-VEN-OPS          PIC 9(4).
       01 WS-VEN-BANCO        PIC X.
       01 WS-VEN-TIENDA       PIC X.
       01 WS-CASOS-NUEVOS     PIC 9(6) VALUE 0.
       01 WS-CASOS-VIEJOS     PIC 9(6) VALUE 0.
       01 WS-CASOS-IND        PIC 9(6) VALUE 0.
       01 WS-CASOS-FRA        PIC 9(6) VALUE 0.
       01 WS-MARCA-CASO       PIC X(9).
       01 WS-NOMBRE-CLI       PIC X(50).
       01 WS-ID-CLIENTE       PIC X(30).
       01 WS-REVISADOS        PIC 9(6) VALUE 0.
       01 WS-ENVIADOS         PIC 9(6) VALUE 0.
       01 WS-TOTAL-ENVIO      PIC 9(15)V99 VALUE 0.
       01 WS-MONTO-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Operaciones en efectivo del periodo, una por movimiento de
      * cuenta o por tiquete. TE-ORDEN agrupa por cliente y fecha
      * para buscar las ventanas de fraccionamiento.
       01 TABLA-OPS.
           05 TE-ENTRADA OCCURS 3000 TIMES.
              10 TE-ORDEN.
                 15 TE-SIN-TIT  PIC X.
                 15 TE-CLIENTE  PIC 9(13).
                 15 TE-FECHA    PIC 9(8).
              10 TE-ORIGEN      PIC X.
              10 TE-REF         PIC X(24).
              10 TE-TIPO        PIC X(10).
              10 TE-MONTO       PIC 9(13)V99.
              10 TE-USADA       PIC X.
       01 TE-TEMP             PIC X(73).
       01 WS-TE-NUEVA.
           05 WN-SIN-TIT      PIC X.
           05 WN-CLIENTE      PIC 9(13).
           05 WN-FECHA        PIC 9(8).
           05 WN-ORIGEN       PIC X.
           05 WN-REF          PIC X(24).
           05 WN-TIPO         PIC X(10).
           05 WN-MONTO        PIC 9(13)V99.
           05 WN-USADA        PIC X.
       01 WS-REF-CTA.
           05 FILLER          PIC X(4) VALUE "CTA ".
           05 WR-CUENTA       PIC 9(10).
           05 FILLER          PIC X VALUE SPACE.
           05 WR-HORA         PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
       01 WS-REF-TIQ.
           05 FILLER          PIC X(4) VALUE "TIQ ".
           05 WR-TIQUETE      PIC 9(6).
           05 FILLER          PIC X(14) VALUE SPACES.

      * Registros del archivo para la UIAF, de longitud fija:
      * 0 = encabezado, 1 = detalle por caso, 9 = control.
       01 UIAF-ENCABEZADO.
           05 UE-TIPO-REG     PIC X VALUE "0".
           05 UE-FECHA-GEN    PIC 9(8).
           05 UE-REPORTE      PIC X(40)
               VALUE "TRANSACCIONES EN EFECTIVO".
           05 UE-UMBRAL       PIC 9(13).
           05 FILLER          PIC X(138) VALUE SPACES.
       01 UIAF-DETALLE.
           05 UD-TIPO-REG     PIC X VALUE "1".
           05 UD-CONSEC       PIC 9(6).
           05 UD-TIPO-CASO    PIC X.
           05 UD-TIPO-ID      PIC X.
           05 UD-ID           PIC 9(13).
           05 UD-NOMBRE       PIC X(50).
           05 UD-FECHA-INI    PIC 9(8).
           05 UD-FECHA-FIN    PIC 9(8).
           05 UD-ORIGEN       PIC X.
           05 UD-TIPO-OP      PIC X(10).
           05 UD-REFERENCIA   PIC X(24).
           05 UD-NUM-OPS      PIC 9(4).
           05 UD-MONTO        PIC 9(13)V99.
           05 UD-FECHA-REV    PIC 9(8).
           05 UD-REVISA       PIC 9(10).
           05 FILLER          PIC X(40) VALUE SPACES.
       01 UIAF-CONTROL.
           05 UC-TIPO-REG     PIC X VALUE "9".
           05 UC-REGISTROS    PIC 9(6).
           05 UC-TOTAL        PIC 9(15)V99.
           05 FILLER          PIC X(176) VALUE SPACES.
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
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-CASOS.
           IF WS-FS-CAS = "35"
              CLOSE ARCHIVO-CASOS
              OPEN OUTPUT ARCHIVO-CASOS
              CLOSE ARCHIVO-CASOS
              OPEN I-O ARCHIVO-CASOS
           END-IF.
           IF WS-FS-CAS NOT = "00"
              DISPLAY "Error al abrir casos-efectivo. FS = " WS-FS-CAS
              MOVE "CONTROL-EFECTIVO" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/casos-efectivo.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-CAS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-DUS.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-EFECTIVO UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-CASOS.
           IF WS-FS-DUS = "00"
              CLOSE ARCHIVO-DUS
           END-IF.
           GOBACK.

       MENU-EFECTIVO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  CONTROL DE EFECTIVO (UIAF)   " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  D -> Detectar casos"           LINE 7 POSITION 20.
           DISPLAY "  R -> Revisar pendientes"       LINE 8 POSITION 20.
           DISPLAY "  A -> Archivo para la UIAF"     LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                 LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"       LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "D"
                    PERFORM DETECTAR-CASOS
               WHEN "R"
                    PERFORM REVISAR-CASOS
               WHEN "A"
                    PERFORM GENERAR-ARCHIVO-UIAF
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Deteccion: junta las operaciones en efectivo del periodo,    *
      * las ordena por cliente y fecha, y deja en casos-efectivo.dat *
      * las grandes y las ventanas de fraccionamiento.               *
      ****************************************************************
       DETECTAR-CASOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Deteccion de casos en efectivo -----"
               LINE 3 POSITION 15.
           DISPLAY "Desde (AAAAMMDD, 0=todo): " LINE 5 POSITION 15.
           MOVE 0 TO WS-DESDE.
           ACCEPT WS-DESDE LINE 5 POSITION 45.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy) : " LINE 6 POSITION 15.
           MOVE 0 TO WS-HASTA.
           ACCEPT WS-HASTA LINE 6 POSITION 45.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WS-HASTA = 0
              MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF.
           DISPLAY "Umbral en pesos (0 = 10.000.000): "
               LINE 7 POSITION 15.
           MOVE 0 TO WS-UMBRAL-ENT.
           ACCEPT WS-UMBRAL-ENT LINE 7 POSITION 50.
           IF WS-UMBRAL-ENT = 0
              MOVE 10000000 TO WS-UMBRAL
           ELSE
              MOVE WS-UMBRAL-ENT TO WS-UMBRAL
           END-IF.
           DISPLAY "Dias de la ventana (0 = 30)     : "
               LINE 8 POSITION 15.
           MOVE 0 TO WS-DIAS-ENT.
           ACCEPT WS-DIAS-ENT LINE 8 POSITION 50.
           IF WS-DIAS-ENT = 0
              MOVE 30 TO WS-DIAS
           ELSE
              MOVE WS-DIAS-ENT TO WS-DIAS
           END-IF.
           INITIALIZE TABLA-OPS.
           MOVE 0 TO WS-NUM-OPS.
           MOVE 0 TO WS-DESCARTADAS.
           MOVE 0 TO WS-CASOS-NUEVOS.
           MOVE 0 TO WS-CASOS-VIEJOS.
           MOVE 0 TO WS-CASOS-IND.
           MOVE 0 TO WS-CASOS-FRA.
           PERFORM BARRER-MOVIMIENTOS.
           PERFORM BARRER-TIQUETES.
           PERFORM ORDENAR-TABLA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           PERFORM ENCABEZADO-REPORTE.
           PERFORM BUSCAR-INDIVIDUALES.
           PERFORM BUSCAR-FRACCIONADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERACIONES: " WS-NUM-OPS
               "  CASOS INDIVIDUALES: " WS-CASOS-IND
               "  FRACCIONAMIENTO: " WS-CASOS-FRA
               "  NUEVOS: " WS-CASOS-NUEVOS
               "  YA REGISTRADOS: " WS-CASOS-VIEJOS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-DESCARTADAS > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "OPERACIONES FUERA DE LA TABLA (MAS DE 3000): "
                  WS-DESCARTADAS
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "control-efectivo" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-efectivo.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               " UMBRAL=" WS-UMBRAL " DIAS=" WS-DIAS
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Operaciones en efectivo: " WS-NUM-OPS
               LINE 10 POSITION 15.
           DISPLAY "Casos nuevos: " WS-CASOS-NUEVOS
               "  ya registrados: " WS-CASOS-VIEJOS
               LINE 11 POSITION 15.
           DISPLAY "Detalle en rep-efectivo.txt" LINE 12 POSITION 15.
           PERFORM PAUSA.

      * Consignaciones y retiros en efectivo del modulo de cuentas.
      * El cliente es el titular amarrado a la cuenta; si la cuenta
      * no tiene titular se sigue por el numero de cuenta.
       BARRER-MOVIMIENTOS.
           OPEN INPUT LIBRO-MOVIMIENTOS.
           IF WS-FS-LM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-MAESTRO.
           MOVE "N" TO WS-FIN-ARCH.
           PERFORM UNTIL WS-FIN-ARCH = "Y"
              READ LIBRO-MOVIMIENTOS
                  AT END MOVE "Y" TO WS-FIN-ARCH
                  NOT AT END
                      IF (LM-TIPO = "DEPOSITO" OR LM-TIPO = "RETIRO")
                         AND LM-FECHA IS NUMERIC
                         AND LM-FECHA >= WS-DESDE
                         AND LM-FECHA <= WS-HASTA
                         AND LM-MONTO IS NUMERIC
                         PERFORM AGREGAR-MOVIMIENTO
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE LIBRO-MOVIMIENTOS.
           IF WS-FS-MAE = "00"
              CLOSE ARCHIVO-MAESTRO
           END-IF.

       AGREGAR-MOVIMIENTO.
           MOVE "S" TO WN-SIN-TIT.
           MOVE LM-CUENTA TO WN-CLIENTE.
           IF WS-FS-MAE = "00"
              MOVE LM-CUENTA TO NUM-CUE
              READ ARCHIVO-MAESTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NUMDOC-TIT > 0
                         MOVE "N" TO WN-SIN-TIT
                         MOVE NUMDOC-TIT TO WN-CLIENTE
                      END-IF
              END-READ
              MOVE "00" TO WS-FS-MAE
           END-IF.
           MOVE LM-FECHA TO WN-FECHA.
           MOVE "B" TO WN-ORIGEN.
           MOVE LM-CUENTA TO WR-CUENTA.
           MOVE LM-HORA TO WR-HORA.
           MOVE WS-REF-CTA TO WN-REF.
           MOVE LM-TIPO TO WN-TIPO.
           MOVE LM-MONTO TO WN-MONTO.
           PERFORM AGREGAR-OPERACION.

      * Tiquetes de clientes identificados: cada fila G de puntos.dat
      * amarra un tiquete a su cliente; lo pagado en efectivo sale de
      * los medios de pago del tiquete.
       BARRER-TIQUETES.
           OPEN INPUT ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-VPAG.
           IF WS-FS-VPG NOT = "00"
              CLOSE ARCHIVO-PTS
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PT-CLAVE.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF PT-GANADO
                    AND PT-FECHA >= WS-DESDE
                    AND PT-FECHA <= WS-HASTA
                    PERFORM SUMAR-EFECTIVO-TIQUETE
                    IF WS-EFECTIVO-TIQ > 0
                       MOVE "N" TO WN-SIN-TIT
                       MOVE PT-CLIENTE TO WN-CLIENTE
                       MOVE WS-FECHA-TIQ TO WN-FECHA
                       MOVE "T" TO WN-ORIGEN
                       MOVE PT-TIQUETE TO WR-TIQUETE
                       MOVE WS-REF-TIQ TO WN-REF
                       MOVE "EFECTIVO" TO WN-TIPO
                       MOVE WS-EFECTIVO-TIQ TO WN-MONTO
                       PERFORM AGREGAR-OPERACION
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-PTS
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.
           CLOSE ARCHIVO-PTS.
           CLOSE ARCHIVO-VPAG.

       SUMAR-EFECTIVO-TIQUETE.
           MOVE 0 TO WS-EFECTIVO-TIQ.
           MOVE PT-FECHA TO WS-FECHA-TIQ.
           MOVE PT-TIQUETE TO VP-NUMERO.
           MOVE 0 TO VP-SEQ.
           START ARCHIVO-VPAG KEY IS NOT LESS THAN VP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VPG
           END-START.
           IF WS-FS-VPG = "00"
              PERFORM READ-SIGUIENTE-VPAG
              PERFORM UNTIL WS-FS-VPG NOT = "00"
                 IF VP-NUMERO NOT = PT-TIQUETE
                    MOVE "10" TO WS-FS-VPG
                 ELSE
                    IF VP-TIPO = "E"
                       ADD VP-VALOR TO WS-EFECTIVO-TIQ
                       MOVE VP-FECHA TO WS-FECHA-TIQ
                    END-IF
                    PERFORM READ-SIGUIENTE-VPAG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VPG.

       AGREGAR-OPERACION.
           IF WS-NUM-OPS >= 3000
              ADD 1 TO WS-DESCARTADAS
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-OPS.
           MOVE "N" TO WN-USADA.
           MOVE WS-TE-NUEVA TO TE-ENTRADA(WS-NUM-OPS).

      * Ordenamiento por seleccion: cliente y fecha ascendentes.
       ORDENAR-TABLA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-NUM-OPS
              PERFORM VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J > WS-NUM-OPS
                 IF WS-J > WS-I
                    AND TE-ORDEN(WS-J) < TE-ORDEN(WS-I)
                    PERFORM INTERCAMBIAR-ENTRADAS
                 END-IF
              END-PERFORM
           END-PERFORM.

       INTERCAMBIAR-ENTRADAS.
           MOVE TE-ENTRADA(WS-I) TO TE-TEMP.
           MOVE TE-ENTRADA(WS-J) TO TE-ENTRADA(WS-I).
           MOVE TE-TEMP TO TE-ENTRADA(WS-J).

       ENCABEZADO-REPORTE.
           MOVE "CONTROL DE EFECTIVO: OPERACIONES GRANDES/FRACCIONADAS"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO: " WS-DESDE " A " WS-HASTA
               "  UMBRAL: " WS-UMBRAL
               "  VENTANA: " WS-DIAS " DIAS"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      * Cada operacion igual o mayor al umbral es un caso por si sola.
       BUSCAR-INDIVIDUALES.
           MOVE "OPERACIONES INDIVIDUALES SOBRE EL UMBRAL:"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-OPS
              IF TE-MONTO(WS-I) >= WS-UMBRAL
                 PERFORM REGISTRAR-INDIVIDUAL
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REGISTRAR-INDIVIDUAL.
           INITIALIZE CASODATA.
           MOVE "I" TO CE-TIPO.
           MOVE TE-SIN-TIT(WS-I) TO CE-SIN-TIT.
           MOVE TE-CLIENTE(WS-I) TO CE-CLIENTE.
           MOVE TE-FECHA(WS-I) TO CE-FECHA.
           MOVE TE-REF(WS-I) TO CE-REF.
           MOVE TE-ORIGEN(WS-I) TO CE-ORIGEN.
           MOVE TE-TIPO(WS-I) TO CE-TIPO-OP.
           MOVE TE-MONTO(WS-I) TO CE-MONTO.
           MOVE 1 TO CE-NUM-OPS.
           MOVE TE-FECHA(WS-I) TO CE-FEC-FIN.
           ADD 1 TO WS-CASOS-IND.
           PERFORM GRABAR-CASO.
           PERFORM NOMBRE-DEL-CASO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-MARCA-CASO " " WS-ID-CLIENTE " "
               WS-NOMBRE-CLI(1:30)
               " " CE-FECHA " " CE-TIPO-OP " " CE-REF
               " " CE-MONTO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

      * Ventanas de fraccionamiento: desde cada operacion menor al
      * umbral que no haya caido ya en una ventana, las menores del
      * mismo cliente dentro de los N dias siguientes. Dos o mas que
      * sumen el umbral o mas son un caso, y sus operaciones ya no
      * abren otra ventana.
       BUSCAR-FRACCIONADOS.
           MOVE "POSIBLE FRACCIONAMIENTO (SUMA DE OPERACIONES MENORES):"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-OPS
              IF TE-MONTO(WS-I) < WS-UMBRAL
                 AND TE-USADA(WS-I) = "N"
                 PERFORM SUMAR-VENTANA
              END-IF
           END-PERFORM.

       SUMAR-VENTANA.
           COMPUTE WS-DIA-INI =
               FUNCTION INTEGER-OF-DATE(TE-FECHA(WS-I)).
           MOVE 0 TO WS-VEN-SUMA.
           MOVE 0 TO WS-VEN-OPS.
           MOVE "N" TO WS-VEN-BANCO.
           MOVE "N" TO WS-VEN-TIENDA.
           MOVE WS-I TO WS-ULT.
           MOVE WS-I TO WS-J.
           MOVE "S" TO WS-SIGUE.
           PERFORM UNTIL WS-J > WS-NUM-OPS OR WS-SIGUE = "N"
              IF TE-SIN-TIT(WS-J) NOT = TE-SIN-TIT(WS-I)
                 OR TE-CLIENTE(WS-J) NOT = TE-CLIENTE(WS-I)
                 MOVE "N" TO WS-SIGUE
              ELSE
                 COMPUTE WS-DIA-OP =
                     FUNCTION INTEGER-OF-DATE(TE-FECHA(WS-J))
                 IF WS-DIA-OP - WS-DIA-INI >= WS-DIAS
                    MOVE "N" TO WS-SIGUE
                 ELSE
                    IF TE-MONTO(WS-J) < WS-UMBRAL
                       AND TE-USADA(WS-J) = "N"
                       ADD TE-MONTO(WS-J) TO WS-VEN-SUMA
                       ADD 1 TO WS-VEN-OPS
                       MOVE WS-J TO WS-ULT
                       IF TE-ORIGEN(WS-J) = "B"
                          MOVE "S" TO WS-VEN-BANCO
                       ELSE
                          MOVE "S" TO WS-VEN-TIENDA
                       END-IF
                    END-IF
                    ADD 1 TO WS-J
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-VEN-OPS < 2 OR WS-VEN-SUMA < WS-UMBRAL
              EXIT PARAGRAPH
           END-IF.
           PERFORM REGISTRAR-FRACCIONADO.

       REGISTRAR-FRACCIONADO.
           INITIALIZE CASODATA.
           MOVE "F" TO CE-TIPO.
           MOVE TE-SIN-TIT(WS-I) TO CE-SIN-TIT.
           MOVE TE-CLIENTE(WS-I) TO CE-CLIENTE.
           MOVE TE-FECHA(WS-I) TO CE-FECHA.
           MOVE SPACES TO CE-REF.
           EVALUATE TRUE
               WHEN WS-VEN-BANCO = "S" AND WS-VEN-TIENDA = "S"
                   MOVE "M" TO CE-ORIGEN
               WHEN WS-VEN-BANCO = "S"
                   MOVE "B" TO CE-ORIGEN
               WHEN OTHER
                   MOVE "T" TO CE-ORIGEN
           END-EVALUATE.
           MOVE "VARIAS" TO CE-TIPO-OP.
           MOVE WS-VEN-SUMA TO CE-MONTO.
           MOVE WS-VEN-OPS TO CE-NUM-OPS.
           MOVE TE-FECHA(WS-ULT) TO CE-FEC-FIN.
           ADD 1 TO WS-CASOS-FRA.
           PERFORM GRABAR-CASO.
           PERFORM NOMBRE-DEL-CASO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-MARCA-CASO " " WS-ID-CLIENTE " "
               WS-NOMBRE-CLI(1:30)
               " DEL " CE-FECHA " AL " CE-FEC-FIN
               " OPERACIONES " CE-NUM-OPS
               " SUMA " CE-MONTO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-K FROM WS-I BY 1
               UNTIL WS-K > WS-ULT
              IF TE-MONTO(WS-K) < WS-UMBRAL
                 AND TE-USADA(WS-K) = "N"
                 MOVE "S" TO TE-USADA(WS-K)
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "          " TE-FECHA(WS-K)
                     " " TE-TIPO(WS-K) " " TE-REF(WS-K)
                     " " TE-MONTO(WS-K)
                     DELIMITED BY SIZE INTO LINEA-REPORTE
                 END-STRING
                 WRITE LINEA-REPORTE
              END-IF
           END-PERFORM.

      * El caso se graba pendiente; si ya existia de una corrida
      * anterior se deja como esta, con su revision.
       GRABAR-CASO.
           MOVE WS-FECHA-HOY TO CE-FEC-DET.
           MOVE "P" TO CE-ESTADO.
           WRITE CASODATA
               INVALID KEY
                   ADD 1 TO WS-CASOS-VIEJOS
                   MOVE "YA EXISTE" TO WS-MARCA-CASO
               NOT INVALID KEY
                   ADD 1 TO WS-CASOS-NUEVOS
                   MOVE "NUEVO" TO WS-MARCA-CASO
           END-WRITE.
           MOVE "00" TO WS-FS-CAS.

       NOMBRE-DEL-CASO.
           MOVE SPACES TO WS-ID-CLIENTE.
           IF CE-SIN-TIT = "S"
              STRING "CUENTA " CE-CLIENTE(4:10)
                  DELIMITED BY SIZE INTO WS-ID-CLIENTE
              END-STRING
              MOVE "(CUENTA SIN TITULAR)" TO WS-NOMBRE-CLI
              EXIT PARAGRAPH
           END-IF.
           STRING "CLIENTE " CE-CLIENTE
               DELIMITED BY SIZE INTO WS-ID-CLIENTE
           END-STRING.
           MOVE "(NO HALLADO)" TO WS-NOMBRE-CLI.
           IF WS-FS-DUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CE-CLIENTE TO DU-NUMDOC.
           READ ARCHIVO-DUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DU-RAZSOC TO WS-NOMBRE-CLI
           END-READ.
           MOVE "00" TO WS-FS-DUS.

      ****************************************************************
      * Revision: los casos pendientes uno por uno; cumplimiento los *
      * marca reportados o descartados con su nota.                  *
      ****************************************************************
       REVISAR-CASOS.
           MOVE 0 TO WS-REVISADOS.
           MOVE LOW-VALUES TO CE-CLAVE.
           START ARCHIVO-CASOS KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAS
           END-START.
           MOVE SPACE TO WS-OPCION.
           IF WS-FS-CAS = "00"
              PERFORM READ-SIGUIENTE-CASO
              PERFORM UNTIL WS-FS-CAS NOT = "00"
                 IF CE-PENDIENTE
                    ADD 1 TO WS-REVISADOS
                    PERFORM ATENDER-CASO
                 END-IF
                 IF WS-OPCION = "Q"
                    MOVE "10" TO WS-FS-CAS
                 ELSE
                    PERFORM READ-SIGUIENTE-CASO
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CAS.
           PERFORM CLEAR-SCREEN.
           IF WS-REVISADOS = 0
              DISPLAY "No hay casos pendientes." LINE 3 POSITION 20
           ELSE
              DISPLAY "Casos vistos: " WS-REVISADOS
                  LINE 3 POSITION 20
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

       ATENDER-CASO.
           PERFORM CLEAR-SCREEN.
           PERFORM NOMBRE-DEL-CASO.
           DISPLAY "----- Revisar caso de efectivo -----"
               LINE 2 POSITION 20.
           IF CE-INDIVIDUAL
              DISPLAY "Tipo      : OPERACION SOBRE EL UMBRAL"
                  LINE 4 POSITION 10
           ELSE
              DISPLAY "Tipo      : POSIBLE FRACCIONAMIENTO"
                  LINE 4 POSITION 10
           END-IF.
           DISPLAY "Cliente   : " WS-ID-CLIENTE LINE 5 POSITION 10.
           DISPLAY "Nombre    : " WS-NOMBRE-CLI LINE 6 POSITION 10.
           DISPLAY "Fechas    : " CE-FECHA " a " CE-FEC-FIN
               LINE 7 POSITION 10.
           DISPLAY "Operacion : " CE-TIPO-OP " " CE-REF
               LINE 8 POSITION 10.
           MOVE CE-MONTO TO WS-MONTO-ED.
           DISPLAY "Monto     : " WS-MONTO-ED "  operaciones "
               CE-NUM-OPS LINE 9 POSITION 10.
           DISPLAY "Origen    : " CE-ORIGEN
               "  (B=cuentas T=tienda M=ambos)" LINE 10 POSITION 10.
           DISPLAY "Detectado : " CE-FEC-DET LINE 11 POSITION 10.
           DISPLAY "¿(R)eportar, (D)escartar, (S)altar, (Q)uitar?"
               LINE 13 POSITION 10.
           ACCEPT WS-OPCION LINE 13 POSITION 58.
           EVALUATE WS-OPCION
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO CE-ESTADO
                   PERFORM CERRAR-REVISION
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO CE-ESTADO
                   PERFORM CERRAR-REVISION
               WHEN "Q"
               WHEN "q"
                   MOVE "Q" TO WS-OPCION
               WHEN OTHER
                   DISPLAY "Se deja pendiente." LINE 15 POSITION 10
                   PERFORM PAUSA
           END-EVALUATE.

       CERRAR-REVISION.
           DISPLAY "Nota:" LINE 15 POSITION 10.
           MOVE SPACES TO CE-NOTA.
           ACCEPT CE-NOTA LINE 15 POSITION 17.
           MOVE T-NUMDOC TO CE-REVISA.
           ACCEPT CE-FEC-REV FROM DATE YYYYMMDD.
           REWRITE CASODATA.
           IF WS-FS-CAS NOT = "00"
              DISPLAY "Error al grabar el caso. FS = " WS-FS-CAS
                  LINE 17 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF CE-REPORTADO
              DISPLAY "Caso marcado REPORTADO." LINE 17 POSITION 10
           ELSE
              DISPLAY "Caso DESCARTADO." LINE 17 POSITION 10
           END-IF.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

      ****************************************************************
      * Archivo para la UIAF: los casos reportados que aun no se han *
      * enviado, con encabezado y registro de control; cada caso     *
      * queda con la fecha de envio.                                 *
      ****************************************************************
       GENERAR-ARCHIVO-UIAF.
           PERFORM CLEAR-SCREEN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-ENVIADOS.
           MOVE 0 TO WS-TOTAL-ENVIO.
           OPEN OUTPUT ARCHIVO-UIAF.
           IF WS-FS-UIA NOT = "00"
              DISPLAY "Error al crear reporte-uiaf. FS = " WS-FS-UIA
              MOVE "CONTROL-EFECTIVO" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/reporte-uiaf.txt" TO WS-EXC-ARCHIVO
              MOVE WS-FS-UIA TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HOY TO UE-FECHA-GEN.
           MOVE WS-UMBRAL TO UE-UMBRAL.
           MOVE UIAF-ENCABEZADO TO UIAF-LINEA.
           WRITE UIAF-LINEA.
           MOVE LOW-VALUES TO CE-CLAVE.
           START ARCHIVO-CASOS KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CAS
           END-START.
           IF WS-FS-CAS = "00"
              PERFORM READ-SIGUIENTE-CASO
              PERFORM UNTIL WS-FS-CAS NOT = "00"
                 IF CE-REPORTADO AND CE-FEC-ENVIO = 0
                    PERFORM ESCRIBIR-DETALLE-UIAF
                 END-IF
                 PERFORM READ-SIGUIENTE-CASO
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CAS.
           MOVE WS-ENVIADOS TO UC-REGISTROS.
           MOVE WS-TOTAL-ENVIO TO UC-TOTAL.
           MOVE UIAF-CONTROL TO UIAF-LINEA.
           WRITE UIAF-LINEA.
           CLOSE ARCHIVO-UIAF.
           MOVE "control-efectivo" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/reporte-uiaf.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "ENVIO UIAF"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Casos enviados: " WS-ENVIADOS LINE 4 POSITION 15.
           MOVE WS-TOTAL-ENVIO TO WS-MONTO-ED.
           DISPLAY "Valor total   : " WS-MONTO-ED LINE 5 POSITION 15.
           DISPLAY "Archivo generado en reporte-uiaf.txt"
               LINE 6 POSITION 15.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

       ESCRIBIR-DETALLE-UIAF.
           PERFORM NOMBRE-DEL-CASO.
           ADD 1 TO WS-ENVIADOS.
           ADD CE-MONTO TO WS-TOTAL-ENVIO.
           MOVE WS-ENVIADOS TO UD-CONSEC.
           MOVE CE-TIPO TO UD-TIPO-CASO.
           IF CE-SIN-TIT = "S"
              MOVE "C" TO UD-TIPO-ID
           ELSE
              MOVE "D" TO UD-TIPO-ID
           END-IF.
           MOVE CE-CLIENTE TO UD-ID.
           MOVE WS-NOMBRE-CLI TO UD-NOMBRE.
           MOVE CE-FECHA TO UD-FECHA-INI.
           MOVE CE-FEC-FIN TO UD-FECHA-FIN.
           MOVE CE-ORIGEN TO UD-ORIGEN.
           MOVE CE-TIPO-OP TO UD-TIPO-OP.
           MOVE CE-REF TO UD-REFERENCIA.
           MOVE CE-NUM-OPS TO UD-NUM-OPS.
           MOVE CE-MONTO TO UD-MONTO.
           MOVE CE-FEC-REV TO UD-FECHA-REV.
           MOVE CE-REVISA TO UD-REVISA.
           MOVE UIAF-DETALLE TO UIAF-LINEA.
           WRITE UIAF-LINEA.
           MOVE WS-FECHA-HOY TO CE-FEC-ENVIO.
           REWRITE CASODATA.
           MOVE "00" TO WS-FS-CAS.

       READ-SIGUIENTE-PTS.
           READ ARCHIVO-PTS NEXT RECORD
               AT END MOVE "10" TO WS-FS-PTS
           END-READ.

       READ-SIGUIENTE-VPAG.
           READ ARCHIVO-VPAG NEXT RECORD
               AT END MOVE "10" TO WS-FS-VPG
           END-READ.

       READ-SIGUIENTE-CASO.
           READ ARCHIVO-CASOS NEXT RECORD
               AT END MOVE "10" TO WS-FS-CAS
           END-READ.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

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
