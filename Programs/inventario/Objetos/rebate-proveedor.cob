       IDENTIFICATION DIVISION.
       PROGRAM-ID. rebate-proveedor.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *              REBATES POR VOLUMEN DE PROVEEDOR                *
      *                                                              *
      * Descripcion: Mantiene los acuerdos de rebate por proveedor   *
      *              (acuerdos-rebate.dat: NIT de proveedores.dat,   *
      *              periodo y hasta cinco tramos de compra con su   *
      *              porcentaje) y acumula contra cada acuerdo lo    *
      *              recibido en las ordenes de compra del periodo,  *
      *              valorado al PRECOM del articulo y asignado al   *
      *              proveedor por el campo PROVEEDOR del articulo,  *
      *              igual que el reporte de desempeno. El reporte   *
      *              del mes (rep-rebates.txt) muestra lo comprado a *
      *              la fecha, el tramo alcanzado, el rebate         *
      *              estimado y lo que falta para el siguiente       *
      *              tramo. Vencido el periodo se genera el reclamo  *
      *              para el proveedor (reclamo-rebate-NNNNNN.txt) y *
      *              el acuerdo queda marcado como reclamado.        *
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
           SELECT ARCHIVO-ARB
               ASSIGN TO "../Articulos/acuerdos-rebate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ARB.
           SELECT ARCHIVO-ARBCTL
               ASSIGN TO "../Articulos/reclamos-rebate-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT ARCHIVO-PRV ASSIGN TO "../Articulos/proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-NIT
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRV.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ART.
           SELECT ARCHIVO-OC ASSIGN TO "../Articulos/ordenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OC.
           SELECT ARCHIVO-OCD ASSIGN TO "../Articulos/ordenes-det.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCD-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OCD.
           SELECT ARCHIVO-REP ASSIGN TO "../rep-rebates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-RCL ASSIGN TO WS-RUTA-RCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCL.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Acuerdo de rebate: clave (NIT, inicio del periodo), fin del
      * periodo y tramos en orden ascendente de umbral; el
      * porcentaje del tramo alcanzado se aplica a todo lo comprado
      * en el periodo. Reclamado el acuerdo queda en estado R.
       FD  ARCHIVO-ARB.
       01  ARBDATA.
           05 AR-CLAVE.
              07 AR-NIT      PIC 9(10).
              07 AR-INICIO   PIC 9(8).
           05 AR-FIN         PIC 9(8).
           05 AR-NTRAMOS     PIC 9.
           05 AR-TRAMO OCCURS 5 TIMES.
              07 AR-UMBRAL   PIC 9(12)V99.
              07 AR-PCT      PIC 9(2)V99.
           05 AR-ESTADO      PIC X.
              88 AR-VIGENTE   VALUE "A".
              88 AR-RECLAMADO VALUE "R".
           05 AR-RECLAMO     PIC 9(6).
           05 AR-FEC-RECL    PIC 9(8).
           05 AR-VALOR-RECL  PIC 9(12)V99.

       FD  ARCHIVO-ARBCTL.
       01  REG-ARBCTL.
           05 ARBCTL-ULT     PIC 9(6).

       FD ARCHIVO-PRV.
       01 PRVDATA.
           05 PRV-NIT        PIC 9(10).
           05 PRV-RAZSOC     PIC X(50).
           05 PRV-CONTACTO   PIC X(30).
           05 PRV-TEL1       PIC X(10).
           05 PRV-TEL2       PIC X(10).
           05 PRV-REGIMEN    PIC X.
           05 PRV-RET-FTE    PIC X.
           05 PRV-RET-IVA    PIC X.
           05 PRV-RET-ICA    PIC X.
           05 PRV-CONCEPTO   PIC X(4).

       FD ARCHIVO-ART.
       01 USUART.
           05 CODART.
              07 CP-NOMBRE   PIC X(10).
              07 SC-NOMBRE   PIC X(10).
              07 ARTCOD      PIC X(10).
              07 FILLER      PIC X(90).
           05 CODUNI         PIC X(5).
           05 CODBAR         PIC X(48).
           05 DESCRI         PIC X(500).
           05 STOCK          PIC 9(10).
           05 CANTID         PIC 9(10).
           05 PRECOM         PIC 9(10)V99.
           05 PREVEN         PIC 9(10)V99.
           05 FECHA          PIC 9(8).
           05 UNIMED         PIC X(3).
           05 PUNTOREORD     PIC 9(10).
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

       FD ARCHIVO-OC.
       01 OCDATA.
           05 OC-NUMERO      PIC 9(6).
           05 OC-FECHA       PIC 9(8).
           05 OC-ESTADO      PIC X.
              88 OC-ABIERTA  VALUE "A".
              88 OC-CERRADA  VALUE "C".
           05 OC-OPER        PIC 9(10).
           05 OC-LINEAS      PIC 9(4).
           05 OC-MONEDA      PIC X(3).

       FD ARCHIVO-OCD.
       01 OCDDATA.
           05 OCD-CLAVE.
              07 OCD-NUMERO  PIC 9(6).
              07 OCD-CODART  PIC X(120).
           05 OCD-CANT-PED   PIC 9(10).
           05 OCD-CANT-REC   PIC 9(10).
           05 OCD-ESTADO     PIC X.
              88 OCD-ABIERTA VALUE "A".
              88 OCD-CERRADA VALUE "C".
           05 OCD-FECREC     PIC 9(8).

       FD  ARCHIVO-REP.
       01  REP-LINEA         PIC X(120).

       FD  ARCHIVO-RCL.
       01  RCL-LINEA         PIC X(80).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-ARB           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-PRV           PIC XX.
       01 WS-FS-ART           PIC XX.
       01 WS-FS-OC            PIC XX.
       01 WS-FS-OCD           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-RCL           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-HAY              PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-ANOMES           PIC 9(6).
       01 WS-CORTE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-NIT              PIC 9(10).
       01 WS-INICIO           PIC 9(8).
       01 WS-RAZSOC           PIC X(50).
       01 WS-T                PIC 9.
       01 WS-TRAMOS-OK        PIC X.
      * Acumulado del acuerdo en curso y el tramo que alcanza.
       01 WS-COMPRAS          PIC 9(14)V99.
       01 WS-TRAMO-ALC        PIC 9.
       01 WS-PCT-ALC          PIC 9(2)V99.
       01 WS-REBATE           PIC 9(12)V99.
       01 WS-FALTA            PIC 9(14)V99.
       01 WS-FEC-RENGLON      PIC 9(8).
       01 WS-NUM-RECLAMO      PIC 9(6).
       01 WS-RUTA-RCL         PIC X(60).
       01 WS-TOT-COMPRAS      PIC 9(14)V99.
       01 WS-TOT-REBATE       PIC 9(14)V99.
       01 WS-COMPRAS-ED       PIC Z(13)9.99.
       01 WS-REBATE-ED        PIC Z(11)9.99.
       01 WS-FALTA-ED         PIC Z(13)9.99.
       01 WS-UMBRAL-ED        PIC Z(11)9.99.
       01 WS-PCT-ED           PIC Z9.99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ARCHIVO-ARB.
           IF WS-FS-ARB = "35"
              CLOSE ARCHIVO-ARB
              OPEN OUTPUT ARCHIVO-ARB
              CLOSE ARCHIVO-ARB
              OPEN I-O ARCHIVO-ARB
           END-IF.
           IF WS-FS-ARB NOT = "00"
              DISPLAY "Error al abrir los acuerdos. FS = "
                  WS-FS-ARB
              MOVE "REBATE-PROVEEDOR" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/acuerdos-rebate.dat"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-ARB TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           PERFORM MENU-REBATE UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-ARB.
           GOBACK.

       MENU-REBATE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  REBATES DE PROVEEDORES       " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  M -> Mantener acuerdo"         LINE 7 POSITION 20.
           DISPLAY "  L -> Listar acuerdos"          LINE 8 POSITION 20.
           DISPLAY "  R -> Reporte del mes"          LINE 9 POSITION 20.
           DISPLAY "  C -> Reclamo de fin de periodo"
               LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "M"
                    PERFORM MANTENER-ACUERDO
               WHEN "L"
                    PERFORM LISTAR-ACUERDOS
               WHEN "R"
                    PERFORM REPORTE-REBATES
               WHEN "C"
                    PERFORM RECLAMAR-REBATE
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Alta o cambio de un acuerdo: el NIT tiene que existir en     *
      * proveedores.dat. Los tramos se digitan de menor a mayor      *
      * umbral; con cero tramos el acuerdo se elimina. Un acuerdo ya *
      * reclamado no se modifica.                                    *
      ****************************************************************
       MANTENER-ACUERDO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Mantener acuerdo de rebate -----"
               LINE 3 POSITION 20.
           DISPLAY "NIT del proveedor:"    LINE 5 POSITION 10.
           MOVE 0 TO WS-NIT.
           ACCEPT WS-NIT LINE 5 POSITION 35.
           IF WS-NIT = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-PROVEEDOR.
           IF WS-FS-PRV NOT = "00"
              DISPLAY "El NIT no esta en proveedores.dat."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-RAZSOC LINE 5 POSITION 47.
           DISPLAY "Inicio del periodo (AAAAMMDD):" LINE 6 POSITION 10.
           MOVE 0 TO WS-INICIO.
           ACCEPT WS-INICIO LINE 6 POSITION 42.
           IF WS-INICIO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NIT TO AR-NIT.
           MOVE WS-INICIO TO AR-INICIO.
           READ ARCHIVO-ARB
               INVALID KEY
                   DISPLAY "Acuerdo nuevo." LINE 7 POSITION 10
                   MOVE 0 TO AR-FIN
                   MOVE 0 TO AR-NTRAMOS
                   MOVE "A" TO AR-ESTADO
                   MOVE 0 TO AR-RECLAMO
                   MOVE 0 TO AR-FEC-RECL
                   MOVE 0 TO AR-VALOR-RECL
               NOT INVALID KEY
                   DISPLAY "Acuerdo actual hasta " AR-FIN " con "
                       AR-NTRAMOS " tramos." LINE 7 POSITION 10
           END-READ.
           IF AR-RECLAMADO
              DISPLAY "El acuerdo ya fue reclamado (No. "
                  AR-RECLAMO "): no se modifica." LINE 9 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fin del periodo (AAAAMMDD):" LINE 8 POSITION 10.
           ACCEPT AR-FIN LINE 8 POSITION 42.
           IF AR-FIN < AR-INICIO
              DISPLAY "El fin no puede ser anterior al inicio."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de tramos (0-5, 0 = eliminar):"
               LINE 9 POSITION 10.
           ACCEPT AR-NTRAMOS LINE 9 POSITION 50.
           IF AR-NTRAMOS = 0
              DELETE ARCHIVO-ARB
                  INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "Acuerdo eliminado." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF AR-NTRAMOS > 5
              MOVE 5 TO AR-NTRAMOS
           END-IF.
           MOVE 11 TO WS-LIN.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > AR-NTRAMOS
              DISPLAY "Tramo " WS-T " desde $:" LINE WS-LIN POSITION 10
              ACCEPT AR-UMBRAL(WS-T) LINE WS-LIN POSITION 28
              DISPLAY "%:" LINE WS-LIN POSITION 50
              ACCEPT AR-PCT(WS-T) LINE WS-LIN POSITION 53
              ADD 1 TO WS-LIN
           END-PERFORM.
           PERFORM VARYING WS-T FROM AR-NTRAMOS BY 1 UNTIL WS-T = 5
              MOVE 0 TO AR-UMBRAL(WS-T + 1)
              MOVE 0 TO AR-PCT(WS-T + 1)
           END-PERFORM.
           MOVE "S" TO WS-TRAMOS-OK.
           PERFORM VARYING WS-T FROM 2 BY 1 UNTIL WS-T > AR-NTRAMOS
              IF AR-UMBRAL(WS-T) NOT > AR-UMBRAL(WS-T - 1)
                 MOVE "N" TO WS-TRAMOS-OK
              END-IF
           END-PERFORM.
           IF WS-TRAMOS-OK = "N"
              DISPLAY "Los umbrales deben ir de menor a mayor."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           REWRITE ARBDATA
               INVALID KEY
                   WRITE ARBDATA
                   END-WRITE
           END-REWRITE.
           DISPLAY "Acuerdo guardado." LINE 20 POSITION 10.
           PERFORM PAUSA.

       LISTAR-ACUERDOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Acuerdos de rebate -----" LINE 3 POSITION 20.
           MOVE "N" TO WS-HAY.
           MOVE 5 TO WS-LIN.
           MOVE LOW-VALUES TO AR-CLAVE.
           START ARCHIVO-ARB KEY IS NOT LESS THAN AR-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-ARB
           END-START.
           IF WS-FS-ARB = "00"
              PERFORM READ-SIGUIENTE-ARB
              PERFORM UNTIL WS-FS-ARB NOT = "00"
                 MOVE "S" TO WS-HAY
                 DISPLAY AR-NIT " " AR-INICIO "-" AR-FIN
                     " TRAMOS " AR-NTRAMOS " " AR-ESTADO
                     LINE WS-LIN POSITION 5
                 ADD 1 TO WS-LIN
                 PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > AR-NTRAMOS
                    MOVE AR-UMBRAL(WS-T) TO WS-UMBRAL-ED
                    MOVE AR-PCT(WS-T) TO WS-PCT-ED
                    DISPLAY "    desde " WS-UMBRAL-ED " -> "
                        WS-PCT-ED "%" LINE WS-LIN POSITION 5
                    ADD 1 TO WS-LIN
                 END-PERFORM
                 IF WS-LIN > 17
                    PERFORM PAUSA
                    PERFORM CLEAR-SCREEN
                    MOVE 5 TO WS-LIN
                 END-IF
                 PERFORM READ-SIGUIENTE-ARB
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-ARB.
           IF WS-HAY = "N"
              DISPLAY "No hay acuerdos cargados." LINE 5 POSITION 10
           END-IF.
           PERFORM PAUSA.

      ****************************************************************
      * Reporte del mes: cada acuerdo cuyo periodo toca el mes pedido*
      * acumula lo recibido desde su inicio hasta el corte (el fin   *
      * del mes o el fin del periodo, lo que llegue primero).        *
      ****************************************************************
       REPORTE-REBATES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reporte de rebates -----" LINE 3 POSITION 20.
           DISPLAY "Mes (AAAAMM):" LINE 4 POSITION 10.
           MOVE 0 TO WS-ANOMES.
           ACCEPT WS-ANOMES LINE 4 POSITION 30.
           IF WS-ANOMES = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CORTE = WS-ANOMES * 100 + 31.
           PERFORM ABRIR-COMPRAS.
           IF WS-FS-ART NOT = "00" OR WS-FS-OCD NOT = "00"
              DISPLAY "Sin articulos u ordenes que acumular."
                  LINE 6 POSITION 10
              PERFORM CERRAR-COMPRAS
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-REP.
           MOVE SPACES TO REP-LINEA.
           STRING "REBATES DE PROVEEDORES - CORTE MES " WS-ANOMES
               DELIMITED BY SIZE INTO REP-LINEA
           END-STRING.
           WRITE REP-LINEA.
           MOVE ALL "=" TO REP-LINEA(1:78).
           WRITE REP-LINEA.
           MOVE "N" TO WS-HAY.
           MOVE 0 TO WS-TOT-COMPRAS.
           MOVE 0 TO WS-TOT-REBATE.
           MOVE LOW-VALUES TO AR-CLAVE.
           START ARCHIVO-ARB KEY IS NOT LESS THAN AR-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-ARB
           END-START.
           IF WS-FS-ARB = "00"
              PERFORM READ-SIGUIENTE-ARB
              PERFORM UNTIL WS-FS-ARB NOT = "00"
                 IF AR-INICIO <= WS-CORTE
                    AND AR-FIN(1:6) >= WS-ANOMES
                    MOVE "S" TO WS-HAY
                    PERFORM ESCRIBIR-ACUERDO-REP
                 END-IF
                 PERFORM READ-SIGUIENTE-ARB
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-ARB.
           IF WS-HAY = "N"
              MOVE "   (ningun acuerdo vigente en el mes)" TO REP-LINEA
              WRITE REP-LINEA
           ELSE
              MOVE ALL "-" TO REP-LINEA(1:78)
              WRITE REP-LINEA
              MOVE WS-TOT-COMPRAS TO WS-COMPRAS-ED
              MOVE WS-TOT-REBATE TO WS-REBATE-ED
              MOVE SPACES TO REP-LINEA
              STRING "TOTAL COMPRAS " WS-COMPRAS-ED
                  "  REBATE ESTIMADO " WS-REBATE-ED
                  DELIMITED BY SIZE INTO REP-LINEA
              END-STRING
              WRITE REP-LINEA
           END-IF.
           CLOSE ARCHIVO-REP.
           MOVE "rebate-proveedor" TO WS-ARC-PROGRAMA.
           MOVE "../rep-rebates.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "MES=" WS-ANOMES
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           PERFORM CERRAR-COMPRAS.
           DISPLAY "Reporte en rep-rebates.txt" LINE 6 POSITION 10.
           PERFORM PAUSA.

       ESCRIBIR-ACUERDO-REP.
           MOVE AR-NIT TO WS-NIT.
           PERFORM LEER-PROVEEDOR.
           MOVE WS-CORTE TO WS-HASTA.
           IF AR-FIN < WS-HASTA
              MOVE AR-FIN TO WS-HASTA
           END-IF.
           PERFORM ACUMULAR-COMPRAS.
           PERFORM CALCULAR-TRAMO.
           MOVE SPACES TO REP-LINEA.
           STRING "NIT " AR-NIT " " WS-RAZSOC
               DELIMITED BY SIZE INTO REP-LINEA
           END-STRING.
           WRITE REP-LINEA.
           MOVE WS-COMPRAS TO WS-COMPRAS-ED.
           MOVE SPACES TO REP-LINEA.
           STRING "   PERIODO " AR-INICIO " A " AR-FIN
               "  COMPRADO A " WS-HASTA " " WS-COMPRAS-ED
               DELIMITED BY SIZE INTO REP-LINEA
           END-STRING.
           WRITE REP-LINEA.
           MOVE WS-REBATE TO WS-REBATE-ED.
           MOVE WS-PCT-ALC TO WS-PCT-ED.
           MOVE SPACES TO REP-LINEA.
           IF WS-TRAMO-ALC = 0
              STRING "   SIN TRAMO ALCANZADO"
                  DELIMITED BY SIZE INTO REP-LINEA
              END-STRING
           ELSE
              STRING "   TRAMO " WS-TRAMO-ALC " (" WS-PCT-ED "%)"
                  "  REBATE ESTIMADO " WS-REBATE-ED
                  DELIMITED BY SIZE INTO REP-LINEA
              END-STRING
           END-IF.
           WRITE REP-LINEA.
           MOVE SPACES TO REP-LINEA.
           IF WS-TRAMO-ALC < AR-NTRAMOS
              MOVE WS-FALTA TO WS-FALTA-ED
              COMPUTE WS-T = WS-TRAMO-ALC + 1
              MOVE AR-PCT(WS-T) TO WS-PCT-ED
              STRING "   FALTAN " WS-FALTA-ED " PARA EL TRAMO " WS-T
                  " (" WS-PCT-ED "%)"
                  DELIMITED BY SIZE INTO REP-LINEA
              END-STRING
           ELSE
              MOVE "   TRAMO MAXIMO DEL ACUERDO" TO REP-LINEA
           END-IF.
           IF AR-RECLAMADO
              MOVE "** RECLAMADO **" TO REP-LINEA(62:15)
           END-IF.
           WRITE REP-LINEA.
           ADD WS-COMPRAS TO WS-TOT-COMPRAS.
           ADD WS-REBATE TO WS-TOT-REBATE.

      ****************************************************************
      * Reclamo de fin de periodo: solo con el periodo ya vencido y  *
      * el acuerdo sin reclamar. Lleva numero propio, deja el        *
      * documento para enviar al proveedor y marca el acuerdo.       *
      ****************************************************************
       RECLAMAR-REBATE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reclamo de rebate -----" LINE 3 POSITION 20.
           DISPLAY "NIT del proveedor:"    LINE 5 POSITION 10.
           MOVE 0 TO WS-NIT.
           ACCEPT WS-NIT LINE 5 POSITION 35.
           DISPLAY "Inicio del periodo (AAAAMMDD):" LINE 6 POSITION 10.
           MOVE 0 TO WS-INICIO.
           ACCEPT WS-INICIO LINE 6 POSITION 42.
           MOVE WS-NIT TO AR-NIT.
           MOVE WS-INICIO TO AR-INICIO.
           READ ARCHIVO-ARB
               INVALID KEY
                   DISPLAY "Acuerdo no encontrado." LINE 8 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF AR-RECLAMADO
              DISPLAY "Ya reclamado con el No. " AR-RECLAMO
                  " el " AR-FEC-RECL LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF AR-FIN NOT < WS-FECHA-HOY
              DISPLAY "El periodo termina el " AR-FIN
                  ": aun no se puede reclamar." LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-PROVEEDOR.
           PERFORM ABRIR-COMPRAS.
           IF WS-FS-ART NOT = "00" OR WS-FS-OCD NOT = "00"
              DISPLAY "Sin articulos u ordenes que acumular."
                  LINE 8 POSITION 10
              PERFORM CERRAR-COMPRAS
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE AR-FIN TO WS-HASTA.
           PERFORM ACUMULAR-COMPRAS.
           PERFORM CERRAR-COMPRAS.
           PERFORM CALCULAR-TRAMO.
           MOVE WS-COMPRAS TO WS-COMPRAS-ED.
           DISPLAY "Comprado en el periodo: " WS-COMPRAS-ED
               LINE 8 POSITION 10.
           IF WS-TRAMO-ALC = 0
              DISPLAY "No alcanzo ningun tramo: no hay rebate que"
                  " reclamar." LINE 10 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-REBATE TO WS-REBATE-ED.
           DISPLAY "Tramo " WS-TRAMO-ALC " rebate " WS-REBATE-ED
               LINE 9 POSITION 10.
           DISPLAY "Generar el reclamo (S/N):" LINE 11 POSITION 10.
           MOVE "N" TO WS-OPCION.
           ACCEPT WS-OPCION LINE 11 POSITION 37.
           IF WS-OPCION NOT = "S" AND WS-OPCION NOT = "s"
              MOVE SPACE TO WS-OPCION
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM OBTENER-NUMERO-RECLAMO.
           PERFORM ESCRIBIR-RECLAMO.
           MOVE "R" TO AR-ESTADO.
           MOVE WS-NUM-RECLAMO TO AR-RECLAMO.
           MOVE WS-FECHA-HOY TO AR-FEC-RECL.
           MOVE WS-REBATE TO AR-VALOR-RECL.
           REWRITE ARBDATA.
           DISPLAY "Reclamo " WS-NUM-RECLAMO " en "
               WS-RUTA-RCL LINE 13 POSITION 10.
           PERFORM PAUSA.

       ESCRIBIR-RECLAMO.
           MOVE SPACES TO WS-RUTA-RCL.
           STRING "../Articulos/reclamo-rebate-" WS-NUM-RECLAMO
               ".txt" DELIMITED BY SIZE INTO WS-RUTA-RCL
           END-STRING.
           OPEN OUTPUT ARCHIVO-RCL.
           IF WS-FS-RCL NOT = "00"
              MOVE "REBATE-PROVEEDOR" TO WS-EXC-PROGRAMA
              MOVE WS-RUTA-RCL TO WS-EXC-ARCHIVO
              MOVE WS-FS-RCL TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RCL-LINEA.
           STRING "RECLAMO DE REBATE POR VOLUMEN No. " WS-NUM-RECLAMO
               "   FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO RCL-LINEA
           END-STRING.
           WRITE RCL-LINEA.
           MOVE ALL "=" TO RCL-LINEA(1:78).
           WRITE RCL-LINEA.
           MOVE SPACES TO RCL-LINEA.
           STRING "PROVEEDOR: " AR-NIT " " WS-RAZSOC
               DELIMITED BY SIZE INTO RCL-LINEA
           END-STRING.
           WRITE RCL-LINEA.
           MOVE SPACES TO RCL-LINEA.
           STRING "PERIODO DEL ACUERDO: " AR-INICIO " A " AR-FIN
               DELIMITED BY SIZE INTO RCL-LINEA
           END-STRING.
           WRITE RCL-LINEA.
           MOVE SPACES TO RCL-LINEA.
           WRITE RCL-LINEA.
           MOVE "TRAMOS PACTADOS:" TO RCL-LINEA.
           WRITE RCL-LINEA.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > AR-NTRAMOS
              MOVE AR-UMBRAL(WS-T) TO WS-UMBRAL-ED
              MOVE AR-PCT(WS-T) TO WS-PCT-ED
              MOVE SPACES TO RCL-LINEA
              STRING "   COMPRAS DESDE " WS-UMBRAL-ED " -> "
                  WS-PCT-ED "%" DELIMITED BY SIZE INTO RCL-LINEA
              END-STRING
              WRITE RCL-LINEA
           END-PERFORM.
           MOVE SPACES TO RCL-LINEA.
           WRITE RCL-LINEA.
           MOVE SPACES TO RCL-LINEA.
           STRING "COMPRAS RECIBIDAS EN EL PERIODO: " WS-COMPRAS-ED
               DELIMITED BY SIZE INTO RCL-LINEA
           END-STRING.
           WRITE RCL-LINEA.
           MOVE WS-PCT-ALC TO WS-PCT-ED.
           MOVE SPACES TO RCL-LINEA.
           STRING "TRAMO ALCANZADO: " WS-TRAMO-ALC " (" WS-PCT-ED "%)"
               DELIMITED BY SIZE INTO RCL-LINEA
           END-STRING.
           WRITE RCL-LINEA.
           MOVE SPACES TO RCL-LINEA.
           STRING "VALOR DEL REBATE A FAVOR:       " WS-REBATE-ED
               DELIMITED BY SIZE INTO RCL-LINEA
           END-STRING.
           WRITE RCL-LINEA.
           MOVE SPACES TO RCL-LINEA.
           WRITE RCL-LINEA.
           MOVE "Solicitamos la nota credito o el pago por este valor."
               TO RCL-LINEA.
           WRITE RCL-LINEA.
           CLOSE ARCHIVO-RCL.

      * Consecutivo de reclamos, con el esquema de Contador.dat.
       OBTENER-NUMERO-RECLAMO.
           OPEN I-O ARCHIVO-ARBCTL.
           IF WS-FS-CTL = "35"
              OPEN OUTPUT ARCHIVO-ARBCTL
              MOVE 0 TO ARBCTL-ULT
              WRITE REG-ARBCTL
              CLOSE ARCHIVO-ARBCTL
              OPEN I-O ARCHIVO-ARBCTL
           END-IF.
           READ ARCHIVO-ARBCTL
               AT END
                   MOVE 0 TO ARBCTL-ULT
           END-READ.
           ADD 1 TO ARBCTL-ULT.
           MOVE ARBCTL-ULT TO WS-NUM-RECLAMO.
           REWRITE REG-ARBCTL.
           CLOSE ARCHIVO-ARBCTL.

       ABRIR-COMPRAS.
           OPEN INPUT ARCHIVO-ART.
           OPEN INPUT ARCHIVO-OC.
           OPEN INPUT ARCHIVO-OCD.

       CERRAR-COMPRAS.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-OC.
           CLOSE ARCHIVO-OCD.

      * Lo recibido para el proveedor del acuerdo entre AR-INICIO y
      * WS-HASTA, al PRECOM del articulo. La fecha es la de
      * recepcion del renglon; los renglones recibidos antes de que
      * existiera OCD-FECREC toman la fecha de su orden.
       ACUMULAR-COMPRAS.
           MOVE 0 TO WS-COMPRAS.
           MOVE LOW-VALUES TO OCD-CLAVE.
           START ARCHIVO-OCD KEY IS NOT LESS THAN OCD-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-OCD
           END-START.
           IF WS-FS-OCD = "00"
              PERFORM READ-SIGUIENTE-OCD
              PERFORM UNTIL WS-FS-OCD NOT = "00"
                 IF OCD-CANT-REC > 0
                    PERFORM SUMAR-RENGLON-REBATE
                 END-IF
                 PERFORM READ-SIGUIENTE-OCD
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-OCD.

       SUMAR-RENGLON-REBATE.
           MOVE OCD-FECREC TO WS-FEC-RENGLON.
           IF WS-FEC-RENGLON = 0
              MOVE OCD-NUMERO TO OC-NUMERO
              READ ARCHIVO-OC
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OC-FECHA TO WS-FEC-RENGLON
              END-READ
           END-IF.
           IF WS-FEC-RENGLON < AR-INICIO OR WS-FEC-RENGLON > WS-HASTA
              EXIT PARAGRAPH
           END-IF.
           MOVE OCD-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PROVEEDOR = AR-NIT
              COMPUTE WS-COMPRAS =
                  WS-COMPRAS + OCD-CANT-REC * PRECOM
           END-IF.

      * Tramo mas alto cuyo umbral ya se paso; su porcentaje aplica
      * sobre todo lo comprado. WS-FALTA es lo que falta para el
      * tramo siguiente, si lo hay.
       CALCULAR-TRAMO.
           MOVE 0 TO WS-TRAMO-ALC.
           MOVE 0 TO WS-PCT-ALC.
           MOVE 0 TO WS-FALTA.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > AR-NTRAMOS
              IF WS-COMPRAS >= AR-UMBRAL(WS-T)
                 MOVE WS-T TO WS-TRAMO-ALC
                 MOVE AR-PCT(WS-T) TO WS-PCT-ALC
              END-IF
           END-PERFORM.
           COMPUTE WS-REBATE ROUNDED = WS-COMPRAS * WS-PCT-ALC / 100.
           IF WS-TRAMO-ALC < AR-NTRAMOS
              COMPUTE WS-FALTA =
                  AR-UMBRAL(WS-TRAMO-ALC + 1) - WS-COMPRAS
           END-IF.

       LEER-PROVEEDOR.
           MOVE SPACES TO WS-RAZSOC.
           OPEN INPUT ARCHIVO-PRV.
           IF WS-FS-PRV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NIT TO PRV-NIT.
           READ ARCHIVO-PRV
               INVALID KEY
                   MOVE "23" TO WS-FS-PRV
               NOT INVALID KEY
                   MOVE PRV-RAZSOC TO WS-RAZSOC
           END-READ.
           CLOSE ARCHIVO-PRV.
           IF WS-RAZSOC NOT = SPACES
              MOVE "00" TO WS-FS-PRV
           END-IF.

       READ-SIGUIENTE-ARB.
           READ ARCHIVO-ARB NEXT RECORD
               AT END MOVE "10" TO WS-FS-ARB
           END-READ.

       READ-SIGUIENTE-OCD.
           READ ARCHIVO-OCD NEXT RECORD
               AT END MOVE "10" TO WS-FS-OCD
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
