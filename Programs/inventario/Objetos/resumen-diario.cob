      * Mod: 03-09-2026 - Corte de ventas del dia por sucursal       *
      *      (combinado y por tienda), con los tiquetes que la       *
      *      consolidacion de la segunda tienda trae marcados.       *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - El corte de ventas del dia por sucursal    *
      *      sale del resumen por operador (resumen-oper.dat y el    *
      *      pendiente del dia que arma acumula-ventas) en lugar de  *
      *      barrer ventas.dat completo.                             *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

           SELECT ARCHIVO-EXC ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXL.
           SELECT ARCHIVO-RO ASSIGN TO WS-RUTA-RO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RO.
           SELECT ARCHIVO-RES ASSIGN TO "../resumen-diario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RES.
           05 CATIVA         PIC X.

      * Tiquetes del dia, para el corte de ventas por sucursal.
       FD  ARCHIVO-RO.
       01  RODATA.
           05 RO-CLAVE.
              07 RO-FECHA       PIC 9(8).
              07 RO-OPER        PIC 9(10).
              07 RO-SUCURSAL    PIC 9(2).
           05 RO-TIQUETES       PIC 9(6).
           05 RO-ANULADOS       PIC 9(6).
           05 RO-TOTAL          PIC S9(12)V99.
           05 RO-UNIDADES       PIC S9(9).
           05 RO-BRUTO          PIC S9(12)V99.
           05 RO-NETO           PIC S9(12)V99.
           05 RO-IVA            PIC S9(12)V99.
           05 RO-COSTO          PIC S9(12)V99.
           05 RO-DESCUENTO      PIC S9(12)V99.
           05 RO-NOTAS          PIC 9(6).
           05 RO-DEVUELTO       PIC S9(12)V99.

       FD  ARCHIVO-TRASP.
       01  TRASP-LINEA PIC X(80).
       01 WS-EXC-HOY       PIC 9(6) VALUE 0.
       01 WS-FIN           PIC X.
       01 WS-FECHA-TXT     PIC X(8).
       01 WS-FS-RO         PIC XX.
       01 WS-RUTA-RO       PIC X(60).
       01 WS-SUC-I         PIC 9(2).
       01 WS-HAY-SUC       PIC X.
       01 WS-NUM-SUCS      PIC 9(2) VALUE 0.
              10 TS-SUC      PIC 9(2).
              10 TS-TIQ      PIC 9(6).
              10 TS-VENTA    PIC 9(14)V99.
      * Pedido a acumula-ventas: lo pendiente (tiquetes que el
      * cierre todavia no acumula) va a un resumen temporal.
       01 WS-AV-PEDIDO.
           05 WS-AV-MODO        PIC X.
           05 WS-AV-DESDE       PIC 9(8).
           05 WS-AV-HASTA       PIC 9(8).
           05 WS-AV-RUTA-ART    PIC X(60).
           05 WS-AV-RUTA-OPE    PIC X(60).
           05 WS-AV-TIQUETES    PIC 9(6).
           05 WS-AV-NOTAS       PIC 9(6).
           05 WS-AV-ESTADO      PIC XX.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           END-IF.

      * Ventas del dia por sucursal (0 = esta tienda; las demas
      * llegan con la consolidacion), combinadas y por tienda, del
      * resumen por operador: lo ya acumulado y lo pendiente.
       CONTAR-VENTAS-SUCURSAL.
           MOVE "P" TO WS-AV-MODO.
           MOVE 0 TO WS-AV-DESDE.
           MOVE 0 TO WS-AV-HASTA.
           CALL "acumula-ventas" USING WS-AV-PEDIDO
           END-CALL.
           IF WS-AV-ESTADO NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "../Articulos/resumen-oper.dat" TO WS-RUTA-RO.
           PERFORM BARRER-RO.
           MOVE WS-AV-RUTA-OPE TO WS-RUTA-RO.
           PERFORM BARRER-RO.

       BARRER-RO.
           OPEN INPUT ARCHIVO-RO.
           IF WS-FS-RO NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HOY TO RO-FECHA.
           MOVE 0 TO RO-OPER.
           MOVE 0 TO RO-SUCURSAL.
           START ARCHIVO-RO KEY IS NOT LESS THAN RO-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-RO
           END-START.
           PERFORM UNTIL WS-FS-RO NOT = "00"
              READ ARCHIVO-RO NEXT RECORD
                  AT END MOVE "10" TO WS-FS-RO
                  NOT AT END
                      IF RO-FECHA > WS-FECHA-HOY
                         MOVE "10" TO WS-FS-RO
                      ELSE
                         PERFORM SUMAR-VENTA-SUC
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RO.

       SUMAR-VENTA-SUC.
           IF RO-TIQUETES = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HAY-SUC.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
               UNTIL WS-SUC-I > WS-NUM-SUCS OR WS-HAY-SUC = "S"
              IF TS-SUC(WS-SUC-I) = RO-SUCURSAL
                 MOVE "S" TO WS-HAY-SUC
                 ADD RO-TIQUETES TO TS-TIQ(WS-SUC-I)
                 ADD RO-TOTAL TO TS-VENTA(WS-SUC-I)
              END-IF
           END-PERFORM.
           IF WS-HAY-SUC = "N" AND WS-NUM-SUCS < 10
              ADD 1 TO WS-NUM-SUCS
              MOVE RO-SUCURSAL TO TS-SUC(WS-NUM-SUCS)
              MOVE RO-TIQUETES TO TS-TIQ(WS-NUM-SUCS)
              MOVE RO-TOTAL TO TS-VENTA(WS-NUM-SUCS)
           END-IF.

       CONTAR-EXCEPCIONES.
           END-STRING.
           WRITE RES-LINEA.
           CLOSE ARCHIVO-RES.
           MOVE "resumen-diario" TO WS-ARC-PROGRAMA.
           MOVE "../resumen-diario.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CORTE=" WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       ESCRIBIR-LINEA-USU.
           MOVE SPACES TO RES-LINEA.
