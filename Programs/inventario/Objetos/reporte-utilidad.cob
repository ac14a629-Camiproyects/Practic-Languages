      *              mensual en un solo reporte: por categoria, la   *
      *              venta neta del mes (renglones de ventas.dat     *
      *              sin IVA y sin tiquetes anulados), el costo de   *
      *              lo vendido (cantidad por el PRECOM del dia de   *
      *              la venta, el promedio que dejo la ultima        *
      *              recepcion) y la utilidad bruta, neteando las    *
      *              devoluciones de notas-credito.dat del mismo     *
      *              mes, con la columna del mes anterior al lado    *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Lee el resumen diario de ventas            *
      *      (resumen-ventas.dat y el pendiente del dia que arma     *
      *      acumula-ventas), con sus devoluciones, en lugar de      *
      *      barrer ventas.dat y notas-credito.dat; el costo queda   *
      *      al PRECOM del dia de la venta.                          *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RV ASSIGN TO WS-RUTA-RV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RV.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-utilidad.txt"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * Resumen de ventas por fecha y articulo (acumula-ventas):
      * primero el de los dias cerrados, despues el pendiente.
       FD  ARCHIVO-RV.
       01  RVDATA.
           05 RV-CLAVE.
              07 RV-FECHA       PIC 9(8).
              07 RV-CODART      PIC X(120).
           05 RV-CATIVA         PIC X.
           05 RV-UNIDADES       PIC S9(9).
           05 RV-BRUTO          PIC S9(12)V99.
           05 RV-NETO           PIC S9(12)V99.
           05 RV-IVA            PIC S9(12)V99.
           05 RV-COSTO          PIC S9(12)V99.
           05 RV-DESCUENTO      PIC S9(12)V99.
           05 RV-TIQUETES       PIC 9(6).
           05 RV-ULT-TIQ        PIC 9(6).
           05 RV-DEV-UNIDADES   PIC S9(9).
           05 RV-DEV-BRUTO      PIC S9(12)V99.
           05 RV-DEV-NETO       PIC S9(12)V99.
           05 RV-DEV-IVA        PIC S9(12)V99.
           05 RV-DEV-COSTO      PIC S9(12)V99.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-RV            PIC XX.
       01 WS-RUTA-RV          PIC X(60).
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-MES-AAAA         PIC 9(4).
       01 WS-MES-MM           PIC 9(2).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-PERIODO          PIC X.
       01 WS-RV-DESDE         PIC 9(8).
       01 WS-RV-HASTA         PIC 9(8).
       01 WS-VENTA-NETA       PIC S9(12)V99.
       01 WS-COSTO-LIN        PIC S9(12)V99.
       01 WS-MES-LINEA        PIC 9(6).
              10 TU-COS-ACT    PIC S9(14)V99.
              10 TU-VTA-ANT    PIC S9(14)V99.
              10 TU-COS-ANT    PIC S9(14)V99.
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
              SUBTRACT 1 FROM WS-MES-MM
           END-IF.
           COMPUTE WS-MES-ANT = WS-MES-AAAA * 100 + WS-MES-MM.
      * Del primer dia del mes anterior al ultimo del mes pedido.
           COMPUTE WS-RV-DESDE = WS-MES-ANT * 100 + 1.
           COMPUTE WS-RV-HASTA = WS-MES * 100 + 31.
           MOVE "P" TO WS-AV-MODO.
           MOVE 0 TO WS-AV-DESDE.
           MOVE 0 TO WS-AV-HASTA.
           CALL "acumula-ventas" USING WS-AV-PEDIDO
           END-CALL.
           IF WS-AV-ESTADO NOT = "00"
              DISPLAY "No hay ventas registradas. Estado = "
                  WS-AV-ESTADO
              MOVE "REPORTE-UTILIDAD" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/resumen-ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-AV-ESTADO TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LEER-RESUMEN.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "Reporte generado en rep-utilidad.txt".
           GOBACK.

      ****************************************************************
      * Ventas del periodo desde el resumen diario: primero los dias *
      * que el cierre ya acumulo y despues lo pendiente (el dia en   *
      * curso), que acumula-ventas dejo aparte para esta estacion.   *
      ****************************************************************
       LEER-RESUMEN.
           MOVE "../Articulos/resumen-ventas.dat" TO WS-RUTA-RV.
           PERFORM BARRER-RV.
           MOVE WS-AV-RUTA-ART TO WS-RUTA-RV.
           PERFORM BARRER-RV.

       BARRER-RV.
           OPEN INPUT ARCHIVO-RV.
           IF WS-FS-RV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RV-DESDE TO RV-FECHA.
           MOVE LOW-VALUES TO RV-CODART.
           START ARCHIVO-RV KEY IS NOT LESS THAN RV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-RV
           END-START.
           PERFORM UNTIL WS-FS-RV NOT = "00"
              READ ARCHIVO-RV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-RV
                  NOT AT END
                      IF RV-FECHA > WS-RV-HASTA
                         MOVE "10" TO WS-FS-RV
                      ELSE
                         PERFORM ACUMULAR-FILA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RV.

      * Una fila del resumen con articulo: la venta neta y el costo
      * del dia menos las devoluciones de notas credito del mismo
      * dia, para que la utilidad quede neta.
       ACUMULAR-FILA.
           IF RV-CODART = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE RV-FECHA(1:6) TO WS-MES-LINEA.
           COMPUTE WS-VENTA-NETA = RV-NETO - RV-DEV-NETO.
           COMPUTE WS-COSTO-LIN = RV-COSTO - RV-DEV-COSTO.
           PERFORM SUMAR-EN-TABLA.

       SUMAR-EN-TABLA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-CATS OR WS-HALLADO = "S"
              IF TU-CAT(WS-I) = RV-CODART(1:10)
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
              END-IF
              ADD 1 TO WS-NUM-CATS
              MOVE WS-NUM-CATS TO WS-I
              MOVE RV-CODART(1:10) TO TU-CAT(WS-I)
              MOVE 0 TO TU-VTA-ACT(WS-I)
              MOVE 0 TO TU-COS-ACT(WS-I)
              MOVE 0 TO TU-VTA-ANT(WS-I)
              MOVE 0 TO TU-COS-ANT(WS-I)
           END-IF.
           IF WS-MES-LINEA = WS-MES
              ADD WS-VENTA-NETA TO TU-VTA-ACT(WS-I)
              ADD WS-COSTO-LIN TO TU-COS-ACT(WS-I)
           ELSE
              ADD WS-VENTA-NETA TO TU-VTA-ANT(WS-I)
              ADD WS-COSTO-LIN TO TU-COS-ANT(WS-I)
           END-IF.

       ESCRIBIR-REPORTE.
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "(VENTA NETA SIN IVA; COSTO AL PRECOM DEL DIA)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-utilidad" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-utilidad.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "MES=" WS-MES
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       ESCRIBIR-CATEGORIA.
           COMPUTE WS-UTIL-ACT =
           END-STRING.
           WRITE LINEA-REPORTE.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
