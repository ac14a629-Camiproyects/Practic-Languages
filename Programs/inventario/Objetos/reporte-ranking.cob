      ****************************************************************
      *                RANKING DE VENTAS POR ARTICULO                *
      *                                                              *
      * Descripcion: Para un rango de fechas toma del resumen diario *
      *              de ventas (sin tiquetes anulados ni renglones   *
      *              sin articulo, como los bonos) y acumula por     *
      *              articulo las unidades vendidas, la venta neta   *
      *              (quitando el IVA del CATIVA del articulo) y el  *
      *              margen contra el costo PRECOM del dia de la     *
      *              venta. El reporte rep-ranking.txt trae el       *
      *              detalle agrupado por categoria/subcategoria     *
      *              como reporte-valorizacion, el top de mas        *
      *              vendidos por unidades, el top por margen, y al  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Lee el resumen diario de ventas            *
      *      (resumen-ventas.dat y el pendiente del dia que arma     *
      *      acumula-ventas) en lugar de barrer ventas.dat           *
      *      completo; el margen queda contra el PRECOM del dia de   *
      *      la venta.                                               *
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
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-ranking.txt"
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

       FD ARCHIVO-ART.
       01 USUART.
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).


       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-RV            PIC XX.
       01 WS-RUTA-RV          PIC X(60).
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-NUM-ARTS         PIC 9(3) VALUE 0.
       01 WS-TABLA-LLENA      PIC X VALUE "N".
       01 WS-I                PIC 9(3).
       01 WS-J                PIC 9(3).
       01 WS-K                PIC 9(3).
       01 WS-MARGEN-LIN       PIC S9(12)V99.
       01 WS-ORD-MODO         PIC X.
       01 WS-CAMBIO           PIC X.
           05 TT-UNIDADES    PIC 9(10).
           05 TT-VENTA       PIC 9(14)V99.
           05 TT-MARGEN      PIC S9(14)V99.
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
           IF WS-HASTA = 0
              ACCEPT WS-HASTA FROM DATE YYYYMMDD
           END-IF.
           MOVE "P" TO WS-AV-MODO.
           MOVE 0 TO WS-AV-DESDE.
           MOVE 0 TO WS-AV-HASTA.
           CALL "acumula-ventas" USING WS-AV-PEDIDO
           END-CALL.
           IF WS-AV-ESTADO NOT = "00"
              DISPLAY "No hay ventas registradas. Estado = "
                  WS-AV-ESTADO
              MOVE "REPORTE-RANKING" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/resumen-ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-AV-ESTADO TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           OPEN INPUT ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "Error al abrir articulos.dat. FS = " WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LEER-RESUMEN.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "RANKING DE VENTAS POR ARTICULO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBIR-SIN-VENTAS.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-ranking" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-ranking.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-ART.
           DISPLAY "Reporte generado en rep-ranking.txt".
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
           MOVE WS-DESDE TO RV-FECHA.
           MOVE LOW-VALUES TO RV-CODART.
           START ARCHIVO-RV KEY IS NOT LESS THAN RV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-RV
           END-START.
           PERFORM UNTIL WS-FS-RV NOT = "00"
              READ ARCHIVO-RV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-RV
                  NOT AT END
                      IF RV-FECHA > WS-HASTA
                         MOVE "10" TO WS-FS-RV
                      ELSE
                         PERFORM ACUMULAR-FILA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RV.

      * Una fila del resumen: articulo real con venta en el dia (las
      * filas de solo devoluciones no cuentan como venta). La venta
      * neta y el costo ya vienen desagregados del resumen.
       ACUMULAR-FILA.
           IF RV-CODART = SPACES OR RV-UNIDADES = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MARGEN-LIN = RV-NETO - RV-COSTO.
           PERFORM BUSCAR-EN-TABLA.
           IF WS-HALLADO = "N"
              IF WS-NUM-ARTS < 500
                 ADD 1 TO WS-NUM-ARTS
                 MOVE WS-NUM-ARTS TO WS-I
                 MOVE RV-CODART TO TR-CODART(WS-I)
                 MOVE 0 TO TR-UNIDADES(WS-I)
                 MOVE 0 TO TR-VENTA(WS-I)
                 MOVE 0 TO TR-MARGEN(WS-I)
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD RV-UNIDADES TO TR-UNIDADES(WS-I).
           ADD RV-NETO TO TR-VENTA(WS-I).
           ADD WS-MARGEN-LIN TO TR-MARGEN(WS-I).

       BUSCAR-EN-TABLA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-ARTS OR WS-HALLADO = "S"
              IF TR-CODART(WS-I) = RV-CODART
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-ART.
           READ ARCHIVO-ART NEXT RECORD
               AT END MOVE "10" TO WS-FS
           END-READ.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
