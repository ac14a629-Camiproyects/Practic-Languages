      ****************************************************************
      *                IVA GENERADO PARA LA DECLARACION              *
      *                                                              *
      * Descripcion: Para el rango de fechas del bimestre toma del   *
      *              resumen diario de ventas (sin anulados) la      *
      *              base gravable y el IVA que se desagregaron de   *
      *              cada renglon segun el CATIVA del articulo y las *
      *              tasas de tasas-iva.cfg, y totaliza por tarifa   *
      *              (E/R/G) en el formato que el contador copia     *
      *              directo al formulario, conciliado contra la     *
      *              suma de los encabezados de tiquete para que no  *
      *              haya que rearmar nada en hoja de calculo. Las   *
      *              ventas sin IVA a clientes exentos o excluidos   *
      *              (ventas-exentas.dat) salen de su tarifa y se    *
      *              muestran aparte con su base. El                 *
      *              resultado queda en rep-iva.txt.                 *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Lee el resumen diario de ventas y el de    *
      *      operadores (resumen-ventas.dat, resumen-oper.dat y el   *
      *      pendiente del dia que arma acumula-ventas) en lugar de  *
      *      barrer ventas.dat completo.                             *
      * Mod: 15-10-2026 - Las ventas sin IVA a clientes exentos o    *
      *      excluidos (ventas-exentas.dat) salen de la base de su   *
      *      tarifa y se declaran aparte, exenta o excluida por      *
      *      cliente, dentro del total de la base.                   *
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
           SELECT ARCHIVO-RO ASSIGN TO WS-RUTA-RO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RO.
           SELECT ARCHIVO-VEX
               ASSIGN TO "../Articulos/ventas-exentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VEX.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.

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

      * Resumen de ventas por fecha, operador y sucursal.
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

      * Tiquete vendido sin IVA a un cliente exento (E) o excluido
      * (X), con la base de sus renglones de tarifa R y G.
       FD  ARCHIVO-VEX.
       01  VEXDATA.
           05 VE-NUMERO      PIC 9(6).
           05 VE-FECHA       PIC 9(8).
           05 VE-CLIENTE     PIC 9(13).
           05 VE-TIPO        PIC X.
           05 VE-CERTIFICADO PIC X(20).
           05 VE-VIGENCIA    PIC 9(8).
           05 VE-BASE-R      PIC 9(12)V99.
           05 VE-BASE-G      PIC 9(12)V99.

      * Solo para saber si el tiquete exento se anulo.
       FD  ARCHIVO-VTA.
       01  VTADATA.
           05 VTA-CLAVE.
              07 VTA-NUMERO  PIC 9(6).
              07 VTA-LINEA   PIC 9(3).
           05 VTA-ESTACION   PIC 9(4).
           05 VTA-SUCURSAL   PIC 9(2).

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-RV            PIC XX.
       01 WS-FS-RO            PIC XX.
       01 WS-RUTA-RV          PIC X(60).
       01 WS-RUTA-RO          PIC X(60).
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-VEX           PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-TASA-E           PIC 9(4) VALUE 0.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-FIN-IVA          PIC X.
       01 WS-BASE-E           PIC 9(14)V99 VALUE 0.
       01 WS-IVA-E            PIC 9(14)V99 VALUE 0.
       01 WS-BASE-R           PIC 9(14)V99 VALUE 0.
       01 WS-IVA-R            PIC 9(14)V99 VALUE 0.
       01 WS-BASE-G           PIC 9(14)V99 VALUE 0.
       01 WS-IVA-G            PIC 9(14)V99 VALUE 0.
      * Base vendida sin IVA a clientes exentos y excluidos, por la
      * tarifa que habria tenido el renglon.
       01 WS-EXE-R            PIC 9(14)V99 VALUE 0.
       01 WS-EXE-G            PIC 9(14)V99 VALUE 0.
       01 WS-EXC-R            PIC 9(14)V99 VALUE 0.
       01 WS-EXC-G            PIC 9(14)V99 VALUE 0.
       01 WS-VEX-ANULADO      PIC X.
       01 WS-TOT-RENGLONES    PIC 9(14)V99 VALUE 0.
       01 WS-TOT-TIQUETES     PIC 9(14)V99 VALUE 0.
       01 WS-TOT-BASE         PIC 9(14)V99.
       01 WS-TOT-IVA          PIC 9(14)V99.
       01 WS-DIFER            PIC S9(14)V99.
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
              MOVE "REPORTE-IVA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/resumen-ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-AV-ESTADO TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LEER-TASAS-IVA.
           PERFORM LEER-RESUMEN.
           PERFORM LEER-VENTAS-EXENTAS.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "Reporte generado en rep-iva.txt".
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
           MOVE "../Articulos/resumen-oper.dat" TO WS-RUTA-RO.
           PERFORM BARRER-RO.
           MOVE WS-AV-RUTA-OPE TO WS-RUTA-RO.
           PERFORM BARRER-RO.

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

       BARRER-RO.
           OPEN INPUT ARCHIVO-RO.
           IF WS-FS-RO NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DESDE TO RO-FECHA.
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
                      IF RO-FECHA > WS-HASTA
                         MOVE "10" TO WS-FS-RO
                      ELSE
                         PERFORM ACUMULAR-FILA-OPER
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RO.

      * Una fila del resumen: la base y el IVA ya vienen
      * desagregados con la tarifa del articulo (los bonos quedan
      * exentos, como en la facturacion).
       ACUMULAR-FILA.
           ADD RV-BRUTO TO WS-TOT-RENGLONES.
           EVALUATE RV-CATIVA
               WHEN "E"
                   ADD RV-NETO TO WS-BASE-E
                   ADD RV-IVA TO WS-IVA-E
               WHEN "R"
                   ADD RV-NETO TO WS-BASE-R
                   ADD RV-IVA TO WS-IVA-R
               WHEN OTHER
                   ADD RV-NETO TO WS-BASE-G
                   ADD RV-IVA TO WS-IVA-G
           END-EVALUATE.

      ****************************************************************
      * Ventas sin IVA a clientes exentos o excluidos del periodo:   *
      * el resumen las trae en la tarifa del articulo con IVA cero;  *
      * su base sale de esa tarifa y va a la columna del cliente.    *
      * Las anuladas no estan en el resumen y no se restan.          *
      ****************************************************************
       LEER-VENTAS-EXENTAS.
           OPEN INPUT ARCHIVO-VEX.
           IF WS-FS-VEX NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-VTA.
           MOVE LOW-VALUES TO VEXDATA.
           START ARCHIVO-VEX KEY IS NOT LESS THAN VE-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-VEX
           END-START.
           PERFORM UNTIL WS-FS-VEX NOT = "00"
              READ ARCHIVO-VEX NEXT RECORD
                  AT END MOVE "10" TO WS-FS-VEX
                  NOT AT END
                      IF VE-FECHA NOT < WS-DESDE
                         AND VE-FECHA NOT > WS-HASTA
                         PERFORM ACUMULAR-VENTA-EXENTA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VEX.
           IF WS-FS-VTA = "00"
              CLOSE ARCHIVO-VTA
           END-IF.

       ACUMULAR-VENTA-EXENTA.
           MOVE "N" TO WS-VEX-ANULADO.
           IF WS-FS-VTA = "00"
              MOVE VE-NUMERO TO VTA-NUMERO
              MOVE 0 TO VTA-LINEA
              READ ARCHIVO-VTA
                  INVALID KEY
                      MOVE "S" TO WS-VEX-ANULADO
                  NOT INVALID KEY
                      IF VTA-DESCRI = "** ANULADO **"
                         MOVE "S" TO WS-VEX-ANULADO
                      END-IF
              END-READ
              MOVE "00" TO WS-FS-VTA
           END-IF.
           IF WS-VEX-ANULADO = "S"
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT VE-BASE-R FROM WS-BASE-R.
           SUBTRACT VE-BASE-G FROM WS-BASE-G.
           IF VE-TIPO = "X"
              ADD VE-BASE-R TO WS-EXC-R
              ADD VE-BASE-G TO WS-EXC-G
           ELSE
              ADD VE-BASE-R TO WS-EXE-R
              ADD VE-BASE-G TO WS-EXE-G
           END-IF.

      * Los encabezados de tiquete (sin anulados) del resumen por
      * operador, para conciliar contra los renglones.
       ACUMULAR-FILA-OPER.
           ADD RO-TOTAL TO WS-TOT-TIQUETES.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "IVA GENERADO EN VENTAS" TO LINEA-REPORTE.
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EXENTA CLIENTE   BASE REDUCIDO " WS-EXE-R
               "  BASE GENERAL " WS-EXE-G "  IVA 0"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EXCLUIDA CLIENTE BASE REDUCIDO " WS-EXC-R
               "  BASE GENERAL " WS-EXC-G "  IVA 0"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE WS-TOT-BASE = WS-BASE-E + WS-BASE-R + WS-BASE-G
               + WS-EXE-R + WS-EXE-G + WS-EXC-R + WS-EXC-G.
           COMPUTE WS-TOT-IVA = WS-IVA-E + WS-IVA-R + WS-IVA-G.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL BASE: " WS-TOT-BASE
           END-IF.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-iva" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-iva.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       LEER-TASAS-IVA.
           OPEN INPUT ARCHIVO-IVA.
