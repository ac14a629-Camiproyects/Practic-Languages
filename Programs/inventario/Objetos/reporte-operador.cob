      *              fechas totaliza por operador (VTA-OPER, con el  *
      *              nombre resuelto de usuarios.dat) los tiquetes,  *
      *              las unidades, la venta neta sin IVA y el        *
      *              margen contra el PRECOM del dia, mas los        *
      *              tiquetes que anulo y las notas credito que      *
      *              genero, desglosado por dia y totalizado por el  *
      *              periodo. Sale en rep-operador.txt.              *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Lee el resumen diario por operador         *
      *      (resumen-oper.dat y el pendiente del dia que arma       *
      *      acumula-ventas) en lugar de barrer ventas.dat y         *
      *      notas-credito.dat; el margen queda contra el PRECOM     *
      *      del dia de la venta.                                    *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RO ASSIGN TO WS-RUTA-RO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RO.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-operador.txt"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
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

      * Vista minima del maestro de usuarios: nombre del operador.
       FD  ARCHIVO-OPERADOR.
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(219).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-RO            PIC XX.
       01 WS-RUTA-RO          PIC X(60).
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-OPER-TIQ         PIC 9(10).
       01 WS-MARGEN-LIN       PIC S9(12)V99.
       01 WS-I                PIC 9(3).
       01 WS-J                PIC 9(2).
              10 TO-ANULADOS PIC 9(5).
              10 TO-NOTAS    PIC 9(5).
              10 TO-DEVUELTO PIC 9(14)V99.
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
              MOVE "REPORTE-OPERADOR" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/resumen-ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-AV-ESTADO TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-OPERADOR.
           PERFORM LEER-RESUMEN.
           PERFORM ESCRIBIR-REPORTE.
           IF WS-FS-OPE = "00"
              CLOSE ARCHIVO-OPERADOR
           END-IF.
           DISPLAY "Reporte generado en rep-operador.txt".
           GOBACK.

      ****************************************************************
      * Ventas del periodo desde el resumen diario: primero los dias *
      * que el cierre ya acumulo y despues lo pendiente (el dia en   *
      * curso), que acumula-ventas dejo aparte para esta estacion.   *
      ****************************************************************
       LEER-RESUMEN.
           MOVE "../Articulos/resumen-oper.dat" TO WS-RUTA-RO.
           PERFORM BARRER-RO.
           MOVE WS-AV-RUTA-OPE TO WS-RUTA-RO.
           PERFORM BARRER-RO.

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

      * Una fila del resumen: los tiquetes validos, anulados y notas
      * credito del operador en el dia, con sus unidades, la venta
      * neta sin IVA y el margen contra el costo del dia.
       ACUMULAR-FILA-OPER.
           MOVE RO-OPER TO WS-OPER-TIQ.
           PERFORM BUSCAR-OPERADOR.
           COMPUTE WS-MARGEN-LIN = RO-NETO - RO-COSTO.
           ADD RO-TIQUETES TO TO-TIQUETES(WS-J).
           ADD RO-UNIDADES TO TO-UNIDADES(WS-J).
           ADD RO-NETO TO TO-VENTA(WS-J).
           ADD WS-MARGEN-LIN TO TO-MARGEN(WS-J).
           ADD RO-ANULADOS TO TO-ANULADOS(WS-J).
           ADD RO-NOTAS TO TO-NOTAS(WS-J).
           ADD RO-DEVUELTO TO TO-DEVUELTO(WS-J).
           IF RO-TIQUETES = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-GRUPO-DIA.
           ADD RO-TIQUETES TO TD-TIQUETES(WS-I).
           ADD RO-UNIDADES TO TD-UNIDADES(WS-I).
           ADD RO-NETO TO TD-VENTA(WS-I).
           ADD WS-MARGEN-LIN TO TD-MARGEN(WS-I).

       BUSCAR-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-GRUPOS OR WS-HALLADO = "S"
              IF TD-OPER(WS-I) = WS-OPER-TIQ
                 AND TD-FECHA(WS-I) = RO-FECHA
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-GRUPOS.
           MOVE WS-NUM-GRUPOS TO WS-I.
           MOVE WS-OPER-TIQ TO TD-OPER(WS-I).
           MOVE RO-FECHA TO TD-FECHA(WS-I).
           MOVE 0 TO TD-TIQUETES(WS-I).
           MOVE 0 TO TD-UNIDADES(WS-I).
           MOVE 0 TO TD-VENTA(WS-I).
           MOVE 0 TO TD-MARGEN(WS-I).

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "DESEMPENO DE VENTAS POR OPERADOR" TO LINEA-REPORTE.
              PERFORM ESCRIBIR-OPERADOR
           END-PERFORM.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-operador" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-operador.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       ESCRIBIR-OPERADOR.
           PERFORM RESOLVER-NOMBRE.
                   MOVE OP-NOMAPE(1:30) TO WS-NOMBRE-OP
           END-READ.

       REGISTRAR-EXCEPCION-IO.
           ACCEPT WS-FECHA-EXC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXC  FROM TIME.
