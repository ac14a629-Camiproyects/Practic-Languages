       IDENTIFICATION DIVISION.
       PROGRAM-ID. descuentos-nomina.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                DESCUENTOS DE NOMINA POR COMPRAS DE EMPLEADOS *
      *                                                              *
      * Descripcion: Liquidacion de fin de mes de las compras que el *
      *              personal hizo en el punto de venta y pago por   *
      *              descuento de nomina (compras-empleado.dat). Por *
      *              cada empleado con valor a descontar en el mes   *
      *              se escribe una fila en descuentos-nomina.csv,   *
      *              con el mismo trazado que lee carga-nomina       *
      *              (control T;total;filas y luego                  *
      *              documento;monto;referencia, montos en pesos),   *
      *              y rep-desc-nomina.txt queda para recursos       *
      *              humanos con compras, descuento de personal      *
      *              otorgado y valor a descontar por empleado. Los  *
      *              tiquetes anulados no cuentan.                   *
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
           SELECT ARCHIVO-CEM
               ASSIGN TO "../Articulos/compras-empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-TIQUETE
               ALTERNATE RECORD KEY IS CE-NUMDOC WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CEM.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-CSV
               ASSIGN TO "../Articulos/descuentos-nomina.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-desc-nomina.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Compras de empleados, una fila por tiquete: total ya con el
      * descuento de personal, descuento otorgado y la parte que se
      * descuenta por nomina. La anulacion deja la fila en N.
       FD  ARCHIVO-CEM.
       01  CEMDATA.
           05 CE-TIQUETE     PIC 9(6).
           05 CE-NUMDOC      PIC 9(10).
           05 CE-FECHA       PIC 9(8).
           05 CE-TOTAL       PIC 9(12)V99.
           05 CE-DESCUENTO   PIC 9(12)V99.
           05 CE-NOMINA      PIC 9(12)V99.
           05 CE-ESTADO      PIC X.
              88 CE-ACTIVA   VALUE "A".
              88 CE-ANULADA  VALUE "N".

       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(219).

       FD  ARCHIVO-CSV.
       01  LINEA-CSV         PIC X(80).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-CEM           PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-CSV           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-PERIODO          PIC X(6).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).
       01 WS-FASE             PIC X.
       01 WS-EMP-ANT          PIC 9(10).
       01 WS-EMP-COMPRAS      PIC 9(4).
       01 WS-EMP-TOTAL        PIC 9(12)V99.
       01 WS-EMP-DESC         PIC 9(12)V99.
       01 WS-EMP-NOMINA       PIC 9(12)V99.
       01 WS-EMP-MONTO        PIC 9(13).
       01 WS-EMP-NOMBRE       PIC X(30).
       01 WS-CTL-TOTAL        PIC 9(15).
       01 WS-CTL-FILAS        PIC 9(6).
       01 WS-REP-EMPLEADOS    PIC 9(6).
       01 WS-REP-TOTAL        PIC 9(14)V99.
       01 WS-REP-DESC         PIC 9(14)V99.
       01 WS-REP-NOMINA       PIC 9(14)V99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Descuentos de nomina por compras -----"
               LINE 3 POSITION 15.
           OPEN INPUT ARCHIVO-CEM.
           IF WS-FS-CEM NOT = "00"
              DISPLAY "No hay compras de empleados. FS = " WS-FS-CEM
                  LINE 5 POSITION 15
              MOVE "DESCUENTOS-NOMINA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/compras-empleado.dat"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-CEM TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              GOBACK
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO.
           DISPLAY "Mes a liquidar (AAAAMM, ENTER = " WS-PERIODO "):"
               LINE 5 POSITION 15.
           ACCEPT WS-PERIODO LINE 5 POSITION 58.
           IF WS-PERIODO = SPACES OR WS-PERIODO-N = 0
              MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PERIODO NOT NUMERIC
              DISPLAY "Mes invalido." LINE 7 POSITION 15
              CLOSE ARCHIVO-CEM
              PERFORM PAUSA
              GOBACK
           END-IF.
      * Primera pasada: solo totales para la linea de control.
           MOVE "V" TO WS-FASE.
           MOVE 0 TO WS-CTL-TOTAL.
           MOVE 0 TO WS-CTL-FILAS.
           PERFORM RECORRER-COMPRAS.
           IF WS-CTL-FILAS = 0
              DISPLAY "Nada que descontar por nomina en " WS-PERIODO
                  LINE 7 POSITION 15
           END-IF.
      * Segunda pasada: archivo para nomina y reporte.
           OPEN INPUT ARCHIVO-OPERADOR.
           OPEN OUTPUT ARCHIVO-CSV.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-CSV.
           STRING "T;" WS-CTL-TOTAL ";" WS-CTL-FILAS
               DELIMITED BY SIZE INTO LINEA-CSV
           END-STRING.
           WRITE LINEA-CSV.
           PERFORM ENCABEZADO-REPORTE.
           MOVE "G" TO WS-FASE.
           MOVE 0 TO WS-REP-EMPLEADOS.
           MOVE 0 TO WS-REP-TOTAL.
           MOVE 0 TO WS-REP-DESC.
           MOVE 0 TO WS-REP-NOMINA.
           PERFORM RECORRER-COMPRAS.
           PERFORM PIE-REPORTE.
           CLOSE ARCHIVO-CSV.
           CLOSE ARCHIVO-REPORTE.
           MOVE "descuentos-nomina" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-desc-nomina.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PERIODO=" WS-PERIODO
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-OPERADOR.
           CLOSE ARCHIVO-CEM.
           DISPLAY "Empleados con compras : " WS-REP-EMPLEADOS
               LINE 9 POSITION 15.
           DISPLAY "Filas para nomina     : " WS-CTL-FILAS
               LINE 10 POSITION 15.
           DISPLAY "Total a descontar     : " WS-CTL-TOTAL
               LINE 11 POSITION 15.
           DISPLAY "Archivo descuentos-nomina.csv, reporte "
               "rep-desc-nomina.txt" LINE 13 POSITION 15.
           PERFORM PAUSA.
           GOBACK.

      * Recorre las compras por la clave alterna CE-NUMDOC, que las
      * deja agrupadas por empleado; solo cuentan las activas del mes.
       RECORRER-COMPRAS.
           MOVE 0 TO WS-EMP-ANT.
           PERFORM LIMPIAR-EMPLEADO.
           MOVE 0 TO CE-NUMDOC.
           START ARCHIVO-CEM KEY IS NOT LESS THAN CE-NUMDOC
               INVALID KEY
                   MOVE "10" TO WS-FS-CEM
           END-START.
           IF WS-FS-CEM = "00"
              PERFORM READ-SIGUIENTE-CEM
              PERFORM UNTIL WS-FS-CEM NOT = "00"
                 IF CE-ACTIVA AND CE-FECHA(1:6) = WS-PERIODO
                    IF CE-NUMDOC NOT = WS-EMP-ANT
                       PERFORM CERRAR-EMPLEADO
                       MOVE CE-NUMDOC TO WS-EMP-ANT
                       PERFORM LIMPIAR-EMPLEADO
                    END-IF
                    ADD 1 TO WS-EMP-COMPRAS
                    ADD CE-TOTAL TO WS-EMP-TOTAL
                    ADD CE-DESCUENTO TO WS-EMP-DESC
                    ADD CE-NOMINA TO WS-EMP-NOMINA
                 END-IF
                 PERFORM READ-SIGUIENTE-CEM
              END-PERFORM
              PERFORM CERRAR-EMPLEADO
           END-IF.
           MOVE "00" TO WS-FS-CEM.

       LIMPIAR-EMPLEADO.
           MOVE 0 TO WS-EMP-COMPRAS.
           MOVE 0 TO WS-EMP-TOTAL.
           MOVE 0 TO WS-EMP-DESC.
           MOVE 0 TO WS-EMP-NOMINA.

      * Fin de un empleado: en la primera pasada suma al control, en
      * la segunda escribe su fila de nomina y su linea del reporte.
      * Nomina descuenta pesos enteros.
       CERRAR-EMPLEADO.
           IF WS-EMP-COMPRAS = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EMP-MONTO ROUNDED = WS-EMP-NOMINA.
           IF WS-FASE = "V"
              IF WS-EMP-MONTO > 0
                 ADD WS-EMP-MONTO TO WS-CTL-TOTAL
                 ADD 1 TO WS-CTL-FILAS
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-MONTO > 0
              MOVE SPACES TO LINEA-CSV
              STRING WS-EMP-ANT ";" WS-EMP-MONTO ";DESCEMP-"
                  WS-PERIODO
                  DELIMITED BY SIZE INTO LINEA-CSV
              END-STRING
              WRITE LINEA-CSV
           END-IF.
           MOVE SPACES TO WS-EMP-NOMBRE.
           MOVE WS-EMP-ANT TO OP-NUMDOC.
           READ ARCHIVO-OPERADOR
               INVALID KEY
                   MOVE "(NO ESTA EN USUARIOS)" TO WS-EMP-NOMBRE
               NOT INVALID KEY
                   MOVE OP-NOMAPE(1:30) TO WS-EMP-NOMBRE
           END-READ.
           ADD 1 TO WS-REP-EMPLEADOS.
           ADD WS-EMP-TOTAL TO WS-REP-TOTAL.
           ADD WS-EMP-DESC TO WS-REP-DESC.
           ADD WS-EMP-NOMINA TO WS-REP-NOMINA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-EMP-ANT " " WS-EMP-NOMBRE " " WS-EMP-COMPRAS
               " " WS-EMP-TOTAL " " WS-EMP-DESC " " WS-EMP-NOMINA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       ENCABEZADO-REPORTE.
           MOVE "COMPRAS DE EMPLEADOS Y DESCUENTOS DE NOMINA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MES: " WS-PERIODO "  GENERADO: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DOCUMENTO  NOMBRE                         COMP "
               "TOTAL COMPRADO DESCUENTO PERS. POR NOMINA"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       PIE-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EMPLEADOS: " WS-REP-EMPLEADOS
               "  COMPRADO: " WS-REP-TOTAL
               "  DESCUENTO: " WS-REP-DESC
               "  NOMINA: " WS-REP-NOMINA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONTROL NOMINA: T;" WS-CTL-TOTAL ";" WS-CTL-FILAS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-CEM.
           READ ARCHIVO-CEM NEXT RECORD
               AT END MOVE "10" TO WS-FS-CEM
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
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
