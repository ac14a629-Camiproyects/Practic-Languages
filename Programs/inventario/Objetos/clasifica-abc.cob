      *                CLASIFICACION ABC DE ARTICULOS                *
      *                                                              *
      * Descripcion: Valora la venta de cada articulo en un periodo  *
      *              (resumen diario de ventas, sin anulados), los   *
      *              ordena de mayor a menor y asigna la clase por   *
      *              valor acumulado: A hasta el 80%, B hasta el     *
      *              95% y C el resto; los articulos del maestro     *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Lee el resumen diario de ventas            *
      *      (resumen-ventas.dat y el pendiente del dia que arma     *
      *      acumula-ventas) en lugar de barrer ventas.dat           *
      *      completo.                                               *
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

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-RV            PIC XX.
       01 WS-RUTA-RV          PIC X(60).
       01 WS-FS-ABC           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-NUM-ARTS         PIC 9(3) VALUE 0.
       01 WS-TABLA-LLENA      PIC X VALUE "N".
       01 WS-I                PIC 9(3).
       01 TA-TEMP.
           05 TT-CODART      PIC X(120).
           05 TT-VALOR       PIC 9(14)V99.
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
              ACCEPT WS-HASTA FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "P" TO WS-AV-MODO.
           MOVE 0 TO WS-AV-DESDE.
           MOVE 0 TO WS-AV-HASTA.
           CALL "acumula-ventas" USING WS-AV-PEDIDO
           END-CALL.
           IF WS-AV-ESTADO NOT = "00"
              DISPLAY "No hay ventas registradas. Estado = "
                  WS-AV-ESTADO
              MOVE "CLASIFICA-ABC" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/resumen-ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-AV-ESTADO TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
              CLOSE ARCHIVO-ABC
              OPEN I-O ARCHIVO-ABC
           END-IF.
           PERFORM LEER-RESUMEN.
           PERFORM ORDENAR-POR-VALOR.
           PERFORM ASIGNAR-CLASES.
           PERFORM CLASIFICAR-SIN-VENTA.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-ABC.
           DISPLAY "Clases grabadas en clase-abc.dat; resumen en "
               "rep-abc.txt".
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

      * Una fila del resumen con articulo: su venta bruta del dia.
       ACUMULAR-FILA.
           IF RV-CODART = SPACES OR RV-UNIDADES = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-ARTS OR WS-HALLADO = "S"
              IF TA-CODART(WS-I) = RV-CODART
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
              IF WS-NUM-ARTS < 500
                 ADD 1 TO WS-NUM-ARTS
                 MOVE WS-NUM-ARTS TO WS-I
                 MOVE RV-CODART TO TA-CODART(WS-I)
                 MOVE 0 TO TA-VALOR(WS-I)
              ELSE
                 MOVE "S" TO WS-TABLA-LLENA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD RV-BRUTO TO TA-VALOR(WS-I).

      * Ordenamiento por seleccion, de mayor a menor valor.
       ORDENAR-POR-VALOR.
              WRITE LINEA-REPORTE
           END-PERFORM.
           CLOSE ARCHIVO-REPORTE.
           MOVE "clasifica-abc" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-abc.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       READ-SIGUIENTE-ART.
           READ ARCHIVO-ART NEXT RECORD
