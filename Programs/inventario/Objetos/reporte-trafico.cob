       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-trafico.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *              TRAFICO DE VENTAS POR HORA Y DIA                *
      *                                                              *
      * Descripcion: Para armar los turnos de horarios.dat: en un    *
      *              rango de fechas acumula por dia de la semana y  *
      *              hora del dia (VTA-FECHA / VTA-HORA del          *
      *              encabezado del tiquete) los tiquetes, las       *
      *              unidades y la venta neta sin IVA, con el        *
      *              tiquete promedio de cada franja. Al lado pone   *
      *              las horas-caja abiertas en esa franja segun     *
      *              caja-ses.dat (una sesion abierta de 9:40 a      *
      *              12:10 cuenta en las franjas 9, 10, 11 y 12) y   *
      *              su promedio por dia. Sale en rep-trafico.txt y  *
      *              la matriz completa en rep-trafico.csv.          *
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
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-CAJA ASSIGN TO "../Articulos/caja-ses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CAJ.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-trafico.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-CSV ASSIGN TO "../Articulos/rep-trafico.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-VTA.
       01 VTADATA.
           05 VTA-CLAVE.
              07 VTA-NUMERO  PIC 9(6).
              07 VTA-LINEA   PIC 9(3).
           05 VTA-FECHA      PIC 9(8).
           05 VTA-HORA       PIC 9(8).
           05 VTA-CODART     PIC X(120).
           05 VTA-DESCRI     PIC X(40).
           05 VTA-CANT       PIC 9(5).
           05 VTA-PRECIO     PIC 9(10)V99.
           05 VTA-SUBTOT     PIC 9(12)V99.
           05 VTA-OPER       PIC 9(10).
           05 VTA-ESTACION   PIC 9(4).
           05 VTA-SUCURSAL   PIC 9(2).

      * Sesiones de cajon: solo interesan apertura y cierre.
       FD  ARCHIVO-CAJA.
       01  CAJADATA.
           05 CS-NUMERO      PIC 9(6).
           05 CS-OPER        PIC 9(10).
           05 CS-FECHA-AP    PIC 9(8).
           05 CS-HORA-AP     PIC 9(8).
           05 CS-BASE        PIC 9(10)V99.
           05 CS-ENTRADAS    PIC 9(10)V99.
           05 CS-SALIDAS     PIC 9(10)V99.
           05 CS-FECHA-CI    PIC 9(8).
           05 CS-HORA-CI     PIC 9(8).
           05 CS-CONTADO     PIC 9(10)V99.
           05 CS-ESPERADO    PIC S9(12)V99.
           05 CS-DIFER       PIC S9(12)V99.
           05 CS-ESTADO      PIC X.
              88 CS-ABIERTA  VALUE "A".
              88 CS-CERRADA  VALUE "C".

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

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-CSV.
       01  LINEA-CSV         PIC X(200).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-CAJ           PIC XX.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-CSV           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-TASA-E           PIC 9(4) VALUE 0.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-TASA-ART         PIC 9(4).
       01 WS-FIN-IVA          PIC X.
       01 WS-TIQUETE-VALE     PIC X.
       01 WS-VENTA-NETA       PIC 9(12)V99.
       01 WS-INT-FEC          PIC 9(7).
       01 WS-INT-DESDE        PIC 9(7).
       01 WS-INT-HASTA        PIC 9(7).
       01 WS-DOW              PIC 9.
       01 WS-HH               PIC 9(2).
       01 WS-D                PIC 9(2).
       01 WS-H                PIC 9(2).
       01 WS-HORA-INI         PIC 9(9).
       01 WS-HORA-FIN         PIC 9(9).
       01 WS-HORA-TOPE-I      PIC 9(9).
       01 WS-HORA-TOPE-F      PIC 9(9).
       01 WS-HORA-ABS         PIC 9(9).
       01 WS-SESIONES-LEIDAS  PIC 9(6) VALUE 0.
       01 WS-TOT-TIQUETES     PIC 9(7) VALUE 0.
       01 WS-TOT-UNIDADES     PIC 9(9) VALUE 0.
       01 WS-TOT-VENTA        PIC 9(14)V99 VALUE 0.
       01 WS-PROM-TIQ         PIC 9(12)V99.
       01 WS-PROM-CAJAS       PIC 9(3)V9.
       01 WS-VENTA-EDIT       PIC Z(13)9.99.
       01 WS-PROM-EDIT        PIC Z(11)9.99.
       01 WS-CAJAS-EDIT       PIC ZZ9.9.

       01 WS-NOMBRES-DIA.
           05 FILLER          PIC X(9) VALUE "LUNES".
           05 FILLER          PIC X(9) VALUE "MARTES".
           05 FILLER          PIC X(9) VALUE "MIERCOLES".
           05 FILLER          PIC X(9) VALUE "JUEVES".
           05 FILLER          PIC X(9) VALUE "VIERNES".
           05 FILLER          PIC X(9) VALUE "SABADO".
           05 FILLER          PIC X(9) VALUE "DOMINGO".
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-DIA.
           05 WS-NOMBRE-DIA   PIC X(9) OCCURS 7 TIMES.

      * Matriz dia de la semana (1 = lunes) por hora del dia (la
      * franja de las 0 horas va en la posicion 1).
       01 TABLA-TRAFICO.
           05 TT-DIA OCCURS 7 TIMES.
              10 TT-FECHAS      PIC 9(4).
              10 TT-HORA OCCURS 24 TIMES.
                 15 TT-TIQUETES PIC 9(6).
                 15 TT-UNIDADES PIC 9(8).
                 15 TT-VENTA    PIC 9(14)V99.
                 15 TT-CAJAS    PIC 9(6).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- TRAFICO DE VENTAS POR HORA -----".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy) : ".
           MOVE 0 TO WS-HASTA.
           ACCEPT WS-HASTA.
           IF WS-HASTA = 0
              MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF.
           DISPLAY "Desde (AAAAMMDD, 0=primero del mes): ".
           MOVE 0 TO WS-DESDE.
           ACCEPT WS-DESDE.
           IF WS-DESDE = 0
              MOVE WS-HASTA TO WS-DESDE
              MOVE "01" TO WS-DESDE(7:2)
           END-IF.
           IF WS-DESDE > WS-HASTA
              DISPLAY "Rango de fechas invalido."
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              DISPLAY "No hay ventas registradas. FS = " WS-FS-VTA
              MOVE "REPORTE-TRAFICO" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VTA TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE TABLA-TRAFICO.
           PERFORM CONTAR-FECHAS-DIA.
           OPEN INPUT ARCHIVO-ART.
           PERFORM LEER-TASAS-IVA.
           PERFORM BARRER-VENTAS.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-ART.
           PERFORM BARRER-SESIONES.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-CSV.
           DISPLAY "Tiquetes " WS-TOT-TIQUETES " venta neta "
               WS-TOT-VENTA.
           DISPLAY "Reporte generado en rep-trafico.txt".
           DISPLAY "Matriz en rep-trafico.csv".
           GOBACK.

      * Cuantas veces cae cada dia de la semana en el rango, para
      * llevar las horas-caja a un promedio por dia.
       CONTAR-FECHAS-DIA.
           COMPUTE WS-INT-DESDE = FUNCTION INTEGER-OF-DATE(WS-DESDE).
           COMPUTE WS-INT-HASTA = FUNCTION INTEGER-OF-DATE(WS-HASTA).
           PERFORM VARYING WS-INT-FEC FROM WS-INT-DESDE BY 1
               UNTIL WS-INT-FEC > WS-INT-HASTA
              COMPUTE WS-DOW = FUNCTION MOD(WS-INT-FEC - 1, 7) + 1
              ADD 1 TO TT-FECHAS(WS-DOW)
           END-PERFORM.

       BARRER-VENTAS.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           MOVE "N" TO WS-TIQUETE-VALE.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
                 PERFORM ACUMULAR-REGISTRO-VTA
                 PERFORM READ-SIGUIENTE-VTA
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VTA.

      * El encabezado (linea 000) fija la franja del tiquete y dice
      * si fue anulado; sus renglones suman en esa misma franja.
       ACUMULAR-REGISTRO-VTA.
           IF VTA-LINEA = 0
              MOVE "N" TO WS-TIQUETE-VALE
              IF VTA-FECHA < WS-DESDE OR VTA-FECHA > WS-HASTA
                 OR VTA-DESCRI = "** ANULADO **"
                 EXIT PARAGRAPH
              END-IF
              MOVE "S" TO WS-TIQUETE-VALE
              COMPUTE WS-INT-FEC =
                  FUNCTION INTEGER-OF-DATE(VTA-FECHA)
              COMPUTE WS-D = FUNCTION MOD(WS-INT-FEC - 1, 7) + 1
              MOVE VTA-HORA(1:2) TO WS-HH
              IF WS-HH > 23
                 MOVE 23 TO WS-HH
              END-IF
              COMPUTE WS-H = WS-HH + 1
              ADD 1 TO TT-TIQUETES(WS-D, WS-H)
              ADD 1 TO WS-TOT-TIQUETES
              EXIT PARAGRAPH
           END-IF.
           IF WS-TIQUETE-VALE NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE "G" TO CATIVA.
           IF VTA-CODART NOT = SPACES
              MOVE VTA-CODART TO CODART
              READ ARCHIVO-ART
                  INVALID KEY
                      CONTINUE
              END-READ
           ELSE
              MOVE "E" TO CATIVA
           END-IF.
           EVALUATE CATIVA
               WHEN "E" MOVE WS-TASA-E TO WS-TASA-ART
               WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
               WHEN OTHER MOVE WS-TASA-G TO WS-TASA-ART
           END-EVALUATE.
           COMPUTE WS-VENTA-NETA ROUNDED =
               VTA-SUBTOT * 10000 / (10000 + WS-TASA-ART).
           ADD VTA-CANT TO TT-UNIDADES(WS-D, WS-H).
           ADD WS-VENTA-NETA TO TT-VENTA(WS-D, WS-H).
           ADD VTA-CANT TO WS-TOT-UNIDADES.
           ADD WS-VENTA-NETA TO WS-TOT-VENTA.

      * Cada sesion de cajon suma una hora-caja en cada franja que
      * toco dentro del rango. La que sigue abierta llega hasta ahora.
       BARRER-SESIONES.
           OPEN INPUT ARCHIVO-CAJA.
           IF WS-FS-CAJ NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HORA-TOPE-I = WS-INT-DESDE * 24.
           COMPUTE WS-HORA-TOPE-F = WS-INT-HASTA * 24 + 23.
           MOVE LOW-VALUES TO CS-NUMERO.
           START ARCHIVO-CAJA KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CAJ
           END-START.
           IF WS-FS-CAJ = "00"
              PERFORM READ-SIGUIENTE-CAJA
              PERFORM UNTIL WS-FS-CAJ NOT = "00"
                 IF CS-FECHA-AP > 0 AND CS-FECHA-AP <= WS-HASTA
                    PERFORM SUMAR-HORAS-CAJA
                 END-IF
                 PERFORM READ-SIGUIENTE-CAJA
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CAJ.
           CLOSE ARCHIVO-CAJA.

       SUMAR-HORAS-CAJA.
           ADD 1 TO WS-SESIONES-LEIDAS.
           MOVE CS-HORA-AP(1:2) TO WS-HH.
           COMPUTE WS-HORA-INI =
               FUNCTION INTEGER-OF-DATE(CS-FECHA-AP) * 24 + WS-HH.
           IF CS-ABIERTA OR CS-FECHA-CI = 0
              MOVE WS-HORA-HOY(1:2) TO WS-HH
              COMPUTE WS-HORA-FIN =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) * 24 + WS-HH
           ELSE
              MOVE CS-HORA-CI(1:2) TO WS-HH
              COMPUTE WS-HORA-FIN =
                  FUNCTION INTEGER-OF-DATE(CS-FECHA-CI) * 24 + WS-HH
           END-IF.
           IF WS-HORA-INI < WS-HORA-TOPE-I
              MOVE WS-HORA-TOPE-I TO WS-HORA-INI
           END-IF.
           IF WS-HORA-FIN > WS-HORA-TOPE-F
              MOVE WS-HORA-TOPE-F TO WS-HORA-FIN
           END-IF.
           PERFORM VARYING WS-HORA-ABS FROM WS-HORA-INI BY 1
               UNTIL WS-HORA-ABS > WS-HORA-FIN
              COMPUTE WS-INT-FEC = WS-HORA-ABS / 24
              COMPUTE WS-H = FUNCTION MOD(WS-HORA-ABS, 24) + 1
              COMPUTE WS-D = FUNCTION MOD(WS-INT-FEC - 1, 7) + 1
              ADD 1 TO TT-CAJAS(WS-D, WS-H)
           END-PERFORM.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "TRAFICO DE VENTAS POR HORA Y DIA DE LA SEMANA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO: " WS-DESDE " A " WS-HASTA
               " (VENTA NETA SIN IVA)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
              PERFORM ESCRIBIR-DIA
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL TIQUETES " WS-TOT-TIQUETES
               " UNIDADES " WS-TOT-UNIDADES
               " VENTA NETA " WS-TOT-VENTA
               " SESIONES DE CAJA " WS-SESIONES-LEIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-trafico" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-trafico.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

      * Un bloque por dia de la semana con las franjas que tuvieron
      * ventas o caja abierta.
       ESCRIBIR-DIA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-NOMBRE-DIA(WS-D) " (" TT-FECHAS(WS-D)
               " DIAS EN EL PERIODO)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   HORA TIQUETES UNIDADES          VENTA NETA"
               "      TIQUETE PROM HORAS-CAJA PROM/DIA"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 24
              IF TT-TIQUETES(WS-D, WS-H) > 0
                 OR TT-CAJAS(WS-D, WS-H) > 0
                 PERFORM CALCULAR-PROMEDIOS
                 COMPUTE WS-HH = WS-H - 1
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "   " WS-HH ":00  " TT-TIQUETES(WS-D, WS-H)
                     " " TT-UNIDADES(WS-D, WS-H)
                     " " WS-VENTA-EDIT " " WS-PROM-EDIT
                     "     " TT-CAJAS(WS-D, WS-H)
                     "    " WS-CAJAS-EDIT
                     DELIMITED BY SIZE INTO LINEA-REPORTE
                 END-STRING
                 WRITE LINEA-REPORTE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CALCULAR-PROMEDIOS.
           MOVE 0 TO WS-PROM-TIQ.
           IF TT-TIQUETES(WS-D, WS-H) > 0
              COMPUTE WS-PROM-TIQ ROUNDED =
                  TT-VENTA(WS-D, WS-H) / TT-TIQUETES(WS-D, WS-H)
           END-IF.
           MOVE 0 TO WS-PROM-CAJAS.
           IF TT-FECHAS(WS-D) > 0
              COMPUTE WS-PROM-CAJAS ROUNDED =
                  TT-CAJAS(WS-D, WS-H) / TT-FECHAS(WS-D)
           END-IF.
           MOVE TT-VENTA(WS-D, WS-H) TO WS-VENTA-EDIT.
           MOVE WS-PROM-TIQ TO WS-PROM-EDIT.
           MOVE WS-PROM-CAJAS TO WS-CAJAS-EDIT.

      * La matriz completa (7 x 24), tambien las franjas vacias,
      * para graficarla en la hoja de calculo.
       ESCRIBIR-CSV.
           OPEN OUTPUT ARCHIVO-CSV.
           MOVE SPACES TO LINEA-CSV.
           STRING "DIA;HORA;TIQUETES;UNIDADES;VENTA_NETA;"
               "TIQUETE_PROM;HORAS_CAJA;CAJAS_PROM_DIA"
               DELIMITED BY SIZE INTO LINEA-CSV
           END-STRING.
           WRITE LINEA-CSV.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
              PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 24
                 PERFORM CALCULAR-PROMEDIOS
                 COMPUTE WS-HH = WS-H - 1
                 MOVE SPACES TO LINEA-CSV
                 STRING WS-NOMBRE-DIA(WS-D) DELIMITED BY SPACE
                     ";" WS-HH ";" TT-TIQUETES(WS-D, WS-H)
                     ";" TT-UNIDADES(WS-D, WS-H)
                     ";" WS-VENTA-EDIT ";" WS-PROM-EDIT
                     ";" TT-CAJAS(WS-D, WS-H) ";" WS-CAJAS-EDIT
                     DELIMITED BY SIZE INTO LINEA-CSV
                 END-STRING
                 WRITE LINEA-CSV
              END-PERFORM
           END-PERFORM.
           CLOSE ARCHIVO-CSV.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
           END-READ.

       READ-SIGUIENTE-CAJA.
           READ ARCHIVO-CAJA NEXT RECORD
               AT END MOVE "10" TO WS-FS-CAJ
           END-READ.

       LEER-TASAS-IVA.
           OPEN INPUT ARCHIVO-IVA.
           IF WS-FS-IVA NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-IVA.
           PERFORM UNTIL WS-FIN-IVA = "Y"
              READ ARCHIVO-IVA
                  AT END MOVE "Y" TO WS-FIN-IVA
                  NOT AT END
                      EVALUATE IVA-TIPO
                          WHEN "E" MOVE IVA-TASA TO WS-TASA-E
                          WHEN "R" MOVE IVA-TASA TO WS-TASA-R
                          WHEN "G" MOVE IVA-TASA TO WS-TASA-G
                          WHEN OTHER CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-IVA.

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
