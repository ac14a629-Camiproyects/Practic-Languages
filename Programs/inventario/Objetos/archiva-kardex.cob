      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Cada linea de kardex-AAAAMM.arc lleva un   *
      *      sello encadenado con la anterior del mismo mes; al      *
      *      volver a abrir un mes la cadena sigue desde su ultimo   *
      *      sello, y verifica-logs la revisa.                       *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre kardex.dat  *
      *      queda en el diario de recuperacion (diario-recup.dat)   *
      *      con su imagen posterior, fecha, hora, programa y        *
      *      estacion, para que recupera-diario la reaplique sobre   *
      *      un respaldo.                                            *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-ARC ASSIGN TO WS-RUTA-ARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARC.
           05 ARC-OPER       PIC 9(10).
           05 FILLER         PIC X.
           05 ARC-EST        PIC 9(4).
           05 ARC-MARCA      PIC X.
           05 ARC-SELLO      PIC 9(10).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

      * Diario de recuperacion: imagen posterior de cada alta,
      * cambio o baja sobre los maestros y archivos de movimiento,
      * para reaplicarla sobre un respaldo (recupera-diario).
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).
       FD  ARCHIVO-DRJEST.
       01  DRJEST-LINEA      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-ARC           PIC XX.
       01 WS-TABLA-LLENA      PIC X VALUE "N".
       01 KDXDATA-GUARDA      PIC X(198).

      * Cada mes archivado lleva su propia cadena de sellos (la
      * revisa verifica-logs): al volver a abrir un mes se sigue
      * desde el ultimo sello que ya tenia, que se guarda aqui para
      * no releer el archivo cada vez que el recorrido cambia de mes.
       01 WS-NUM-MESES        PIC 9(3) VALUE 0.
       01 WS-M                PIC 9(3).
       01 WS-MES-IDX          PIC 9(3).
       01 WS-FIN-ARC          PIC X.
       01 TABLA-CADENA-MES.
           05 TC-ENTRADA OCCURS 240 TIMES.
              10 TC-MES      PIC X(6).
              10 TC-SELLO    PIC 9(10).

       01 WS-SELLO-TEXTO     PIC X(220).
       01 WS-SELLO-LARGO     PIC 9(3).
       01 WS-SELLO-I         PIC 9(3).
       01 WS-SELLO-ANT       PIC 9(10).
       01 WS-SELLO           PIC 9(10).
       01 WS-SELLO-ACUM      PIC 9(12).
       01 WS-SELLO-COC       PIC 9(12).
       01 WS-SELLO-BYTE-AREA.
           05 FILLER         PIC X VALUE LOW-VALUE.
           05 WS-SELLO-BYTE  PIC X.
       01 WS-SELLO-ORD REDEFINES WS-SELLO-BYTE-AREA PIC 9(4) COMP-X.

      * Ultimo movimiento archivado de cada articulo, para escribir
      * su SALDO-IN al final de la corrida.
       01 TABLA-SALDOS.
              10 TS-SEQ      PIC 9(8).
              10 TS-NUE      PIC 9(10).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- ARCHIVO DEL KARDEX -----".
           MOVE KDX-FECHA(1:6) TO WS-MES-LINEA.
           PERFORM ESCRIBIR-LINEA-ARC.
           PERFORM ANOTAR-SALDO-ARTICULO.
           DELETE ARCHIVO-KARDEX
           MOVE "D" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX = "00"
              ADD 1 TO WS-ARCHIVADOS
              PERFORM REPOSICIONAR-KDX
              STRING "../Articulos/kardex-" WS-MES-LINEA ".arc"
                  DELIMITED BY SIZE INTO WS-RUTA-ARC
              END-STRING
              PERFORM UBICAR-CADENA-MES
              OPEN EXTEND ARCHIVO-ARC
              IF WS-FS-ARC NOT = "00"
                 OPEN OUTPUT ARCHIVO-ARC
           MOVE KDX-STOCK-NUE TO ARC-NUE.
           MOVE KDX-OPER TO ARC-OPER.
           MOVE KDX-ESTACION TO ARC-EST.
           MOVE TC-SELLO(WS-MES-IDX) TO WS-SELLO-ANT.
           MOVE ARC-LINEA(1:206) TO WS-SELLO-TEXTO.
           MOVE 206 TO WS-SELLO-LARGO.
           PERFORM CALCULAR-SELLO.
           MOVE "#" TO ARC-MARCA.
           MOVE WS-SELLO TO ARC-SELLO.
           WRITE ARC-LINEA.
           MOVE WS-SELLO TO TC-SELLO(WS-MES-IDX).

      * Deja en WS-MES-IDX la entrada del mes en la tabla; la
      * primera vez en la corrida lee el archivo del mes, si ya
      * existe, para tomar el sello de su ultima linea.
       UBICAR-CADENA-MES.
           MOVE 0 TO WS-MES-IDX.
           PERFORM VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-NUM-MESES OR WS-MES-IDX > 0
              IF TC-MES(WS-M) = WS-MES-LINEA
                 MOVE WS-M TO WS-MES-IDX
              END-IF
           END-PERFORM.
           IF WS-MES-IDX > 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-MESES < 240
              ADD 1 TO WS-NUM-MESES
           END-IF.
           MOVE WS-NUM-MESES TO WS-MES-IDX.
           MOVE WS-MES-LINEA TO TC-MES(WS-MES-IDX).
           MOVE 0 TO TC-SELLO(WS-MES-IDX).
           OPEN INPUT ARCHIVO-ARC.
           IF WS-FS-ARC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARC.
           PERFORM UNTIL WS-FIN-ARC = "S"
              READ ARCHIVO-ARC
                  AT END MOVE "S" TO WS-FIN-ARC
                  NOT AT END
                      IF ARC-MARCA = "#" AND ARC-SELLO IS NUMERIC
                         MOVE ARC-SELLO TO TC-SELLO(WS-MES-IDX)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ARC.

      * El kardex viene ordenado por articulo y consecutivo, asi
      * que el ultimo archivado de cada articulo es el que manda.
                  NOT INVALID KEY
                      ADD 1 TO WS-SALDOS-ESC
              END-WRITE
              MOVE "W" TO WS-DIARIO-OPER
              PERFORM DIARIO-KARDEX
           END-PERFORM.

       READ-SIGUIENTE-KDX.
           END-IF.
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.

      * Resumen polinomico de los WS-SELLO-LARGO bytes del texto,
      * sembrado con el sello anterior, modulo 2147483647. El mismo
      * calculo lo repite verifica-logs.
       CALCULAR-SELLO.
           MOVE WS-SELLO-ANT TO WS-SELLO-ACUM.
           PERFORM VARYING WS-SELLO-I FROM 1 BY 1
               UNTIL WS-SELLO-I > WS-SELLO-LARGO
              MOVE WS-SELLO-TEXTO(WS-SELLO-I:1) TO WS-SELLO-BYTE
              COMPUTE WS-SELLO-ACUM = WS-SELLO-ACUM * 31
                  + WS-SELLO-ORD + 1
              DIVIDE WS-SELLO-ACUM BY 2147483647
                  GIVING WS-SELLO-COC REMAINDER WS-SELLO-ACUM
           END-PERFORM.
           MOVE WS-SELLO-ACUM TO WS-SELLO.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-KARDEX.
           IF WS-FS-KDX = "00" OR WS-FS-KDX = "02"
              MOVE "KARDEX" TO DRJ-ARCHIVO
              MOVE KDXDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

      * Agrega al diario de recuperacion la imagen que dejo la
      * ultima escritura (WS-DIARIO-OPER: W alta, R cambio, D baja),
      * con fecha, hora, programa y estacion de trabajo.
       REGISTRAR-DIARIO.
           IF WS-DIARIO-EST-LEIDA NOT = "S"
              MOVE "S" TO WS-DIARIO-EST-LEIDA
              OPEN INPUT ARCHIVO-DRJEST
              IF WS-FS-DRJ = "00"
                 READ ARCHIVO-DRJEST
                     NOT AT END
                         IF DRJEST-LINEA IS NUMERIC
                            MOVE DRJEST-LINEA TO WS-DIARIO-ESTACION
                         END-IF
                 END-READ
                 CLOSE ARCHIVO-DRJEST
              END-IF
           END-IF.
           ACCEPT DRJ-FECHA FROM DATE YYYYMMDD.
           ACCEPT DRJ-HORA  FROM TIME.
           MOVE "ARCHIVA-KARDEX" TO DRJ-PROGRAMA.
           MOVE WS-DIARIO-ESTACION TO DRJ-ESTACION.
           MOVE WS-DIARIO-OPER TO DRJ-OPERACION.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF WS-FS-DRJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.
