      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo.                                               *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-CAT ASSIGN TO "../Articulos/categorias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       01 WS-FS               PIC XX.
       01 WS-FS-CSV           PIC XX.
       01 WK-REORD-N          PIC 9(10).
       01 HEADER              PIC X(300).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           MOVE WK-REORD-N TO PUNTOREORD.
           MOVE 0 TO PROVEEDOR.
           MOVE "G" TO CATIVA.
           WRITE USUART
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              MOVE "CODBAR-DUPLICADO-O-ERROR" TO WS-RAZON
              PERFORM RECHAZAR-FILA
                 MOVE "PRI" TO SB-BODEGA
                 MOVE STOCK TO SB-CANTIDAD
                 WRITE SBODATA
                 MOVE "W" TO WS-DIARIO-OPER
                 PERFORM DIARIO-STOCK-BOD
                 IF WS-FS-SBOD NOT = "00"
                    DISPLAY "Error stock por bodega. FS = "
                        WS-FS-SBOD
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE 0 TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.
           END-IF.
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-ARTICULOS.
           IF WS-FS = "00" OR WS-FS = "02"
              MOVE "ARTICULOS" TO DRJ-ARCHIVO
              MOVE USUART TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-KARDEX.
           IF WS-FS-KDX = "00" OR WS-FS-KDX = "02"
              MOVE "KARDEX" TO DRJ-ARCHIVO
              MOVE KDXDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-STOCK-BOD.
           IF WS-FS-SBOD = "00" OR WS-FS-SBOD = "02"
              MOVE "STOCK-BOD" TO DRJ-ARCHIVO
              MOVE SBODATA TO DRJ-IMAGEN
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
           MOVE "CARGA-CATALOGO" TO DRJ-PROGRAMA.
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
