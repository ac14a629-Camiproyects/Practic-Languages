      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - Tambien fotografia ventas.dat,             *
      *      kardex.dat, movimientos-cli.dat y Data-Master.dat, y    *
      *      deja en el diario de recuperacion la marca RESPALDO de  *
      *      cada foto, desde donde recupera-diario reaplica los     *
      *      cambios.                                                *
      * Mod: 15-10-2026 - Tambien fotografia pagos.dat y             *
      *      ventas-pago.dat, que ahora lleva el diario de           *
      *      recuperacion.                                           *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

           SELECT ARCHIVO-RESLOG ASSIGN TO "../respaldos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESLOG.
       01  RESLOG-LINEA      PIC X(120).

      * Diario de recuperacion: antes de copiar queda la marca
      * RESPALDO/G, desde donde recupera-diario reaplica.
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG          PIC XX.
       01 WS-FS-DRJ          PIC XX.
       01 WS-FECHA-RES       PIC 9(8).
       01 WS-HORA-RES        PIC 9(8).
       01 WS-IDX             PIC 9(2).
       01 WS-COPIADOS        PIC 9(2) VALUE 0.
       01 WS-COPY-RET        PIC 9(9) COMP-X.
       01 WS-RUTA-VIVA       PIC X(50).
       01 WS-RUTA-G1         PIC X(54).
       01 WS-RUTA-G2         PIC X(54).
       01 WS-RUTA-G3         PIC X(54).

      * Maestros cubiertos por el respaldo; las rutas son las mismas
      * que usan los programas de este directorio. Los seis del
      * final son los demas archivos que lleva el diario de
      * recuperacion, para que todos tengan generacion de partida.
       01 TABLA-MAESTROS.
           05 FILLER PIC X(50) VALUE "../Usuarios/usuarios.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/articulos.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/categorias.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/subcategor.dat".
           05 FILLER PIC X(50) VALUE "../../data-user.dat".
           05 FILLER PIC X(50) VALUE "../../Cobol/productos.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/proveedores.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/stock-bod.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/ventas.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/kardex.dat".
           05 FILLER PIC X(50) VALUE "../../movimientos-cli.dat".
           05 FILLER PIC X(50) VALUE
              "../../Pruebas Tecnicas/IA/Cobol/Data-Master.dat".
           05 FILLER PIC X(50) VALUE "../Usuarios/pagos.dat".
           05 FILLER PIC X(50) VALUE "../Articulos/ventas-pago.dat".
       01 FILLER REDEFINES TABLA-MAESTROS.
           05 MAESTRO-RUTA PIC X(50) OCCURS 14 TIMES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MARCAR-DIARIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 14
              MOVE MAESTRO-RUTA(WS-IDX) TO WS-RUTA-VIVA
              PERFORM ROTAR-GENERACIONES
           END-PERFORM.
           DISPLAY "Respaldo tomado: " WS-COPIADOS " maestros a .G1".
           GOBACK.

      * La ruta de Data-Master lleva un espacio en el directorio, por
      * eso el nombre se corta en el primer doble espacio.
       ROTAR-GENERACIONES.
           MOVE SPACES TO WS-RUTA-G1 WS-RUTA-G2 WS-RUTA-G3.
           STRING WS-RUTA-VIVA DELIMITED BY "  "
               ".G1" DELIMITED BY SIZE INTO WS-RUTA-G1
           END-STRING.
           STRING WS-RUTA-VIVA DELIMITED BY "  "
               ".G2" DELIMITED BY SIZE INTO WS-RUTA-G2
           END-STRING.
           STRING WS-RUTA-VIVA DELIMITED BY "  "
               ".G3" DELIMITED BY SIZE INTO WS-RUTA-G3
           END-STRING.
           CALL "CBL_COPY_FILE" USING WS-RUTA-G2 WS-RUTA-G3
           END-IF.
           WRITE RESLOG-LINEA.
           CLOSE ARCHIVO-RESLOG.

      * Marca en el diario de recuperacion el momento de la foto: lo
      * que el diario tenga despues es lo que falta sobre la .G1.
       MARCAR-DIARIO.
           ACCEPT DRJ-FECHA FROM DATE YYYYMMDD.
           ACCEPT DRJ-HORA  FROM TIME.
           MOVE "RESPALDO-SNAPSHOT" TO DRJ-PROGRAMA.
           MOVE 0 TO DRJ-ESTACION.
           MOVE "RESPALDO" TO DRJ-ARCHIVO.
           MOVE "G" TO DRJ-OPERACION.
           MOVE "GENERACION G1" TO DRJ-IMAGEN.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF WS-FS-DRJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.
