       IDENTIFICATION DIVISION.
       PROGRAM-ID. recupera-diario.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *          RECUPERACION HACIA ADELANTE CON EL DIARIO           *
      *                                                              *
      * Descripcion: Pone en el lugar del archivo vivo una           *
      *              generacion de respaldo (.G1/.G2/.G3, con el     *
      *              vivo salvado en .pre igual que en la            *
      *              restauracion guiada) y luego reaplica, en el    *
      *              orden en que ocurrieron, las imagenes que el    *
      *              diario de recuperacion (diario-recup.dat) tiene *
      *              despues de la marca de esa generacion y hasta   *
      *              la fecha y hora de corte pedidas. Cubre         *
      *              usuarios, articulos, data-user, Data-Master,    *
      *              ventas, kardex, stock-bod, movimientos-cli,     *
      *              pagos (recibos de abono) y ventas-pago (medios  *
      *              de pago de cada tiquete).                       *
      *              Cada entrada reaplicada queda en                *
      *              rep-recuperacion.txt con su resultado, y los    *
      *              totales por archivo salen en pantalla y en      *
      *              respaldos.log.                                  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Tambien recupera pagos.dat (recibos de     *
      *      abono) y ventas-pago.dat (medios de pago de los         *
      *      tiquetes); la opcion de todos los archivos pasa a ser   *
      *      la 11.                                                  *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-INFORME ASSIGN TO "../rep-recuperacion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INF.
           SELECT ARCHIVO-RESLOG ASSIGN TO "../respaldos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT REC-USU ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-NUMDOC
               ALTERNATE RECORD KEY IS RU-CODUNI WITH DUPLICATES
               FILE STATUS IS WS-FS-1.
           SELECT REC-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CODART
               ALTERNATE KEY IS RA-CODBAR
               FILE STATUS IS WS-FS-2.
           SELECT REC-DUS ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-NUMDOC
               FILE STATUS IS WS-FS-3.
           SELECT REC-DM
               ASSIGN TO "../../Pruebas Tecnicas/IA/Cobol/Data-Master.da
      -        "t"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-NUMCUE
               FILE STATUS IS WS-FS-4.
           SELECT REC-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CLAVE
               FILE STATUS IS WS-FS-5.
           SELECT REC-KDX ASSIGN TO "../Articulos/kardex.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-CLAVE
               FILE STATUS IS WS-FS-6.
           SELECT REC-SBOD ASSIGN TO "../Articulos/stock-bod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CLAVE
               FILE STATUS IS WS-FS-7.
           SELECT REC-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS WS-FS-8.
           SELECT REC-PAG ASSIGN TO "../Usuarios/pagos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-RECIBO
               FILE STATUS IS WS-FS-9.
           SELECT REC-VPG ASSIGN TO "../Articulos/ventas-pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CLAVE
               FILE STATUS IS WS-FS-10.

       DATA DIVISION.
       FILE SECTION.
      * Mismo trazado con que lo graban los programas (REGISTRAR-
      * DIARIO); RESPALDO/G es la marca que deja respaldo-snapshot
      * cada vez que toma una generacion.
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).

       FD  ARCHIVO-INFORME.
       01  INF-LINEA         PIC X(132).

       FD  ARCHIVO-RESLOG.
       01  RESLOG-LINEA      PIC X(120).

      * Vistas de los archivos que se recuperan: solo las claves,
      * el resto del registro viaja entero desde la imagen.
       FD  REC-USU.
       01  RU-REG.
           05 FILLER         PIC X(67).
           05 RU-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(134).
           05 RU-CODUNI      PIC 9(4).
           05 FILLER         PIC X(81).
       FD  REC-ART.
       01  RA-REG.
           05 RA-CODART      PIC X(120).
           05 FILLER         PIC X(5).
           05 RA-CODBAR      PIC X(48).
           05 FILLER         PIC X(576).
       FD  REC-DUS.
       01  RD-REG.
           05 RD-NUMDOC      PIC 9(13).
           05 FILLER         PIC X(283).
       FD  REC-DM.
       01  RM-REG.
           05 RM-NUMCUE      PIC 9(10).
           05 FILLER         PIC X(132).
       FD  REC-VTA.
       01  RV-REG.
           05 RV-CLAVE       PIC X(9).
           05 FILLER         PIC X(223).
       FD  REC-KDX.
       01  RK-REG.
           05 RK-CLAVE       PIC X(128).
           05 FILLER         PIC X(70).
       FD  REC-SBOD.
       01  RS-REG.
           05 RS-CLAVE       PIC X(123).
           05 FILLER         PIC X(10).
       FD  REC-MOV.
       01  RC-REG.
           05 RC-CLAVE       PIC X(27).
           05 FILLER         PIC X(55).
       FD  REC-PAG.
       01  RP-REG.
           05 RP-RECIBO      PIC 9(6).
           05 FILLER         PIC X(39).
       FD  REC-VPG.
       01  RG-REG.
           05 RG-CLAVE       PIC X(8).
           05 FILLER         PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-FS-DRJ          PIC XX.
       01 WS-FS-INF          PIC XX.
       01 WS-FS-LOG          PIC XX.
       01 WS-FS-1            PIC XX.
       01 WS-FS-2            PIC XX.
       01 WS-FS-3            PIC XX.
       01 WS-FS-4            PIC XX.
       01 WS-FS-5            PIC XX.
       01 WS-FS-6            PIC XX.
       01 WS-FS-7            PIC XX.
       01 WS-FS-8            PIC XX.
       01 WS-FS-9            PIC XX.
       01 WS-FS-10           PIC XX.
       01 WS-FS-ACT          PIC XX.
       01 LIM                PIC X.
       01 WS-OPCION          PIC X.
       01 WS-CONFIRMA        PIC X.
       01 WS-ARCHIVO-SEL     PIC 9(2).
       01 WS-GENERACION      PIC 9.
       01 WS-CORTE-FECHA     PIC 9(8).
       01 WS-CORTE-HORA      PIC 9(6).
       01 WS-CORTE           PIC 9(14).
       01 WS-MOMENTO         PIC 9(14).
       01 WS-MARCAS          PIC 9(6).
       01 WS-MARCA-BUSCADA   PIC 9(6).
       01 WS-MARCA-VISTA     PIC 9(6).
       01 WS-EN-TRAMO        PIC X.
       01 WS-FIN-DIARIO      PIC X.
       01 WS-IDX             PIC 9(2).
       01 WS-ARCH            PIC 9(2).
       01 WS-LIN             PIC 9(2).
       01 WS-COPY-RET        PIC 9(9) COMP-X.
       01 WS-RUTA-VIVA       PIC X(50).
       01 WS-RUTA-GEN        PIC X(54).
       01 WS-RUTA-PRE        PIC X(54).
       01 WS-RESULTADO       PIC X(12).
       01 WS-TOT-APLICADAS   PIC 9(7).
       01 WS-TOT-FALLAS      PIC 9(7).
       01 WS-FECHA-RES       PIC 9(8).
       01 WS-HORA-RES        PIC 9(8).

      * Archivos que lleva el diario: el nombre con que quedan en
      * DRJ-ARCHIVO y su ruta desde este directorio (las mismas del
      * respaldo por generaciones).
       01 TABLA-DIARIO.
           05 FILLER PIC X(12) VALUE "USUARIOS".
           05 FILLER PIC X(50) VALUE "../Usuarios/usuarios.dat".
           05 FILLER PIC X(12) VALUE "ARTICULOS".
           05 FILLER PIC X(50) VALUE "../Articulos/articulos.dat".
           05 FILLER PIC X(12) VALUE "DATA-USER".
           05 FILLER PIC X(50) VALUE "../../data-user.dat".
           05 FILLER PIC X(12) VALUE "DATA-MASTER".
           05 FILLER PIC X(50) VALUE
              "../../Pruebas Tecnicas/IA/Cobol/Data-Master.dat".
           05 FILLER PIC X(12) VALUE "VENTAS".
           05 FILLER PIC X(50) VALUE "../Articulos/ventas.dat".
           05 FILLER PIC X(12) VALUE "KARDEX".
           05 FILLER PIC X(50) VALUE "../Articulos/kardex.dat".
           05 FILLER PIC X(12) VALUE "STOCK-BOD".
           05 FILLER PIC X(50) VALUE "../Articulos/stock-bod.dat".
           05 FILLER PIC X(12) VALUE "MOV-CLI".
           05 FILLER PIC X(50) VALUE "../../movimientos-cli.dat".
           05 FILLER PIC X(12) VALUE "PAGOS".
           05 FILLER PIC X(50) VALUE "../Usuarios/pagos.dat".
           05 FILLER PIC X(12) VALUE "VENTAS-PAGO".
           05 FILLER PIC X(50) VALUE "../Articulos/ventas-pago.dat".
       01 FILLER REDEFINES TABLA-DIARIO.
           05 TD-ENTRADA OCCURS 10 TIMES.
              07 TD-ID       PIC X(12).
              07 TD-RUTA     PIC X(50).

      * Estado y totales de cada archivo durante la recuperacion.
       01 TABLA-ESTADO.
           05 TE-ENTRADA OCCURS 10 TIMES.
              07 TE-ELEGIDO    PIC X.
              07 TE-RESTAURADO PIC X.
              07 TE-ABIERTO    PIC X.
              07 TE-ALTAS      PIC 9(6).
              07 TE-CAMBIOS    PIC 9(6).
              07 TE-BAJAS      PIC 9(6).
              07 TE-FALLAS     PIC 9(6).

       01 WS-LINEA-INF.
           05 LI-FECHA       PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 LI-HORA        PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 LI-PROGRAMA    PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 LI-ESTACION    PIC 9(4).
           05 FILLER         PIC X VALUE SPACE.
           05 LI-ARCHIVO     PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 LI-OPERACION   PIC X.
           05 FILLER         PIC X VALUE SPACE.
           05 LI-RESULTADO   PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 LI-CLAVE       PIC X(60).

       01 WS-LINEA-TOT.
           05 LT-ARCHIVO     PIC X(12).
           05 LT-ESTADO      PIC X(14).
           05 FILLER         PIC X(7) VALUE " ALTAS ".
           05 LT-ALTAS       PIC Z(5)9.
           05 FILLER         PIC X(9) VALUE " CAMBIOS ".
           05 LT-CAMBIOS     PIC Z(5)9.
           05 FILLER         PIC X(7) VALUE " BAJAS ".
           05 LT-BAJAS       PIC Z(5)9.
           05 FILLER         PIC X(8) VALUE " FALLAS ".
           05 LT-FALLAS      PIC Z(5)9.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           PERFORM PEDIR-DATOS.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              GOBACK
           END-IF.
           PERFORM CONTAR-MARCAS.
           PERFORM RESTAURAR-ARCHIVOS.
           PERFORM REAPLICAR-DIARIO.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM REGISTRAR-RECUPERACION.
           PERFORM PAUSA.
           GOBACK.

      ****************************************************************
      * Archivo (o todos), generacion de partida y momento de corte. *
      * Sin fecha de corte se reaplica el diario completo.           *
      ****************************************************************
       PEDIR-DATOS.
           MOVE "N" TO WS-CONFIRMA.
           DISPLAY "----- Recuperacion con el diario -----" LINE 3
               POSITION 20.
           DISPLAY "1=usuarios   2=articulos  3=data-user 4=cuentas"
               LINE 5 POSITION 10.
           DISPLAY "5=ventas     6=kardex     7=stock-bod 8=cartera"
               LINE 6 POSITION 10.
           DISPLAY "9=recibos   10=medios de pago          11=todos"
               LINE 7 POSITION 10.
           DISPLAY "Archivo a recuperar (1-11):" LINE 9 POSITION 10.
           MOVE 0 TO WS-ARCHIVO-SEL.
           ACCEPT WS-ARCHIVO-SEL LINE 9 POSITION 40.
           IF WS-ARCHIVO-SEL < 1 OR WS-ARCHIVO-SEL > 11
              DISPLAY "Opcion invalida." LINE 17 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Generacion (1=mas reciente, 2, 3):"
               LINE 10 POSITION 10.
           MOVE 0 TO WS-GENERACION.
           ACCEPT WS-GENERACION LINE 10 POSITION 46.
           IF WS-GENERACION < 1 OR WS-GENERACION > 3
              DISPLAY "Generacion invalida." LINE 17 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hasta fecha AAAAMMDD (0 = todo el diario):"
               LINE 11 POSITION 10.
           MOVE 0 TO WS-CORTE-FECHA WS-CORTE-HORA.
           ACCEPT WS-CORTE-FECHA LINE 11 POSITION 54.
           IF WS-CORTE-FECHA = 0
              MOVE 99999999999999 TO WS-CORTE
           ELSE
              DISPLAY "Hasta hora HHMMSS (inclusive):"
                  LINE 12 POSITION 10
              ACCEPT WS-CORTE-HORA LINE 12 POSITION 54
              COMPUTE WS-CORTE = WS-CORTE-FECHA * 1000000
                  + WS-CORTE-HORA
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              MOVE "N" TO TE-ELEGIDO(WS-IDX) TE-RESTAURADO(WS-IDX)
                  TE-ABIERTO(WS-IDX)
              MOVE 0 TO TE-ALTAS(WS-IDX) TE-CAMBIOS(WS-IDX)
                  TE-BAJAS(WS-IDX) TE-FALLAS(WS-IDX)
              IF WS-ARCHIVO-SEL = 11 OR WS-ARCHIVO-SEL = WS-IDX
                 MOVE "S" TO TE-ELEGIDO(WS-IDX)
              END-IF
           END-PERFORM.
           DISPLAY "El archivo vivo se reemplaza por la generacion y"
               LINE 14 POSITION 10.
           DISPLAY "queda salvado en .pre. ¿Confirma? (S/N):"
               LINE 15 POSITION 10.
           ACCEPT WS-CONFIRMA LINE 15 POSITION 52.

      * Cuenta las marcas de respaldo del diario: la generacion N es
      * la N-esima marca contando desde la ultima. Si el diario no
      * llega tan atras se reaplica desde su primera linea (reaplicar
      * una imagen que el respaldo ya tenia no cambia el resultado).
       CONTAR-MARCAS.
           MOVE 0 TO WS-MARCAS.
           OPEN INPUT ARCHIVO-DIARIO.
           IF WS-FS-DRJ = "00"
              PERFORM UNTIL WS-FS-DRJ NOT = "00"
                 READ ARCHIVO-DIARIO
                     AT END MOVE "10" TO WS-FS-DRJ
                     NOT AT END
                         IF DRJ-ARCHIVO = "RESPALDO"
                            AND DRJ-OPERACION = "G"
                            ADD 1 TO WS-MARCAS
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-DIARIO
           END-IF.
           IF WS-MARCAS < WS-GENERACION
              MOVE 0 TO WS-MARCA-BUSCADA
              DISPLAY "El diario no tiene la marca de esa generacion:"
                  LINE 17 POSITION 10
              DISPLAY "se reaplica desde su primera linea."
                  LINE 18 POSITION 10
           ELSE
              COMPUTE WS-MARCA-BUSCADA = WS-MARCAS - WS-GENERACION
                  + 1
           END-IF.

      ****************************************************************
      * Copia la generacion sobre cada archivo elegido (el vivo pasa *
      * antes a .pre). Un archivo sin esa generacion no se toca ni   *
      * se le reaplica nada.                                         *
      ****************************************************************
       RESTAURAR-ARCHIVOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              IF TE-ELEGIDO(WS-IDX) = "S"
                 PERFORM RESTAURAR-UNO
              END-IF
           END-PERFORM.

      * La ruta de Data-Master lleva un espacio en el directorio, por
      * eso el nombre se corta en el primer doble espacio.
       RESTAURAR-UNO.
           MOVE TD-RUTA(WS-IDX) TO WS-RUTA-VIVA.
           MOVE SPACES TO WS-RUTA-GEN WS-RUTA-PRE.
           STRING WS-RUTA-VIVA DELIMITED BY "  "
               ".G" DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SIZE
               INTO WS-RUTA-GEN
           END-STRING.
           STRING WS-RUTA-VIVA DELIMITED BY "  "
               ".pre" DELIMITED BY SIZE
               INTO WS-RUTA-PRE
           END-STRING.
           CALL "CBL_COPY_FILE" USING WS-RUTA-VIVA WS-RUTA-PRE
               RETURNING WS-COPY-RET.
           CALL "CBL_COPY_FILE" USING WS-RUTA-GEN WS-RUTA-VIVA
               RETURNING WS-COPY-RET.
           IF WS-COPY-RET = 0
              MOVE "S" TO TE-RESTAURADO(WS-IDX)
           END-IF.

      ****************************************************************
      * Recorre el diario en orden: salta hasta la marca de la       *
      * generacion y desde ahi reaplica cada imagen de un archivo    *
      * restaurado, hasta pasar el momento de corte.                 *
      ****************************************************************
       REAPLICAR-DIARIO.
           PERFORM ABRIR-RECUPERADOS.
           OPEN OUTPUT ARCHIVO-INFORME.
           MOVE SPACES TO INF-LINEA.
           STRING "RECUPERACION CON EL DIARIO DESDE G" WS-GENERACION
               " HASTA " WS-CORTE " OPER=" T-NUMDOC
               DELIMITED BY SIZE INTO INF-LINEA
           END-STRING.
           WRITE INF-LINEA.
           MOVE 0 TO WS-MARCA-VISTA.
           MOVE "N" TO WS-EN-TRAMO.
           IF WS-MARCA-BUSCADA = 0
              MOVE "S" TO WS-EN-TRAMO
           END-IF.
           MOVE "N" TO WS-FIN-DIARIO.
           OPEN INPUT ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              MOVE "S" TO WS-FIN-DIARIO
           END-IF.
           PERFORM UNTIL WS-FIN-DIARIO = "S"
              READ ARCHIVO-DIARIO
                  AT END MOVE "S" TO WS-FIN-DIARIO
                  NOT AT END PERFORM TRATAR-ENTRADA
              END-READ
           END-PERFORM.
           IF WS-FS-DRJ = "00" OR WS-FS-DRJ = "10"
              CLOSE ARCHIVO-DIARIO
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE ARCHIVO-INFORME.
           MOVE "recupera-diario" TO WS-ARC-PROGRAMA.
           MOVE "../rep-recuperacion.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "ARCHIVO=" WS-ARCHIVO-SEL " GENERACION=" WS-GENERACION
               " CORTE=" WS-CORTE-FECHA " " WS-CORTE-HORA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           PERFORM CERRAR-RECUPERADOS.

       TRATAR-ENTRADA.
           IF DRJ-ARCHIVO = "RESPALDO"
              IF DRJ-OPERACION = "G"
                 ADD 1 TO WS-MARCA-VISTA
                 IF WS-MARCA-VISTA = WS-MARCA-BUSCADA
                    MOVE "S" TO WS-EN-TRAMO
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-EN-TRAMO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOMENTO = DRJ-FECHA * 1000000 + DRJ-HORA / 100.
           IF WS-MOMENTO > WS-CORTE
              MOVE "S" TO WS-FIN-DIARIO
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ARCH.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              IF TD-ID(WS-IDX) = DRJ-ARCHIVO
                 MOVE WS-IDX TO WS-ARCH
              END-IF
           END-PERFORM.
           IF WS-ARCH = 0
              EXIT PARAGRAPH
           END-IF.
           IF TE-ABIERTO(WS-ARCH) NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ARCH
               WHEN 1 PERFORM APLICAR-USUARIOS
               WHEN 2 PERFORM APLICAR-ARTICULOS
               WHEN 3 PERFORM APLICAR-DATA-USER
               WHEN 4 PERFORM APLICAR-DATA-MASTER
               WHEN 5 PERFORM APLICAR-VENTAS
               WHEN 6 PERFORM APLICAR-KARDEX
               WHEN 7 PERFORM APLICAR-STOCK-BOD
               WHEN 8 PERFORM APLICAR-MOV-CLI
               WHEN 9 PERFORM APLICAR-PAGOS
               WHEN 10 PERFORM APLICAR-VENTAS-PAGO
           END-EVALUATE.
           PERFORM CONTAR-APLICADA.

      ****************************************************************
      * Una rutina por archivo. El alta que encuentra la clave ya    *
      * grabada la cambia, y el cambio que no la encuentra la da de  *
      * alta: asi reaplicar sobre un respaldo que ya tenia parte de  *
      * los movimientos deja el mismo resultado.                     *
      ****************************************************************
       APLICAR-USUARIOS.
           MOVE DRJ-IMAGEN TO RU-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RU-REG
                    IF WS-FS-1 = "22"
                       REWRITE RU-REG
                    END-IF
               WHEN "R"
                    REWRITE RU-REG
                    IF WS-FS-1 = "23"
                       WRITE RU-REG
                    END-IF
               WHEN "D"
                    DELETE REC-USU
           END-EVALUATE.
           MOVE WS-FS-1 TO WS-FS-ACT.

       APLICAR-ARTICULOS.
           MOVE DRJ-IMAGEN TO RA-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RA-REG
                    IF WS-FS-2 = "22"
                       REWRITE RA-REG
                    END-IF
               WHEN "R"
                    REWRITE RA-REG
                    IF WS-FS-2 = "23"
                       WRITE RA-REG
                    END-IF
               WHEN "D"
                    DELETE REC-ART
           END-EVALUATE.
           MOVE WS-FS-2 TO WS-FS-ACT.

       APLICAR-DATA-USER.
           MOVE DRJ-IMAGEN TO RD-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RD-REG
                    IF WS-FS-3 = "22"
                       REWRITE RD-REG
                    END-IF
               WHEN "R"
                    REWRITE RD-REG
                    IF WS-FS-3 = "23"
                       WRITE RD-REG
                    END-IF
               WHEN "D"
                    DELETE REC-DUS
           END-EVALUATE.
           MOVE WS-FS-3 TO WS-FS-ACT.

       APLICAR-DATA-MASTER.
           MOVE DRJ-IMAGEN TO RM-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RM-REG
                    IF WS-FS-4 = "22"
                       REWRITE RM-REG
                    END-IF
               WHEN "R"
                    REWRITE RM-REG
                    IF WS-FS-4 = "23"
                       WRITE RM-REG
                    END-IF
               WHEN "D"
                    DELETE REC-DM
           END-EVALUATE.
           MOVE WS-FS-4 TO WS-FS-ACT.

       APLICAR-VENTAS.
           MOVE DRJ-IMAGEN TO RV-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RV-REG
                    IF WS-FS-5 = "22"
                       REWRITE RV-REG
                    END-IF
               WHEN "R"
                    REWRITE RV-REG
                    IF WS-FS-5 = "23"
                       WRITE RV-REG
                    END-IF
               WHEN "D"
                    DELETE REC-VTA
           END-EVALUATE.
           MOVE WS-FS-5 TO WS-FS-ACT.

       APLICAR-KARDEX.
           MOVE DRJ-IMAGEN TO RK-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RK-REG
                    IF WS-FS-6 = "22"
                       REWRITE RK-REG
                    END-IF
               WHEN "R"
                    REWRITE RK-REG
                    IF WS-FS-6 = "23"
                       WRITE RK-REG
                    END-IF
               WHEN "D"
                    DELETE REC-KDX
           END-EVALUATE.
           MOVE WS-FS-6 TO WS-FS-ACT.

       APLICAR-STOCK-BOD.
           MOVE DRJ-IMAGEN TO RS-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RS-REG
                    IF WS-FS-7 = "22"
                       REWRITE RS-REG
                    END-IF
               WHEN "R"
                    REWRITE RS-REG
                    IF WS-FS-7 = "23"
                       WRITE RS-REG
                    END-IF
               WHEN "D"
                    DELETE REC-SBOD
           END-EVALUATE.
           MOVE WS-FS-7 TO WS-FS-ACT.

       APLICAR-MOV-CLI.
           MOVE DRJ-IMAGEN TO RC-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RC-REG
                    IF WS-FS-8 = "22"
                       REWRITE RC-REG
                    END-IF
               WHEN "R"
                    REWRITE RC-REG
                    IF WS-FS-8 = "23"
                       WRITE RC-REG
                    END-IF
               WHEN "D"
                    DELETE REC-MOV
           END-EVALUATE.
           MOVE WS-FS-8 TO WS-FS-ACT.

       APLICAR-PAGOS.
           MOVE DRJ-IMAGEN TO RP-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RP-REG
                    IF WS-FS-9 = "22"
                       REWRITE RP-REG
                    END-IF
               WHEN "R"
                    REWRITE RP-REG
                    IF WS-FS-9 = "23"
                       WRITE RP-REG
                    END-IF
               WHEN "D"
                    DELETE REC-PAG
           END-EVALUATE.
           MOVE WS-FS-9 TO WS-FS-ACT.

       APLICAR-VENTAS-PAGO.
           MOVE DRJ-IMAGEN TO RG-REG.
           EVALUATE DRJ-OPERACION
               WHEN "W"
                    WRITE RG-REG
                    IF WS-FS-10 = "22"
                       REWRITE RG-REG
                    END-IF
               WHEN "R"
                    REWRITE RG-REG
                    IF WS-FS-10 = "23"
                       WRITE RG-REG
                    END-IF
               WHEN "D"
                    DELETE REC-VPG
           END-EVALUATE.
           MOVE WS-FS-10 TO WS-FS-ACT.

      * Una baja de una clave que ya no esta cuenta como aplicada: el
      * registro queda como lo dejo el movimiento original.
       CONTAR-APLICADA.
           IF WS-FS-ACT = "00" OR WS-FS-ACT = "02"
              OR (DRJ-OPERACION = "D" AND WS-FS-ACT = "23")
              MOVE "APLICADA" TO WS-RESULTADO
              EVALUATE DRJ-OPERACION
                  WHEN "W" ADD 1 TO TE-ALTAS(WS-ARCH)
                  WHEN "R" ADD 1 TO TE-CAMBIOS(WS-ARCH)
                  WHEN "D" ADD 1 TO TE-BAJAS(WS-ARCH)
              END-EVALUATE
           ELSE
              MOVE SPACES TO WS-RESULTADO
              STRING "FALLA FS=" WS-FS-ACT DELIMITED BY SIZE
                  INTO WS-RESULTADO
              END-STRING
              ADD 1 TO TE-FALLAS(WS-ARCH)
           END-IF.
           MOVE DRJ-FECHA TO LI-FECHA.
           MOVE DRJ-HORA TO LI-HORA.
           MOVE DRJ-PROGRAMA TO LI-PROGRAMA.
           MOVE DRJ-ESTACION TO LI-ESTACION.
           MOVE DRJ-ARCHIVO TO LI-ARCHIVO.
           MOVE DRJ-OPERACION TO LI-OPERACION.
           MOVE WS-RESULTADO TO LI-RESULTADO.
           MOVE DRJ-IMAGEN(1:60) TO LI-CLAVE.
           MOVE WS-LINEA-INF TO INF-LINEA.
           WRITE INF-LINEA.

       ABRIR-RECUPERADOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              IF TE-RESTAURADO(WS-IDX) = "S"
                 EVALUATE WS-IDX
                     WHEN 1 OPEN I-O REC-USU
                            MOVE WS-FS-1 TO WS-FS-ACT
                     WHEN 2 OPEN I-O REC-ART
                            MOVE WS-FS-2 TO WS-FS-ACT
                     WHEN 3 OPEN I-O REC-DUS
                            MOVE WS-FS-3 TO WS-FS-ACT
                     WHEN 4 OPEN I-O REC-DM
                            MOVE WS-FS-4 TO WS-FS-ACT
                     WHEN 5 OPEN I-O REC-VTA
                            MOVE WS-FS-5 TO WS-FS-ACT
                     WHEN 6 OPEN I-O REC-KDX
                            MOVE WS-FS-6 TO WS-FS-ACT
                     WHEN 7 OPEN I-O REC-SBOD
                            MOVE WS-FS-7 TO WS-FS-ACT
                     WHEN 8 OPEN I-O REC-MOV
                            MOVE WS-FS-8 TO WS-FS-ACT
                     WHEN 9 OPEN I-O REC-PAG
                            MOVE WS-FS-9 TO WS-FS-ACT
                     WHEN 10 OPEN I-O REC-VPG
                            MOVE WS-FS-10 TO WS-FS-ACT
                 END-EVALUATE
                 IF WS-FS-ACT = "00"
                    MOVE "S" TO TE-ABIERTO(WS-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       CERRAR-RECUPERADOS.
           IF TE-ABIERTO(1) = "S" CLOSE REC-USU END-IF.
           IF TE-ABIERTO(2) = "S" CLOSE REC-ART END-IF.
           IF TE-ABIERTO(3) = "S" CLOSE REC-DUS END-IF.
           IF TE-ABIERTO(4) = "S" CLOSE REC-DM END-IF.
           IF TE-ABIERTO(5) = "S" CLOSE REC-VTA END-IF.
           IF TE-ABIERTO(6) = "S" CLOSE REC-KDX END-IF.
           IF TE-ABIERTO(7) = "S" CLOSE REC-SBOD END-IF.
           IF TE-ABIERTO(8) = "S" CLOSE REC-MOV END-IF.
           IF TE-ABIERTO(9) = "S" CLOSE REC-PAG END-IF.
           IF TE-ABIERTO(10) = "S" CLOSE REC-VPG END-IF.

      * Linea de totales de un archivo elegido, para el informe y
      * para la pantalla.
       ARMAR-TOTALES.
           MOVE TD-ID(WS-IDX) TO LT-ARCHIVO.
           IF TE-RESTAURADO(WS-IDX) = "S"
              IF TE-ABIERTO(WS-IDX) = "S"
                 MOVE "RESTAURADO" TO LT-ESTADO
              ELSE
                 MOVE "NO ABRIO" TO LT-ESTADO
              END-IF
           ELSE
              MOVE "SIN GENERACION" TO LT-ESTADO
           END-IF.
           MOVE TE-ALTAS(WS-IDX) TO LT-ALTAS.
           MOVE TE-CAMBIOS(WS-IDX) TO LT-CAMBIOS.
           MOVE TE-BAJAS(WS-IDX) TO LT-BAJAS.
           MOVE TE-FALLAS(WS-IDX) TO LT-FALLAS.

       ESCRIBIR-TOTALES.
           MOVE 0 TO WS-TOT-APLICADAS WS-TOT-FALLAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              IF TE-ELEGIDO(WS-IDX) = "S"
                 PERFORM ARMAR-TOTALES
                 MOVE WS-LINEA-TOT TO INF-LINEA
                 WRITE INF-LINEA
                 ADD TE-ALTAS(WS-IDX) TE-CAMBIOS(WS-IDX)
                     TE-BAJAS(WS-IDX) TO WS-TOT-APLICADAS
                 ADD TE-FALLAS(WS-IDX) TO WS-TOT-FALLAS
              END-IF
           END-PERFORM.

       MOSTRAR-RESUMEN.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Resultado de la recuperacion -----" LINE 3
               POSITION 15.
           MOVE 5 TO WS-LIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              IF TE-ELEGIDO(WS-IDX) = "S"
                 PERFORM ARMAR-TOTALES
                 DISPLAY WS-LINEA-TOT LINE WS-LIN POSITION 2
                 ADD 1 TO WS-LIN
              END-IF
           END-PERFORM.
           ADD 1 TO WS-LIN.
           DISPLAY "Aplicadas: " WS-TOT-APLICADAS "  Fallas: "
               WS-TOT-FALLAS LINE WS-LIN POSITION 2.
           ADD 1 TO WS-LIN.
           DISPLAY "Detalle en rep-recuperacion.txt; estado previo en"
               " .pre" LINE WS-LIN POSITION 2.

       REGISTRAR-RECUPERACION.
           ACCEPT WS-FECHA-RES FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-RES  FROM TIME.
           MOVE SPACES TO RESLOG-LINEA.
           STRING WS-FECHA-RES " " WS-HORA-RES
               " OPER=" T-NUMDOC
               " RECUPERACION G" WS-GENERACION
               " ARCHIVO " WS-ARCHIVO-SEL
               " HASTA " WS-CORTE
               " APLICADAS " WS-TOT-APLICADAS
               " FALLAS " WS-TOT-FALLAS
               DELIMITED BY SIZE
               INTO RESLOG-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-RESLOG.
           IF WS-FS-LOG NOT = "00"
              OPEN OUTPUT ARCHIVO-RESLOG
           END-IF.
           WRITE RESLOG-LINEA.
           CLOSE ARCHIVO-RESLOG.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
