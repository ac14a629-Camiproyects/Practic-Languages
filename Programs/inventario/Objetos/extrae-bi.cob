       IDENTIFICATION DIVISION.
       PROGRAM-ID. extrae-bi.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                EXTRACTO PARA LA BODEGA DE DATOS (BI)         *
      *                                                              *
      * Descripcion: Paso del cierre de dia que deja para la         *
      *              herramienta de tableros solo lo que cambio      *
      *              desde el ultimo extracto bueno, en archivos     *
      *              planos separados por punto y coma, en vez de    *
      *              entregar los .dat crudos. Cada corrida tiene un *
      *              numero NNNNNN y escribe en ../ los archivos     *
      *              bi-<nombre>-NNNNNN.csv, cada uno con una        *
      *              primera fila de nombres de columna:             *
      *              Hechos (primera columna OPERACION: W alta,      *
      *              R cambio, D baja; se cargan por su clave):      *
      *              - ventas: TIQUETE;LINEA;FECHA;HORA;CODART;      *
      *                DESCRI;CANTIDAD;PRECIO;SUBTOTAL;OPERADOR;     *
      *                ESTACION;SUCURSAL;ANULADO (la linea 000 es el *
      *                total del tiquete);                           *
      *              - kardex: CODART;SECUENCIA;FECHA;HORA;TIPO;     *
      *                CANTIDAD (con signo);STOCK-ANT;STOCK-NUE;     *
      *                OPERADOR;ESTACION;SUCURSAL;                   *
      *              - cartera (movimientos-cli.dat): NUMDOC;FECHA;  *
      *                DOCUMENTO;TIPO;VALOR;APLICADO;DETALLE.        *
      *              Dimensiones (fila completa de lo nuevo o        *
      *              cambiado):                                      *
      *              - articulos: CODART;CATEGORIA;SUBCATEGORIA;     *
      *                CODUNI;CODBAR;DESCRI (200 primeras);UNIMED;   *
      *                PRECOM;PREVEN;PROVEEDOR;CATIVA;PUNTOREORD;    *
      *                FECHA (el stock no va: es hecho del kardex);  *
      *              - categorias: CATEGORIA;SUBCATEGORIA (en blanco *
      *                en la fila de la categoria);DESCRIPCION;      *
      *              - clientes: NUMDOC;RAZSOC;CIUDAD;SEGMENTO;      *
      *                LIMCRED (sin datos de contacto);              *
      *              - proveedores: NIT;RAZSOC;REGIMEN;RET-FTE;      *
      *                RET-IVA;RET-ICA;CONCEPTO;                     *
      *              - operadores: NUMDOC;NOMAPE;CARGO;CODUNI;       *
      *                ESTADO;FECREG (sin claves).                   *
      *              CODART va en sus 30 posiciones fijas            *
      *              (categoria, subcategoria y codigo); importes    *
      *              con punto decimal; fechas AAAAMMDD. Un ";"      *
      *              dentro de un texto sale como ",".               *
      *              Los hechos salen del diario de recuperacion     *
      *              (todo alta, cambio o baja de ventas, kardex y   *
      *              cartera queda alli): la marca es la ultima      *
      *              linea del diario ya extraida. Las dimensiones   *
      *              se comparan contra la ultima fila enviada       *
      *              (bi-dimensiones.dat). La primera corrida, sin   *
      *              bi-control.dat, es carga inicial: barre los     *
      *              archivos de hechos completos.                   *
      *              bi-control.dat guarda corrida, estado, marca y  *
      *              conteos por archivo. Una corrida que falla lo   *
      *              deja EN CURSO sin mover la marca, y la          *
      *              siguiente repite el mismo numero de corrida     *
      *              desde la misma marca pisando los archivos a     *
      *              medias: ningun hecho sale dos veces. La         *
      *              herramienta solo debe cargar una corrida cuyo   *
      *              estado sea OK.                                  *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-CTL ASSIGN TO "../bi-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT ARCHIVO-TRB ASSIGN TO "../bi-trabajo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-CLAVE
               FILE STATUS IS WS-FS-TRB.
           SELECT ARCHIVO-HUE ASSIGN TO "../bi-dimensiones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CLAVE
               FILE STATUS IS WS-FS-HUE.
           SELECT ARCHIVO-BIS ASSIGN TO WS-RUTA-BIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIS.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-KARDEX ASSIGN TO "../Articulos/kardex.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CODART
               ALTERNATE KEY IS RA-CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ART.
           SELECT ARCHIVO-CAT ASSIGN TO "../Articulos/categorias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NOMBRE-K
               FILE STATUS IS WS-FS-CAT.
           SELECT ARCHIVO-SUB ASSIGN TO "../Articulos/subcategor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLAVE
               FILE STATUS IS WS-FS-SUB.
           SELECT ARCHIVO-CLI ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-NUMDOC
               FILE STATUS IS WS-FS-CLI.
           SELECT ARCHIVO-PRV ASSIGN TO "../Articulos/proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-NIT
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRV.
           SELECT ARCHIVO-USU ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RU-NUMDOC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-USU.

       DATA DIVISION.
       FILE SECTION.
      * Mismo trazado con que lo graban los programas (REGISTRAR-
      * DIARIO).
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).

      * Control de corridas: numero, estado (OK o EN CURSO), tipo
      * (I carga inicial, N incremental), marca del diario (lineas
      * ya extraidas y fecha/hora de la ultima), fecha y hora de la
      * corrida y conteo de filas de los ocho archivos en el orden
      * ventas, kardex, cartera, articulos, categorias, clientes,
      * proveedores y operadores.
       FD  ARCHIVO-CTL.
       01  BCDATA.
           05 BC-CORRIDA     PIC 9(6).
           05 FILLER         PIC X.
           05 BC-ESTADO      PIC X(8).
           05 FILLER         PIC X.
           05 BC-TIPO        PIC X.
           05 FILLER         PIC X.
           05 BC-MARCA       PIC 9(10).
           05 FILLER         PIC X.
           05 BC-MARCA-FECHA PIC 9(8).
           05 FILLER         PIC X.
           05 BC-MARCA-HORA  PIC 9(8).
           05 FILLER         PIC X.
           05 BC-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 BC-HORA        PIC 9(8).
           05 BC-CONTEOS OCCURS 8 TIMES.
              07 FILLER      PIC X.
              07 BC-CONTEO   PIC 9(8).

      * Filas de la corrida en curso por archivo y clave: un hecho
      * tocado varias veces en el periodo sale una sola vez, con su
      * ultima imagen.
       FD  ARCHIVO-TRB.
       01  BTDATA.
           05 BT-CLAVE.
              07 BT-TIPO     PIC X(2).
              07 BT-LLAVE    PIC X(130).
           05 BT-FILA        PIC X(700).

      * Ultima fila enviada de cada dimension.
       FD  ARCHIVO-HUE.
       01  BDDATA.
           05 BD-CLAVE.
              07 BD-TIPO     PIC X(2).
              07 BD-LLAVE    PIC X(130).
           05 BD-FILA        PIC X(700).

       FD  ARCHIVO-BIS.
       01  BIS-LINEA         PIC X(700).

      * Vistas de los archivos fuente: solo las claves, el registro
      * se trabaja entero en WS-IMAGEN.
       FD  ARCHIVO-VTA.
       01  RV-REG.
           05 RV-CLAVE       PIC X(9).
           05 FILLER         PIC X(223).
       FD  ARCHIVO-KARDEX.
       01  RK-REG.
           05 RK-CLAVE       PIC X(128).
           05 FILLER         PIC X(70).
       FD  ARCHIVO-MOV.
       01  RC-REG.
           05 RC-CLAVE       PIC X(27).
           05 FILLER         PIC X(55).
       FD  ARCHIVO-ART.
       01  RA-REG.
           05 RA-CODART      PIC X(120).
           05 FILLER         PIC X(5).
           05 RA-CODBAR      PIC X(48).
           05 FILLER         PIC X(576).
       FD  ARCHIVO-CAT.
       01  CATDATA.
           05 CP-NOMBRE-K    PIC X(10).
           05 CP-DESCRI-K    PIC X(50).
       FD  ARCHIVO-SUB.
       01  SUBDATA.
           05 SC-CLAVE.
              07 SC-CAT-PADRE PIC X(10).
              07 SC-NOMBRE-K  PIC X(10).
           05 SC-DESCRI-K    PIC X(50).
       FD  ARCHIVO-CLI.
       01  RD-REG.
           05 RD-NUMDOC      PIC 9(13).
           05 FILLER         PIC X(283).
       FD  ARCHIVO-PRV.
       01  PRVDATA.
           05 PRV-NIT        PIC 9(10).
           05 PRV-RAZSOC     PIC X(50).
           05 PRV-CONTACTO   PIC X(30).
           05 PRV-TEL1       PIC X(10).
           05 PRV-TEL2       PIC X(10).
           05 PRV-REGIMEN    PIC X.
           05 PRV-RET-FTE    PIC X.
           05 PRV-RET-IVA    PIC X.
           05 PRV-RET-ICA    PIC X.
           05 PRV-CONCEPTO   PIC X(4).
       FD  ARCHIVO-USU.
       01  RU-REG.
           05 FILLER         PIC X(67).
           05 RU-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(219).

       WORKING-STORAGE SECTION.
       01 WS-FS-DRJ           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-TRB           PIC XX.
       01 WS-FS-HUE           PIC XX.
       01 WS-FS-BIS           PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-ART           PIC XX.
       01 WS-FS-CAT           PIC XX.
       01 WS-FS-SUB           PIC XX.
       01 WS-FS-CLI           PIC XX.
       01 WS-FS-PRV           PIC XX.
       01 WS-FS-USU           PIC XX.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-RUTA-BIS         PIC X(40).

      * Corrida en curso y marca del diario.
       01 WS-CORRIDA          PIC 9(6) VALUE 0.
       01 WS-TIPO-CORRIDA     PIC X VALUE "N".
          88 WS-CARGA-INICIAL VALUE "I".
       01 WS-MARCA-ANT        PIC 9(10) VALUE 0.
       01 WS-MARCA-NUEVA      PIC 9(10) VALUE 0.
       01 WS-MARCA-FECHA      PIC 9(8) VALUE 0.
       01 WS-MARCA-HORA       PIC 9(8) VALUE 0.
       01 WS-ANT-FECHA        PIC 9(8) VALUE 0.
       01 WS-ANT-HORA         PIC 9(8) VALUE 0.
       01 WS-LINEA-DRJ        PIC 9(10).
       01 WS-FALLA            PIC X VALUE "N".
       01 WS-MOTIVO           PIC X(60).
       01 WS-ESTADO-CTL       PIC X(8).
       01 WS-FILAS-DIARIO     PIC 9(8) VALUE 0.
       01 WS-FILAS-CAMBIO     PIC 9(8) VALUE 0.

      * Archivos de salida en el orden en que quedan los conteos.
       01 WS-SALIDAS-DEF.
           05 FILLER PIC X(12) VALUE "VTventas".
           05 FILLER PIC X(12) VALUE "KXkardex".
           05 FILLER PIC X(12) VALUE "MCcartera".
           05 FILLER PIC X(12) VALUE "ARarticulos".
           05 FILLER PIC X(12) VALUE "CAcategorias".
           05 FILLER PIC X(12) VALUE "CLclientes".
           05 FILLER PIC X(12) VALUE "PRproveedor".
           05 FILLER PIC X(12) VALUE "OPoperadores".
       01 WS-SALIDAS REDEFINES WS-SALIDAS-DEF.
           05 WS-SAL OCCURS 8 TIMES.
              07 WS-SAL-TIPO    PIC X(2).
              07 WS-SAL-NOMBRE  PIC X(10).
       01 WS-SAL-CONTEOS.
           05 WS-SAL-CONT OCCURS 8 TIMES PIC 9(8).
       01 WS-SAL-I            PIC 9.

      * Fila que se esta armando, con su archivo y su clave.
       01 WS-FILA             PIC X(700).
       01 WS-FILA-TIPO        PIC X(2).
       01 WS-FILA-LLAVE       PIC X(130).
       01 WS-FILA-OPER        PIC X.
       01 WS-ED-IMPORTE       PIC 9(12).99.
       01 WS-ED-PRECIO        PIC 9(10).99.
       01 WS-ED-APLICADO      PIC 9(10).99.
       01 WS-ED-CANTIDAD      PIC +9(10).
       01 WS-ANULADO          PIC X.

      * Registro fuente entero, venga de su archivo o del diario.
       01 WS-IMAGEN           PIC X(800).
       01 WS-IMG-VTA REDEFINES WS-IMAGEN.
           05 IV-NUMERO       PIC 9(6).
           05 IV-LINEA        PIC 9(3).
           05 IV-FECHA        PIC 9(8).
           05 IV-HORA         PIC 9(8).
           05 IV-CODART       PIC X(120).
           05 IV-DESCRI       PIC X(40).
           05 IV-CANT         PIC 9(5).
           05 IV-PRECIO       PIC 9(10)V99.
           05 IV-SUBTOT       PIC 9(12)V99.
           05 IV-OPER         PIC 9(10).
           05 IV-ESTACION     PIC 9(4).
           05 IV-SUCURSAL     PIC 9(2).
       01 WS-IMG-KDX REDEFINES WS-IMAGEN.
           05 IK-CLAVE.
              07 IK-CODART    PIC X(120).
              07 IK-SEQ       PIC 9(8).
           05 IK-FECHA        PIC 9(8).
           05 IK-HORA         PIC 9(8).
           05 IK-TIPO         PIC X(8).
           05 IK-CANTIDAD     PIC S9(10).
           05 IK-STOCK-ANT    PIC 9(10).
           05 IK-STOCK-NUE    PIC 9(10).
           05 IK-OPER         PIC 9(10).
           05 IK-ESTACION     PIC 9(4).
           05 IK-SUCURSAL     PIC 9(2).
       01 WS-IMG-MOV REDEFINES WS-IMAGEN.
           05 IM-CLAVE.
              07 IM-NUMDOC    PIC 9(13).
              07 IM-FECHA     PIC 9(8).
              07 IM-NUMDOCU   PIC 9(6).
           05 IM-TIPO         PIC X.
           05 IM-VALOR        PIC 9(10)V99.
           05 IM-DETALLE      PIC X(30).
           05 IM-APLICADO     PIC 9(10)V99.
       01 WS-IMG-ART REDEFINES WS-IMAGEN.
           05 IA-CODART.
              07 IA-CATEGORIA PIC X(10).
              07 IA-SUBCATEG  PIC X(10).
              07 IA-ARTCOD    PIC X(10).
              07 FILLER       PIC X(90).
           05 IA-CODUNI       PIC X(5).
           05 IA-CODBAR       PIC X(48).
           05 IA-DESCRI       PIC X(500).
           05 IA-STOCK        PIC 9(10).
           05 IA-CANTID       PIC 9(10).
           05 IA-PRECOM       PIC 9(10)V99.
           05 IA-PREVEN       PIC 9(10)V99.
           05 IA-FECHA        PIC 9(8).
           05 IA-UNIMED       PIC X(3).
           05 IA-PUNTOREORD   PIC 9(10).
           05 IA-PROVEEDOR    PIC 9(10).
           05 IA-CATIVA       PIC X.
       01 WS-IMG-CLI REDEFINES WS-IMAGEN.
           05 IC-NUMDOC       PIC 9(13).
           05 IC-RAZSOC       PIC X(50).
           05 IC-DIRECT       PIC X(50).
           05 IC-CIUDAD       PIC X(20).
           05 IC-CONTAC       PIC X(30).
           05 IC-TEL-1        PIC X(10).
           05 IC-TEL-2        PIC X(10).
           05 IC-CORREO       PIC X(100).
           05 IC-LIMCRED      PIC 9(10)V99.
           05 IC-SEGMENTO     PIC X.
       01 WS-IMG-USU REDEFINES WS-IMAGEN.
           05 IU-NOMAPE       PIC X(65).
           05 IU-TIPDOC       PIC X(2).
           05 IU-NUMDOC       PIC 9(10).
           05 FILLER          PIC X(50).
           05 IU-CARGO        PIC X.
           05 FILLER          PIC X(65).
           05 IU-FECREG       PIC 9(8).
           05 FILLER          PIC X(10).
           05 IU-CODUNI       PIC 9(4).
           05 FILLER          PIC X(12).
           05 IU-BLOQUEADO    PIC X.
           05 IU-ESTADO       PIC X.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- EXTRACTO PARA LA BODEGA DE DATOS -----".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE 0 TO RETURN-CODE.
           PERFORM LEER-CONTROL.
           IF WS-CARGA-INICIAL
              DISPLAY "Corrida " WS-CORRIDA " (carga inicial)"
           ELSE
              DISPLAY "Corrida " WS-CORRIDA " desde la linea "
                  WS-MARCA-ANT " del diario"
           END-IF.
           MOVE "EN CURSO" TO WS-ESTADO-CTL.
           PERFORM GRABAR-CONTROL.
           PERFORM PREPARAR-TRABAJO.
           IF WS-FALLA = "N" AND WS-CARGA-INICIAL
              PERFORM CARGAR-VENTAS
              PERFORM CARGAR-KARDEX
              PERFORM CARGAR-CARTERA
           END-IF.
           IF WS-FALLA = "N"
              PERFORM RECORRER-DIARIO
           END-IF.
           IF WS-FALLA = "N"
              PERFORM COMPARAR-DIMENSIONES
           END-IF.
           IF WS-FALLA = "N"
              PERFORM VARYING WS-SAL-I FROM 1 BY 1 UNTIL WS-SAL-I > 8
                 PERFORM ESCRIBIR-SALIDA
              END-PERFORM
           END-IF.
           IF WS-FALLA = "S"
              PERFORM TERMINAR-CON-FALLA
           END-IF.
      * El control queda OK antes de guardar las filas enviadas de
      * las dimensiones: si algo cae entre los dos pasos, la
      * siguiente corrida solo repite dimensiones, nunca hechos.
           MOVE WS-MARCA-NUEVA TO WS-MARCA-ANT.
           MOVE WS-MARCA-FECHA TO WS-ANT-FECHA.
           MOVE WS-MARCA-HORA TO WS-ANT-HORA.
           MOVE "OK" TO WS-ESTADO-CTL.
           PERFORM GRABAR-CONTROL.
           PERFORM ACTUALIZAR-HUELLAS.
           CLOSE ARCHIVO-TRB.
           CLOSE ARCHIVO-HUE.
           DISPLAY "Ventas " WS-SAL-CONT(1) "  Kardex " WS-SAL-CONT(2)
               "  Cartera " WS-SAL-CONT(3).
           DISPLAY "Articulos " WS-SAL-CONT(4) "  Categorias "
               WS-SAL-CONT(5) "  Clientes " WS-SAL-CONT(6).
           DISPLAY "Proveedores " WS-SAL-CONT(7) "  Operadores "
               WS-SAL-CONT(8).
           DISPLAY "Extracto terminado: ../bi-*-" WS-CORRIDA ".csv".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * La corrida queda EN CURSO con la marca anterior: la
      * siguiente repite este mismo numero desde el mismo punto.
       TERMINAR-CON-FALLA.
           DISPLAY "EXTRACTO BI NO TERMINADO: " WS-MOTIVO.
           DISPLAY "Corrija y vuelva a correr: se repite la corrida "
               WS-CORRIDA ".".
           CLOSE ARCHIVO-TRB.
           CLOSE ARCHIVO-HUE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Control de corridas: sin bi-control.dat es carga inicial;    *
      * tras una corrida OK sigue el numero siguiente; una corrida   *
      * EN CURSO (que fallo) se repite con su mismo numero y tipo.   *
      ****************************************************************
       LEER-CONTROL.
           MOVE 1 TO WS-CORRIDA.
           MOVE "I" TO WS-TIPO-CORRIDA.
           MOVE 0 TO WS-MARCA-ANT.
           INITIALIZE WS-SAL-CONTEOS.
           OPEN INPUT ARCHIVO-CTL.
           IF WS-FS-CTL NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ARCHIVO-CTL
               AT END MOVE "10" TO WS-FS-CTL
           END-READ.
           CLOSE ARCHIVO-CTL.
           IF WS-FS-CTL NOT = "00" OR BC-CORRIDA NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE BC-MARCA TO WS-MARCA-ANT.
           MOVE BC-MARCA-FECHA TO WS-ANT-FECHA.
           MOVE BC-MARCA-HORA TO WS-ANT-HORA.
           IF BC-ESTADO = "OK"
              COMPUTE WS-CORRIDA = BC-CORRIDA + 1
              MOVE "N" TO WS-TIPO-CORRIDA
           ELSE
              MOVE BC-CORRIDA TO WS-CORRIDA
              MOVE BC-TIPO TO WS-TIPO-CORRIDA
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT ARCHIVO-CTL.
           MOVE SPACES TO BCDATA.
           MOVE WS-CORRIDA TO BC-CORRIDA.
           MOVE WS-ESTADO-CTL TO BC-ESTADO.
           MOVE WS-TIPO-CORRIDA TO BC-TIPO.
           MOVE WS-MARCA-ANT TO BC-MARCA.
           MOVE WS-ANT-FECHA TO BC-MARCA-FECHA.
           MOVE WS-ANT-HORA TO BC-MARCA-HORA.
           MOVE WS-FECHA-HOY TO BC-FECHA.
           MOVE WS-HORA-HOY TO BC-HORA.
           PERFORM VARYING WS-SAL-I FROM 1 BY 1 UNTIL WS-SAL-I > 8
              MOVE WS-SAL-CONT(WS-SAL-I) TO BC-CONTEO(WS-SAL-I)
           END-PERFORM.
           WRITE BCDATA.
           CLOSE ARCHIVO-CTL.

      * El archivo de trabajo se arma de cero en cada corrida.
       PREPARAR-TRABAJO.
           OPEN OUTPUT ARCHIVO-TRB.
           CLOSE ARCHIVO-TRB.
           OPEN I-O ARCHIVO-TRB.
           IF WS-FS-TRB NOT = "00"
              MOVE "NO SE PUDO ABRIR bi-trabajo.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-HUE.
           IF WS-FS-HUE = "35"
              OPEN OUTPUT ARCHIVO-HUE
              CLOSE ARCHIVO-HUE
              OPEN I-O ARCHIVO-HUE
           END-IF.
           IF WS-FS-HUE NOT = "00"
              MOVE "NO SE PUDO ABRIR bi-dimensiones.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
           END-IF.

      ****************************************************************
      * Carga inicial: los tres archivos de hechos completos.        *
      ****************************************************************
       CARGAR-VENTAS.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-FS-VTA NOT = "00"
              MOVE "NO SE PUDO LEER ventas.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
              EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO WS-FILA-OPER.
           MOVE LOW-VALUES TO RV-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN RV-CLAVE
               INVALID KEY MOVE "10" TO WS-FS-VTA
           END-START.
           PERFORM UNTIL WS-FS-VTA NOT = "00"
              READ ARCHIVO-VTA NEXT RECORD
                  AT END MOVE "10" TO WS-FS-VTA
                  NOT AT END
                      MOVE RV-REG TO WS-IMAGEN
                      PERFORM FILA-VENTA
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VTA.

       CARGAR-KARDEX.
           OPEN INPUT ARCHIVO-KARDEX.
           IF WS-FS-KDX = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-FS-KDX NOT = "00"
              MOVE "NO SE PUDO LEER kardex.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
              EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO WS-FILA-OPER.
           MOVE LOW-VALUES TO RK-CLAVE.
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN RK-CLAVE
               INVALID KEY MOVE "10" TO WS-FS-KDX
           END-START.
           PERFORM UNTIL WS-FS-KDX NOT = "00"
              READ ARCHIVO-KARDEX NEXT RECORD
                  AT END MOVE "10" TO WS-FS-KDX
                  NOT AT END
                      MOVE RK-REG TO WS-IMAGEN
                      PERFORM FILA-KARDEX
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-KARDEX.

       CARGAR-CARTERA.
           OPEN INPUT ARCHIVO-MOV.
           IF WS-FS-MOV = "35"
              EXIT PARAGRAPH
           END-IF.
           IF WS-FS-MOV NOT = "00"
              MOVE "NO SE PUDO LEER movimientos-cli.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
              EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO WS-FILA-OPER.
           MOVE LOW-VALUES TO RC-CLAVE.
           START ARCHIVO-MOV KEY IS NOT LESS THAN RC-CLAVE
               INVALID KEY MOVE "10" TO WS-FS-MOV
           END-START.
           PERFORM UNTIL WS-FS-MOV NOT = "00"
              READ ARCHIVO-MOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-MOV
                  NOT AT END
                      MOVE RC-REG TO WS-IMAGEN
                      PERFORM FILA-CARTERA
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-MOV.

      ****************************************************************
      * Diario de recuperacion: las lineas posteriores a la marca    *
      * son los hechos cambiados desde el ultimo extracto bueno. En  *
      * la carga inicial solo se cuenta, para dejar la marca al      *
      * final del diario (los archivos ya se barrieron completos).   *
      ****************************************************************
       RECORRER-DIARIO.
           MOVE 0 TO WS-LINEA-DRJ.
           MOVE WS-ANT-FECHA TO WS-MARCA-FECHA.
           MOVE WS-ANT-HORA TO WS-MARCA-HORA.
           OPEN INPUT ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              MOVE 0 TO WS-MARCA-NUEVA
              IF WS-MARCA-ANT > 0
                 MOVE "NO SE PUDO LEER EL DIARIO diario-recup.dat"
                     TO WS-MOTIVO
                 MOVE "S" TO WS-FALLA
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-DRJ NOT = "00"
              READ ARCHIVO-DIARIO
                  AT END MOVE "10" TO WS-FS-DRJ
                  NOT AT END
                      ADD 1 TO WS-LINEA-DRJ
                      IF WS-LINEA-DRJ > WS-MARCA-ANT
                         MOVE DRJ-FECHA TO WS-MARCA-FECHA
                         MOVE DRJ-HORA TO WS-MARCA-HORA
                         IF NOT WS-CARGA-INICIAL
                            PERFORM TOMAR-DIARIO
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-DIARIO.
           MOVE WS-LINEA-DRJ TO WS-MARCA-NUEVA.
      * Un diario mas corto que la marca fue reemplazado (por
      * ejemplo al restaurar un respaldo): la marca ya no sirve y
      * hay que rehacer la carga inicial.
           IF WS-LINEA-DRJ < WS-MARCA-ANT
              MOVE "EL DIARIO ES MAS CORTO QUE LA MARCA; BORRE bi-contr
      -            "ol.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
           END-IF.
           DISPLAY "Lineas del diario tomadas: " WS-FILAS-DIARIO.

       TOMAR-DIARIO.
           MOVE DRJ-OPERACION TO WS-FILA-OPER.
           EVALUATE DRJ-ARCHIVO
              WHEN "VENTAS"
                 MOVE DRJ-IMAGEN TO WS-IMAGEN
                 PERFORM FILA-VENTA
                 ADD 1 TO WS-FILAS-DIARIO
              WHEN "KARDEX"
                 MOVE DRJ-IMAGEN TO WS-IMAGEN
                 PERFORM FILA-KARDEX
                 ADD 1 TO WS-FILAS-DIARIO
              WHEN "MOV-CLI"
                 MOVE DRJ-IMAGEN TO WS-IMAGEN
                 PERFORM FILA-CARTERA
                 ADD 1 TO WS-FILAS-DIARIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ****************************************************************
      * Filas de hechos, armadas desde WS-IMAGEN.                    *
      ****************************************************************
       FILA-VENTA.
           INSPECT IV-DESCRI REPLACING ALL ";" BY ",".
           MOVE "N" TO WS-ANULADO.
           IF IV-DESCRI = "** ANULADO **"
              MOVE "S" TO WS-ANULADO
           END-IF.
           MOVE IV-PRECIO TO WS-ED-PRECIO.
           MOVE IV-SUBTOT TO WS-ED-IMPORTE.
           MOVE SPACES TO WS-FILA.
           STRING WS-FILA-OPER ";" IV-NUMERO ";" IV-LINEA ";"
               IV-FECHA ";" IV-HORA ";" IV-CODART(1:30) ";"
               DELIMITED BY SIZE
               IV-DESCRI DELIMITED BY "  "
               ";" IV-CANT ";" WS-ED-PRECIO ";" WS-ED-IMPORTE ";"
               IV-OPER ";" IV-ESTACION ";" IV-SUCURSAL ";"
               WS-ANULADO
               DELIMITED BY SIZE INTO WS-FILA
           END-STRING.
           MOVE "VT" TO WS-FILA-TIPO.
           MOVE WS-IMAGEN(1:9) TO WS-FILA-LLAVE.
           PERFORM GUARDAR-TRABAJO.

       FILA-KARDEX.
           MOVE IK-CANTIDAD TO WS-ED-CANTIDAD.
           MOVE SPACES TO WS-FILA.
           STRING WS-FILA-OPER ";" IK-CODART(1:30) ";" IK-SEQ ";"
               IK-FECHA ";" IK-HORA ";"
               DELIMITED BY SIZE
               IK-TIPO DELIMITED BY " "
               ";" WS-ED-CANTIDAD ";" IK-STOCK-ANT ";" IK-STOCK-NUE
               ";" IK-OPER ";" IK-ESTACION ";" IK-SUCURSAL
               DELIMITED BY SIZE INTO WS-FILA
           END-STRING.
           MOVE "KX" TO WS-FILA-TIPO.
           MOVE IK-CLAVE TO WS-FILA-LLAVE.
           PERFORM GUARDAR-TRABAJO.

       FILA-CARTERA.
           INSPECT IM-DETALLE REPLACING ALL ";" BY ",".
           MOVE IM-VALOR TO WS-ED-PRECIO.
           MOVE IM-APLICADO TO WS-ED-APLICADO.
           MOVE SPACES TO WS-FILA.
           STRING WS-FILA-OPER ";" IM-NUMDOC ";" IM-FECHA ";"
               IM-NUMDOCU ";" IM-TIPO ";" WS-ED-PRECIO ";"
               WS-ED-APLICADO ";"
               DELIMITED BY SIZE
               IM-DETALLE DELIMITED BY "  "
               INTO WS-FILA
           END-STRING.
           MOVE "MC" TO WS-FILA-TIPO.
           MOVE IM-CLAVE TO WS-FILA-LLAVE.
           PERFORM GUARDAR-TRABAJO.

      * La ultima imagen de cada clave reemplaza a la anterior.
       GUARDAR-TRABAJO.
           MOVE WS-FILA-TIPO TO BT-TIPO.
           MOVE WS-FILA-LLAVE TO BT-LLAVE.
           MOVE WS-FILA TO BT-FILA.
           WRITE BTDATA
               INVALID KEY
                   REWRITE BTDATA
                   END-REWRITE
           END-WRITE.
           IF WS-FS-TRB NOT = "00"
              MOVE "NO SE PUDO GRABAR EN bi-trabajo.dat" TO WS-MOTIVO
              MOVE "S" TO WS-FALLA
           END-IF.

      ****************************************************************
      * Dimensiones: cada maestro completo contra la ultima fila     *
      * enviada; solo lo nuevo o cambiado va a la corrida.           *
      ****************************************************************
       COMPARAR-DIMENSIONES.
           MOVE 0 TO WS-FILAS-CAMBIO.
           PERFORM DIM-ARTICULOS.
           PERFORM DIM-CATEGORIAS.
           PERFORM DIM-CLIENTES.
           PERFORM DIM-PROVEEDORES.
           PERFORM DIM-OPERADORES.
           DISPLAY "Filas de dimensiones nuevas o cambiadas: "
               WS-FILAS-CAMBIO.

       DIM-ARTICULOS.
           OPEN INPUT ARCHIVO-ART.
           IF WS-FS-ART NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RA-CODART.
           START ARCHIVO-ART KEY IS NOT LESS THAN RA-CODART
               INVALID KEY MOVE "10" TO WS-FS-ART
           END-START.
           PERFORM UNTIL WS-FS-ART NOT = "00" OR WS-FALLA = "S"
              READ ARCHIVO-ART NEXT RECORD
                  AT END MOVE "10" TO WS-FS-ART
                  NOT AT END
                      MOVE RA-REG TO WS-IMAGEN
                      PERFORM FILA-ARTICULO
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ART.

       FILA-ARTICULO.
           INSPECT IA-DESCRI REPLACING ALL ";" BY ",".
           INSPECT IA-CODBAR REPLACING ALL ";" BY ",".
           MOVE IA-PRECOM TO WS-ED-PRECIO.
           MOVE IA-PREVEN TO WS-ED-APLICADO.
           MOVE SPACES TO WS-FILA.
           STRING IA-CODART(1:30) ";"
               DELIMITED BY SIZE
               IA-CATEGORIA DELIMITED BY " "
               ";" DELIMITED BY SIZE
               IA-SUBCATEG DELIMITED BY " "
               ";" IA-CODUNI ";"
               DELIMITED BY SIZE
               IA-CODBAR DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               IA-DESCRI(1:200) DELIMITED BY "  "
               ";" IA-UNIMED ";" WS-ED-PRECIO ";" WS-ED-APLICADO ";"
               IA-PROVEEDOR ";" IA-CATIVA ";" IA-PUNTOREORD ";"
               IA-FECHA
               DELIMITED BY SIZE INTO WS-FILA
           END-STRING.
           MOVE "AR" TO WS-FILA-TIPO.
           MOVE IA-CODART TO WS-FILA-LLAVE.
           PERFORM GUARDAR-SI-CAMBIO.

       DIM-CATEGORIAS.
           OPEN INPUT ARCHIVO-CAT.
           IF WS-FS-CAT = "00"
              MOVE LOW-VALUES TO CP-NOMBRE-K
              START ARCHIVO-CAT KEY IS NOT LESS THAN CP-NOMBRE-K
                  INVALID KEY MOVE "10" TO WS-FS-CAT
              END-START
              PERFORM UNTIL WS-FS-CAT NOT = "00" OR WS-FALLA = "S"
                 READ ARCHIVO-CAT NEXT RECORD
                     AT END MOVE "10" TO WS-FS-CAT
                     NOT AT END PERFORM FILA-CATEGORIA
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-CAT
           END-IF.
           OPEN INPUT ARCHIVO-SUB.
           IF WS-FS-SUB = "00"
              MOVE LOW-VALUES TO SC-CLAVE
              START ARCHIVO-SUB KEY IS NOT LESS THAN SC-CLAVE
                  INVALID KEY MOVE "10" TO WS-FS-SUB
              END-START
              PERFORM UNTIL WS-FS-SUB NOT = "00" OR WS-FALLA = "S"
                 READ ARCHIVO-SUB NEXT RECORD
                     AT END MOVE "10" TO WS-FS-SUB
                     NOT AT END PERFORM FILA-SUBCATEGORIA
                 END-READ
              END-PERFORM
              CLOSE ARCHIVO-SUB
           END-IF.

       FILA-CATEGORIA.
           INSPECT CP-DESCRI-K REPLACING ALL ";" BY ",".
           MOVE SPACES TO WS-FILA.
           STRING CP-NOMBRE-K DELIMITED BY " "
               ";;" DELIMITED BY SIZE
               CP-DESCRI-K DELIMITED BY "  "
               INTO WS-FILA
           END-STRING.
           MOVE "CA" TO WS-FILA-TIPO.
           MOVE CP-NOMBRE-K TO WS-FILA-LLAVE.
           PERFORM GUARDAR-SI-CAMBIO.

       FILA-SUBCATEGORIA.
           INSPECT SC-DESCRI-K REPLACING ALL ";" BY ",".
           MOVE SPACES TO WS-FILA.
           STRING SC-CAT-PADRE DELIMITED BY " "
               ";" DELIMITED BY SIZE
               SC-NOMBRE-K DELIMITED BY " "
               ";" DELIMITED BY SIZE
               SC-DESCRI-K DELIMITED BY "  "
               INTO WS-FILA
           END-STRING.
           MOVE "CA" TO WS-FILA-TIPO.
           MOVE SC-CLAVE TO WS-FILA-LLAVE.
           PERFORM GUARDAR-SI-CAMBIO.

       DIM-CLIENTES.
           OPEN INPUT ARCHIVO-CLI.
           IF WS-FS-CLI NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RD-REG.
           START ARCHIVO-CLI KEY IS NOT LESS THAN RD-NUMDOC
               INVALID KEY MOVE "10" TO WS-FS-CLI
           END-START.
           PERFORM UNTIL WS-FS-CLI NOT = "00" OR WS-FALLA = "S"
              READ ARCHIVO-CLI NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CLI
                  NOT AT END
                      MOVE RD-REG TO WS-IMAGEN
                      PERFORM FILA-CLIENTE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CLI.

       FILA-CLIENTE.
           INSPECT IC-RAZSOC REPLACING ALL ";" BY ",".
           INSPECT IC-CIUDAD REPLACING ALL ";" BY ",".
           MOVE IC-LIMCRED TO WS-ED-PRECIO.
           MOVE SPACES TO WS-FILA.
           STRING IC-NUMDOC ";" DELIMITED BY SIZE
               IC-RAZSOC DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               IC-CIUDAD DELIMITED BY "  "
               ";" IC-SEGMENTO ";" WS-ED-PRECIO
               DELIMITED BY SIZE INTO WS-FILA
           END-STRING.
           MOVE "CL" TO WS-FILA-TIPO.
           MOVE IC-NUMDOC TO WS-FILA-LLAVE.
           PERFORM GUARDAR-SI-CAMBIO.

       DIM-PROVEEDORES.
           OPEN INPUT ARCHIVO-PRV.
           IF WS-FS-PRV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PRVDATA.
           START ARCHIVO-PRV KEY IS NOT LESS THAN PRV-NIT
               INVALID KEY MOVE "10" TO WS-FS-PRV
           END-START.
           PERFORM UNTIL WS-FS-PRV NOT = "00" OR WS-FALLA = "S"
              READ ARCHIVO-PRV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PRV
                  NOT AT END PERFORM FILA-PROVEEDOR
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PRV.

       FILA-PROVEEDOR.
           INSPECT PRV-RAZSOC REPLACING ALL ";" BY ",".
           MOVE SPACES TO WS-FILA.
           STRING PRV-NIT ";" DELIMITED BY SIZE
               PRV-RAZSOC DELIMITED BY "  "
               ";" PRV-REGIMEN ";" PRV-RET-FTE ";" PRV-RET-IVA ";"
               PRV-RET-ICA ";" PRV-CONCEPTO
               DELIMITED BY SIZE INTO WS-FILA
           END-STRING.
           MOVE "PR" TO WS-FILA-TIPO.
           MOVE PRV-NIT TO WS-FILA-LLAVE.
           PERFORM GUARDAR-SI-CAMBIO.

       DIM-OPERADORES.
           OPEN INPUT ARCHIVO-USU.
           IF WS-FS-USU NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RU-REG.
           START ARCHIVO-USU KEY IS NOT LESS THAN RU-NUMDOC
               INVALID KEY MOVE "10" TO WS-FS-USU
           END-START.
           PERFORM UNTIL WS-FS-USU NOT = "00" OR WS-FALLA = "S"
              READ ARCHIVO-USU NEXT RECORD
                  AT END MOVE "10" TO WS-FS-USU
                  NOT AT END
                      MOVE RU-REG TO WS-IMAGEN
                      PERFORM FILA-OPERADOR
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-USU.

       FILA-OPERADOR.
           INSPECT IU-NOMAPE REPLACING ALL ";" BY ",".
           MOVE SPACES TO WS-FILA.
           STRING IU-NUMDOC ";" DELIMITED BY SIZE
               IU-NOMAPE DELIMITED BY "  "
               ";" IU-CARGO ";" IU-CODUNI ";" IU-ESTADO ";"
               IU-FECREG
               DELIMITED BY SIZE INTO WS-FILA
           END-STRING.
           MOVE "OP" TO WS-FILA-TIPO.
           MOVE IU-NUMDOC TO WS-FILA-LLAVE.
           PERFORM GUARDAR-SI-CAMBIO.

       GUARDAR-SI-CAMBIO.
           MOVE WS-FILA-TIPO TO BD-TIPO.
           MOVE WS-FILA-LLAVE TO BD-LLAVE.
           READ ARCHIVO-HUE
               INVALID KEY MOVE SPACES TO BD-FILA
           END-READ.
           IF BD-FILA NOT = WS-FILA
              ADD 1 TO WS-FILAS-CAMBIO
              PERFORM GUARDAR-TRABAJO
           END-IF.

      ****************************************************************
      * Un archivo de salida por tipo, con su fila de encabezados y  *
      * las filas de la corrida en orden de clave.                   *
      ****************************************************************
       ESCRIBIR-SALIDA.
           MOVE 0 TO WS-SAL-CONT(WS-SAL-I).
           MOVE SPACES TO WS-RUTA-BIS.
           STRING "../bi-" DELIMITED BY SIZE
               WS-SAL-NOMBRE(WS-SAL-I) DELIMITED BY " "
               "-" WS-CORRIDA ".csv" DELIMITED BY SIZE
               INTO WS-RUTA-BIS
           END-STRING.
           OPEN OUTPUT ARCHIVO-BIS.
           IF WS-FS-BIS NOT = "00"
              MOVE SPACES TO WS-MOTIVO
              STRING "NO SE PUDO CREAR " WS-RUTA-BIS
                  DELIMITED BY SIZE INTO WS-MOTIVO
              END-STRING
              MOVE "S" TO WS-FALLA
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENCABEZADO-SALIDA.
           WRITE BIS-LINEA.
           MOVE WS-SAL-TIPO(WS-SAL-I) TO BT-TIPO.
           MOVE LOW-VALUES TO BT-LLAVE.
           START ARCHIVO-TRB KEY IS NOT LESS THAN BT-CLAVE
               INVALID KEY MOVE "10" TO WS-FS-TRB
           END-START.
           PERFORM UNTIL WS-FS-TRB NOT = "00"
              READ ARCHIVO-TRB NEXT RECORD
                  AT END MOVE "10" TO WS-FS-TRB
              END-READ
              IF WS-FS-TRB = "00"
                 IF BT-TIPO NOT = WS-SAL-TIPO(WS-SAL-I)
                    MOVE "10" TO WS-FS-TRB
                 ELSE
                    MOVE BT-FILA TO BIS-LINEA
                    WRITE BIS-LINEA
                    IF WS-FS-BIS NOT = "00"
                       MOVE "ERROR AL ESCRIBIR UN ARCHIVO DE SALIDA"
                           TO WS-MOTIVO
                       MOVE "S" TO WS-FALLA
                    END-IF
                    ADD 1 TO WS-SAL-CONT(WS-SAL-I)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO WS-FS-TRB.
           CLOSE ARCHIVO-BIS.

       ENCABEZADO-SALIDA.
           EVALUATE WS-SAL-TIPO(WS-SAL-I)
              WHEN "VT"
                 MOVE "OPERACION;TIQUETE;LINEA;FECHA;HORA;CODART;DESCR
      -               "I;CANTIDAD;PRECIO;SUBTOTAL;OPERADOR;ESTACION;SUCU
      -               "RSAL;ANULADO" TO BIS-LINEA
              WHEN "KX"
                 MOVE "OPERACION;CODART;SECUENCIA;FECHA;HORA;TIPO;CANT
      -               "IDAD;STOCK-ANT;STOCK-NUE;OPERADOR;ESTACION;SUCURS
      -               "AL" TO BIS-LINEA
              WHEN "MC"
                 MOVE "OPERACION;NUMDOC;FECHA;DOCUMENTO;TIPO;VALOR;APLI
      -               "CADO;DETALLE" TO BIS-LINEA
              WHEN "AR"
                 MOVE "CODART;CATEGORIA;SUBCATEGORIA;CODUNI;CODBAR;DESC
      -               "RI;UNIMED;PRECOM;PREVEN;PROVEEDOR;CATIVA;PUNTOREO
      -               "RD;FECHA" TO BIS-LINEA
              WHEN "CA"
                 MOVE "CATEGORIA;SUBCATEGORIA;DESCRIPCION" TO BIS-LINEA
              WHEN "CL"
                 MOVE "NUMDOC;RAZSOC;CIUDAD;SEGMENTO;LIMCRED"
                     TO BIS-LINEA
              WHEN "PR"
                 MOVE "NIT;RAZSOC;REGIMEN;RET-FTE;RET-IVA;RET-ICA;CONC
      -               "EPTO" TO BIS-LINEA
              WHEN OTHER
                 MOVE "NUMDOC;NOMAPE;CARGO;CODUNI;ESTADO;FECREG"
                     TO BIS-LINEA
           END-EVALUATE.

      * Las filas de dimension de la corrida pasan a ser la ultima
      * fila enviada.
       ACTUALIZAR-HUELLAS.
           MOVE LOW-VALUES TO BT-CLAVE.
           START ARCHIVO-TRB KEY IS NOT LESS THAN BT-CLAVE
               INVALID KEY MOVE "10" TO WS-FS-TRB
           END-START.
           PERFORM UNTIL WS-FS-TRB NOT = "00"
              READ ARCHIVO-TRB NEXT RECORD
                  AT END MOVE "10" TO WS-FS-TRB
                  NOT AT END
                      IF BT-TIPO NOT = "VT" AND BT-TIPO NOT = "KX"
                         AND BT-TIPO NOT = "MC"
                         MOVE BT-CLAVE TO BD-CLAVE
                         MOVE BT-FILA TO BD-FILA
                         WRITE BDDATA
                             INVALID KEY
                                 REWRITE BDDATA
                                 END-REWRITE
                         END-WRITE
                      END-IF
              END-READ
           END-PERFORM.
