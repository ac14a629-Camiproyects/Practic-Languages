       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-canasta.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *             CANASTA DE COMPRA: ARTICULOS QUE VAN JUNTOS      *
      *                                                              *
      * Descripcion: Para ubicar en gondola (ubicaciones.dat) y      *
      *              armar kits (kits.dat): barre ventas.dat tiquete *
      *              por tiquete (mismo VTA-NUMERO, sin anulados ni  *
      *              renglones sin articulo) en un rango de fechas y *
      *              cuenta en cuantos tiquetes aparece cada pareja  *
      *              de articulos. rep-canasta.txt lista las parejas *
      *              mas frecuentes con su soporte (% de tiquetes    *
      *              que la traen) y la confianza en cada sentido    *
      *              (% de los tiquetes con A que tambien traen B).  *
      *              Se puede filtrar por categoria (CP-NOMBRE): se  *
      *              listan las parejas con al menos un articulo de  *
      *              la categoria.                                   *
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
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-canasta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
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

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-CATEGORIA        PIC X(10).
       01 WS-TOPE-LISTA       PIC 9(3).
       01 WS-TIQUETE-VALE     PIC X.
       01 WS-TOT-TIQUETES     PIC 9(7) VALUE 0.
       01 WS-NUM-ARTS         PIC 9(4) VALUE 0.
       01 WS-NUM-PARES        PIC 9(4) VALUE 0.
       01 WS-NUM-CANASTA      PIC 9(3) VALUE 0.
       01 WS-ARTS-LLENA       PIC X VALUE "N".
       01 WS-PARES-LLENA      PIC X VALUE "N".
       01 WS-I                PIC 9(4).
       01 WS-J                PIC 9(4).
       01 WS-K                PIC 9(4).
       01 WS-A                PIC 9(4).
       01 WS-B                PIC 9(4).
       01 WS-ART-IDX          PIC 9(4).
       01 WS-MEJOR            PIC 9(4).
       01 WS-LISTADOS         PIC 9(3).
       01 WS-HALLADO          PIC X.
       01 WS-SOPORTE          PIC 9(3)V99.
       01 WS-CONF-AB          PIC 9(3)V99.
       01 WS-CONF-BA          PIC 9(3)V99.
       01 WS-SOPORTE-ED       PIC ZZ9.99.
       01 WS-CONF-AB-ED       PIC ZZ9.99.
       01 WS-CONF-BA-ED       PIC ZZ9.99.

      * Articulos vistos en el periodo y en cuantos tiquetes salen.
       01 TABLA-ARTICULOS.
           05 TA-ENTRADA OCCURS 1000 TIMES.
              10 TA-CODART   PIC X(120).
              10 TA-DESCRI   PIC X(40).
              10 TA-TIQUETES PIC 9(7).

      * Parejas (A < B por posicion en TABLA-ARTICULOS).
       01 TABLA-PARES.
           05 TP-ENTRADA OCCURS 4000 TIMES.
              10 TP-A        PIC 9(4).
              10 TP-B        PIC 9(4).
              10 TP-TIQUETES PIC 9(7).
              10 TP-LISTADO  PIC X.

      * Articulos distintos del tiquete en curso.
       01 TABLA-CANASTA.
           05 TC-ART         PIC 9(4) OCCURS 100 TIMES.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- CANASTA DE COMPRA -----".
           DISPLAY "Desde (AAAAMMDD, 0=todo): ".
           MOVE 0 TO WS-DESDE.
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy) : ".
           MOVE 0 TO WS-HASTA.
           ACCEPT WS-HASTA.
           IF WS-HASTA = 0
              ACCEPT WS-HASTA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Categoria (CP-NOMBRE, ENTER=todas): ".
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA.
           DISPLAY "Parejas a listar (0=30): ".
           MOVE 0 TO WS-TOPE-LISTA.
           ACCEPT WS-TOPE-LISTA.
           IF WS-TOPE-LISTA = 0
              MOVE 30 TO WS-TOPE-LISTA
           END-IF.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              DISPLAY "No hay ventas registradas. FS = " WS-FS-VTA
              MOVE "REPORTE-CANASTA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VTA TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM ACUMULAR-VENTAS.
           CLOSE ARCHIVO-VTA.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "Tiquetes analizados: " WS-TOT-TIQUETES
               " parejas distintas: " WS-NUM-PARES.
           DISPLAY "Reporte generado en rep-canasta.txt".
           GOBACK.

      ****************************************************************
      * Barrido de ventas en orden de clave: el encabezado (linea    *
      * 000) abre el tiquete y cierra el anterior; los renglones     *
      * van llenando la canasta con los articulos distintos.         *
      ****************************************************************
       ACUMULAR-VENTAS.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           MOVE "N" TO WS-TIQUETE-VALE.
           MOVE 0 TO WS-NUM-CANASTA.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
                 IF VTA-LINEA = 0
                    PERFORM CERRAR-TIQUETE
                    IF VTA-DESCRI = "** ANULADO **"
                       OR VTA-FECHA < WS-DESDE
                       OR VTA-FECHA > WS-HASTA
                       MOVE "N" TO WS-TIQUETE-VALE
                    ELSE
                       MOVE "S" TO WS-TIQUETE-VALE
                    END-IF
                 ELSE
                    IF WS-TIQUETE-VALE = "S"
                       AND VTA-CODART NOT = SPACES
                       PERFORM AGREGAR-A-CANASTA
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-VTA
              END-PERFORM
              PERFORM CERRAR-TIQUETE
           END-IF.
           MOVE "00" TO WS-FS-VTA.

       AGREGAR-A-CANASTA.
           PERFORM BUSCAR-ARTICULO.
           IF WS-ART-IDX = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-CANASTA OR WS-HALLADO = "S"
              IF TC-ART(WS-K) = WS-ART-IDX
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-NUM-CANASTA < 100
              ADD 1 TO WS-NUM-CANASTA
              MOVE WS-ART-IDX TO TC-ART(WS-NUM-CANASTA)
           END-IF.

       BUSCAR-ARTICULO.
           MOVE 0 TO WS-ART-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-ARTS OR WS-ART-IDX > 0
              IF TA-CODART(WS-I) = VTA-CODART
                 MOVE WS-I TO WS-ART-IDX
              END-IF
           END-PERFORM.
           IF WS-ART-IDX > 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-ARTS >= 1000
              MOVE "S" TO WS-ARTS-LLENA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ARTS.
           MOVE WS-NUM-ARTS TO WS-ART-IDX.
           MOVE VTA-CODART TO TA-CODART(WS-ART-IDX).
           MOVE VTA-DESCRI TO TA-DESCRI(WS-ART-IDX).
           MOVE 0 TO TA-TIQUETES(WS-ART-IDX).

      * Cierra la canasta del tiquete anterior: cuenta el tiquete,
      * cada articulo una vez y cada pareja distinta una vez.
       CERRAR-TIQUETE.
           IF WS-NUM-CANASTA = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOT-TIQUETES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-CANASTA
              ADD 1 TO TA-TIQUETES(TC-ART(WS-I))
              PERFORM VARYING WS-J FROM WS-I BY 1
                  UNTIL WS-J > WS-NUM-CANASTA
                 IF WS-J > WS-I
                    PERFORM CONTAR-PAREJA
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-NUM-CANASTA.

       CONTAR-PAREJA.
           IF TC-ART(WS-I) < TC-ART(WS-J)
              MOVE TC-ART(WS-I) TO WS-A
              MOVE TC-ART(WS-J) TO WS-B
           ELSE
              MOVE TC-ART(WS-J) TO WS-A
              MOVE TC-ART(WS-I) TO WS-B
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-PARES OR WS-HALLADO = "S"
              IF TP-A(WS-K) = WS-A AND TP-B(WS-K) = WS-B
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "S"
              SUBTRACT 1 FROM WS-K
              ADD 1 TO TP-TIQUETES(WS-K)
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-PARES >= 4000
              MOVE "S" TO WS-PARES-LLENA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-PARES.
           MOVE WS-A TO TP-A(WS-NUM-PARES).
           MOVE WS-B TO TP-B(WS-NUM-PARES).
           MOVE 1 TO TP-TIQUETES(WS-NUM-PARES).
           MOVE "N" TO TP-LISTADO(WS-NUM-PARES).

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "CANASTA DE COMPRA: ARTICULOS QUE SE VENDEN JUNTOS"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO: " WS-DESDE " A " WS-HASTA
               "  TIQUETES CON ARTICULOS: " WS-TOT-TIQUETES
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-CATEGORIA = SPACES
              MOVE "CATEGORIA: TODAS" TO LINEA-REPORTE
           ELSE
              STRING "CATEGORIA: " WS-CATEGORIA
                  " (PAREJAS CON AL MENOS UN ARTICULO DE ELLA)"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           END-IF.
           WRITE LINEA-REPORTE.
           IF WS-ARTS-LLENA = "S" OR WS-PARES-LLENA = "S"
              MOVE SPACES TO LINEA-REPORTE
              STRING "(TABLA LLENA: CONTEO PARCIAL, "
                  "1000 ARTICULOS / 4000 PAREJAS)"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOPORTE = % DE TIQUETES CON LA PAREJA; "
               "CONF A>B = % DE LOS TIQUETES CON A QUE TRAEN B"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-LISTADOS.
           MOVE 1 TO WS-MEJOR.
           PERFORM UNTIL WS-LISTADOS >= WS-TOPE-LISTA
              OR WS-MEJOR = 0
              PERFORM BUSCAR-MEJOR-PAREJA
              IF WS-MEJOR > 0
                 ADD 1 TO WS-LISTADOS
                 MOVE "S" TO TP-LISTADO(WS-MEJOR)
                 PERFORM ESCRIBIR-PAREJA
              END-IF
           END-PERFORM.
           IF WS-LISTADOS = 0
              MOVE "   NO HAY PAREJAS EN EL PERIODO." TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-canasta" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-canasta.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               " CATEGORIA=" WS-CATEGORIA " TOPE=" WS-TOPE-LISTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

      * La pareja no listada con mas tiquetes que pase el filtro de
      * categoria (por seleccion, como el top de reporte-ranking).
       BUSCAR-MEJOR-PAREJA.
           MOVE 0 TO WS-MEJOR.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-PARES
              IF TP-LISTADO(WS-K) = "N"
                 MOVE TP-A(WS-K) TO WS-A
                 MOVE TP-B(WS-K) TO WS-B
                 IF WS-CATEGORIA = SPACES
                    OR TA-CODART(WS-A)(1:10) = WS-CATEGORIA
                    OR TA-CODART(WS-B)(1:10) = WS-CATEGORIA
                    IF WS-MEJOR = 0
                       MOVE WS-K TO WS-MEJOR
                    ELSE
                       IF TP-TIQUETES(WS-K) > TP-TIQUETES(WS-MEJOR)
                          MOVE WS-K TO WS-MEJOR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       ESCRIBIR-PAREJA.
           MOVE TP-A(WS-MEJOR) TO WS-A.
           MOVE TP-B(WS-MEJOR) TO WS-B.
           COMPUTE WS-SOPORTE ROUNDED =
               TP-TIQUETES(WS-MEJOR) * 100 / WS-TOT-TIQUETES.
           COMPUTE WS-CONF-AB ROUNDED =
               TP-TIQUETES(WS-MEJOR) * 100 / TA-TIQUETES(WS-A).
           COMPUTE WS-CONF-BA ROUNDED =
               TP-TIQUETES(WS-MEJOR) * 100 / TA-TIQUETES(WS-B).
           MOVE WS-SOPORTE TO WS-SOPORTE-ED.
           MOVE WS-CONF-AB TO WS-CONF-AB-ED.
           MOVE WS-CONF-BA TO WS-CONF-BA-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-LISTADOS ". A " TA-CODART(WS-A)(1:30)
               " " TA-DESCRI(WS-A)(1:30)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "     B " TA-CODART(WS-B)(1:30)
               " " TA-DESCRI(WS-B)(1:30)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "     JUNTOS " TP-TIQUETES(WS-MEJOR)
               " TIQ  SOPORTE " WS-SOPORTE-ED
               "%  CONF A>B " WS-CONF-AB-ED
               "%  CONF B>A " WS-CONF-BA-ED "%"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
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
