       IDENTIFICATION DIVISION.
       PROGRAM-ID. precios-comp.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                PRECIOS DE LA COMPETENCIA                     *
      *                                                              *
      * Descripcion: Encuestas de precios que los compradores toman  *
      *              en otros almacenes. Se capturan por pantalla    *
      *              (opcion C) o se cargan de precios-comp.csv      *
      *              (opcion L: competidor;fecha;codbar;categoria;   *
      *              subcategoria;artcod;precio, con el codigo de    *
      *              barras o, si viene vacio, el codigo interno).   *
      *              Quedan en precios-comp.dat con su historia: una *
      *              fila por articulo, competidor y fecha; el mismo *
      *              dia se reemplaza. El precio observado es el de  *
      *              gondola, con IVA. La opcion R arma              *
      *              rep-competencia.txt: por articulo, nuestro      *
      *              PREVEN y los precios por segmento de            *
      *              precios-seg.dat (llevados a precio con IVA)     *
      *              contra el ultimo precio de cada competidor, con *
      *              la brecha en % y el margen que nos quedaria si  *
      *              vendieramos a su precio. H muestra la historia  *
      *              de un articulo. Las filas malas del CSV van a   *
      *              precios-comp-rechazos.csv con el motivo.        *
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
           SELECT ARCHIVO-PCO ASSIGN TO "../Articulos/precios-comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PCO.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-PSG ASSIGN TO "../Articulos/precios-seg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PSG.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-CSV ASSIGN TO "../Articulos/precios-comp.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           SELECT ARCHIVO-RECHAZOS
               ASSIGN TO "../Articulos/precios-comp-rechazos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECH.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-competencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Un precio observado por articulo, competidor y fecha; la
      * historia completa queda en el archivo.
       FD  ARCHIVO-PCO.
       01  PCODATA.
           05 PC-CLAVE.
              07 PC-CODART   PIC X(120).
              07 PC-COMPET   PIC X(20).
              07 PC-FECHA    PIC 9(8).
           05 PC-PRECIO      PIC 9(10)V99.
           05 PC-OPER        PIC 9(10).
           05 PC-ORIGEN      PIC X.
              88 PC-PANTALLA VALUE "P".
              88 PC-CARGA    VALUE "C".

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

      * Lista de precios por segmento de cliente (M minorista, Y
      * mayorista, I institucional): precio NETO sin IVA.
       FD  ARCHIVO-PSG.
       01  PSGDATA.
           05 PS-CLAVE.
              07 PS-SEGMENTO PIC X.
              07 PS-CODART   PIC X(120).
           05 PS-PRECIO      PIC 9(10)V99.

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

       FD ARCHIVO-CSV.
       01 LINEA-CSV          PIC X(200).

       FD ARCHIVO-RECHAZOS.
       01 LINEA-RECHAZO      PIC X(260).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-PCO           PIC XX.
       01 WS-FS-PSG           PIC XX.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-CSV           PIC XX.
       01 WS-FS-RECH          PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-TASA-E           PIC 9(4) VALUE 0.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-TASA-ART         PIC 9(4).
       01 WS-FIN-IVA          PIC X.
       01 WS-FIN-CSV          PIC X.
       01 WS-REGVALID         PIC X.
       01 WS-RAZON            PIC X(60).
       01 WS-LEIDOS           PIC 9(6).
       01 WS-CARGADOS         PIC 9(6).
       01 WS-RECHAZADOS       PIC 9(6).
       01 WS-CAPTURADOS       PIC 9(4).
       01 WS-ART-OK           PIC X.
       01 WS-CODBAR-LEIDO     PIC X(48).
       01 WS-COMPET           PIC X(20).
       01 WS-FECHA-ENC        PIC 9(8).
       01 WS-PRECIO-OBS       PIC 9(10)V99.
       01 WS-CATEGORIA        PIC X(10).
       01 WS-FIN-CAPTURA      PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-ARTICULOS        PIC 9(6) VALUE 0.
       01 WS-ARTS-CON-ENC     PIC 9(6) VALUE 0.

      * Comparacion de un articulo.
       01 WS-PRECIO-NUESTRO   PIC 9(10)V99.
       01 WS-PRECIO-SEG-IVA   PIC 9(10)V99.
       01 WS-NETO-COMP        PIC 9(10)V99.
       01 WS-BRECHA           PIC S9(5)V99.
       01 WS-MARGEN-COMP      PIC S9(5)V99.
       01 WS-BRECHA-ED        PIC -ZZZZ9.99.
       01 WS-MARGEN-ED        PIC -ZZZZ9.99.
       01 WS-PRECIO-ED        PIC Z(9)9.99.
       01 WS-COSTO-ED         PIC Z(9)9.99.
       01 WS-SEGMENTO         PIC X.
       01 WS-SEG-IDX          PIC 9.
       01 WS-COMPET-ACT       PIC X(20).
       01 WS-ULT-FECHA        PIC 9(8).
       01 WS-ULT-PRECIO       PIC 9(10)V99.
       01 WS-HAY-ENCUESTA     PIC X.
       01 WS-SEGMENTOS        PIC X(3) VALUE "MYI".

      * Campos de la fila del CSV recien partida por ";".
       01 WK-FILA.
           05 WK-COMPET       PIC X(20).
           05 WK-FECHA        PIC X(14).
           05 WK-CODBAR       PIC X(48).
           05 WK-CAT          PIC X(10).
           05 WK-SUB          PIC X(10).
           05 WK-ARTCOD       PIC X(10).
           05 WK-PRECIO       PIC X(16).
       01 WK-NUMERO           PIC X(16).
       01 WS-NUM-OK           PIC X.
       01 WS-NUM-VALOR        PIC 9(12)V99.
       01 WS-NUM-POS          PIC 9(3).
       01 WS-NUM-FIN          PIC X.
       01 WS-NUM-DEC          PIC 9.
       01 WS-NUM-DIGITO       PIC 9.
       01 HEADER              PIC X(200).
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
           OPEN I-O ARCHIVO-PCO.
           IF WS-FS-PCO = "35"
              CLOSE ARCHIVO-PCO
              OPEN OUTPUT ARCHIVO-PCO
              CLOSE ARCHIVO-PCO
              OPEN I-O ARCHIVO-PCO
           END-IF.
           OPEN INPUT ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "Error al abrir el archivo. FS = " WS-FS
              MOVE "PRECIOS-COMP" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/articulos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-PCO
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-PSG.
           PERFORM LEER-TASAS-IVA.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-COMPETENCIA UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-PCO.
           CLOSE ARCHIVO-ART.
           IF WS-FS-PSG = "00"
              CLOSE ARCHIVO-PSG
           END-IF.
           GOBACK.

       MENU-COMPETENCIA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  PRECIOS DE LA COMPETENCIA    " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  C -> Capturar encuesta"        LINE 7 POSITION 20.
           DISPLAY "  L -> Cargar precios-comp.csv"  LINE 8 POSITION 20.
           DISPLAY "  R -> Reporte comparativo"      LINE 9 POSITION 20.
           DISPLAY "  H -> Historia de un articulo"
               LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:"        LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "C"
                    PERFORM CAPTURAR-ENCUESTA
               WHEN "L"
                    PERFORM CARGAR-CSV
               WHEN "R"
                    PERFORM REPORTE-COMPARATIVO
               WHEN "H"
                    PERFORM HISTORIA-ARTICULO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Captura por pantalla: competidor y fecha una vez, luego un   *
      * articulo tras otro hasta dejar el codigo en blanco.          *
      ****************************************************************
       CAPTURAR-ENCUESTA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Encuesta de precios -----" LINE 3
               POSITION 20.
           DISPLAY "Competidor:" LINE 5 POSITION 20.
           MOVE SPACES TO WS-COMPET.
           ACCEPT WS-COMPET LINE 5 POSITION 42.
           IF WS-COMPET = SPACES
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha (AAAAMMDD, 0=hoy):" LINE 6 POSITION 20.
           MOVE 0 TO WS-FECHA-ENC.
           ACCEPT WS-FECHA-ENC LINE 6 POSITION 46.
           IF WS-FECHA-ENC = 0
              ACCEPT WS-FECHA-ENC FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO WS-CAPTURADOS.
           MOVE "N" TO WS-FIN-CAPTURA.
           PERFORM UNTIL WS-FIN-CAPTURA = "S"
              PERFORM CAPTURAR-UN-PRECIO
           END-PERFORM.
           DISPLAY "Precios grabados: " WS-CAPTURADOS
               LINE 20 POSITION 20.
           PERFORM PAUSA.

       CAPTURAR-UN-PRECIO.
           DISPLAY " " LINE 8 POSITION 1 ERASE EOS.
           DISPLAY "Codigo de barras (ENTER=codigo interno):"
               LINE 8 POSITION 20.
           MOVE SPACES TO WS-CODBAR-LEIDO.
           ACCEPT WS-CODBAR-LEIDO LINE 9 POSITION 20.
           MOVE "N" TO WS-ART-OK.
           IF WS-CODBAR-LEIDO NOT = SPACES
              MOVE WS-CODBAR-LEIDO TO CODBAR
              READ ARCHIVO-ART RECORD KEY CODBAR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-ART-OK
              END-READ
           ELSE
              MOVE SPACES TO CODART
              DISPLAY "Categoria (ENTER=terminar):" LINE 10
                  POSITION 20
              ACCEPT CP-NOMBRE LINE 10 POSITION 50
              IF CP-NOMBRE = SPACES
                 MOVE "S" TO WS-FIN-CAPTURA
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Subcategoria:" LINE 11 POSITION 20
              ACCEPT SC-NOMBRE LINE 11 POSITION 50
              DISPLAY "Codigo articulo:" LINE 12 POSITION 20
              ACCEPT ARTCOD LINE 12 POSITION 50
              READ ARCHIVO-ART
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-ART-OK
              END-READ
           END-IF.
           IF WS-ART-OK = "N"
              DISPLAY "Articulo no encontrado." LINE 14 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY DESCRI(1:40) LINE 14 POSITION 20.
           DISPLAY "Precio observado (con IVA):" LINE 15 POSITION 20.
           MOVE 0 TO WS-PRECIO-OBS.
           ACCEPT WS-PRECIO-OBS LINE 15 POSITION 50.
           IF WS-PRECIO-OBS = 0
              DISPLAY "Sin precio, no se graba." LINE 17 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO PC-ORIGEN.
           PERFORM GRABAR-PRECIO-COMP.
           IF WS-FS-PCO = "00"
              ADD 1 TO WS-CAPTURADOS
           ELSE
              DISPLAY "Error al grabar. FS = " WS-FS-PCO
                  LINE 17 POSITION 20
              PERFORM PAUSA
           END-IF.

      * Graba (o reemplaza, si es el mismo dia) el precio observado
      * del articulo en USUART para el competidor y fecha en curso.
       GRABAR-PRECIO-COMP.
           MOVE CODART TO PC-CODART.
           MOVE WS-COMPET TO PC-COMPET.
           MOVE WS-FECHA-ENC TO PC-FECHA.
           MOVE WS-PRECIO-OBS TO PC-PRECIO.
           MOVE T-NUMDOC TO PC-OPER.
           WRITE PCODATA
               INVALID KEY
                   REWRITE PCODATA
                   END-REWRITE
           END-WRITE.

      ****************************************************************
      * Carga del CSV, con la misma disciplina de los otros          *
      * cargadores: encabezado, filas buenas al archivo y filas      *
      * malas a rechazos con el motivo.                              *
      ****************************************************************
       CARGAR-CSV.
           PERFORM CLEAR-SCREEN.
           OPEN INPUT ARCHIVO-CSV.
           IF WS-FS-CSV NOT = "00"
              DISPLAY "No se encontro precios-comp.csv. FS = "
                  WS-FS-CSV LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-RECHAZOS.
           MOVE 0 TO WS-LEIDOS.
           MOVE 0 TO WS-CARGADOS.
           MOVE 0 TO WS-RECHAZADOS.
           MOVE "N" TO WS-FIN-CSV.
           READ ARCHIVO-CSV INTO HEADER
               AT END MOVE "Y" TO WS-FIN-CSV
           END-READ.
           PERFORM UNTIL WS-FIN-CSV = "Y"
              READ ARCHIVO-CSV
                  AT END MOVE "Y" TO WS-FIN-CSV
                  NOT AT END
                      ADD 1 TO WS-LEIDOS
                      PERFORM PROCESAR-FILA
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CSV.
           CLOSE ARCHIVO-RECHAZOS.
           DISPLAY "Filas leidas    : " WS-LEIDOS LINE 5 POSITION 10.
           DISPLAY "Filas cargadas  : " WS-CARGADOS
               LINE 6 POSITION 10.
           DISPLAY "Filas rechazadas: " WS-RECHAZADOS
               LINE 7 POSITION 10.
           PERFORM PAUSA.

       PROCESAR-FILA.
           MOVE SPACES TO WK-FILA.
           UNSTRING LINEA-CSV DELIMITED BY ";"
               INTO WK-COMPET, WK-FECHA, WK-CODBAR, WK-CAT, WK-SUB,
                    WK-ARTCOD, WK-PRECIO.
           PERFORM VALIDAR-FILA.
           IF WS-REGVALID = "N"
              PERFORM RECHAZAR-FILA
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO PC-ORIGEN.
           PERFORM GRABAR-PRECIO-COMP.
           IF WS-FS-PCO = "00"
              ADD 1 TO WS-CARGADOS
           ELSE
              MOVE "ERROR-AL-GRABAR" TO WS-RAZON
              PERFORM RECHAZAR-FILA
           END-IF.

       VALIDAR-FILA.
           MOVE "Y" TO WS-REGVALID.
           MOVE SPACES TO WS-RAZON.
           IF WK-COMPET = SPACES
              MOVE "N" TO WS-REGVALID
              MOVE "COMPETIDOR-VACIO" TO WS-RAZON
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-COMPET TO WS-COMPET.
           MOVE WK-FECHA TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR < 19000101
              OR WS-NUM-VALOR > 99991231
              MOVE "N" TO WS-REGVALID
              MOVE "FECHA-INVALIDA" TO WS-RAZON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WS-FECHA-ENC.
           MOVE WK-PRECIO TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR = 0
              MOVE "N" TO WS-REGVALID
              MOVE "PRECIO-INVALIDO" TO WS-RAZON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WS-PRECIO-OBS.
           IF WK-CODBAR NOT = SPACES
              MOVE WK-CODBAR TO CODBAR
              READ ARCHIVO-ART RECORD KEY CODBAR
                  INVALID KEY
                      MOVE "N" TO WS-REGVALID
                      MOVE "CODBAR-INEXISTENTE" TO WS-RAZON
              END-READ
           ELSE
              MOVE SPACES TO CODART
              MOVE WK-CAT TO CP-NOMBRE
              MOVE WK-SUB TO SC-NOMBRE
              MOVE WK-ARTCOD TO ARTCOD
              READ ARCHIVO-ART
                  INVALID KEY
                      MOVE "N" TO WS-REGVALID
                      MOVE "ARTICULO-INEXISTENTE" TO WS-RAZON
              END-READ
           END-IF.

      * Importe del archivo: digitos con punto decimal opcional (a
      * lo sumo dos decimales); un campo vacio vale cero.
       VALIDAR-IMPORTE.
           MOVE "S" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALOR.
           MOVE "N" TO WS-NUM-FIN.
           MOVE 0 TO WS-NUM-DEC.
           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
               UNTIL WS-NUM-POS > 16
              IF WK-NUMERO(WS-NUM-POS:1) = SPACE
                 MOVE "S" TO WS-NUM-FIN
              ELSE
                 IF WS-NUM-FIN = "S"
                    MOVE "N" TO WS-NUM-OK
                 ELSE
                    IF WK-NUMERO(WS-NUM-POS:1) = "."
                       AND WS-NUM-DEC = 0
                       MOVE 1 TO WS-NUM-DEC
                    ELSE
                       IF WK-NUMERO(WS-NUM-POS:1) >= "0"
                          AND WK-NUMERO(WS-NUM-POS:1) <= "9"
                          PERFORM SUMAR-DIGITO
                       ELSE
                          MOVE "N" TO WS-NUM-OK
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       SUMAR-DIGITO.
           MOVE WK-NUMERO(WS-NUM-POS:1) TO WS-NUM-DIGITO.
           EVALUATE WS-NUM-DEC
               WHEN 0
                   COMPUTE WS-NUM-VALOR = WS-NUM-VALOR * 10
                       + WS-NUM-DIGITO
               WHEN 1
                   COMPUTE WS-NUM-VALOR = WS-NUM-VALOR
                       + WS-NUM-DIGITO / 10
                   MOVE 2 TO WS-NUM-DEC
               WHEN 2
                   COMPUTE WS-NUM-VALOR = WS-NUM-VALOR
                       + WS-NUM-DIGITO / 100
                   MOVE 3 TO WS-NUM-DEC
               WHEN OTHER
                   MOVE "N" TO WS-NUM-OK
           END-EVALUATE.

       RECHAZAR-FILA.
           ADD 1 TO WS-RECHAZADOS.
           MOVE SPACES TO LINEA-RECHAZO.
           STRING LINEA-CSV DELIMITED BY SIZE
               ";MOTIVO=" DELIMITED BY SIZE
               WS-RAZON DELIMITED BY SIZE
               INTO LINEA-RECHAZO
           END-STRING.
           WRITE LINEA-RECHAZO.

      ****************************************************************
      * Reporte comparativo: por cada articulo con encuesta, nuestro *
      * precio de gondola (PREVEN mas IVA) y los de segmento contra  *
      * el ultimo precio de cada competidor. Brecha = (nuestro -     *
      * competidor) / competidor: positiva es que estamos mas caros. *
      * El margen a su precio se toma sobre su precio sin IVA contra *
      * nuestro PRECOM.                                              *
      ****************************************************************
       REPORTE-COMPARATIVO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reporte comparativo -----" LINE 3
               POSITION 20.
           DISPLAY "Categoria (ENTER=todas):" LINE 5 POSITION 20.
           MOVE SPACES TO WS-CATEGORIA.
           ACCEPT WS-CATEGORIA LINE 5 POSITION 46.
           MOVE 0 TO WS-ARTICULOS.
           MOVE 0 TO WS-ARTS-CON-ENC.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "PRECIOS PROPIOS CONTRA LA COMPETENCIA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FECHA: " WS-FECHA-HOY "  CATEGORIA: " WS-CATEGORIA
               "  (PRECIOS CON IVA; BRECHA + = ESTAMOS MAS CAROS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LOW-VALUES TO CODART.
           START ARCHIVO-ART KEY IS NOT LESS THAN CODART
               INVALID KEY
                   MOVE "10" TO WS-FS
           END-START.
           IF WS-FS = "00"
              PERFORM READ-SIGUIENTE-ART
              PERFORM UNTIL WS-FS NOT = "00"
                 IF WS-CATEGORIA = SPACES
                    OR CP-NOMBRE = WS-CATEGORIA
                    ADD 1 TO WS-ARTICULOS
                    PERFORM COMPARAR-ARTICULO
                 END-IF
                 PERFORM READ-SIGUIENTE-ART
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ARTICULOS REVISADOS: " WS-ARTICULOS
               "  CON ENCUESTA: " WS-ARTS-CON-ENC
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "precios-comp" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-competencia.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CATEGORIA=" WS-CATEGORIA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Articulos con encuesta: " WS-ARTS-CON-ENC
               LINE 7 POSITION 20.
           DISPLAY "Reporte generado en rep-competencia.txt"
               LINE 8 POSITION 20.
           PERFORM PAUSA.

       COMPARAR-ARTICULO.
           EVALUATE CATIVA
               WHEN "E" MOVE WS-TASA-E TO WS-TASA-ART
               WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
               WHEN OTHER MOVE WS-TASA-G TO WS-TASA-ART
           END-EVALUATE.
           COMPUTE WS-PRECIO-NUESTRO ROUNDED =
               PREVEN * (10000 + WS-TASA-ART) / 10000.
           MOVE "N" TO WS-HAY-ENCUESTA.
           MOVE SPACES TO WS-COMPET-ACT.
           MOVE LOW-VALUES TO PC-CLAVE.
           MOVE CODART TO PC-CODART.
           START ARCHIVO-PCO KEY IS NOT LESS THAN PC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PCO
           END-START.
           IF WS-FS-PCO = "00"
              PERFORM READ-SIGUIENTE-PCO
              PERFORM UNTIL WS-FS-PCO NOT = "00"
                 IF PC-CODART NOT = CODART
                    MOVE "10" TO WS-FS-PCO
                 ELSE
      * Dentro del competidor las filas vienen por fecha: la
      * ultima leida es la mas reciente.
                    IF PC-COMPET NOT = WS-COMPET-ACT
                       IF WS-COMPET-ACT NOT = SPACES
                          PERFORM ESCRIBIR-COMPETIDOR
                       END-IF
                       MOVE PC-COMPET TO WS-COMPET-ACT
                    END-IF
                    MOVE PC-FECHA TO WS-ULT-FECHA
                    MOVE PC-PRECIO TO WS-ULT-PRECIO
                    PERFORM READ-SIGUIENTE-PCO
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PCO.
           IF WS-COMPET-ACT NOT = SPACES
              PERFORM ESCRIBIR-COMPETIDOR
           END-IF.
           IF WS-HAY-ENCUESTA = "S"
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
           END-IF.

      * La primera vez por articulo sale su encabezado con nuestros
      * precios; despues una linea por competidor.
       ESCRIBIR-COMPETIDOR.
           IF WS-HAY-ENCUESTA = "N"
              MOVE "S" TO WS-HAY-ENCUESTA
              ADD 1 TO WS-ARTS-CON-ENC
              PERFORM ESCRIBIR-NUESTROS-PRECIOS
           END-IF.
           MOVE WS-PRECIO-NUESTRO TO WS-PRECIO-OBS.
           PERFORM CALCULAR-BRECHA.
           COMPUTE WS-NETO-COMP ROUNDED =
               WS-ULT-PRECIO * 10000 / (10000 + WS-TASA-ART).
           MOVE 0 TO WS-MARGEN-COMP.
           IF WS-NETO-COMP > 0
              COMPUTE WS-MARGEN-COMP ROUNDED =
                  (WS-NETO-COMP - PRECOM) * 100 / WS-NETO-COMP
           END-IF.
           MOVE WS-MARGEN-COMP TO WS-MARGEN-ED.
           MOVE WS-ULT-PRECIO TO WS-PRECIO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "     " WS-COMPET-ACT " " WS-ULT-FECHA
               " $" WS-PRECIO-ED
               "  BRECHA PREVEN " WS-BRECHA-ED "%"
               "  MARGEN A SU PRECIO " WS-MARGEN-ED "%"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > 3
              PERFORM BRECHA-SEGMENTO
           END-PERFORM.

       BRECHA-SEGMENTO.
           IF WS-FS-PSG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEGMENTOS(WS-SEG-IDX:1) TO PS-SEGMENTO.
           MOVE CODART TO PS-CODART.
           READ ARCHIVO-PSG
               INVALID KEY
                   MOVE "00" TO WS-FS-PSG
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-PRECIO-OBS ROUNDED =
               PS-PRECIO * (10000 + WS-TASA-ART) / 10000.
           PERFORM CALCULAR-BRECHA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "          SEGMENTO " PS-SEGMENTO
               " BRECHA " WS-BRECHA-ED "%"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

      * Brecha del precio propio en WS-PRECIO-OBS contra el ultimo
      * precio del competidor.
       CALCULAR-BRECHA.
           MOVE 0 TO WS-BRECHA.
           IF WS-ULT-PRECIO > 0
              COMPUTE WS-BRECHA ROUNDED =
                  (WS-PRECIO-OBS - WS-ULT-PRECIO) * 100
                  / WS-ULT-PRECIO
           END-IF.
           MOVE WS-BRECHA TO WS-BRECHA-ED.

       ESCRIBIR-NUESTROS-PRECIOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING CP-NOMBRE "/" SC-NOMBRE "/" ARTCOD " "
               DESCRI(1:40)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-PRECIO-NUESTRO TO WS-PRECIO-ED.
           MOVE PRECOM TO WS-COSTO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   NUESTRO PREVEN+IVA $" WS-PRECIO-ED
               "  COSTO $" WS-COSTO-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-FS-PSG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > 3
              MOVE WS-SEGMENTOS(WS-SEG-IDX:1) TO PS-SEGMENTO
              MOVE CODART TO PS-CODART
              READ ARCHIVO-PSG
                  INVALID KEY
                      MOVE "00" TO WS-FS-PSG
                  NOT INVALID KEY
                      COMPUTE WS-PRECIO-SEG-IVA ROUNDED =
                          PS-PRECIO * (10000 + WS-TASA-ART) / 10000
                      MOVE WS-PRECIO-SEG-IVA TO WS-PRECIO-ED
                      MOVE SPACES TO LINEA-REPORTE
                      STRING "   SEGMENTO " PS-SEGMENTO
                          " PRECIO+IVA $" WS-PRECIO-ED
                          DELIMITED BY SIZE INTO LINEA-REPORTE
                      END-STRING
                      WRITE LINEA-REPORTE
              END-READ
           END-PERFORM.

      ****************************************************************
      * Historia de un articulo en pantalla: todas las encuestas por *
      * competidor y fecha.                                          *
      ****************************************************************
       HISTORIA-ARTICULO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Historia de precios -----" LINE 3
               POSITION 20.
           DISPLAY "Codigo de barras:" LINE 5 POSITION 20.
           MOVE SPACES TO WS-CODBAR-LEIDO.
           ACCEPT WS-CODBAR-LEIDO LINE 5 POSITION 40.
           MOVE WS-CODBAR-LEIDO TO CODBAR.
           READ ARCHIVO-ART RECORD KEY CODBAR
               INVALID KEY
                   DISPLAY "Articulo no encontrado." LINE 7
                       POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) LINE 6 POSITION 20.
           MOVE 7 TO WS-LIN.
           MOVE LOW-VALUES TO PC-CLAVE.
           MOVE CODART TO PC-CODART.
           START ARCHIVO-PCO KEY IS NOT LESS THAN PC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PCO
           END-START.
           IF WS-FS-PCO = "00"
              PERFORM READ-SIGUIENTE-PCO
              PERFORM UNTIL WS-FS-PCO NOT = "00" OR WS-LIN > 21
                 IF PC-CODART NOT = CODART
                    MOVE "10" TO WS-FS-PCO
                 ELSE
                    ADD 1 TO WS-LIN
                    MOVE PC-PRECIO TO WS-PRECIO-ED
                    DISPLAY PC-COMPET " " PC-FECHA " $" WS-PRECIO-ED
                        " " PC-ORIGEN LINE WS-LIN POSITION 10
                    PERFORM READ-SIGUIENTE-PCO
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PCO.
           IF WS-LIN = 7
              DISPLAY "Sin encuestas para este articulo." LINE 8
                  POSITION 20
           END-IF.
           PERFORM PAUSA.

       READ-SIGUIENTE-ART.
           READ ARCHIVO-ART NEXT RECORD
               AT END MOVE "10" TO WS-FS
           END-READ.

       READ-SIGUIENTE-PCO.
           READ ARCHIVO-PCO NEXT RECORD
               AT END MOVE "10" TO WS-FS-PCO
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

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
