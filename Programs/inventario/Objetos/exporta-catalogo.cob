      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - Al catalogo web solo van los articulos     *
      *      activos (estado-art.dat); los bloqueados y los          *
      *      pendientes de alta no llevan etiqueta. Se muestran los  *
      *      omitidos.                                               *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-EAR ASSIGN TO "../Articulos/estado-art.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-CODART
               FILE STATUS IS WS-FS-EAR.
           SELECT ARCHIVO-WEB ASSIGN TO "../Articulos/catalogo-web.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WEB.
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

      * Estado de ciclo de vida del articulo (se mantiene en
      * gestion-articles, opcion E); sin registro = activo.
       FD  ARCHIVO-EAR.
       01  EARDATA.
           05 EA-CODART      PIC X(120).
           05 EA-ESTADO      PIC X.
           05 EA-MOTIVO      PIC X(40).
           05 EA-FECHA       PIC 9(8).
           05 EA-OPER        PIC 9(10).

       FD  ARCHIVO-WEB.
       01  LINEA-WEB         PIC X(260).

       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-EXPORTADOS       PIC 9(6) VALUE 0.
       01 WS-OMITIDOS-WEB     PIC 9(6) VALUE 0.
       01 WS-OMITIDOS-ETQ     PIC 9(6) VALUE 0.
       01 WS-FS-EAR           PIC XX.
       01 WS-EAR-ABIERTO      PIC X VALUE "N".
       01 WS-EST-ART          PIC X.
          88 EST-ACTIVO          VALUE "A".
          88 EST-BLOQUEADO       VALUE "B".
          88 EST-PENDIENTE       VALUE "P".
       01 WS-CANT-ETIQ        PIC 9(3) VALUE 1.
       01 WS-PRECIO-ED        PIC 9(10).99.

              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-EAR.
           IF WS-FS-EAR = "00"
              MOVE "S" TO WS-EAR-ABIERTO
           END-IF.
           OPEN OUTPUT ARCHIVO-WEB.
           OPEN OUTPUT ARCHIVO-ETIQ.
           MOVE "CATEGORIA;SUBCATEGORIA;ARTCOD;CODBAR;DESCRIPCION;PREVEN
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-WEB.
           CLOSE ARCHIVO-ETIQ.
           IF WS-EAR-ABIERTO = "S"
              CLOSE ARCHIVO-EAR
           END-IF.
           DISPLAY "Articulos exportados: " WS-EXPORTADOS.
           DISPLAY "Fuera del catalogo web (no activos): "
               WS-OMITIDOS-WEB.
           DISPLAY "Sin etiqueta (bloqueados/pendientes): "
               WS-OMITIDOS-ETQ.
           DISPLAY "Extractos en catalogo-web.csv y etiquetas.csv".
           GOBACK.

           IF WS-FS = "00"
              PERFORM READ-SIGUIENTE-ART
              PERFORM UNTIL WS-FS NOT = "00"
                 PERFORM LEER-ESTADO-ART
                 PERFORM ESCRIBIR-FILAS
                 PERFORM READ-SIGUIENTE-ART
              END-PERFORM
           END-IF.

      * Al catalogo web solo va lo activo; lo descontinuado conserva
      * su etiqueta mientras quede en gondola.
       ESCRIBIR-FILAS.
           MOVE PREVEN TO WS-PRECIO-ED.
           IF EST-ACTIVO
              STRING CP-NOMBRE ";" SC-NOMBRE ";" ARTCOD ";"
                  CODBAR ";" DESCRI(1:100) ";" WS-PRECIO-ED ";"
                  STOCK ";" UNIMED
                  DELIMITED BY SIZE INTO LINEA-WEB
              END-STRING
              WRITE LINEA-WEB
              ADD 1 TO WS-EXPORTADOS
           ELSE
              ADD 1 TO WS-OMITIDOS-WEB
           END-IF.
           IF EST-BLOQUEADO OR EST-PENDIENTE
              ADD 1 TO WS-OMITIDOS-ETQ
              EXIT PARAGRAPH
           END-IF.
           STRING CODBAR ";" DESCRI(1:40) ";" WS-PRECIO-ED ";"
               WS-CANT-ETIQ
               DELIMITED BY SIZE INTO LINEA-ETIQ
           END-STRING.
           WRITE LINEA-ETIQ.

      * Estado de ciclo de vida del articulo en CODART; sin
      * registro (o sin archivo) el articulo esta activo.
       LEER-ESTADO-ART.
           MOVE "A" TO WS-EST-ART.
           IF WS-EAR-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO EA-CODART.
           READ ARCHIVO-EAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EA-ESTADO TO WS-EST-ART
           END-READ.

       READ-SIGUIENTE-ART.
           READ ARCHIVO-ART NEXT RECORD
               AT END
