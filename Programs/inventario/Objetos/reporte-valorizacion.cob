      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 08-08-2026                                            *
      * Mod: 15-10-2026 - La mercancia en consignacion que sigue en  *
      *      la tienda (consigna.dat) no es inventario propio: se    *
      *      descuenta del STOCK antes de valorizar y el total de    *
      *      unidades excluidas va al pie del reporte.               *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 08-08-2026.

           SELECT ARCHIVO-CSV ASSIGN TO "../Articulos/rep-val.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           SELECT ARCHIVO-CSG ASSIGN TO "../Articulos/consigna.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CLAVE
               ALTERNATE RECORD KEY IS CS-NIT WITH DUPLICATES
               FILE STATUS IS WS-FS-CSG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CSV.
       01  LINEA-CSV    PIC X(200).

      * Consignacion por articulo y proveedor (programa
      * consignacion): en tienda = RECIBIDO - VENDIDO - DEVUELTO.
       FD  ARCHIVO-CSG.
       01  CSGDATA.
           05 CS-CLAVE.
              07 CS-CODART   PIC X(120).
              07 CS-NIT      PIC 9(10).
           05 CS-COSTO       PIC 9(10)V99.
           05 CS-RECIBIDO    PIC 9(10).
           05 CS-VENDIDO     PIC 9(10).
           05 CS-DEVUELTO    PIC 9(10).
           05 CS-FECREC      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS              PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-FPR            PIC XX.
       01 WS-FS-CSV            PIC XX.
       01 WS-GEN-CSV           PIC X VALUE "N".
       01 WS-FS-CSG           PIC XX.
       01 WS-CSG-TIENDA       PIC 9(10).
       01 WS-CSG-DISP         PIC S9(10).
       01 WS-STOCK-PROPIO     PIC 9(10).
       01 WS-TOT-CONSIG        PIC 9(12) VALUE 0.

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag):
      * sin preguntas, con los valores por defecto y CSV incluido.

       01 WS-FECHA-PROC        PIC 9(8).
       01 WS-ULT-CIERRE-C      PIC 9(8).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
              GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           OPEN INPUT ARCHIVO-CSG.
           IF WS-GEN-CSV = "S" OR WS-GEN-CSV = "s"
              MOVE "S" TO WS-GEN-CSV
              OPEN OUTPUT ARCHIVO-CSV
           WRITE LINEA-REPORTE.
           MOVE "(VALORES NETOS, SIN IVA)" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "(SIN MERCANCIA EN CONSIGNACION DE PROVEEDORES)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESTAMPAR-FECHA-PROCESO.

           MOVE SPACES TO LINEA-REPORTE.
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-TOT-CONSIG > 0
              STRING "UNIDADES EN CONSIGNACION EXCLUIDAS: "
                  WS-TOT-CONSIG
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-valorizacion" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-val.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "CSV=" WS-GEN-CSV
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-CSG.
           IF WS-GEN-CSV = "S"
              CLOSE ARCHIVO-CSV
              DISPLAY "CSV generado en rep-val.csv"
                       PERFORM ESCRIBIR-ENCABEZADO-CAT
                    END-IF
                 END-IF
                 PERFORM SUMAR-CONSIGNADO
                 COMPUTE WS-STOCK-PROPIO = STOCK - WS-CSG-TIENDA
                 ADD WS-CSG-TIENDA TO WS-TOT-CONSIG
                 COMPUTE WS-VALOR-COSTO = WS-STOCK-PROPIO * PRECOM
                 COMPUTE WS-VALOR-VENTA = WS-STOCK-PROPIO * PREVEN
                 ADD WS-VALOR-COSTO TO WS-SUB-COSTO WS-TOT-COSTO
                 ADD WS-VALOR-VENTA TO WS-SUB-VENTA WS-TOT-VENTA
                 STRING "   CODART: " CODART " COSTO: " WS-VALOR-COSTO
                 WRITE LINEA-REPORTE
                 IF WS-GEN-CSV = "S"
                    MOVE SPACES TO LINEA-CSV
                    STRING CODART(1:30) ";" WS-STOCK-PROPIO ";"
                        WS-VALOR-COSTO ";" WS-VALOR-VENTA
                        DELIMITED BY SIZE INTO LINEA-CSV
                    END-STRING
              END-PERFORM
           END-IF.

      * Unidades en consignacion del articulo en CODART que siguen
      * en la tienda (de todos los proveedores): no son inventario
      * propio. Nunca mas que el STOCK del maestro.
       SUMAR-CONSIGNADO.
           MOVE 0 TO WS-CSG-TIENDA.
           IF WS-FS-CSG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO CS-CODART.
           MOVE 0 TO CS-NIT.
           START ARCHIVO-CSG KEY IS NOT LESS THAN CS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CSG
           END-START.
           IF WS-FS-CSG = "00"
              PERFORM READ-SIGUIENTE-CSG
              PERFORM UNTIL WS-FS-CSG NOT = "00"
                 IF CS-CODART = CODART
                    COMPUTE WS-CSG-DISP = CS-RECIBIDO - CS-VENDIDO
                        - CS-DEVUELTO
                    IF WS-CSG-DISP > 0
                       ADD WS-CSG-DISP TO WS-CSG-TIENDA
                    END-IF
                    PERFORM READ-SIGUIENTE-CSG
                 ELSE
                    MOVE "10" TO WS-FS-CSG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CSG.
           IF WS-CSG-TIENDA > STOCK
              MOVE STOCK TO WS-CSG-TIENDA
           END-IF.

       READ-SIGUIENTE-CSG.
           READ ARCHIVO-CSG NEXT RECORD
               AT END MOVE "10" TO WS-FS-CSG
           END-READ.

       READ-SIGUIENTE-ART.
           READ ARCHIVO-ART NEXT RECORD
               AT END
