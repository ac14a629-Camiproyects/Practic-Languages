      * Mod: 03-09-2026 - La foto mensual carga el codigo de la      *
      *      sucursal (sucursal.cfg, 0 = principal), para que las    *
      *      fotos de la segunda tienda se distingan al consolidar.  *
      * Mod: 15-10-2026 - La foto excluye la mercancia en            *
      *      consignacion que sigue en la tienda (consigna.dat):     *
      *      stock y valores son solo de inventario propio.          *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

           SELECT ARCHIVO-SUC ASSIGN TO "sucursal.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUC.
           SELECT ARCHIVO-CSG ASSIGN TO "../Articulos/consigna.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CLAVE
               ALTERNATE RECORD KEY IS CS-NIT WITH DUPLICATES
               FILE STATUS IS WS-FS-CSG.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
       FD  ARCHIVO-SUC.
       01  SUC-LINEA         PIC 9(2).

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

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       01 WS-VALV             PIC 9(12)V99.
       01 WS-PRECOM-ENT       PIC 9(12).
       01 WS-PREVEN-ENT       PIC 9(12).
       01 WS-FS-CSG           PIC XX.
       01 WS-CSG-TIENDA       PIC 9(10).
       01 WS-CSG-DISP         PIC S9(10).
       01 WS-STOCK-PROPIO     PIC 9(10).

      * Acumulados por categoria de las dos fotos: ANT = foto del
      * mes anterior, NUE = foto recien tomada.
              10 TV-UNI-NUE  PIC 9(12).
              10 TV-VAL-ANT  PIC 9(16).
              10 TV-VAL-NUE  PIC 9(16).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
              GOBACK
           END-IF.
           OPEN OUTPUT ARCHIVO-SNAP.
           OPEN INPUT ARCHIVO-CSG.
           MOVE 0 TO WS-ARTICULOS.
           MOVE LOW-VALUES TO CODART.
           START ARCHIVO-ART KEY IS NOT LESS THAN CODART
           MOVE "00" TO WS-FS.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-SNAP.
           CLOSE ARCHIVO-CSG.
           DISPLAY "Foto " WS-MES-ACTUAL " con " WS-ARTICULOS
               " articulos.".

           ADD 1 TO WS-ARTICULOS.
           MOVE SPACES TO SNAP-LINEA.
           MOVE CODART TO SNAP-CODART.
      * Lo consignado por proveedores no entra en la foto.
           PERFORM SUMAR-CONSIGNADO.
           COMPUTE WS-STOCK-PROPIO = STOCK - WS-CSG-TIENDA.
           MOVE WS-STOCK-PROPIO TO SNAP-STOCK.
           COMPUTE WS-PRECOM-ENT = PRECOM * 100.
           COMPUTE WS-PREVEN-ENT = PREVEN * 100.
           MOVE WS-PRECOM-ENT TO SNAP-PRECOM.
           MOVE WS-PREVEN-ENT TO SNAP-PREVEN.
           COMPUTE WS-VALC = WS-STOCK-PROPIO * PRECOM.
           COMPUTE WS-VALV = WS-STOCK-PROPIO * PREVEN.
           MOVE WS-VALC TO SNAP-VALCOSTO.
           MOVE WS-VALV TO SNAP-VALVENTA.
           MOVE WS-SUCURSAL TO SNAP-SUC.
           WRITE SNAP-LINEA.

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

      ****************************************************************
      * Variacion: acumula por categoria las unidades y el valor de  *
      * costo de la foto anterior (fase A) y de la recien tomada     *
           END-STRING.
           WRITE LINEA-VAR.
           CLOSE ARCHIVO-VAR.
           MOVE "cierre-mes" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-varmes.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "MES=" WS-MES-ACTUAL " ANTERIOR=" WS-MES-PREV
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Variacion en rep-varmes.txt".

       ACUMULAR-FOTO.
