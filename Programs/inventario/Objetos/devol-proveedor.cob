      * Mod: 03-09-2026 - El kardex se estampa con la estacion de    *
      *      esta terminal (estacion.cfg), como los demas programas  *
      *      interactivos que mueven stock.                          *
      * Mod: 15-10-2026 - Articulos serializados: se captura el      *
      *      serial de cada unidad que regresa (disponible o en      *
      *      garantia), queda devuelta con el numero del documento y *
      *      los reclamos de garantia pendientes de envio de esos    *
      *      seriales quedan enviados.                               *
      * Mod: 15-10-2026 - La nota credito se graba con base y sin    *
      *      retenciones en el nuevo registro de cuentas por pagar.  *
      * Mod: 15-10-2026 - Moneda en orden y cuentas por pagar: la    *
      *      nota credito se graba en pesos (tasa 1).                *
      * Mod: 15-10-2026 - Devolucion de mercancia en consignacion    *
      *      (origen C): lo que sigue en la tienda del proveedor     *
      *      segun consigna.dat sale con kardex DEV-CSG al costo     *
      *      pactado, sin OC y sin nota credito.                     *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-PRV ASSIGN TO "../Articulos/proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-ASR ASSIGN TO "../Articulos/art-serial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASR.
           SELECT ARCHIVO-SER ASSIGN TO "../Articulos/seriales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SER.
           SELECT ARCHIVO-GAR ASSIGN TO "../Articulos/garantias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-GAR.
           SELECT ARCHIVO-CSG ASSIGN TO "../Articulos/consigna.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CLAVE
               ALTERNATE RECORD KEY IS CS-NIT WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CSG.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
              88 OC-CERRADA  VALUE "C".
           05 OC-OPER        PIC 9(10).
           05 OC-LINEAS      PIC 9(4).
           05 OC-MONEDA      PIC X(3).

       FD ARCHIVO-OCD.
       01 OCDDATA.
           05 PRV-CONTACTO   PIC X(30).
           05 PRV-TEL1       PIC X(10).
           05 PRV-TEL2       PIC X(10).
           05 PRV-REGIMEN    PIC X.
              88 PRV-RESP-IVA VALUE "R".
              88 PRV-NO-RESP  VALUE "N".
           05 PRV-RET-FTE    PIC X.
           05 PRV-RET-IVA    PIC X.
           05 PRV-RET-ICA    PIC X.
           05 PRV-CONCEPTO   PIC X(4).

       FD  ARCHIVO-FPR.
       01  FPRDATA.
           05 FP-ESTADO      PIC X.
              88 FP-ABIERTA  VALUE "A".
              88 FP-PAGADA   VALUE "P".
           05 FP-BASE        PIC S9(12)V99.
           05 FP-IVA         PIC S9(12)V99.
           05 FP-CONCEPTO    PIC X(4).
           05 FP-RETEFTE     PIC 9(10)V99.
           05 FP-RETEIVA     PIC 9(10)V99.
           05 FP-RETEICA     PIC 9(10)V99.
           05 FP-MONEDA      PIC X(3).
           05 FP-TASA        PIC 9(6)V99.
           05 FP-TOTAL-ME    PIC S9(12)V99.
           05 FP-SALDO-ME    PIC S9(12)V99.

       FD  ARCHIVO-FPCTL.
       01  REG-FPCTL.
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

      * Articulos serializados y sus meses de garantia (se
      * mantienen en gestion-articles, opcion S).
       FD  ARCHIVO-ASR.
       01  ASRDATA.
           05 AS-CODART      PIC X(120).
           05 AS-SERIALIZADO PIC X.
              88 AS-EXIGE-SERIAL VALUE "S".
           05 AS-GARANTIA    PIC 9(3).

      * Una fila por unidad serializada: entra disponible con la
      * recepcion de la OC, la venta la amarra al tiquete con su
      * garantia, un reclamo la deja en garantia y la devolucion a
      * proveedor la cierra.
       FD  ARCHIVO-SER.
       01  SERDATA.
           05 SR-CLAVE.
              07 SR-SERIAL   PIC X(30).
              07 SR-CODART   PIC X(120).
           05 SR-ESTADO      PIC X.
              88 SR-DISPONIBLE   VALUE "D".
              88 SR-VENDIDO      VALUE "V".
              88 SR-EN-GARANTIA  VALUE "G".
              88 SR-DEVUELTO-PRV VALUE "P".
           05 SR-OC          PIC 9(6).
           05 SR-FECREC      PIC 9(8).
           05 SR-TIQUETE     PIC 9(6).
           05 SR-FECVTA      PIC 9(8).
           05 SR-CLIENTE     PIC 9(13).
           05 SR-GARANTIA    PIC 9(8).
           05 SR-DEVPROV     PIC 9(6).

      * Reclamos de garantia sobre un serial vendido: resultado
      * (reparar, cambiar o reembolsar) y envio al proveedor, que
      * queda pendiente hasta que devol-proveedor lo despacha.
       FD  ARCHIVO-GAR.
       01  GARDATA.
           05 GR-NUMERO      PIC 9(6).
           05 GR-FECHA       PIC 9(8).
           05 GR-SERIAL      PIC X(30).
           05 GR-CODART      PIC X(120).
           05 GR-TIQUETE     PIC 9(6).
           05 GR-CLIENTE     PIC 9(13).
           05 GR-VIGENTE     PIC X.
           05 GR-RESULTADO   PIC X.
              88 GR-REPARAR   VALUE "R".
              88 GR-CAMBIO    VALUE "C".
              88 GR-REEMBOLSO VALUE "D".
           05 GR-SERIAL-NUEVO PIC X(30).
           05 GR-ENVIO       PIC X.
              88 GR-SIN-ENVIO   VALUE "N".
              88 GR-ENVIO-PEND  VALUE "P".
              88 GR-ENVIADO     VALUE "E".
           05 GR-DEVPROV     PIC 9(6).
           05 GR-DETALLE     PIC X(40).
           05 GR-OPER        PIC 9(10).

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

      * Estacion asignada a esta terminal por inicio-sesion.
       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).
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
       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FS-ASR           PIC XX.
       01 WS-FS-SER           PIC XX.
       01 WS-FS-GAR           PIC XX.
       01 WS-ES-SERIAL        PIC X.
       01 WS-SER-MESES        PIC 9(3).
       01 WS-SER-OK           PIC X.
       01 WS-SER-LEIDO        PIC X(30).
       01 WS-SER-IDX          PIC 9(3).
       01 WS-SER-J            PIC 9(3).
       01 WS-SER-REPETIDO     PIC X.
       01 WS-NUM-SER          PIC 9(3).
       01 WS-FS-CSG           PIC XX.
       01 WS-TIPO-DEV         PIC X.
       01 WS-EN-TIENDA        PIC S9(10).
       01 DEV-SERIALES.
           05 DS-SERIAL       PIC X(30) OCCURS 50 TIMES.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
              CLOSE ARCHIVO-SBOD
              OPEN I-O ARCHIVO-SBOD
           END-IF.
           OPEN I-O ARCHIVO-SER.
           IF WS-FS-SER = "35"
              CLOSE ARCHIVO-SER
              OPEN OUTPUT ARCHIVO-SER
              CLOSE ARCHIVO-SER
              OPEN I-O ARCHIVO-SER
           END-IF.
           OPEN I-O ARCHIVO-GAR.
           IF WS-FS-GAR = "35"
              CLOSE ARCHIVO-GAR
              OPEN OUTPUT ARCHIVO-GAR
              CLOSE ARCHIVO-GAR
              OPEN I-O ARCHIVO-GAR
           END-IF.
           OPEN I-O ARCHIVO-CSG.
           IF WS-FS-CSG = "35"
              CLOSE ARCHIVO-CSG
              OPEN OUTPUT ARCHIVO-CSG
              CLOSE ARCHIVO-CSG
              OPEN I-O ARCHIVO-CSG
           END-IF.
           PERFORM REGISTRAR-DEVOLUCION.
           CLOSE ARCHIVO-DEV.
           CLOSE ARCHIVO-OC.
           CLOSE ARCHIVO-FPR.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-SER.
           CLOSE ARCHIVO-GAR.
           CLOSE ARCHIVO-CSG.
           GOBACK.

       REGISTRAR-DEVOLUCION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Devolucion a proveedor -----" LINE 3
               POSITION 20.
           DISPLAY "Origen: O=orden de compra  C=consignacion:"
               LINE 4 POSITION 20.
           MOVE "O" TO WS-TIPO-DEV.
           ACCEPT WS-TIPO-DEV LINE 4 POSITION 64.
           IF WS-TIPO-DEV = "C" OR WS-TIPO-DEV = "c"
              PERFORM DEVOLVER-CONSIGNACION
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de OC de la recepcion:" LINE 5 POSITION 20.
           MOVE 0 TO WS-NUM-OC.
           ACCEPT WS-NUM-OC LINE 5 POSITION 52.
           IF WS-COSTO-DEV = 0
              MOVE PRECOM TO WS-COSTO-DEV
           END-IF.
           MOVE 0 TO WS-NUM-SER.
           PERFORM LEER-ART-SERIAL.
           IF WS-ES-SERIAL = "S"
              PERFORM CAPTURAR-SERIALES-DEV
              IF WS-SER-OK NOT = "S"
                 DISPLAY "Renglon cancelado.                       "
                     LINE 12 POSITION 10
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE STOCK TO WS-STOCK-ANT.
           IF WS-CANT-DEV > STOCK
              MOVE 0 TO STOCK
           ELSE
              SUBTRACT WS-CANT-DEV FROM STOCK
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al descontar stock. FS = " WS-FS
                  LINE 10 POSITION 10
                   ADD 1 TO WS-LINEAS-DEV
                   COMPUTE WS-TOTAL-DEV = WS-TOTAL-DEV
                       + WS-CANT-DEV * WS-COSTO-DEV
                   IF WS-NUM-SER > 0
                      PERFORM MARCAR-SERIALES-DEV
                      PERFORM ENVIAR-RECLAMOS-GAR
                   END-IF
           END-WRITE.
           PERFORM PAUSA.

      ****************************************************************
      * Devolucion de mercancia en consignacion: por cada articulo   *
      * del proveedor que siga en la tienda (consigna.dat) se pide   *
      * cuanto regresa. El stock sale con kardex DEV-CSG y bodega    *
      * PRI, el documento queda en dev-prov.dat sin OC y al costo    *
      * pactado, y no hay nota credito: lo consignado no se debia.   *
      ****************************************************************
       DEVOLVER-CONSIGNACION.
           DISPLAY "NIT del proveedor:" LINE 6 POSITION 20.
           MOVE 0 TO WS-NIT.
           ACCEPT WS-NIT LINE 6 POSITION 52.
           MOVE WS-NIT TO PRV-NIT.
           READ ARCHIVO-PRV
               INVALID KEY
                   DISPLAY "Ese proveedor no existe." LINE 7
                       POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY PRV-RAZSOC(1:30) LINE 7 POSITION 20.
           PERFORM OBTENER-NUMERO-DEV.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-NUM-OC.
           MOVE 0 TO WS-TOTAL-DEV.
           MOVE 0 TO WS-LINEAS-DEV.
           MOVE WS-NIT TO CS-NIT.
           START ARCHIVO-CSG KEY IS EQUAL TO CS-NIT
               INVALID KEY
                   MOVE "10" TO WS-FS-CSG
           END-START.
           IF WS-FS-CSG = "00"
              PERFORM READ-SIGUIENTE-CSG
              PERFORM UNTIL WS-FS-CSG NOT = "00"
                 IF CS-NIT = WS-NIT
                    COMPUTE WS-EN-TIENDA = CS-RECIBIDO - CS-VENDIDO
                        - CS-DEVUELTO
                    IF WS-EN-TIENDA > 0
                       PERFORM DEVOLVER-RENGLON-CSG
                    END-IF
                    PERFORM READ-SIGUIENTE-CSG
                 ELSE
                    MOVE "10" TO WS-FS-CSG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CSG.
           IF WS-LINEAS-DEV = 0
              DISPLAY "Nada que devolver: no se graba documento."
                  LINE 20 POSITION 10
           ELSE
              DISPLAY "Devolucion " WS-NUM-DEV " por " WS-TOTAL-DEV
                  " (" WS-LINEAS-DEV " renglones, consignacion)."
                  LINE 20 POSITION 10
           END-IF.
           PERFORM PAUSA.

       DEVOLVER-RENGLON-CSG.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Devolucion de consignacion -----" LINE 3
               POSITION 20.
           DISPLAY "Articulo : " CS-CODART(1:30) LINE 5 POSITION 10.
           DISPLAY "En tienda: " WS-EN-TIENDA    LINE 6 POSITION 10.
           DISPLAY "Cantidad que regresa (0=nada):"
               LINE 8 POSITION 10.
           MOVE 0 TO WS-CANT-DEV.
           ACCEPT WS-CANT-DEV LINE 8 POSITION 45.
           IF WS-CANT-DEV = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CANT-DEV > WS-EN-TIENDA
              DISPLAY "Supera lo consignado en tienda: se omite."
                  LINE 9 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE CS-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   DISPLAY "El articulo ya no existe en el maestro."
                       LINE 9 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           MOVE STOCK TO WS-STOCK-ANT.
           IF WS-CANT-DEV > STOCK
              MOVE 0 TO STOCK
           ELSE
              SUBTRACT WS-CANT-DEV FROM STOCK
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al descontar stock. FS = " WS-FS
                  LINE 10 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KDX-CANT = STOCK - WS-STOCK-ANT.
           MOVE "DEV-CSG" TO WS-KDX-TIPO.
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.
           ADD WS-CANT-DEV TO CS-DEVUELTO.
           REWRITE CSGDATA.
           MOVE WS-NUM-DEV TO DV-NUMERO.
           MOVE CS-CODART TO DV-CODART.
           MOVE 0 TO DV-OC.
           MOVE WS-NIT TO DV-NIT.
           MOVE WS-CANT-DEV TO DV-CANTIDAD.
           MOVE CS-COSTO TO DV-COSTO.
           MOVE WS-FECHA-HOY TO DV-FECHA.
           MOVE T-NUMDOC TO DV-OPER.
           WRITE DEVDATA
               INVALID KEY
                   DISPLAY "Renglon duplicado en el documento."
                       LINE 10 POSITION 10
               NOT INVALID KEY
                   ADD 1 TO WS-LINEAS-DEV
                   COMPUTE WS-TOTAL-DEV = WS-TOTAL-DEV
                       + WS-CANT-DEV * CS-COSTO
           END-WRITE.
           PERFORM PAUSA.

       READ-SIGUIENTE-CSG.
           READ ARCHIVO-CSG NEXT RECORD
               AT END MOVE "10" TO WS-FS-CSG
           END-READ.

      * Un serial por unidad que regresa: debe ser de este articulo,
      * estar en la tienda (disponible) o en garantia y no repetirse
      * en el renglon. Un serial en blanco cancela el renglon.
       CAPTURAR-SERIALES-DEV.
           MOVE "N" TO WS-SER-OK.
           IF WS-CANT-DEV > 50
              DISPLAY "Maximo 50 unidades serializadas por renglon."
                  LINE 12 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-CANT-DEV
              PERFORM CAPTURAR-UN-SERIAL-DEV
              IF WS-SER-OK = "C"
                 MOVE "N" TO WS-SER-OK
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE WS-CANT-DEV TO WS-NUM-SER.
           MOVE "S" TO WS-SER-OK.

       CAPTURAR-UN-SERIAL-DEV.
           MOVE "N" TO WS-SER-OK.
           PERFORM UNTIL WS-SER-OK NOT = "N"
              DISPLAY "Serial unidad " WS-SER-IDX " de " WS-CANT-DEV
                  ":" LINE 11 POSITION 10
              MOVE SPACES TO WS-SER-LEIDO
              ACCEPT WS-SER-LEIDO LINE 11 POSITION 45
              IF WS-SER-LEIDO = SPACES
                 MOVE "C" TO WS-SER-OK
              ELSE
                 MOVE "N" TO WS-SER-REPETIDO
                 PERFORM VARYING WS-SER-J FROM 1 BY 1
                         UNTIL WS-SER-J >= WS-SER-IDX
                    IF DS-SERIAL(WS-SER-J) = WS-SER-LEIDO
                       MOVE "S" TO WS-SER-REPETIDO
                    END-IF
                 END-PERFORM
                 MOVE WS-SER-LEIDO TO SR-SERIAL
                 MOVE OCD-CODART TO SR-CODART
                 READ ARCHIVO-SER
                     INVALID KEY
                         DISPLAY "Serial no registrado para este "
                             "articulo.  " LINE 12 POSITION 10
                     NOT INVALID KEY
                         IF WS-SER-REPETIDO = "S"
                            DISPLAY "Serial repetido en el renglon."
                                "            " LINE 12 POSITION 10
                         ELSE
                            IF SR-DISPONIBLE OR SR-EN-GARANTIA
                               MOVE WS-SER-LEIDO
                                   TO DS-SERIAL(WS-SER-IDX)
                               MOVE "S" TO WS-SER-OK
                               DISPLAY "                              "
                                   "            " LINE 12 POSITION 10
                            ELSE
                               DISPLAY "Ese serial no esta en la tienda"
                                   " ni en garantia." LINE 12
                                   POSITION 10
                            END-IF
                         END-IF
                 END-READ
              END-IF
           END-PERFORM.

      * Las unidades del renglon quedan devueltas al proveedor con el
      * numero de este documento.
       MARCAR-SERIALES-DEV.
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                   UNTIL WS-SER-IDX > WS-NUM-SER
              MOVE DS-SERIAL(WS-SER-IDX) TO SR-SERIAL
              MOVE OCD-CODART TO SR-CODART
              READ ARCHIVO-SER
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "P" TO SR-ESTADO
                      MOVE WS-NUM-DEV TO SR-DEVPROV
                      REWRITE SERDATA
              END-READ
           END-PERFORM.

      * Los reclamos de garantia de esas unidades que esperaban envio
      * quedan enviados con este documento.
       ENVIAR-RECLAMOS-GAR.
           MOVE LOW-VALUES TO GR-NUMERO.
           START ARCHIVO-GAR KEY IS NOT LESS THAN GR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-GAR
           END-START.
           IF WS-FS-GAR = "00"
              PERFORM READ-SIGUIENTE-GAR
              PERFORM UNTIL WS-FS-GAR NOT = "00"
                 IF GR-ENVIO-PEND AND GR-CODART = OCD-CODART
                    PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                            UNTIL WS-SER-IDX > WS-NUM-SER
                       IF GR-SERIAL = DS-SERIAL(WS-SER-IDX)
                          MOVE "E" TO GR-ENVIO
                          MOVE WS-NUM-DEV TO GR-DEVPROV
                          REWRITE GARDATA
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM READ-SIGUIENTE-GAR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-GAR.

       READ-SIGUIENTE-GAR.
           READ ARCHIVO-GAR NEXT RECORD
               AT END MOVE "10" TO WS-FS-GAR
           END-READ.

      * Si el articulo en CODART exige serial por unidad y con
      * cuantos meses de garantia.
       LEER-ART-SERIAL.
           MOVE "N" TO WS-ES-SERIAL.
           MOVE 0 TO WS-SER-MESES.
           OPEN INPUT ARCHIVO-ASR.
           IF WS-FS-ASR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO AS-CODART.
           READ ARCHIVO-ASR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AS-EXIGE-SERIAL
                      MOVE "S" TO WS-ES-SERIAL
                      MOVE AS-GARANTIA TO WS-SER-MESES
                   END-IF
           END-READ.
           CLOSE ARCHIVO-ASR.

      * El valor devuelto entra a cuentas por pagar como nota
      * credito (total y saldo negativos) contra el proveedor.
       GRABAR-CREDITO-CXP.
           COMPUTE FP-TOTAL = 0 - WS-TOTAL-DEV.
           COMPUTE FP-SALDO = 0 - WS-TOTAL-DEV.
           MOVE "A" TO FP-ESTADO.
           MOVE FP-TOTAL TO FP-BASE.
           MOVE 0 TO FP-IVA.
           MOVE SPACES TO FP-CONCEPTO.
           MOVE 0 TO FP-RETEFTE.
           MOVE 0 TO FP-RETEIVA.
           MOVE 0 TO FP-RETEICA.
           MOVE "COP" TO FP-MONEDA.
           MOVE 1 TO FP-TASA.
           MOVE FP-TOTAL TO FP-TOTAL-ME.
           MOVE FP-SALDO TO FP-SALDO-ME.
           WRITE FPRDATA.
           IF WS-FS-FPR NOT = "00"
              DISPLAY "Error al grabar la nota credito. FS = "
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.
                      MOVE WS-SB-DELTA TO SB-CANTIDAD
                   END-IF
                   WRITE SBODATA
                   MOVE "W" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
               NOT INVALID KEY
                   COMPUTE WS-SB-NUEVA = SB-CANTIDAD + WS-SB-DELTA
                   IF WS-SB-NUEVA < 0
                   END-IF
                   MOVE WS-SB-NUEVA TO SB-CANTIDAD
                   REWRITE SBODATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
           END-READ.
           IF WS-FS-SBOD NOT = "00"
              DISPLAY "Error stock por bodega. FS = " WS-FS-SBOD
       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

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
           MOVE "DEVOL-PROVEEDOR" TO DRJ-PROGRAMA.
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
