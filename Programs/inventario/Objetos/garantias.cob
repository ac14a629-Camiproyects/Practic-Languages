       IDENTIFICATION DIVISION.
       PROGRAM-ID. garantias.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                GARANTIAS POR SERIAL                          *
      *                                                              *
      * Descripcion: Reclamos de garantia sobre las unidades         *
      *              serializadas que vendio la tienda: el serial    *
      *              dice a que tiquete, cliente y fecha se vendio y *
      *              hasta cuando cubre la garantia; un serial que   *
      *              no esta en seriales.dat no salio de aqui. El    *
      *              reclamo queda numerado en garantias.dat con su  *
      *              resultado (reparar, cambiar por otra unidad     *
      *              disponible o reembolsar por Devoluciones) y, si *
      *              la unidad vuelve al proveedor, queda pendiente  *
      *              de envio hasta que devol-proveedor la despacha. *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVO-GARCTL
               ASSIGN TO "../Articulos/garantias-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-GARCTL.
       01  REG-GARCTL.
           05 GARCTL-ULT     PIC 9(6).

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

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-SER           PIC XX.
       01 WS-FS-GAR           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WS-SERIAL-BUS       PIC X(30).
       01 WS-HALLADO          PIC X.
       01 WS-VIGENTE          PIC X.
       01 WS-RESULTADO        PIC X.
       01 WS-ENVIO            PIC X.
       01 WS-DETALLE          PIC X(40).
       01 WS-SERIAL-NUEVO     PIC X(30).
       01 WS-NUEVO-OK         PIC X.
       01 WS-NUM-GAR          PIC 9(6).
       01 WK-SER-CLAVE        PIC X(150).
       01 WS-ORG-SERIAL       PIC X(30).
       01 WS-ORG-CODART       PIC X(120).
       01 WS-ORG-TIQUETE      PIC 9(6).
       01 WS-ORG-FECVTA       PIC 9(8).
       01 WS-ORG-CLIENTE      PIC 9(13).
       01 WS-ORG-GARANTIA     PIC 9(8).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-SER.
           IF WS-FS-SER NOT = "00"
              DISPLAY "No hay seriales registrados. FS = " WS-FS-SER
              MOVE "GARANTIAS" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/seriales.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-SER TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-GAR.
           IF WS-FS-GAR = "35"
              CLOSE ARCHIVO-GAR
              OPEN OUTPUT ARCHIVO-GAR
              CLOSE ARCHIVO-GAR
              OPEN I-O ARCHIVO-GAR
           END-IF.
           OPEN INPUT ARCHIVO-ART.
           OPEN INPUT ARCHIVO-VTA.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-GARANTIAS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-SER.
           CLOSE ARCHIVO-GAR.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-VTA.
           GOBACK.

       MENU-GARANTIAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  GARANTIAS POR SERIAL         " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  R -> Registrar reclamo"        LINE 7 POSITION 20.
           DISPLAY "  C -> Consultar serial"         LINE 8 POSITION 20.
           DISPLAY "  P -> Pendientes de envio"      LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                 LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"       LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "R"
                    PERFORM REGISTRAR-RECLAMO
               WHEN "C"
                    PERFORM CONSULTAR-SERIAL
               WHEN "P"
                    PERFORM PENDIENTES-ENVIO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Consulta: a quien y cuando se vendio la unidad, hasta cuando *
      * cubre la garantia y los reclamos que ya tiene.               *
      ****************************************************************
       CONSULTAR-SERIAL.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Consulta de serial -----" LINE 3 POSITION 20.
           DISPLAY "Serial:" LINE 4 POSITION 20.
           MOVE SPACES TO WS-SERIAL-BUS.
           ACCEPT WS-SERIAL-BUS LINE 4 POSITION 28.
           PERFORM BUSCAR-SERIAL.
           IF WS-HALLADO NOT = "S"
              DISPLAY "Serial no registrado: la unidad no fue vendida "
                  "por la tienda." LINE 6 POSITION 5
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-SERIAL.
           MOVE 14 TO WS-LIN.
           MOVE LOW-VALUES TO GR-NUMERO.
           START ARCHIVO-GAR KEY IS NOT LESS THAN GR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-GAR
           END-START.
           IF WS-FS-GAR = "00"
              PERFORM READ-SIGUIENTE-GAR
              PERFORM UNTIL WS-FS-GAR NOT = "00"
                 IF GR-SERIAL = SR-SERIAL AND GR-CODART = SR-CODART
                    AND WS-LIN < 22
                    DISPLAY "Reclamo " GR-NUMERO " del " GR-FECHA
                        " resultado " GR-RESULTADO " envio " GR-ENVIO
                        " " GR-DETALLE LINE WS-LIN POSITION 5
                    ADD 1 TO WS-LIN
                 END-IF
                 PERFORM READ-SIGUIENTE-GAR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-GAR.
           IF WS-LIN = 14
              DISPLAY "La unidad no tiene reclamos." LINE 14 POSITION 5
           END-IF.
           PERFORM PAUSA.

      ****************************************************************
      * Reclamo: solo sobre una unidad vendida; fuera de garantia se *
      * registra si el usuario lo confirma. Cambio entrega otra      *
      * unidad disponible del mismo articulo, que hereda tiquete,    *
      * cliente y garantia de la original; cambio y reembolso dejan  *
      * la unidad danada en garantia, con o sin envio al proveedor.  *
      * El stock no se mueve: en el cambio entra una unidad y sale   *
      * otra, y el reembolso lo hace Devoluciones con la nota.       *
      ****************************************************************
       REGISTRAR-RECLAMO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reclamo de garantia -----" LINE 3 POSITION 20.
           DISPLAY "Serial:" LINE 4 POSITION 20.
           MOVE SPACES TO WS-SERIAL-BUS.
           ACCEPT WS-SERIAL-BUS LINE 4 POSITION 28.
           PERFORM BUSCAR-SERIAL.
           IF WS-HALLADO NOT = "S"
              DISPLAY "Serial no registrado: la unidad no fue vendida "
                  "por la tienda." LINE 6 POSITION 5
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-SERIAL.
           IF NOT SR-VENDIDO
              DISPLAY "La unidad no esta vendida o ya tiene un reclamo "
                  "de cambio o reembolso." LINE 14 POSITION 5
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE SR-SERIAL   TO WS-ORG-SERIAL.
           MOVE SR-CODART   TO WS-ORG-CODART.
           MOVE SR-TIQUETE  TO WS-ORG-TIQUETE.
           MOVE SR-FECVTA   TO WS-ORG-FECVTA.
           MOVE SR-CLIENTE  TO WS-ORG-CLIENTE.
           MOVE SR-GARANTIA TO WS-ORG-GARANTIA.
           IF WS-VIGENTE NOT = "S"
              DISPLAY "Garantia vencida. ¿Registrar de todos modos? "
                  "(S/N):" LINE 14 POSITION 5
              ACCEPT WS-CONFIRMA LINE 14 POSITION 58
              IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "Falla reportada:" LINE 15 POSITION 5.
           MOVE SPACES TO WS-DETALLE.
           ACCEPT WS-DETALLE LINE 15 POSITION 22.
           MOVE SPACE TO WS-RESULTADO.
           PERFORM UNTIL WS-RESULTADO = "R" OR WS-RESULTADO = "C"
                      OR WS-RESULTADO = "D"
              DISPLAY "Resultado (R=Reparar C=Cambiar D=Reembolsar):"
                  LINE 16 POSITION 5
              ACCEPT WS-RESULTADO LINE 16 POSITION 52
           END-PERFORM.
           MOVE SPACES TO WS-SERIAL-NUEVO.
           IF WS-RESULTADO = "C"
              PERFORM CAPTURAR-REEMPLAZO
              IF WS-NUEVO-OK NOT = "S"
                 DISPLAY "Reclamo cancelado." LINE 21 POSITION 5
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE "N" TO WS-ENVIO.
           IF WS-RESULTADO NOT = "R"
              DISPLAY "¿La unidad vuelve al proveedor? (S/N):"
                  LINE 18 POSITION 5
              ACCEPT WS-CONFIRMA LINE 18 POSITION 45
              IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                 MOVE "P" TO WS-ENVIO
              END-IF
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-NUMERO-GAR.
           MOVE WS-NUM-GAR       TO GR-NUMERO.
           MOVE WS-FECHA-HOY     TO GR-FECHA.
           MOVE WS-ORG-SERIAL    TO GR-SERIAL.
           MOVE WS-ORG-CODART    TO GR-CODART.
           MOVE WS-ORG-TIQUETE   TO GR-TIQUETE.
           MOVE WS-ORG-CLIENTE   TO GR-CLIENTE.
           MOVE WS-VIGENTE       TO GR-VIGENTE.
           MOVE WS-RESULTADO     TO GR-RESULTADO.
           MOVE WS-SERIAL-NUEVO  TO GR-SERIAL-NUEVO.
           MOVE WS-ENVIO         TO GR-ENVIO.
           MOVE 0                TO GR-DEVPROV.
           MOVE WS-DETALLE       TO GR-DETALLE.
           MOVE T-NUMDOC         TO GR-OPER.
           WRITE GARDATA
               INVALID KEY
                   DISPLAY "Error al grabar el reclamo. FS = " WS-FS-GAR
                       LINE 21 POSITION 5
                   MOVE "GARANTIAS" TO WS-EXC-PROGRAMA
                   MOVE "../Articulos/garantias.dat" TO WS-EXC-ARCHIVO
                   MOVE WS-FS-GAR TO WS-EXC-FS
                   PERFORM REGISTRAR-EXCEPCION-IO
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-WRITE.
           IF WS-RESULTADO NOT = "R"
              MOVE WS-ORG-SERIAL TO SR-SERIAL
              MOVE WS-ORG-CODART TO SR-CODART
              READ ARCHIVO-SER
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "G" TO SR-ESTADO
                      REWRITE SERDATA
              END-READ
           END-IF.
           IF WS-RESULTADO = "C"
              MOVE WS-SERIAL-NUEVO TO SR-SERIAL
              MOVE WS-ORG-CODART TO SR-CODART
              READ ARCHIVO-SER
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "V"             TO SR-ESTADO
                      MOVE WS-ORG-TIQUETE  TO SR-TIQUETE
                      MOVE WS-ORG-FECVTA   TO SR-FECVTA
                      MOVE WS-ORG-CLIENTE  TO SR-CLIENTE
                      MOVE WS-ORG-GARANTIA TO SR-GARANTIA
                      REWRITE SERDATA
              END-READ
           END-IF.
           DISPLAY "Reclamo No. " WS-NUM-GAR " registrado."
               LINE 20 POSITION 5.
           IF WS-RESULTADO = "D"
              DISPLAY "Haga la nota credito del tiquete " WS-ORG-TIQUETE
                  " en Devoluciones." LINE 21 POSITION 5
           END-IF.
           PERFORM PAUSA.

      * La unidad de reemplazo debe ser del mismo articulo y estar
      * disponible en la tienda; un serial en blanco cancela.
       CAPTURAR-REEMPLAZO.
           MOVE "N" TO WS-NUEVO-OK.
           PERFORM UNTIL WS-NUEVO-OK = "S"
              DISPLAY "Serial de reemplazo (blanco = cancelar):"
                  LINE 17 POSITION 5
              MOVE SPACES TO WS-SERIAL-NUEVO
              ACCEPT WS-SERIAL-NUEVO LINE 17 POSITION 46
              IF WS-SERIAL-NUEVO = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-SERIAL-NUEVO TO SR-SERIAL
              MOVE WS-ORG-CODART TO SR-CODART
              READ ARCHIVO-SER
                  INVALID KEY
                      DISPLAY "Serial no registrado para este articulo."
                          LINE 21 POSITION 5
                  NOT INVALID KEY
                      IF SR-DISPONIBLE
                         MOVE "S" TO WS-NUEVO-OK
                      ELSE
                         DISPLAY "Ese serial no esta disponible.       "
                             LINE 21 POSITION 5
                      END-IF
              END-READ
           END-PERFORM.
           DISPLAY "                                         "
               LINE 21 POSITION 5.

      ****************************************************************
      * Unidades cambiadas o reembolsadas que esperan volver al      *
      * proveedor; devol-proveedor las marca enviadas.               *
      ****************************************************************
       PENDIENTES-ENVIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Pendientes de envio al proveedor -----" LINE 3
               POSITION 15.
           MOVE 5 TO WS-LIN.
           MOVE LOW-VALUES TO GR-NUMERO.
           START ARCHIVO-GAR KEY IS NOT LESS THAN GR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-GAR
           END-START.
           IF WS-FS-GAR = "00"
              PERFORM READ-SIGUIENTE-GAR
              PERFORM UNTIL WS-FS-GAR NOT = "00"
                 IF GR-ENVIO-PEND
                    PERFORM MOSTRAR-PENDIENTE
                 END-IF
                 PERFORM READ-SIGUIENTE-GAR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-GAR.
           IF WS-LIN = 5
              DISPLAY "No hay unidades pendientes de envio." LINE 5
                  POSITION 5
           END-IF.
           PERFORM PAUSA.

       MOSTRAR-PENDIENTE.
           IF WS-LIN > 20
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           MOVE GR-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE SPACES TO DESCRI
           END-READ.
           DISPLAY GR-NUMERO " " GR-FECHA " " GR-SERIAL " "
               DESCRI(1:25) LINE WS-LIN POSITION 3.
           ADD 1 TO WS-LIN.

      * Posiciona en el serial digitado; si el mismo serial existe
      * para varios articulos, prefiere la unidad vendida o en
      * garantia, que es la que el cliente trae.
       BUSCAR-SERIAL.
           MOVE "N" TO WS-HALLADO.
           IF WS-SERIAL-BUS = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SERIAL-BUS TO SR-SERIAL.
           MOVE LOW-VALUES TO SR-CODART.
           START ARCHIVO-SER KEY IS NOT LESS THAN SR-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-SER
           END-START.
           IF WS-FS-SER = "00"
              PERFORM READ-SIGUIENTE-SER
              PERFORM UNTIL WS-FS-SER NOT = "00"
                 IF SR-SERIAL = WS-SERIAL-BUS
                    IF WS-HALLADO NOT = "S"
                       OR SR-VENDIDO OR SR-EN-GARANTIA
                       MOVE SR-CLAVE TO WK-SER-CLAVE
                       MOVE "S" TO WS-HALLADO
                    END-IF
                    PERFORM READ-SIGUIENTE-SER
                 ELSE
                    MOVE "10" TO WS-FS-SER
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-SER.
           IF WS-HALLADO = "S"
              MOVE WK-SER-CLAVE TO SR-CLAVE
              READ ARCHIVO-SER
                  INVALID KEY
                      MOVE "N" TO WS-HALLADO
              END-READ
           END-IF.

      * Datos de la unidad en pantalla (lineas 6 a 12) y si la
      * garantia sigue vigente hoy.
       MOSTRAR-SERIAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SR-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE "(articulo no encontrado)" TO DESCRI
           END-READ.
           DISPLAY "Articulo : " DESCRI(1:50) LINE 6 POSITION 5.
           EVALUATE TRUE
               WHEN SR-DISPONIBLE
                    DISPLAY "Estado   : DISPONIBLE EN TIENDA"
                        LINE 7 POSITION 5
               WHEN SR-VENDIDO
                    DISPLAY "Estado   : VENDIDO" LINE 7 POSITION 5
               WHEN SR-EN-GARANTIA
                    DISPLAY "Estado   : EN GARANTIA" LINE 7 POSITION 5
               WHEN SR-DEVUELTO-PRV
                    DISPLAY "Estado   : DEVUELTO AL PROVEEDOR (DEV "
                        SR-DEVPROV ")" LINE 7 POSITION 5
           END-EVALUATE.
           MOVE "N" TO WS-VIGENTE.
           IF SR-TIQUETE = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tiquete  : " SR-TIQUETE "   Fecha venta: " SR-FECVTA
               LINE 8 POSITION 5.
           DISPLAY "Cliente  : " SR-CLIENTE LINE 9 POSITION 5.
           MOVE SR-TIQUETE TO VTA-NUMERO.
           MOVE 0 TO VTA-LINEA.
           READ ARCHIVO-VTA
               INVALID KEY
                   MOVE SPACES TO VTA-DESCRI
           END-READ.
           IF VTA-DESCRI = "** ANULADO **"
              DISPLAY "          (tiquete anulado)" LINE 9 POSITION 35
           END-IF.
           IF SR-GARANTIA >= WS-FECHA-HOY
              MOVE "S" TO WS-VIGENTE
              DISPLAY "Garantia : hasta " SR-GARANTIA "  VIGENTE"
                  LINE 10 POSITION 5
           ELSE
              DISPLAY "Garantia : hasta " SR-GARANTIA "  VENCIDA"
                  LINE 10 POSITION 5
           END-IF.

       OBTENER-NUMERO-GAR.
           OPEN I-O ARCHIVO-GARCTL.
           IF WS-FS-CTL = "35"
              OPEN OUTPUT ARCHIVO-GARCTL
              MOVE 0 TO GARCTL-ULT
              WRITE REG-GARCTL
              CLOSE ARCHIVO-GARCTL
              OPEN I-O ARCHIVO-GARCTL
           END-IF.
           READ ARCHIVO-GARCTL
               AT END
                   MOVE 0 TO GARCTL-ULT
           END-READ.
           ADD 1 TO GARCTL-ULT.
           MOVE GARCTL-ULT TO WS-NUM-GAR.
           REWRITE REG-GARCTL.
           CLOSE ARCHIVO-GARCTL.

       READ-SIGUIENTE-SER.
           READ ARCHIVO-SER NEXT RECORD
               AT END MOVE "10" TO WS-FS-SER
           END-READ.

       READ-SIGUIENTE-GAR.
           READ ARCHIVO-GAR NEXT RECORD
               AT END MOVE "10" TO WS-FS-GAR
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

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
