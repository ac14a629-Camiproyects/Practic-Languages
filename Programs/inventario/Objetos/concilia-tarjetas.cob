       IDENTIFICATION DIVISION.
       PROGRAM-ID. concilia-tarjetas.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                CONCILIACION DE PAGOS CON TARJETA             *
      *                                                              *
      * Descripcion: Cruza la liquidacion diaria del adquirente      *
      *              (liquidacion-tarjetas.csv: fecha de la venta;   *
      *              autorizacion;bruto;comision;retefuente;         *
      *              reteiva;reteica;neto) contra los pagos con      *
      *              tarjeta de ventas-pago.dat (VP-TIPO = T). Una   *
      *              autorizacion casa con un pago de tarjeta de la  *
      *              misma fecha y el mismo valor que no este ya     *
      *              conciliado; el cruce queda en conc-tarjetas.dat *
      *              con lo que el adquirente desconto. Si el        *
      *              archivo no trae el detalle, todo lo que va del  *
      *              bruto al neto se toma como comision.            *
      *              rep-concilia-tarjetas.txt lista lo casado con   *
      *              sus descuentos, las liquidaciones sin tiquete y *
      *              los pagos con tarjeta del periodo del archivo   *
      *              que el adquirente no pago. Los recibos de       *
      *              abono de clientes siguen en concilia-banco.     *
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
           SELECT ARCHIVO-LIQ ASSIGN TO "../liquidacion-tarjetas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQ.
           SELECT ARCHIVO-VPAG ASSIGN TO "../Articulos/ventas-pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VPG.
           SELECT ARCHIVO-CTJ ASSIGN TO "../Articulos/conc-tarjetas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CLAVE
               ALTERNATE RECORD KEY IS CT-AUTORIZA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CTJ.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../rep-concilia-tarjetas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-LIQ.
       01  LIQ-LINEA         PIC X(160).

      * Desglose de medios de pago por tiquete (lo graba
      * punto-venta); aqui solo se leen los de tarjeta.
       FD  ARCHIVO-VPAG.
       01  VPAGDATA.
           05 VP-CLAVE.
              07 VP-NUMERO   PIC 9(6).
              07 VP-SEQ      PIC 9(2).
           05 VP-FECHA       PIC 9(8).
           05 VP-TIPO        PIC X.
           05 VP-VALOR       PIC 9(10)V99.

      * Pago con tarjeta ya conciliado (misma clave del medio de
      * pago) con la autorizacion y los descuentos del adquirente.
       FD  ARCHIVO-CTJ.
       01  CTJDATA.
           05 CT-CLAVE.
              07 CT-NUMERO   PIC 9(6).
              07 CT-SEQ      PIC 9(2).
           05 CT-AUTORIZA    PIC X(12).
           05 CT-FECVTA      PIC 9(8).
           05 CT-FECCONC     PIC 9(8).
           05 CT-BRUTO       PIC 9(10)V99.
           05 CT-COMISION    PIC 9(10)V99.
           05 CT-RETEFTE     PIC 9(10)V99.
           05 CT-RETEIVA     PIC 9(10)V99.
           05 CT-RETEICA     PIC 9(10)V99.
           05 CT-NETO        PIC 9(10)V99.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-LIQ           PIC XX.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-CTJ           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-OPCION           PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FIN-LIQ          PIC X.
       01 WS-CASADO           PIC X.
       01 WS-YA-CONC          PIC X.
       01 WS-FEC-MIN          PIC 9(8).
       01 WS-FEC-MAX          PIC 9(8).
       01 WS-LIQ-LEIDAS       PIC 9(6) VALUE 0.
       01 WS-LIQ-CASADAS      PIC 9(6) VALUE 0.
       01 WS-LIQ-REPETIDAS    PIC 9(6) VALUE 0.
       01 WS-LIQ-HUERFANAS    PIC 9(6) VALUE 0.
       01 WS-LIQ-INVALIDAS    PIC 9(6) VALUE 0.
       01 WS-PAG-HUERFANOS    PIC 9(6) VALUE 0.
       01 WS-TOT-BRUTO        PIC 9(12)V99 VALUE 0.
       01 WS-TOT-COMISION     PIC 9(12)V99 VALUE 0.
       01 WS-TOT-RETEFTE      PIC 9(12)V99 VALUE 0.
       01 WS-TOT-RETEIVA      PIC 9(12)V99 VALUE 0.
       01 WS-TOT-RETEICA      PIC 9(12)V99 VALUE 0.
       01 WS-TOT-NETO         PIC 9(12)V99 VALUE 0.
       01 WS-TOT-SIN-PAGO     PIC 9(12)V99 VALUE 0.
       01 WS-PCT-COMISION     PIC 9(3)V99.
       01 WS-DESCUADRE        PIC S9(10)V99.

      * Campos de la liquidacion recien partida por ";".
       01 WK-FILA.
           05 WK-FECHA        PIC X(8).
           05 WK-AUTORIZA     PIC X(12).
           05 WK-BRUTO        PIC X(16).
           05 WK-COMISION     PIC X(16).
           05 WK-RETEFTE      PIC X(16).
           05 WK-RETEIVA      PIC X(16).
           05 WK-RETEICA      PIC X(16).
           05 WK-NETO         PIC X(16).
       01 WK-FECHA-N          PIC 9(8).
       01 WK-BRUTO-N          PIC 9(10)V99.
       01 WK-COMISION-N       PIC 9(10)V99.
       01 WK-RETEFTE-N        PIC 9(10)V99.
       01 WK-RETEIVA-N        PIC 9(10)V99.
       01 WK-RETEICA-N        PIC 9(10)V99.
       01 WK-NETO-N           PIC 9(10)V99.
       01 WK-NUMERO           PIC X(16).
       01 WS-NUM-OK           PIC X.
       01 WS-NUM-VALOR        PIC 9(12)V99.
       01 WS-NUM-POS          PIC 9(3).
       01 WS-NUM-FIN          PIC X.
       01 WS-NUM-DEC          PIC 9.
       01 WS-NUM-DIGITO       PIC 9.
       01 HEADER              PIC X(160).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- CONCILIACION DE TARJETAS -----".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARCHIVO-LIQ.
           IF WS-FS-LIQ NOT = "00"
              DISPLAY "No se encontro liquidacion-tarjetas.csv. FS = "
                  WS-FS-LIQ
              PERFORM PAUSA
              GOBACK
           END-IF.
           OPEN INPUT ARCHIVO-VPAG.
           IF WS-FS-VPG NOT = "00"
              DISPLAY "No hay medios de pago registrados. FS = "
                  WS-FS-VPG
              MOVE "CONCILIA-TARJETAS" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/ventas-pago.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VPG TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-LIQ
              PERFORM PAUSA
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-CTJ.
           IF WS-FS-CTJ = "35"
              CLOSE ARCHIVO-CTJ
              OPEN OUTPUT ARCHIVO-CTJ
              CLOSE ARCHIVO-CTJ
              OPEN I-O ARCHIVO-CTJ
           END-IF.
           MOVE 99999999 TO WS-FEC-MIN.
           MOVE 0 TO WS-FEC-MAX.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "CONCILIACION DE PAGOS CON TARJETA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FECHA DE CORRIDA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- LIQUIDACIONES CASADAS --" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   FECHA    AUTORIZA     TIQUETE "
               "BRUTO         COMISION      RETEFTE       "
               "RETEIVA       RETEICA       NETO"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           READ ARCHIVO-LIQ INTO HEADER
               AT END MOVE "Y" TO WS-FIN-LIQ
           END-READ.
           MOVE "N" TO WS-FIN-LIQ.
           PERFORM UNTIL WS-FIN-LIQ = "Y"
              READ ARCHIVO-LIQ
                  AT END MOVE "Y" TO WS-FIN-LIQ
                  NOT AT END
                      PERFORM PROCESAR-LIQUIDACION
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LIQ.
      * Segunda vuelta sobre el archivo para listar aparte las
      * liquidaciones que no casaron.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- LIQUIDACIONES SIN TIQUETE --" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LISTAR-LIQ-HUERFANAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "-- PAGOS CON TARJETA SIN LIQUIDACION --"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FEC-MAX > 0
              PERFORM LISTAR-PAGOS-HUERFANOS
           END-IF.
           PERFORM RESUMEN-CONCILIACION.
           CLOSE ARCHIVO-REPORTE.
           MOVE "concilia-tarjetas" TO WS-ARC-PROGRAMA.
           MOVE "../rep-concilia-tarjetas.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "LIQUIDACIONES DE TARJETAS"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-VPAG.
           CLOSE ARCHIVO-CTJ.
           DISPLAY "Liquidaciones " WS-LIQ-LEIDAS " casadas "
               WS-LIQ-CASADAS " ya conciliadas " WS-LIQ-REPETIDAS.
           DISPLAY "Sin tiquete " WS-LIQ-HUERFANAS
               " pagos sin liquidacion " WS-PAG-HUERFANOS.
           DISPLAY "Comision cobrada " WS-TOT-COMISION
               " (" WS-PCT-COMISION "% del bruto)".
           DISPLAY "Detalle en rep-concilia-tarjetas.txt".
           PERFORM PAUSA.
           GOBACK.

      * Una fila de la liquidacion: se parte, se valida y se intenta
      * casar con un pago de tarjeta de la misma fecha y valor.
       PROCESAR-LIQUIDACION.
           PERFORM PARTIR-LIQUIDACION.
           IF WS-NUM-OK = "N"
              ADD 1 TO WS-LIQ-INVALIDAS
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIQ-LEIDAS.
           IF WK-FECHA-N < WS-FEC-MIN
              MOVE WK-FECHA-N TO WS-FEC-MIN
           END-IF.
           IF WK-FECHA-N > WS-FEC-MAX
              MOVE WK-FECHA-N TO WS-FEC-MAX
           END-IF.
           PERFORM BUSCAR-YA-CONCILIADA.
           IF WS-YA-CONC = "S"
              ADD 1 TO WS-LIQ-REPETIDAS
              EXIT PARAGRAPH
           END-IF.
           PERFORM CASAR-LIQUIDACION.
           IF WS-CASADO = "S"
              ADD 1 TO WS-LIQ-CASADAS
              ADD CT-BRUTO TO WS-TOT-BRUTO
              ADD CT-COMISION TO WS-TOT-COMISION
              ADD CT-RETEFTE TO WS-TOT-RETEFTE
              ADD CT-RETEIVA TO WS-TOT-RETEIVA
              ADD CT-RETEICA TO WS-TOT-RETEICA
              ADD CT-NETO TO WS-TOT-NETO
              MOVE SPACES TO LINEA-REPORTE
              STRING "   " CT-FECVTA " " CT-AUTORIZA " " CT-NUMERO
                  " " CT-BRUTO " " CT-COMISION " " CT-RETEFTE
                  " " CT-RETEIVA " " CT-RETEICA " " CT-NETO
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
              IF WS-DESCUADRE NOT = 0
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "      ** EL DETALLE NO CUADRA CON EL NETO: "
                     "DIFERENCIA " WS-DESCUADRE
                     DELIMITED BY SIZE INTO LINEA-REPORTE
                 END-STRING
                 WRITE LINEA-REPORTE
              END-IF
           ELSE
              ADD 1 TO WS-LIQ-HUERFANAS
           END-IF.

       PARTIR-LIQUIDACION.
           MOVE SPACES TO WK-FILA.
           UNSTRING LIQ-LINEA DELIMITED BY ";"
               INTO WK-FECHA, WK-AUTORIZA, WK-BRUTO, WK-COMISION,
                    WK-RETEFTE, WK-RETEIVA, WK-RETEICA, WK-NETO.
           MOVE WK-FECHA TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR = 0
              MOVE "N" TO WS-NUM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-FECHA-N.
           MOVE WK-BRUTO TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR = 0
              MOVE "N" TO WS-NUM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-BRUTO-N.
           MOVE WK-NETO TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           IF WS-NUM-OK = "N"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO WK-NETO-N.
           MOVE WK-COMISION TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           MOVE WS-NUM-VALOR TO WK-COMISION-N.
           MOVE WK-RETEFTE TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           MOVE WS-NUM-VALOR TO WK-RETEFTE-N.
           MOVE WK-RETEIVA TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           MOVE WS-NUM-VALOR TO WK-RETEIVA-N.
           MOVE WK-RETEICA TO WK-NUMERO.
           PERFORM VALIDAR-IMPORTE.
           MOVE WS-NUM-VALOR TO WK-RETEICA-N.
           MOVE "S" TO WS-NUM-OK.
      * Sin detalle de descuentos, lo que va del bruto al neto es
      * comision.
           IF WK-COMISION-N = 0 AND WK-RETEFTE-N = 0
              AND WK-RETEIVA-N = 0 AND WK-RETEICA-N = 0
              AND WK-NETO-N < WK-BRUTO-N
              COMPUTE WK-COMISION-N = WK-BRUTO-N - WK-NETO-N
           END-IF.

      * La misma autorizacion de la misma fecha y valor ya quedo
      * conciliada en una corrida anterior: no se vuelve a casar.
       BUSCAR-YA-CONCILIADA.
           MOVE "N" TO WS-YA-CONC.
           MOVE WK-AUTORIZA TO CT-AUTORIZA.
           START ARCHIVO-CTJ KEY IS EQUAL TO CT-AUTORIZA
               INVALID KEY
                   MOVE "10" TO WS-FS-CTJ
           END-START.
           IF WS-FS-CTJ = "00"
              PERFORM READ-SIGUIENTE-CTJ
              PERFORM UNTIL WS-FS-CTJ NOT = "00"
                 IF CT-AUTORIZA = WK-AUTORIZA
                    IF CT-FECVTA = WK-FECHA-N
                       AND CT-BRUTO = WK-BRUTO-N
                       MOVE "S" TO WS-YA-CONC
                       MOVE "10" TO WS-FS-CTJ
                    ELSE
                       PERFORM READ-SIGUIENTE-CTJ
                    END-IF
                 ELSE
                    MOVE "10" TO WS-FS-CTJ
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CTJ.

      * Primer pago con tarjeta de la misma fecha y valor que no
      * tenga conciliacion; el cruce queda grabado.
       CASAR-LIQUIDACION.
           MOVE "N" TO WS-CASADO.
           MOVE LOW-VALUES TO VP-CLAVE.
           START ARCHIVO-VPAG KEY IS NOT LESS THAN VP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VPG
           END-START.
           IF WS-FS-VPG = "00"
              PERFORM READ-SIGUIENTE-VPAG
              PERFORM UNTIL WS-FS-VPG NOT = "00"
                 OR WS-CASADO = "S"
                 IF VP-TIPO = "T" AND VP-FECHA = WK-FECHA-N
                    AND VP-VALOR = WK-BRUTO-N
                    MOVE VP-CLAVE TO CT-CLAVE
                    READ ARCHIVO-CTJ
                        INVALID KEY
                            PERFORM GRABAR-CONCILIACION
                    END-READ
                 END-IF
                 IF WS-CASADO = "N"
                    PERFORM READ-SIGUIENTE-VPAG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VPG.

       GRABAR-CONCILIACION.
           MOVE VP-NUMERO     TO CT-NUMERO.
           MOVE VP-SEQ        TO CT-SEQ.
           MOVE WK-AUTORIZA   TO CT-AUTORIZA.
           MOVE WK-FECHA-N    TO CT-FECVTA.
           MOVE WS-FECHA-HOY  TO CT-FECCONC.
           MOVE WK-BRUTO-N    TO CT-BRUTO.
           MOVE WK-COMISION-N TO CT-COMISION.
           MOVE WK-RETEFTE-N  TO CT-RETEFTE.
           MOVE WK-RETEIVA-N  TO CT-RETEIVA.
           MOVE WK-RETEICA-N  TO CT-RETEICA.
           MOVE WK-NETO-N     TO CT-NETO.
           COMPUTE WS-DESCUADRE = CT-BRUTO - CT-COMISION - CT-RETEFTE
               - CT-RETEIVA - CT-RETEICA - CT-NETO.
           WRITE CTJDATA
               INVALID KEY
                   DISPLAY "Error al grabar conciliacion. FS = "
                       WS-FS-CTJ
               NOT INVALID KEY
                   MOVE "S" TO WS-CASADO
           END-WRITE.

      * Relee el archivo del adquirente y lista lo que no quedo
      * conciliado ni casado en esta corrida.
       LISTAR-LIQ-HUERFANAS.
           OPEN INPUT ARCHIVO-LIQ.
           IF WS-FS-LIQ NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ARCHIVO-LIQ INTO HEADER
               AT END MOVE "Y" TO WS-FIN-LIQ
           END-READ.
           MOVE "N" TO WS-FIN-LIQ.
           PERFORM UNTIL WS-FIN-LIQ = "Y"
              READ ARCHIVO-LIQ
                  AT END MOVE "Y" TO WS-FIN-LIQ
                  NOT AT END
                      PERFORM PARTIR-LIQUIDACION
                      IF WS-NUM-OK = "S"
                         PERFORM BUSCAR-YA-CONCILIADA
                         IF WS-YA-CONC NOT = "S"
                            MOVE SPACES TO LINEA-REPORTE
                            STRING "   " WK-FECHA-N " AUT "
                                WK-AUTORIZA " BRUTO " WK-BRUTO-N
                                " NETO " WK-NETO-N
                                DELIMITED BY SIZE INTO LINEA-REPORTE
                            END-STRING
                            WRITE LINEA-REPORTE
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LIQ.

      * Pagos con tarjeta de las fechas que cubre el archivo que no
      * tienen conciliacion: plata que el adquirente no ha pagado.
       LISTAR-PAGOS-HUERFANOS.
           MOVE LOW-VALUES TO VP-CLAVE.
           START ARCHIVO-VPAG KEY IS NOT LESS THAN VP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VPG
           END-START.
           IF WS-FS-VPG = "00"
              PERFORM READ-SIGUIENTE-VPAG
              PERFORM UNTIL WS-FS-VPG NOT = "00"
                 IF VP-TIPO = "T" AND VP-FECHA >= WS-FEC-MIN
                    AND VP-FECHA <= WS-FEC-MAX
                    MOVE VP-CLAVE TO CT-CLAVE
                    READ ARCHIVO-CTJ
                        INVALID KEY
                            PERFORM LISTAR-UN-PAGO
                    END-READ
                 END-IF
                 PERFORM READ-SIGUIENTE-VPAG
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VPG.

       LISTAR-UN-PAGO.
           ADD 1 TO WS-PAG-HUERFANOS.
           ADD VP-VALOR TO WS-TOT-SIN-PAGO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   TIQUETE " VP-NUMERO " MEDIO " VP-SEQ
               " FECHA " VP-FECHA " VALOR " VP-VALOR
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

       RESUMEN-CONCILIACION.
           MOVE 0 TO WS-PCT-COMISION.
           IF WS-TOT-BRUTO > 0
              COMPUTE WS-PCT-COMISION ROUNDED =
                  WS-TOT-COMISION * 100 / WS-TOT-BRUTO
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDACIONES " WS-LIQ-LEIDAS
               " CASADAS " WS-LIQ-CASADAS
               " YA CONCILIADAS " WS-LIQ-REPETIDAS
               " SIN TIQUETE " WS-LIQ-HUERFANAS
               " ILEGIBLES " WS-LIQ-INVALIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BRUTO " WS-TOT-BRUTO
               " COMISION " WS-TOT-COMISION
               " (" WS-PCT-COMISION "%)"
               " NETO " WS-TOT-NETO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RETEFUENTE " WS-TOT-RETEFTE
               " RETEIVA " WS-TOT-RETEIVA
               " RETEICA " WS-TOT-RETEICA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PAGOS CON TARJETA SIN LIQUIDACION "
               WS-PAG-HUERFANOS " POR " WS-TOT-SIN-PAGO
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

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

       READ-SIGUIENTE-VPAG.
           READ ARCHIVO-VPAG NEXT RECORD
               AT END MOVE "10" TO WS-FS-VPG
           END-READ.

       READ-SIGUIENTE-CTJ.
           READ ARCHIVO-CTJ NEXT RECORD
               AT END MOVE "10" TO WS-FS-CTJ
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

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
