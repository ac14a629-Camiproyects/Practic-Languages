      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - La demanda que salvo un sustituto (motivo  *
      *      SUSTITUIDO) ya no cuenta como perdida: va en su propia  *
      *      columna por articulo, con sus totales y la lista de     *
      *      sustitutos que se llevaron la venta.                    *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

           05 VPL-CANT       PIC 9(5).
           05 FILLER         PIC X.
           05 VPL-MOTIVO     PIC X(12).
           05 FILLER         PIC X.
           05 VPL-OPER       PIC X(10).
           05 FILLER         PIC X.
           05 VPL-SUSTITUTO  PIC X(120).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).
       01 WS-NUM-ARTS         PIC 9(3) VALUE 0.
       01 WS-EVENTOS          PIC 9(6) VALUE 0.
       01 WS-TOTAL-UNID       PIC 9(10) VALUE 0.
       01 WS-EVENTOS-SALV     PIC 9(6) VALUE 0.
       01 WS-TOTAL-SALV       PIC 9(10) VALUE 0.
       01 WS-NUM-SUST         PIC 9(3) VALUE 0.

      * Por articulo pedido: lo perdido (SIN-STOCK, SIN-COMPON,
      * MANUAL) aparte de lo que salvo un sustituto (SUSTITUIDO).
       01 TABLA-PERDIDAS.
           05 TP-ENTRADA OCCURS 300 TIMES.
              10 TP-CODART   PIC X(120).
              10 TP-UNIDADES PIC 9(8).
              10 TP-EVENTOS  PIC 9(5).
              10 TP-SALVADAS PIC 9(8).
       01 TP-TEMP.
           05 TX-CODART      PIC X(120).
           05 TX-UNIDADES    PIC 9(8).
           05 TX-EVENTOS     PIC 9(5).
           05 TX-SALVADAS    PIC 9(8).

      * Sustitutos que se llevaron la venta, con sus unidades.
       01 TABLA-SUSTITUTOS.
           05 TS-ENTRADA OCCURS 100 TIMES.
              10 TS-CODART   PIC X(120).
              10 TS-UNIDADES PIC 9(8).
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ESCRIBIR-REPORTE.
           DISPLAY "Eventos " WS-EVENTOS " unidades perdidas "
               WS-TOTAL-UNID ".".
           DISPLAY "Salvadas por sustituto: " WS-EVENTOS-SALV
               " eventos, " WS-TOTAL-SALV " unidades.".
           DISPLAY "Reporte generado en rep-perdidas.txt".
           GOBACK.

       ACUMULAR-PERDIDA.
           IF VPL-MOTIVO = "SUSTITUIDO"
              ADD 1 TO WS-EVENTOS-SALV
              ADD VPL-CANT TO WS-TOTAL-SALV
              PERFORM ACUMULAR-SUSTITUTO
           ELSE
              ADD 1 TO WS-EVENTOS
              ADD VPL-CANT TO WS-TOTAL-UNID
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-ARTS OR WS-HALLADO = "S"
              IF TP-CODART(WS-I) = VPL-CODART
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
              IF WS-NUM-ARTS >= 300
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NUM-ARTS
              MOVE WS-NUM-ARTS TO WS-I
              MOVE VPL-CODART TO TP-CODART(WS-I)
              MOVE 0 TO TP-UNIDADES(WS-I)
              MOVE 0 TO TP-EVENTOS(WS-I)
              MOVE 0 TO TP-SALVADAS(WS-I)
           ELSE
              SUBTRACT 1 FROM WS-I
           END-IF.
           IF VPL-MOTIVO = "SUSTITUIDO"
              ADD VPL-CANT TO TP-SALVADAS(WS-I)
           ELSE
              ADD VPL-CANT TO TP-UNIDADES(WS-I)
              ADD 1 TO TP-EVENTOS(WS-I)
           END-IF.

       ACUMULAR-SUSTITUTO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NUM-SUST OR WS-HALLADO = "S"
              IF TS-CODART(WS-J) = VPL-SUSTITUTO
                 MOVE "S" TO WS-HALLADO
                 ADD VPL-CANT TO TS-UNIDADES(WS-J)
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-NUM-SUST < 100
              ADD 1 TO WS-NUM-SUST
              MOVE VPL-SUSTITUTO TO TS-CODART(WS-NUM-SUST)
              MOVE VPL-CANT TO TS-UNIDADES(WS-NUM-SUST)
           END-IF.

       ORDENAR-POR-UNIDADES.
              STRING "   " TP-CODART(WS-I)(1:30)
                  " UNIDADES " TP-UNIDADES(WS-I)
                  " EVENTOS " TP-EVENTOS(WS-I)
                  " SALVADAS POR SUSTITUTO " TP-SALVADAS(WS-I)
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EVENTOS SALVADOS: " WS-EVENTOS-SALV
               "  UNIDADES SALVADAS POR SUSTITUTO: " WS-TOTAL-SALV
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-NUM-SUST > 0
              MOVE SPACES TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              MOVE "SUSTITUTOS QUE SE LLEVARON LA VENTA" TO
                  LINEA-REPORTE
              WRITE LINEA-REPORTE
              PERFORM VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J > WS-NUM-SUST
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "   " TS-CODART(WS-J)(1:30)
                     " UNIDADES " TS-UNIDADES(WS-J)
                     DELIMITED BY SIZE INTO LINEA-REPORTE
                 END-STRING
                 WRITE LINEA-REPORTE
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-perdidas" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-perdidas.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
