       IDENTIFICATION DIVISION.
       PROGRAM-ID. resumen-ventas.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                RESUMEN DIARIO DE VENTAS                      *
      *                                                              *
      * Descripcion: Puerta del resumen que mantiene acumula-ventas  *
      *              (resumen-ventas.dat por fecha y articulo,       *
      *              resumen-oper.dat por fecha y operador):         *
      *              - Bajo el cierre de dia (cierre-lote.flag)      *
      *                acumula los tiquetes y notas credito          *
      *                pendientes y avanza los punteros, sin         *
      *                preguntas.                                    *
      *              - En pantalla muestra hasta donde va el         *
      *                acumulado y permite rehacer un rango de       *
      *                fechas desde ventas.dat (R), por ejemplo      *
      *                despues de una recuperacion; queda en         *
      *                auditoria.log.                                *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CTL
               ASSIGN TO "../Articulos/resumen-ventas.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.

       DATA DIVISION.
       FILE SECTION.
      * Punteros del acumulado (los mantiene acumula-ventas).
       FD  ARCHIVO-CTL.
       01  RCDATA.
           05 RC-ULT-TIQ        PIC 9(6) OCCURS 10 TIMES.
           05 RC-ULT-NC         PIC 9(6).
           05 RC-ULT-FECHA      PIC 9(8).
           05 RC-ULT-HORA       PIC 9(8).
           05 RC-FEC-VIVO       PIC 9(8).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-S                PIC 9(2).
       01 WS-SERIE            PIC 9.
       01 WS-HAY-CTL          PIC X.

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag).
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.

      * Pedido a acumula-ventas.
       01 WS-AV-PEDIDO.
           05 WS-AV-MODO        PIC X.
           05 WS-AV-DESDE       PIC 9(8).
           05 WS-AV-HASTA       PIC 9(8).
           05 WS-AV-RUTA-ART    PIC X(60).
           05 WS-AV-RUTA-OPE    PIC X(60).
           05 WS-AV-TIQUETES    PIC 9(6).
           05 WS-AV-NOTAS       PIC 9(6).
           05 WS-AV-ESTADO      PIC XX.

      * Sello encadenado de las bitacoras (auditoria, sesiones e
      * historial de precios): cada linea lleva un resumen de su
      * contenido mezclado con el sello de la linea anterior, y el
      * ultimo sello de cada bitacora queda en su archivo -cadena.
      * Alterar, quitar o intercalar una linea rompe la cadena y
      * verifica-logs dice en cual.
       01 WS-FS-SLO          PIC XX.
       01 WS-RUTA-SLO        PIC X(60).
       01 WS-SELLO-TEXTO     PIC X(200).
       01 WS-SELLO-LARGO     PIC 9(3).
       01 WS-SELLO-I         PIC 9(3).
       01 WS-SELLO-ANT       PIC 9(10).
       01 WS-SELLO           PIC 9(10).
       01 WS-SELLO-ACUM      PIC 9(12).
       01 WS-SELLO-COC       PIC 9(12).
       01 WS-SELLO-BYTE-AREA.
           05 FILLER         PIC X VALUE LOW-VALUE.
           05 WS-SELLO-BYTE  PIC X.
       01 WS-SELLO-ORD REDEFINES WS-SELLO-BYTE-AREA PIC 9(4) COMP-X.

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-FLAG-C
               WS-EXISTE-INFO RETURNING WS-EXISTE-RET.
           IF WS-EXISTE-RET = 0
              MOVE "S" TO WS-MODO-LOTE
           END-IF.
           IF WS-MODO-LOTE = "S"
              MOVE "C" TO WS-AV-MODO
              MOVE 0 TO WS-AV-DESDE
              MOVE 0 TO WS-AV-HASTA
              CALL "acumula-ventas" USING WS-AV-PEDIDO
              END-CALL
              DISPLAY "Tiquetes acumulados: " WS-AV-TIQUETES
                  "  Notas credito: " WS-AV-NOTAS
      * Sin ventas todavia no es una falla del cierre; un resumen
      * que no abre o un control que no se graba si.
              IF WS-AV-ESTADO = "00" OR WS-AV-ESTADO = "VT"
                 MOVE 0 TO RETURN-CODE
              ELSE
                 DISPLAY "Error en el resumen de ventas: "
                     WS-AV-ESTADO
                 MOVE 8 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-RESUMEN UNTIL WS-OPCION = "Q".
           GOBACK.

       MENU-RESUMEN.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  RESUMEN DIARIO DE VENTAS     " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           PERFORM MOSTRAR-CONTROL.
           DISPLAY "  R -> Rehacer un rango de fechas"
               LINE 18 POSITION 20.
           DISPLAY "  Q -> Volver" LINE 19 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 21 POSITION 20.
           ACCEPT WS-OPCION LINE 21 POSITION 43.
           EVALUATE WS-OPCION
               WHEN "R"
                    PERFORM REHACER-RANGO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      * Ultima acumulacion y punteros por serie (solo las series que
      * tienen tiquetes acumulados).
       MOSTRAR-CONTROL.
           MOVE "N" TO WS-HAY-CTL.
           OPEN INPUT ARCHIVO-CTL.
           IF WS-FS-CTL = "00"
              READ ARCHIVO-CTL
                  NOT AT END MOVE "S" TO WS-HAY-CTL
              END-READ
              CLOSE ARCHIVO-CTL
           END-IF.
           IF WS-HAY-CTL = "N"
              DISPLAY "Todavia no se ha acumulado ningun dia."
                  LINE 7 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ultima acumulacion:" LINE 7 POSITION 10.
           DISPLAY RC-ULT-FECHA LINE 7 POSITION 32.
           DISPLAY RC-ULT-HORA(1:6) LINE 7 POSITION 42.
           DISPLAY "Ultima nota credito:" LINE 8 POSITION 10.
           DISPLAY RC-ULT-NC LINE 8 POSITION 32.
           DISPLAY "Rehacer posible desde:" LINE 9 POSITION 10.
           DISPLAY RC-FEC-VIVO LINE 9 POSITION 32.
           DISPLAY "Serie  Ultimo tiquete acumulado" LINE 11
               POSITION 10.
           MOVE 12 TO WS-LIN.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 10
              IF RC-ULT-TIQ(WS-S) > 0 AND WS-LIN < 17
                 COMPUTE WS-SERIE = WS-S - 1
                 DISPLAY WS-SERIE LINE WS-LIN POSITION 12
                 DISPLAY RC-ULT-TIQ(WS-S) LINE WS-LIN POSITION 17
                 ADD 1 TO WS-LIN
              END-IF
           END-PERFORM.

      ****************************************************************
      * Rehacer: borra las filas del rango en los dos resumenes y    *
      * las vuelve a armar desde ventas.dat y notas-credito.dat,     *
      * con lo que ya estaba acumulado. Una linea de auditoria por   *
      * corrida.                                                     *
      ****************************************************************
       REHACER-RANGO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Rehacer el resumen de ventas" LINE 3 POSITION 10.
           DISPLAY "Desde (AAAAMMDD):" LINE 5 POSITION 10.
           MOVE 0 TO WS-AV-DESDE.
           ACCEPT WS-AV-DESDE LINE 5 POSITION 30.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy):" LINE 6 POSITION 10.
           MOVE 0 TO WS-AV-HASTA.
           ACCEPT WS-AV-HASTA LINE 6 POSITION 36.
           IF WS-AV-HASTA = 0
              ACCEPT WS-AV-HASTA FROM DATE YYYYMMDD
           END-IF.
           IF WS-AV-HASTA < WS-AV-DESDE
              DISPLAY "Rango de fechas invalido." LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma (S/N):" LINE 8 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 8 POSITION 30.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Rehaciendo, espere..." LINE 10 POSITION 10.
           MOVE "R" TO WS-AV-MODO.
           CALL "acumula-ventas" USING WS-AV-PEDIDO
           END-CALL.
           IF WS-AV-ESTADO NOT = "00"
              DISPLAY "No se pudo rehacer. Estado: " LINE 10
                  POSITION 10
              DISPLAY WS-AV-ESTADO LINE 10 POSITION 40
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Rango rehecho:" LINE 10 POSITION 10.
           DISPLAY WS-AV-DESDE LINE 10 POSITION 30.
           DISPLAY WS-AV-HASTA LINE 10 POSITION 40.
           DISPLAY "Tiquetes:" LINE 11 POSITION 10.
           DISPLAY WS-AV-TIQUETES LINE 11 POSITION 30.
           DISPLAY "Notas credito:" LINE 12 POSITION 10.
           DISPLAY WS-AV-NOTAS LINE 12 POSITION 30.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " RESUMEN REHACE DESDE=" WS-AV-DESDE
               " HASTA=" WS-AV-HASTA
               " TIQ=" WS-AV-TIQUETES
               " NC=" WS-AV-NOTAS
               " OPER=" T-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.
           PERFORM PAUSA.

       ESCRIBIR-AUDITORIA.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.
           MOVE SPACE TO WS-OPCION.

      ****************************************************************
      * Sello de la linea de auditoria, encadenado con el de la      *
      * linea anterior (auditoria-cadena.dat).                       *
      ****************************************************************
       SELLAR-AUDITORIA.
           MOVE "../Usuarios/auditoria-cadena.dat" TO WS-RUTA-SLO.
           MOVE AUDIT-LINEA TO WS-SELLO-TEXTO.
           MOVE 120 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO AUDIT-MARCA.
           MOVE WS-SELLO TO AUDIT-SELLO.

      * Toma el ultimo sello guardado (cero si la bitacora no tiene
      * cadena todavia), calcula el de la linea nueva y lo deja como
      * ultimo.
       ENCADENAR-SELLO.
           MOVE 0 TO WS-SELLO-ANT.
           OPEN INPUT ARCHIVO-SLO.
           IF WS-FS-SLO = "00"
              READ ARCHIVO-SLO
                  NOT AT END
                      IF SLO-ULT IS NUMERIC
                         MOVE SLO-ULT TO WS-SELLO-ANT
                      END-IF
              END-READ
              CLOSE ARCHIVO-SLO
           END-IF.
           PERFORM CALCULAR-SELLO.
           OPEN OUTPUT ARCHIVO-SLO.
           IF WS-FS-SLO = "00"
              MOVE WS-SELLO TO SLO-ULT
              WRITE SLO-ULT
              CLOSE ARCHIVO-SLO
           END-IF.

      * Resumen polinomico de los WS-SELLO-LARGO bytes del texto,
      * sembrado con el sello anterior, modulo 2147483647. El mismo
      * calculo lo repite verifica-logs.
       CALCULAR-SELLO.
           MOVE WS-SELLO-ANT TO WS-SELLO-ACUM.
           PERFORM VARYING WS-SELLO-I FROM 1 BY 1
               UNTIL WS-SELLO-I > WS-SELLO-LARGO
              MOVE WS-SELLO-TEXTO(WS-SELLO-I:1) TO WS-SELLO-BYTE
              COMPUTE WS-SELLO-ACUM = WS-SELLO-ACUM * 31
                  + WS-SELLO-ORD + 1
              DIVIDE WS-SELLO-ACUM BY 2147483647
                  GIVING WS-SELLO-COC REMAINDER WS-SELLO-ACUM
           END-PERFORM.
           MOVE WS-SELLO-ACUM TO WS-SELLO.
