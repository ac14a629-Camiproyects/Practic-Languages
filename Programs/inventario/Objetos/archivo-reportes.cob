       IDENTIFICATION DIVISION.
       PROGRAM-ID. archivo-reportes.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                ARCHIVO DE REPORTES                           *
      *                                                              *
      * Descripcion: Consulta de las copias fechadas que deja        *
      *              archiva-reporte en ../Reportes:                 *
      *              - L: corridas por reporte y rango de fechas,    *
      *                con programa, operador y parametros.          *
      *              - V: ver en pantalla la copia de una corrida.   *
      *              - R: reimprimir una corrida en reimpresion.txt  *
      *                con encabezado de reimpresion; queda en       *
      *                auditoria.log.                                *
      *              - D: depurar las copias mas viejas que la       *
      *                retencion en meses de retencion-rep.cfg (60   *
      *                por defecto). La fila del indice se conserva  *
      *                marcada como depurada.                        *
      *              Bajo el cierre de dia (cierre-lote.flag) solo   *
      *              depura, sin preguntas.                          *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-IDX
               ASSIGN TO "../Reportes/indice-reportes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-NUMERO
               ALTERNATE RECORD KEY IS IR-ALTERNA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-IDX.
           SELECT ARCHIVO-COPIA ASSIGN TO WS-RUTA-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COP.
           SELECT ARCHIVO-REIMP ASSIGN TO "../Reportes/reimpresion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RIM.
           SELECT ARCHIVO-RET ASSIGN TO "retencion-rep.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Indice del archivo de reportes (lo escribe archiva-reporte).
       FD  ARCHIVO-IDX.
       01  IRDATA.
           05 IR-NUMERO      PIC 9(6).
           05 IR-ALTERNA.
              07 IR-REPORTE  PIC X(30).
              07 IR-FECHA    PIC 9(8).
              07 IR-HORA     PIC 9(8).
           05 IR-PROGRAMA    PIC X(20).
           05 IR-RUTA        PIC X(60).
           05 IR-COPIA       PIC X(60).
           05 IR-PARAMETROS  PIC X(60).
           05 IR-OPER        PIC 9(10).
           05 IR-ESTACION    PIC 9(4).
           05 IR-ORIGEN      PIC X.
              88 IR-INTERACTIVO VALUE "I".
              88 IR-LOTE        VALUE "L".
           05 IR-LINEAS      PIC 9(7).
           05 IR-ESTADO      PIC X.
              88 IR-ARCHIVADA VALUE "A".
              88 IR-DEPURADA  VALUE "D".
           05 IR-FEC-DEP     PIC 9(8).

       FD  ARCHIVO-COPIA.
       01  COPIA-LINEA       PIC X(300).

       FD  ARCHIVO-REIMP.
       01  REIMP-LINEA       PIC X(300).

      * Retencion de las copias, en meses.
       FD  ARCHIVO-RET.
       01  RET-LINEA         PIC 9(4).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-IDX           PIC XX.
       01 WS-FS-COP           PIC XX.
       01 WS-FS-RIM           PIC XX.
       01 WS-FS-RET           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 WS-AUD-OPER         PIC 9(10).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WS-CNT              PIC 9(6).
       01 WS-FIN              PIC X.
       01 WS-IDX-ABIERTO      PIC X VALUE "N".

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag).
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.
       01 WS-DEL-RET          PIC 9(9) COMP-X.

      * Filtros de la consulta.
       01 WS-FIL-REPORTE      PIC X(30).
       01 WS-FIL-DESDE        PIC 9(8).
       01 WS-FIL-HASTA        PIC 9(8).
       01 WS-NUM-CORRIDA      PIC 9(6).
       01 WS-RUTA-COPIA       PIC X(60).

      * Retencion y fecha de corte de la depuracion.
       01 WS-RET-MESES        PIC 9(4) VALUE 60.
       01 WS-CORTE            PIC 9(8).
       01 WS-CORTE-R REDEFINES WS-CORTE.
           05 WS-CORTE-ANO    PIC 9(4).
           05 WS-CORTE-MES    PIC 9(2).
           05 WS-CORTE-DIA    PIC 9(2).
       01 WS-MESES-TOT        PIC 9(6).
       01 WS-DEPURADAS        PIC 9(6).

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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.
           OPEN I-O ARCHIVO-IDX.
           IF WS-FS-IDX = "00"
              MOVE "S" TO WS-IDX-ABIERTO
           END-IF.
           IF WS-FS-IDX NOT = "00" AND WS-FS-IDX NOT = "35"
              DISPLAY "Error al abrir indice-reportes.dat. FS = "
                  WS-FS-IDX
              MOVE "ARCHIVO-REPORTES" TO WS-EXC-PROGRAMA
              MOVE "../Reportes/indice-reportes.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-IDX TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              IF WS-MODO-LOTE = "S"
                 MOVE 8 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF.
           IF WS-MODO-LOTE = "S"
              MOVE 0 TO WS-AUD-OPER
              IF WS-IDX-ABIERTO = "S"
                 PERFORM DEPURAR-VENCIDAS
                 CLOSE ARCHIVO-IDX
              END-IF
              DISPLAY "Copias de reportes depuradas: " WS-DEPURADAS
      * Nada que depurar (o ningun reporte archivado aun) no es una
      * falla del cierre.
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE T-NUMDOC TO WS-AUD-OPER.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-ARCHIVO UNTIL WS-OPCION = "Q".
           IF WS-IDX-ABIERTO = "S"
              CLOSE ARCHIVO-IDX
           END-IF.
           GOBACK.

       MENU-ARCHIVO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  ARCHIVO DE REPORTES          " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  L -> Corridas por reporte y fecha"
               LINE 7 POSITION 20.
           DISPLAY "  V -> Ver una corrida" LINE 8 POSITION 20.
           DISPLAY "  R -> Reimprimir una corrida" LINE 9 POSITION 20.
           DISPLAY "  D -> Depurar copias vencidas" LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver" LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 43.
           IF WS-OPCION NOT = "Q" AND WS-IDX-ABIERTO NOT = "S"
              DISPLAY "No hay reportes archivados todavia."
                  LINE 15 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-OPCION
               WHEN "L"
                    PERFORM LISTAR-CORRIDAS
               WHEN "V"
                    PERFORM VER-CORRIDA
               WHEN "R"
                    PERFORM REIMPRIMIR-CORRIDA
               WHEN "D"
                    PERFORM CONFIRMAR-DEPURACION
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Corridas de un reporte (o de todos) entre dos fechas, en     *
      * orden de reporte y fecha.                                    *
      ****************************************************************
       LISTAR-CORRIDAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Reporte (ej. rep-iva.txt, vacio = todos):"
               LINE 3 POSITION 5.
           MOVE SPACES TO WS-FIL-REPORTE.
           ACCEPT WS-FIL-REPORTE LINE 3 POSITION 48.
           DISPLAY "Desde (AAAAMMDD, 0 = el principio):"
               LINE 4 POSITION 5.
           MOVE 0 TO WS-FIL-DESDE.
           ACCEPT WS-FIL-DESDE LINE 4 POSITION 48.
           DISPLAY "Hasta (AAAAMMDD, 0 = hoy):" LINE 5 POSITION 5.
           MOVE 0 TO WS-FIL-HASTA.
           ACCEPT WS-FIL-HASTA LINE 5 POSITION 48.
           IF WS-FIL-HASTA = 0
              MOVE WS-FECHA-HOY TO WS-FIL-HASTA
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "No.    Fecha    Hora Reporte" LINE 2 POSITION 2.
           DISPLAY "Operador   O E Parametros" LINE 2 POSITION 48.
           MOVE 3 TO WS-LIN.
           MOVE 0 TO WS-CNT.
           MOVE WS-FIL-REPORTE TO IR-REPORTE.
           MOVE WS-FIL-DESDE TO IR-FECHA.
           MOVE 0 TO IR-HORA.
           START ARCHIVO-IDX KEY IS NOT LESS THAN IR-ALTERNA
               INVALID KEY
                   MOVE "10" TO WS-FS-IDX
           END-START.
           PERFORM UNTIL WS-FS-IDX NOT = "00"
              READ ARCHIVO-IDX NEXT RECORD
                  AT END MOVE "10" TO WS-FS-IDX
                  NOT AT END
                      IF WS-FIL-REPORTE NOT = SPACES
                         AND IR-REPORTE NOT = WS-FIL-REPORTE
                         MOVE "10" TO WS-FS-IDX
                      ELSE
                         IF IR-FECHA >= WS-FIL-DESDE
                            AND IR-FECHA <= WS-FIL-HASTA
                            PERFORM MOSTRAR-CORRIDA
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-IDX.
           DISPLAY "Corridas: " WS-CNT
               "   (O: I interactiva, L cierre; E: A archivada,"
               " D depurada)" LINE 22 POSITION 2.
           PERFORM PAUSA.

       MOSTRAR-CORRIDA.
           ADD 1 TO WS-CNT.
           IF WS-LIN > 21
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 3 TO WS-LIN
           END-IF.
           DISPLAY IR-NUMERO LINE WS-LIN POSITION 2.
           DISPLAY IR-FECHA LINE WS-LIN POSITION 9.
           DISPLAY IR-HORA(1:4) LINE WS-LIN POSITION 18.
           DISPLAY IR-REPORTE(1:24) LINE WS-LIN POSITION 23.
           DISPLAY IR-OPER LINE WS-LIN POSITION 48.
           DISPLAY IR-ORIGEN LINE WS-LIN POSITION 59.
           DISPLAY IR-ESTADO LINE WS-LIN POSITION 61.
           DISPLAY IR-PARAMETROS(1:17) LINE WS-LIN POSITION 63.
           ADD 1 TO WS-LIN.

      * Pide el numero de corrida y la deja leida en IRDATA; si no
      * existe o su copia ya se depuro, WS-CONFIRMA queda en "N".
       PEDIR-CORRIDA.
           MOVE "N" TO WS-CONFIRMA.
           DISPLAY "Numero de corrida:" LINE 3 POSITION 5.
           MOVE 0 TO WS-NUM-CORRIDA.
           ACCEPT WS-NUM-CORRIDA LINE 3 POSITION 25.
           MOVE WS-NUM-CORRIDA TO IR-NUMERO.
           READ ARCHIVO-IDX
               INVALID KEY
                   DISPLAY "No existe esa corrida." LINE 20 POSITION 5
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF IR-DEPURADA
              DISPLAY "La copia se depuro el " IR-FEC-DEP
                  " por la regla de retencion." LINE 20 POSITION 5
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CONFIRMA.

      * La copia en pantalla, 18 lineas por pagina (79 columnas).
       VER-CORRIDA.
           PERFORM CLEAR-SCREEN.
           PERFORM PEDIR-CORRIDA.
           IF WS-CONFIRMA NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE IR-COPIA TO WS-RUTA-COPIA.
           OPEN INPUT ARCHIVO-COPIA.
           IF WS-FS-COP NOT = "00"
              DISPLAY "No se encuentra la copia: " IR-COPIA
                  LINE 20 POSITION 5
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           PERFORM ENCABEZADO-VER.
           MOVE 4 TO WS-LIN.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "S"
              READ ARCHIVO-COPIA
                  AT END MOVE "S" TO WS-FIN
                  NOT AT END
                      IF WS-LIN > 21
                         DISPLAY "ENTER = sigue, Q = salir:"
                             LINE 23 POSITION 5
                         MOVE SPACE TO WS-OPCION
                         ACCEPT WS-OPCION LINE 23 POSITION 32
                         IF WS-OPCION = "Q" OR WS-OPCION = "q"
                            MOVE "S" TO WS-FIN
                         ELSE
                            PERFORM CLEAR-SCREEN
                            PERFORM ENCABEZADO-VER
                            MOVE 4 TO WS-LIN
                         END-IF
                      END-IF
                      IF WS-FIN NOT = "S"
                         DISPLAY COPIA-LINEA(1:79) LINE WS-LIN
                             POSITION 1
                         ADD 1 TO WS-LIN
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-COPIA.
           PERFORM PAUSA.

       ENCABEZADO-VER.
           DISPLAY "Corrida " IR-NUMERO " " IR-REPORTE(1:24)
               " del " IR-FECHA " " IR-HORA(1:4)
               LINE 1 POSITION 1.
           DISPLAY "Operador " IR-OPER " - " IR-PARAMETROS(1:50)
               LINE 2 POSITION 1.

      ****************************************************************
      * Reimpresion: la copia archivada, sin tocarla, con un         *
      * encabezado que dice que es reimpresion, de cuando es el      *
      * original y quien lo pidio; va a reimpresion.txt y queda en   *
      * auditoria.log.                                               *
      ****************************************************************
       REIMPRIMIR-CORRIDA.
           PERFORM CLEAR-SCREEN.
           PERFORM PEDIR-CORRIDA.
           IF WS-CONFIRMA NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE IR-COPIA TO WS-RUTA-COPIA.
           OPEN INPUT ARCHIVO-COPIA.
           IF WS-FS-COP NOT = "00"
              DISPLAY "No se encuentra la copia: " IR-COPIA
                  LINE 20 POSITION 5
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-REIMP.
           IF WS-FS-RIM NOT = "00"
              DISPLAY "No se pudo abrir reimpresion.txt. FS = "
                  WS-FS-RIM LINE 20 POSITION 5
              MOVE "ARCHIVO-REPORTES" TO WS-EXC-PROGRAMA
              MOVE "../Reportes/reimpresion.txt" TO WS-EXC-ARCHIVO
              MOVE WS-FS-RIM TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-COPIA
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO REIMP-LINEA.
           STRING "*** REIMPRESION DEL REPORTE ARCHIVADO No. "
               IR-NUMERO " ***"
               DELIMITED BY SIZE INTO REIMP-LINEA
           END-STRING.
           WRITE REIMP-LINEA.
           MOVE SPACES TO REIMP-LINEA.
           STRING "REPORTE: " IR-REPORTE " PROGRAMA: " IR-PROGRAMA
               DELIMITED BY SIZE INTO REIMP-LINEA
           END-STRING.
           WRITE REIMP-LINEA.
           MOVE SPACES TO REIMP-LINEA.
           STRING "GENERADO: " IR-FECHA " " IR-HORA
               " OPERADOR: " IR-OPER " ESTACION: " IR-ESTACION
               DELIMITED BY SIZE INTO REIMP-LINEA
           END-STRING.
           WRITE REIMP-LINEA.
           MOVE SPACES TO REIMP-LINEA.
           STRING "PARAMETROS: " IR-PARAMETROS
               DELIMITED BY SIZE INTO REIMP-LINEA
           END-STRING.
           WRITE REIMP-LINEA.
           MOVE SPACES TO REIMP-LINEA.
           STRING "REIMPRESO: " WS-FECHA-HOY " " WS-HORA-HOY
               " POR: " T-NUMDOC
               DELIMITED BY SIZE INTO REIMP-LINEA
           END-STRING.
           WRITE REIMP-LINEA.
           MOVE ALL "-" TO REIMP-LINEA(1:80).
           WRITE REIMP-LINEA.
           MOVE 0 TO WS-CNT.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "S"
              READ ARCHIVO-COPIA
                  AT END MOVE "S" TO WS-FIN
                  NOT AT END
                      MOVE COPIA-LINEA TO REIMP-LINEA
                      WRITE REIMP-LINEA
                      ADD 1 TO WS-CNT
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-COPIA.
           CLOSE ARCHIVO-REIMP.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " REPORTES REIMPRIME N=" IR-NUMERO
               " FECHA=" IR-FECHA " "
               DELIMITED BY SIZE
               IR-REPORTE DELIMITED BY SPACE
               " OPER=" WS-AUD-OPER
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.
           DISPLAY "Reimpresion en ../Reportes/reimpresion.txt ("
               WS-CNT " lineas)." LINE 20 POSITION 5.
           PERFORM PAUSA.

      ****************************************************************
      * Depuracion por retencion: las copias de corridas anteriores  *
      * a hoy menos WS-RET-MESES meses se borran y su fila queda     *
      * marcada D con la fecha; una linea de auditoria por corrida   *
      * de depuracion.                                               *
      ****************************************************************
       CONFIRMAR-DEPURACION.
           PERFORM CLEAR-SCREEN.
           PERFORM CALCULAR-CORTE.
           DISPLAY "Retencion (retencion-rep.cfg), meses:"
               LINE 5 POSITION 10.
           DISPLAY WS-RET-MESES LINE 5 POSITION 50.
           DISPLAY "Se borran las copias anteriores a:"
               LINE 6 POSITION 10.
           DISPLAY WS-CORTE LINE 6 POSITION 50.
           DISPLAY "Confirma (S/N):" LINE 8 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 8 POSITION 30.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           PERFORM DEPURAR-VENCIDAS.
           DISPLAY "Copias depuradas: " WS-DEPURADAS
               LINE 10 POSITION 10.
           PERFORM PAUSA.

       CALCULAR-CORTE.
           MOVE 60 TO WS-RET-MESES.
           OPEN INPUT ARCHIVO-RET.
           IF WS-FS-RET = "00"
              READ ARCHIVO-RET
                  NOT AT END
                      IF RET-LINEA IS NUMERIC AND RET-LINEA > 0
                         MOVE RET-LINEA TO WS-RET-MESES
                      END-IF
              END-READ
              CLOSE ARCHIVO-RET
           END-IF.
           MOVE WS-FECHA-HOY TO WS-CORTE.
           COMPUTE WS-MESES-TOT = WS-CORTE-ANO * 12
               + WS-CORTE-MES - 1 - WS-RET-MESES.
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.

       DEPURAR-VENCIDAS.
           PERFORM CALCULAR-CORTE.
           MOVE 0 TO WS-DEPURADAS.
           MOVE 0 TO IR-NUMERO.
           START ARCHIVO-IDX KEY IS NOT LESS THAN IR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-IDX
           END-START.
           PERFORM UNTIL WS-FS-IDX NOT = "00"
              READ ARCHIVO-IDX NEXT RECORD
                  AT END MOVE "10" TO WS-FS-IDX
                  NOT AT END
                      IF IR-ARCHIVADA AND IR-FECHA < WS-CORTE
                         MOVE IR-COPIA TO WS-RUTA-COPIA
                         CALL "CBL_DELETE_FILE" USING WS-RUTA-COPIA
                             RETURNING WS-DEL-RET
                         MOVE "D" TO IR-ESTADO
                         MOVE WS-FECHA-HOY TO IR-FEC-DEP
                         REWRITE IRDATA
                         ADD 1 TO WS-DEPURADAS
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-IDX.
           IF WS-DEPURADAS > 0
              ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD
              ACCEPT WS-HORA-AUD  FROM TIME
              MOVE SPACES TO AUDIT-LINEA
              STRING WS-FECHA-AUD " " WS-HORA-AUD
                  " REPORTES DEPURA COPIAS=" WS-DEPURADAS
                  " CORTE=" WS-CORTE
                  " RETENCION=" WS-RET-MESES
                  " OPER=" WS-AUD-OPER
                  DELIMITED BY SIZE
                  INTO AUDIT-LINEA
              END-STRING
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       ESCRIBIR-AUDITORIA.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

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
