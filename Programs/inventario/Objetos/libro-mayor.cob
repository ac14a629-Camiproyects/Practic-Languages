       IDENTIFICATION DIVISION.
       PROGRAM-ID. libro-mayor.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                LIBRO MAYOR POR PERIODO                       *
      *                                                              *
      * Descripcion: Lleva la contabilidad propia a partir de los    *
      *              asientos diarios de interfaz-contable: cada     *
      *              asiento-AAAAMMDD.csv cuadrado se contabiliza en *
      *              libro-mayor.dat por periodo (AAAAMM), cuenta y  *
      *              centro de costo (la unidad de unidades.dat, asi *
      *              cada departamento ve sus propios gastos). Un    *
      *              dia se contabiliza una sola vez                 *
      *              (libro-mayor-dias.dat). El cierre del periodo   *
      *              (periodos-cont.dat) lo bloquea para nuevas      *
      *              contabilizaciones y traslada al mes siguiente   *
      *              los saldos de las cuentas de balance; las de    *
      *              resultado (clases 4 a 7 del PUC) se cierran     *
      *              contra la cuenta del concepto RES-EJER del mapa *
      *              contable. Salidas del mes: balance de prueba,   *
      *              estado de resultados (con gastos por centro de  *
      *              costo) y balance general, en                    *
      *              rep-balance-prueba.txt, rep-estado-result.txt y *
      *              rep-balance-general.txt. Bajo el cierre de dia  *
      *              contabiliza sin preguntas el asiento de hoy.    *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el balance de prueba, el estado  *
      *      de resultados y el balance general deja su copia        *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con el periodo y el centro de costo.                    *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAY ASSIGN TO "../Articulos/libro-mayor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MY-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-MAY.
           SELECT ARCHIVO-PER
               ASSIGN TO "../Articulos/periodos-cont.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PER.
           SELECT ARCHIVO-MYD
               ASSIGN TO "../Articulos/libro-mayor-dias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-FECHA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-MYD.
           SELECT ARCHIVO-MAP ASSIGN TO "../Articulos/mapa-contable.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CONCEPTO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-MAP.
           SELECT ARCHIVO-UNI ASSIGN TO "../Usuarios/unidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNI-CODIGO
               FILE STATUS IS WS-FS-UNI.
           SELECT ARCHIVO-ASI ASSIGN TO WS-RUTA-ASI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASI.
           SELECT ARCHIVO-REPORTE ASSIGN TO WS-RUTA-REP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Saldo de una cuenta en un centro de costo para un periodo:
      * saldo inicial con signo (debito positivo) y movimientos.
       FD ARCHIVO-MAY.
       01 MAYDATA.
           05 MY-CLAVE.
              07 MY-ANOMES   PIC 9(6).
              07 MY-CUENTA   PIC X(10).
              07 MY-UNIDAD   PIC 9(4).
           05 MY-SALDO-INI   PIC S9(14)V99.
           05 MY-DEBITOS     PIC 9(14)V99.
           05 MY-CREDITOS    PIC 9(14)V99.

       FD ARCHIVO-PER.
       01 PERDATA.
           05 PER-ANOMES     PIC 9(6).
           05 PER-ESTADO     PIC X.
              88 PER-ABIERTO VALUE "A".
              88 PER-CERRADO VALUE "C".
           05 PER-FEC-CIERRE PIC 9(8).
           05 PER-RESULTADO  PIC S9(14)V99.

      * Dias ya contabilizados: un asiento no entra dos veces.
       FD ARCHIVO-MYD.
       01 MYDDATA.
           05 MD-FECHA       PIC 9(8).
           05 MD-PARTIDAS    PIC 9(7).
           05 MD-DEBITOS     PIC 9(14)V99.
           05 MD-FEC-POST    PIC 9(8).

       FD ARCHIVO-MAP.
       01 MAPDATA.
           05 MAP-CONCEPTO   PIC X(8).
           05 MAP-CUENTA     PIC X(10).
           05 MAP-UNIDAD     PIC 9(4).

       FD  ARCHIVO-UNI.
       01  UNIDATA.
           05 UNI-CODIGO      PIC 9(4).
           05 UNI-NOMBRE      PIC X(30).
           05 UNI-RESPONSABLE PIC X(50).

       FD  ARCHIVO-ASI.
       01  ASI-LINEA         PIC X(120).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(120).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-MAY           PIC XX.
       01 WS-FS-PER           PIC XX.
       01 WS-FS-MYD           PIC XX.
       01 WS-FS-MAP           PIC XX.
       01 WS-FS-UNI           PIC XX.
       01 WS-FS-ASI           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-I                PIC 9(4).
       01 WS-J                PIC 9(4).
       01 WS-MENSAJE          PIC X(70).

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag):
      * contabiliza el asiento de hoy sin preguntas.
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.

       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-POST       PIC 9(8).
       01 WS-FECHA-POST-R REDEFINES WS-FECHA-POST.
           05 WS-POST-ANOMES  PIC 9(6).
           05 WS-POST-DIA     PIC 9(2).
       01 WS-ANOMES           PIC 9(6).
       01 WS-ANOMES-R REDEFINES WS-ANOMES.
           05 WS-AM-ANIO      PIC 9(4).
           05 WS-AM-MES       PIC 9(2).
       01 WS-ANOMES-SIG       PIC 9(6).
       01 WS-ANOMES-ANT       PIC 9(6).
       01 WS-UNIDAD-FIL       PIC 9(4).
       01 WS-RUTA-ASI         PIC X(60).
       01 WS-RUTA-REP         PIC X(60).
       01 WS-POST-OK          PIC X.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

      * Campos de la partida del asiento recien partida por ";".
       01 WS-CSV-FECHA        PIC X(8).
       01 WS-CSV-FECHA-N REDEFINES WS-CSV-FECHA PIC 9(8).
       01 WS-CSV-CUENTA       PIC X(10).
       01 WS-CSV-DEB          PIC X(15).
       01 WS-CSV-DEB-ED REDEFINES WS-CSV-DEB PIC 9(12).99.
       01 WS-CSV-CRE          PIC X(15).
       01 WS-CSV-CRE-ED REDEFINES WS-CSV-CRE PIC 9(12).99.
       01 WS-CSV-TERCERO      PIC X(13).
       01 WS-CSV-DOCUMENTO    PIC X(15).
       01 WS-CSV-UNIDAD       PIC X(4).
       01 WS-CSV-UNIDAD-N REDEFINES WS-CSV-UNIDAD PIC 9(4).
       01 WS-CSV-CONCEPTO     PIC X(8).
       01 WS-PST-DEB          PIC 9(12)V99.
       01 WS-PST-CRE          PIC 9(12)V99.
       01 WS-PST-PARTIDAS     PIC 9(7).
       01 WS-PST-TOT-DEB      PIC 9(14)V99.
       01 WS-PST-TOT-CRE      PIC 9(14)V99.
       01 WS-PST-MALAS        PIC 9(7).

      * Cierre: saldos de balance a trasladar al periodo siguiente.
       01 WS-TABLA-TRASLADO.
           05 WS-TRS OCCURS 1000 TIMES.
              07 TRS-CUENTA   PIC X(10).
              07 TRS-UNIDAD   PIC 9(4).
              07 TRS-SALDO    PIC S9(14)V99.
       01 WS-TRS-CONT         PIC 9(4).
       01 WS-TRS-LLENA        PIC X.
       01 WS-RESULTADO        PIC S9(14)V99.
       01 WS-RES-CUENTA       PIC X(10).
       01 WS-RES-UNIDAD       PIC 9(4).

      * Acumulados de reporte por cuenta (todas las unidades o la
      * pedida) y por grupo.
       01 WS-CTA-ACT          PIC X(10).
       01 WS-CTA-INI          PIC S9(14)V99.
       01 WS-CTA-DEB          PIC S9(14)V99.
       01 WS-CTA-CRE          PIC S9(14)V99.
       01 WS-CTA-FIN          PIC S9(14)V99.
       01 WS-CTA-VALOR        PIC S9(14)V99.
       01 WS-SALDO-FIN        PIC S9(14)V99.
       01 WS-CLASE            PIC X.
       01 WS-CLASE-ANT        PIC X.
       01 WS-HAY-CTA          PIC X.
       01 WS-TOT-INI          PIC S9(14)V99.
       01 WS-TOT-DEB          PIC S9(14)V99.
       01 WS-TOT-CRE          PIC S9(14)V99.
       01 WS-TOT-FIN          PIC S9(14)V99.
       01 WS-TOT-ING          PIC S9(14)V99.
       01 WS-TOT-GAS          PIC S9(14)V99.
       01 WS-TOT-COS          PIC S9(14)V99.
       01 WS-TOT-ACT          PIC S9(14)V99.
       01 WS-TOT-PAS          PIC S9(14)V99.
       01 WS-TOT-PAT          PIC S9(14)V99.
       01 WS-UTILIDAD         PIC S9(14)V99.
       01 WS-DIFER            PIC S9(14)V99.

      * Gastos del mes por centro de costo (unidad).
       01 WS-TABLA-GXU.
           05 WS-GXU OCCURS 200 TIMES.
              07 GXU-UNIDAD   PIC 9(4).
              07 GXU-VALOR    PIC S9(14)V99.
       01 WS-GXU-CONT         PIC 9(3).
       01 WS-GXU-HALLADO      PIC X.

       01 WS-V1-ED            PIC -(13)9.99.
       01 WS-V2-ED            PIC -(13)9.99.
       01 WS-V3-ED            PIC -(13)9.99.
       01 WS-V4-ED            PIC -(13)9.99.

       PROCEDURE DIVISION.
       INICIO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-FLAG-C
               WS-EXISTE-INFO RETURNING WS-EXISTE-RET.
           IF WS-EXISTE-RET = 0
              MOVE "S" TO WS-MODO-LOTE
           END-IF.
           OPEN I-O ARCHIVO-MAY.
           IF WS-FS-MAY = "35"
              CLOSE ARCHIVO-MAY
              OPEN OUTPUT ARCHIVO-MAY
              CLOSE ARCHIVO-MAY
              OPEN I-O ARCHIVO-MAY
           END-IF.
           IF WS-FS-MAY NOT = "00"
              DISPLAY "Error al abrir el libro mayor. FS = " WS-FS-MAY
              MOVE "LIBRO-MAYOR" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/libro-mayor.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-MAY TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-PER.
           IF WS-FS-PER = "35"
              CLOSE ARCHIVO-PER
              OPEN OUTPUT ARCHIVO-PER
              CLOSE ARCHIVO-PER
              OPEN I-O ARCHIVO-PER
           END-IF.
           OPEN I-O ARCHIVO-MYD.
           IF WS-FS-MYD = "35"
              CLOSE ARCHIVO-MYD
              OPEN OUTPUT ARCHIVO-MYD
              CLOSE ARCHIVO-MYD
              OPEN I-O ARCHIVO-MYD
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF WS-MODO-LOTE = "S"
              MOVE WS-FECHA-HOY TO WS-FECHA-POST
              PERFORM CONTABILIZAR-DIA
              DISPLAY WS-MENSAJE
           ELSE
              PERFORM MENU-MAYOR UNTIL WS-OPCION = "Q"
           END-IF.
           CLOSE ARCHIVO-MAY.
           CLOSE ARCHIVO-PER.
           CLOSE ARCHIVO-MYD.
      * Un dia sin asiento (rechazado por la interfaz) no es una
      * falla del cierre: queda dicho en el mensaje.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       MENU-MAYOR.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  LIBRO MAYOR                  " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  P -> Contabilizar asiento del dia"
               LINE 7 POSITION 20.
           DISPLAY "  C -> Cerrar periodo"           LINE 8 POSITION 20.
           DISPLAY "  B -> Balance de prueba"        LINE 9 POSITION 20.
           DISPLAY "  E -> Estado de resultados"    LINE 10 POSITION 20.
           DISPLAY "  G -> Balance general"         LINE 11 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 12 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 14 POSITION 20.
           ACCEPT WS-OPCION LINE 14 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "P"
                    PERFORM PEDIR-DIA
               WHEN "C"
                    PERFORM CERRAR-PERIODO
               WHEN "B"
                    PERFORM PEDIR-PERIODO
                    PERFORM BALANCE-PRUEBA
               WHEN "E"
                    PERFORM PEDIR-PERIODO
                    PERFORM ESTADO-RESULTADOS
               WHEN "G"
                    PERFORM PEDIR-PERIODO
                    PERFORM BALANCE-GENERAL
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

       PEDIR-DIA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Contabilizar asiento -----"
               LINE 3 POSITION 20.
           DISPLAY "Fecha del asiento (AAAAMMDD, 0=hoy):"
               LINE 5 POSITION 10.
           MOVE 0 TO WS-FECHA-POST.
           ACCEPT WS-FECHA-POST LINE 5 POSITION 48.
           IF WS-FECHA-POST = 0
              MOVE WS-FECHA-HOY TO WS-FECHA-POST
           END-IF.
           PERFORM CONTABILIZAR-DIA.
           DISPLAY WS-MENSAJE LINE 7 POSITION 10.
           PERFORM PAUSA.

      * Periodo de los reportes y, para balance y resultados, el
      * centro de costo (0 = todos).
       PEDIR-PERIODO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Periodo (AAAAMM, 0=mes actual):" LINE 5 POSITION 10.
           MOVE 0 TO WS-ANOMES.
           ACCEPT WS-ANOMES LINE 5 POSITION 43.
           IF WS-ANOMES = 0
              MOVE WS-FECHA-HOY(1:6) TO WS-ANOMES
           END-IF.
           DISPLAY "Centro de costo (unidad, 0=todos):"
               LINE 6 POSITION 10.
           MOVE 0 TO WS-UNIDAD-FIL.
           ACCEPT WS-UNIDAD-FIL LINE 6 POSITION 46.

      ****************************************************************
      * Contabilizacion de un dia: el asiento tiene que existir (un  *
      * dia rechazado por la interfaz no lo deja), no haber entrado  *
      * antes, caer en un periodo abierto y venir cuadrado. Primero  *
      * se valida el archivo completo y solo entonces se suma al     *
      * mayor, para no dejar un dia contabilizado a medias.          *
      ****************************************************************
       CONTABILIZAR-DIA.
           MOVE SPACES TO WS-MENSAJE.
           MOVE WS-FECHA-POST TO MD-FECHA.
           READ ARCHIVO-MYD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "El asiento del " WS-FECHA-POST
                       " ya esta contabilizado."
                       DELIMITED BY SIZE INTO WS-MENSAJE
                   END-STRING
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-POST-ANOMES TO PER-ANOMES.
           READ ARCHIVO-PER
               INVALID KEY
                   MOVE WS-POST-ANOMES TO PER-ANOMES
                   MOVE "A" TO PER-ESTADO
                   MOVE 0 TO PER-FEC-CIERRE
                   MOVE 0 TO PER-RESULTADO
           END-READ.
           IF PER-CERRADO
              STRING "El periodo " WS-POST-ANOMES
                  " esta cerrado: no admite el asiento."
                  DELIMITED BY SIZE INTO WS-MENSAJE
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RUTA-ASI.
           STRING "../Articulos/asiento-" WS-FECHA-POST ".csv"
               DELIMITED BY SIZE INTO WS-RUTA-ASI
           END-STRING.
           MOVE "N" TO WS-POST-OK.
           PERFORM VALIDAR-ASIENTO.
           IF WS-POST-OK = "N"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-ASI.
           PERFORM UNTIL WS-FS-ASI NOT = "00"
              READ ARCHIVO-ASI
                  AT END MOVE "10" TO WS-FS-ASI
                  NOT AT END
                      PERFORM PARTIR-PARTIDA
                      PERFORM SUMAR-AL-MAYOR
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ASI.
           REWRITE PERDATA
               INVALID KEY
                   WRITE PERDATA
                   END-WRITE
           END-REWRITE.
           MOVE WS-FECHA-POST TO MD-FECHA.
           MOVE WS-PST-PARTIDAS TO MD-PARTIDAS.
           MOVE WS-PST-TOT-DEB TO MD-DEBITOS.
           MOVE WS-FECHA-HOY TO MD-FEC-POST.
           WRITE MYDDATA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-PST-TOT-DEB TO WS-V1-ED.
           STRING "Asiento del " WS-FECHA-POST " contabilizado: "
               WS-PST-PARTIDAS " partidas por " WS-V1-ED
               DELIMITED BY SIZE INTO WS-MENSAJE
           END-STRING.

       VALIDAR-ASIENTO.
           OPEN INPUT ARCHIVO-ASI.
           IF WS-FS-ASI NOT = "00"
              STRING "No hay asiento del " WS-FECHA-POST
                  " (no generado o dia rechazado)."
                  DELIMITED BY SIZE INTO WS-MENSAJE
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PST-PARTIDAS.
           MOVE 0 TO WS-PST-TOT-DEB.
           MOVE 0 TO WS-PST-TOT-CRE.
           MOVE 0 TO WS-PST-MALAS.
           PERFORM UNTIL WS-FS-ASI NOT = "00"
              READ ARCHIVO-ASI
                  AT END MOVE "10" TO WS-FS-ASI
                  NOT AT END
                      PERFORM PARTIR-PARTIDA
                      IF WS-CSV-FECHA-N NOT = WS-FECHA-POST
                         OR WS-CSV-CUENTA = SPACES
                         ADD 1 TO WS-PST-MALAS
                      END-IF
                      ADD 1 TO WS-PST-PARTIDAS
                      ADD WS-PST-DEB TO WS-PST-TOT-DEB
                      ADD WS-PST-CRE TO WS-PST-TOT-CRE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ASI.
           IF WS-PST-MALAS > 0
              STRING "El asiento trae " WS-PST-MALAS
                  " partidas sin cuenta o de otra fecha."
                  DELIMITED BY SIZE INTO WS-MENSAJE
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           IF WS-PST-TOT-DEB NOT = WS-PST-TOT-CRE
              STRING "El asiento del " WS-FECHA-POST
                  " no cuadra: no se contabiliza."
                  DELIMITED BY SIZE INTO WS-MENSAJE
              END-STRING
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-POST-OK.

      * fecha;cuenta;debito;credito;tercero;documento;unidad;concepto
       PARTIR-PARTIDA.
           MOVE SPACES TO WS-CSV-FECHA WS-CSV-CUENTA WS-CSV-DEB
               WS-CSV-CRE WS-CSV-TERCERO WS-CSV-DOCUMENTO
               WS-CSV-UNIDAD WS-CSV-CONCEPTO.
           UNSTRING ASI-LINEA DELIMITED BY ";"
               INTO WS-CSV-FECHA WS-CSV-CUENTA WS-CSV-DEB WS-CSV-CRE
                    WS-CSV-TERCERO WS-CSV-DOCUMENTO WS-CSV-UNIDAD
                    WS-CSV-CONCEPTO
           END-UNSTRING.
           MOVE 0 TO WS-PST-DEB.
           MOVE 0 TO WS-PST-CRE.
           IF WS-CSV-DEB NOT = SPACES
              MOVE WS-CSV-DEB-ED TO WS-PST-DEB
           END-IF.
           IF WS-CSV-CRE NOT = SPACES
              MOVE WS-CSV-CRE-ED TO WS-PST-CRE
           END-IF.
           IF WS-CSV-UNIDAD-N NOT NUMERIC
              MOVE "0000" TO WS-CSV-UNIDAD
           END-IF.

       SUMAR-AL-MAYOR.
           MOVE WS-POST-ANOMES TO MY-ANOMES.
           MOVE WS-CSV-CUENTA TO MY-CUENTA.
           MOVE WS-CSV-UNIDAD-N TO MY-UNIDAD.
           READ ARCHIVO-MAY
               INVALID KEY
                   MOVE 0 TO MY-SALDO-INI
                   MOVE WS-PST-DEB TO MY-DEBITOS
                   MOVE WS-PST-CRE TO MY-CREDITOS
                   WRITE MAYDATA
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-PST-DEB TO MY-DEBITOS
                   ADD WS-PST-CRE TO MY-CREDITOS
                   REWRITE MAYDATA
                   END-REWRITE
           END-READ.

      ****************************************************************
      * Cierre del periodo: exige el anterior cerrado y la cuenta    *
      * RES-EJER en el mapa. Las cuentas de balance (clases 1-3 y de *
      * orden) pasan su saldo final como saldo inicial del mes       *
      * siguiente; la suma de las de resultado (clases 4-7) se suma  *
      * a la cuenta RES-EJER. El periodo queda cerrado y ya no       *
      * admite asientos.                                             *
      ****************************************************************
       CERRAR-PERIODO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Cierre de periodo -----" LINE 3 POSITION 20.
           DISPLAY "Periodo a cerrar (AAAAMM, 0=mes anterior):"
               LINE 5 POSITION 10.
           MOVE 0 TO WS-ANOMES.
           ACCEPT WS-ANOMES LINE 5 POSITION 54.
           IF WS-ANOMES = 0
              MOVE WS-FECHA-HOY(1:6) TO WS-ANOMES
              PERFORM CALCULAR-MES-ANTERIOR
              MOVE WS-ANOMES-ANT TO WS-ANOMES
           END-IF.
           PERFORM CALCULAR-MES-ANTERIOR.
           PERFORM CALCULAR-MES-SIGUIENTE.
           MOVE WS-ANOMES TO PER-ANOMES.
           READ ARCHIVO-PER
               INVALID KEY
                   MOVE WS-ANOMES TO PER-ANOMES
                   MOVE "A" TO PER-ESTADO
                   MOVE 0 TO PER-FEC-CIERRE
                   MOVE 0 TO PER-RESULTADO
           END-READ.
           IF PER-CERRADO
              DISPLAY "El periodo " WS-ANOMES " ya esta cerrado."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANOMES-ANT TO PER-ANOMES.
           READ ARCHIVO-PER
               INVALID KEY
                   MOVE "C" TO PER-ESTADO
           END-READ.
           IF PER-ABIERTO
              DISPLAY "Primero cierre el periodo " WS-ANOMES-ANT "."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE "RES-EJER" TO MAP-CONCEPTO.
           OPEN INPUT ARCHIVO-MAP.
           IF WS-FS-MAP = "00"
              READ ARCHIVO-MAP
                  INVALID KEY
                      MOVE "23" TO WS-FS-MAP
              END-READ
              CLOSE ARCHIVO-MAP
           END-IF.
           IF WS-FS-MAP NOT = "00"
              DISPLAY "Falta la cuenta de RES-EJER en el mapa contable"
                  LINE 7 POSITION 10
              DISPLAY "(interfaz contable, opcion M)."
                  LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE MAP-CUENTA TO WS-RES-CUENTA.
           MOVE MAP-UNIDAD TO WS-RES-UNIDAD.
           DISPLAY "Se cerrara " WS-ANOMES " y se trasladaran saldos a "
               WS-ANOMES-SIG ". Confirma (S/N):" LINE 9 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 9 POSITION 75.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           PERFORM CARGAR-TRASLADOS.
           IF WS-TRS-LLENA = "S"
              DISPLAY "Demasiadas cuentas para trasladar (max 1000)."
                  LINE 11 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TRS-CONT
              MOVE WS-ANOMES-SIG TO MY-ANOMES
              MOVE TRS-CUENTA(WS-I) TO MY-CUENTA
              MOVE TRS-UNIDAD(WS-I) TO MY-UNIDAD
              PERFORM FIJAR-SALDO-INICIAL
              MOVE TRS-SALDO(WS-I) TO MY-SALDO-INI
              REWRITE MAYDATA
              END-REWRITE
           END-PERFORM.
      * La utilidad (o perdida) del mes queda en la cuenta de
      * resultado, encima de lo que esa cuenta ya traia.
           MOVE WS-ANOMES-SIG TO MY-ANOMES.
           MOVE WS-RES-CUENTA TO MY-CUENTA.
           MOVE WS-RES-UNIDAD TO MY-UNIDAD.
           PERFORM FIJAR-SALDO-INICIAL.
           ADD WS-RESULTADO TO MY-SALDO-INI.
           REWRITE MAYDATA
           END-REWRITE.
           MOVE WS-ANOMES TO PER-ANOMES.
           MOVE "C" TO PER-ESTADO.
           MOVE WS-FECHA-HOY TO PER-FEC-CIERRE.
           COMPUTE PER-RESULTADO = 0 - WS-RESULTADO.
           REWRITE PERDATA
               INVALID KEY
                   WRITE PERDATA
                   END-WRITE
           END-REWRITE.
           MOVE PER-RESULTADO TO WS-V1-ED.
           DISPLAY "Periodo cerrado. Resultado del mes: " WS-V1-ED
               LINE 11 POSITION 10.
           DISPLAY WS-TRS-CONT " saldos trasladados a " WS-ANOMES-SIG
               LINE 12 POSITION 10.
           PERFORM PAUSA.

      * Primero se junta todo en la tabla: escribir en el mes
      * siguiente mientras se recorre el mayor moveria la lectura.
       CARGAR-TRASLADOS.
           MOVE 0 TO WS-TRS-CONT.
           MOVE "N" TO WS-TRS-LLENA.
           MOVE 0 TO WS-RESULTADO.
           MOVE WS-ANOMES TO MY-ANOMES.
           MOVE LOW-VALUES TO MY-CUENTA.
           MOVE 0 TO MY-UNIDAD.
           START ARCHIVO-MAY KEY IS NOT LESS THAN MY-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MAY
           END-START.
           IF WS-FS-MAY = "00"
              PERFORM READ-SIGUIENTE-MAY
              PERFORM UNTIL WS-FS-MAY NOT = "00"
                  OR MY-ANOMES NOT = WS-ANOMES
                 COMPUTE WS-SALDO-FIN = MY-SALDO-INI + MY-DEBITOS
                     - MY-CREDITOS
                 MOVE MY-CUENTA(1:1) TO WS-CLASE
                 IF WS-CLASE = "4" OR WS-CLASE = "5"
                    OR WS-CLASE = "6" OR WS-CLASE = "7"
                    ADD WS-SALDO-FIN TO WS-RESULTADO
                 ELSE
                    IF WS-TRS-CONT < 1000
                       ADD 1 TO WS-TRS-CONT
                       MOVE MY-CUENTA TO TRS-CUENTA(WS-TRS-CONT)
                       MOVE MY-UNIDAD TO TRS-UNIDAD(WS-TRS-CONT)
                       MOVE WS-SALDO-FIN TO TRS-SALDO(WS-TRS-CONT)
                    ELSE
                       MOVE "S" TO WS-TRS-LLENA
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-MAY
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-MAY.

      * Deja en MAYDATA el registro de la clave pedida, creandolo en
      * cero si el mes siguiente todavia no lo tiene.
       FIJAR-SALDO-INICIAL.
           READ ARCHIVO-MAY
               INVALID KEY
                   MOVE 0 TO MY-SALDO-INI
                   MOVE 0 TO MY-DEBITOS
                   MOVE 0 TO MY-CREDITOS
                   WRITE MAYDATA
                   END-WRITE
           END-READ.

      ****************************************************************
      * Balance de prueba del mes: por cuenta (sumando los centros   *
      * de costo, o solo el pedido) saldo inicial, debitos, creditos *
      * y saldo final. Debitos y creditos deben cuadrar.             *
      ****************************************************************
       BALANCE-PRUEBA.
           MOVE "../Articulos/rep-balance-prueba.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BALANCE DE PRUEBA - PERIODO " WS-ANOMES
               "  CENTRO DE COSTO " WS-UNIDAD-FIL " (0 = TODOS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CUENTA          SALDO INICIAL          DEBITOS"
               TO LINEA-REPORTE.
           MOVE "CREDITOS        SALDO FINAL" TO LINEA-REPORTE(58:27).
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-TOT-INI.
           MOVE 0 TO WS-TOT-DEB.
           MOVE 0 TO WS-TOT-CRE.
           MOVE 0 TO WS-TOT-FIN.
           MOVE "N" TO WS-HAY-CTA.
           PERFORM ABRIR-LECTURA-MES.
           PERFORM UNTIL WS-FS-MAY NOT = "00"
               OR MY-ANOMES NOT = WS-ANOMES
              IF WS-UNIDAD-FIL = 0 OR MY-UNIDAD = WS-UNIDAD-FIL
                 IF WS-HAY-CTA = "S" AND MY-CUENTA NOT = WS-CTA-ACT
                    PERFORM ESCRIBIR-CTA-PRUEBA
                 END-IF
                 IF WS-HAY-CTA = "N"
                    PERFORM INICIAR-CUENTA
                 END-IF
                 ADD MY-SALDO-INI TO WS-CTA-INI
                 ADD MY-DEBITOS TO WS-CTA-DEB
                 ADD MY-CREDITOS TO WS-CTA-CRE
              END-IF
              PERFORM READ-SIGUIENTE-MAY
           END-PERFORM.
           IF WS-HAY-CTA = "S"
              PERFORM ESCRIBIR-CTA-PRUEBA
           END-IF.
           MOVE "00" TO WS-FS-MAY.
           MOVE WS-TOT-INI TO WS-V1-ED.
           MOVE WS-TOT-DEB TO WS-V2-ED.
           MOVE WS-TOT-CRE TO WS-V3-ED.
           MOVE WS-TOT-FIN TO WS-V4-ED.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING "TOTALES    " WS-V1-ED " " WS-V2-ED " " WS-V3-ED
               " " WS-V4-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF WS-TOT-DEB = WS-TOT-CRE
              MOVE "DEBITOS = CREDITOS: EL MAYOR CUADRA"
                  TO LINEA-REPORTE
           ELSE
              COMPUTE WS-DIFER = WS-TOT-DEB - WS-TOT-CRE
              MOVE WS-DIFER TO WS-V1-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "** DEBITOS Y CREDITOS DIFIEREN EN " WS-V1-ED
                  " **"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           END-IF.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "libro-mayor" TO WS-ARC-PROGRAMA.
           MOVE WS-RUTA-REP TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PERIODO=" WS-ANOMES " UNIDAD=" WS-UNIDAD-FIL
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Debitos " WS-V2-ED LINE 8 POSITION 10.
           DISPLAY "Creditos" WS-V3-ED LINE 9 POSITION 10.
           DISPLAY "Reporte en rep-balance-prueba.txt"
               LINE 11 POSITION 10.
           PERFORM PAUSA.

       INICIAR-CUENTA.
           MOVE "S" TO WS-HAY-CTA.
           MOVE MY-CUENTA TO WS-CTA-ACT.
           MOVE 0 TO WS-CTA-INI.
           MOVE 0 TO WS-CTA-DEB.
           MOVE 0 TO WS-CTA-CRE.

       ESCRIBIR-CTA-PRUEBA.
           COMPUTE WS-CTA-FIN = WS-CTA-INI + WS-CTA-DEB - WS-CTA-CRE.
           ADD WS-CTA-INI TO WS-TOT-INI.
           ADD WS-CTA-DEB TO WS-TOT-DEB.
           ADD WS-CTA-CRE TO WS-TOT-CRE.
           ADD WS-CTA-FIN TO WS-TOT-FIN.
           MOVE WS-CTA-INI TO WS-V1-ED.
           MOVE WS-CTA-DEB TO WS-V2-ED.
           MOVE WS-CTA-CRE TO WS-V3-ED.
           MOVE WS-CTA-FIN TO WS-V4-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CTA-ACT " " WS-V1-ED " " WS-V2-ED " " WS-V3-ED
               " " WS-V4-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-HAY-CTA.

      ****************************************************************
      * Estado de resultados del mes: movimiento de las clases 4     *
      * (ingresos), 5 (gastos) y 6-7 (costos) por cuenta; sin filtro *
      * de centro de costo se agregan los gastos de cada unidad.     *
      ****************************************************************
       ESTADO-RESULTADOS.
           MOVE "../Articulos/rep-estado-result.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESTADO DE RESULTADOS - PERIODO " WS-ANOMES
               "  CENTRO DE COSTO " WS-UNIDAD-FIL " (0 = TODOS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-TOT-ING.
           MOVE 0 TO WS-TOT-GAS.
           MOVE 0 TO WS-TOT-COS.
           MOVE 0 TO WS-GXU-CONT.
           MOVE SPACE TO WS-CLASE-ANT.
           MOVE "N" TO WS-HAY-CTA.
           PERFORM ABRIR-LECTURA-MES.
           PERFORM UNTIL WS-FS-MAY NOT = "00"
               OR MY-ANOMES NOT = WS-ANOMES
              MOVE MY-CUENTA(1:1) TO WS-CLASE
              IF (WS-UNIDAD-FIL = 0 OR MY-UNIDAD = WS-UNIDAD-FIL)
                 AND WS-CLASE >= "4" AND WS-CLASE <= "7"
                 IF WS-HAY-CTA = "S" AND MY-CUENTA NOT = WS-CTA-ACT
                    PERFORM ESCRIBIR-CTA-RESULTADO
                 END-IF
                 IF WS-HAY-CTA = "N"
                    PERFORM INICIAR-CUENTA
                 END-IF
                 ADD MY-DEBITOS TO WS-CTA-DEB
                 ADD MY-CREDITOS TO WS-CTA-CRE
                 IF WS-CLASE = "5" OR WS-CLASE = "7"
                    PERFORM SUMAR-GASTO-UNIDAD
                 END-IF
              END-IF
              PERFORM READ-SIGUIENTE-MAY
           END-PERFORM.
           IF WS-HAY-CTA = "S"
              PERFORM ESCRIBIR-CTA-RESULTADO
           END-IF.
           MOVE "00" TO WS-FS-MAY.
           COMPUTE WS-UTILIDAD = WS-TOT-ING - WS-TOT-COS - WS-TOT-GAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-ING TO WS-V1-ED.
           STRING "TOTAL INGRESOS           " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-COS TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL COSTOS             " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-GAS TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL GASTOS             " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-UTILIDAD TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-UTILIDAD < 0
              STRING "PERDIDA DEL PERIODO      " WS-V1-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           ELSE
              STRING "UTILIDAD DEL PERIODO     " WS-V1-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           END-IF.
           WRITE LINEA-REPORTE.
           IF WS-UNIDAD-FIL = 0 AND WS-GXU-CONT > 0
              PERFORM ESCRIBIR-GASTOS-UNIDAD
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "libro-mayor" TO WS-ARC-PROGRAMA.
           MOVE WS-RUTA-REP TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PERIODO=" WS-ANOMES " UNIDAD=" WS-UNIDAD-FIL
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Resultado" WS-V1-ED LINE 9 POSITION 10.
           MOVE WS-TOT-ING TO WS-V1-ED.
           DISPLAY "Ingresos " WS-V1-ED LINE 8 POSITION 10.
           DISPLAY "Reporte en rep-estado-result.txt"
               LINE 11 POSITION 10.
           PERFORM PAUSA.

       ESCRIBIR-CTA-RESULTADO.
           MOVE WS-CTA-ACT(1:1) TO WS-CLASE-ANT.
           EVALUATE WS-CLASE-ANT
               WHEN "4"
                   COMPUTE WS-CTA-VALOR = WS-CTA-CRE - WS-CTA-DEB
                   ADD WS-CTA-VALOR TO WS-TOT-ING
               WHEN "5"
                   COMPUTE WS-CTA-VALOR = WS-CTA-DEB - WS-CTA-CRE
                   ADD WS-CTA-VALOR TO WS-TOT-GAS
               WHEN OTHER
                   COMPUTE WS-CTA-VALOR = WS-CTA-DEB - WS-CTA-CRE
                   ADD WS-CTA-VALOR TO WS-TOT-COS
           END-EVALUATE.
           MOVE WS-CTA-VALOR TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " WS-CTA-ACT "             " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-HAY-CTA.

       SUMAR-GASTO-UNIDAD.
           MOVE "N" TO WS-GXU-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-GXU-CONT OR WS-GXU-HALLADO = "S"
              IF GXU-UNIDAD(WS-J) = MY-UNIDAD
                 MOVE "S" TO WS-GXU-HALLADO
                 COMPUTE GXU-VALOR(WS-J) = GXU-VALOR(WS-J)
                     + MY-DEBITOS - MY-CREDITOS
              END-IF
           END-PERFORM.
           IF WS-GXU-HALLADO = "N" AND WS-GXU-CONT < 200
              ADD 1 TO WS-GXU-CONT
              MOVE MY-UNIDAD TO GXU-UNIDAD(WS-GXU-CONT)
              COMPUTE GXU-VALOR(WS-GXU-CONT) = MY-DEBITOS - MY-CREDITOS
           END-IF.

       ESCRIBIR-GASTOS-UNIDAD.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "GASTOS POR CENTRO DE COSTO" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT ARCHIVO-UNI.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GXU-CONT
              MOVE SPACES TO UNI-NOMBRE
              IF GXU-UNIDAD(WS-J) = 0
                 MOVE "GENERAL (SIN UNIDAD)" TO UNI-NOMBRE
              ELSE
                 IF WS-FS-UNI = "00"
                    MOVE GXU-UNIDAD(WS-J) TO UNI-CODIGO
                    READ ARCHIVO-UNI
                        INVALID KEY
                            MOVE "(UNIDAD NO REGISTRADA)"
                                TO UNI-NOMBRE
                    END-READ
                 END-IF
              END-IF
              MOVE GXU-VALOR(WS-J) TO WS-V1-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "  " GXU-UNIDAD(WS-J) " " UNI-NOMBRE " "
                  WS-V1-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-PERFORM.
           IF WS-FS-UNI = "00"
              CLOSE ARCHIVO-UNI
           END-IF.

      ****************************************************************
      * Balance general al cierre del mes: saldo final de activos,   *
      * pasivos y patrimonio, mas el resultado del mes que todavia   *
      * esta en las cuentas de resultado. Activo = pasivo +          *
      * patrimonio + resultado.                                      *
      ****************************************************************
       BALANCE-GENERAL.
           MOVE "../Articulos/rep-balance-general.txt" TO WS-RUTA-REP.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BALANCE GENERAL AL CIERRE DE " WS-ANOMES
               "  CENTRO DE COSTO " WS-UNIDAD-FIL " (0 = TODOS)"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-TOT-ACT.
           MOVE 0 TO WS-TOT-PAS.
           MOVE 0 TO WS-TOT-PAT.
           MOVE 0 TO WS-UTILIDAD.
           MOVE "N" TO WS-HAY-CTA.
           PERFORM ABRIR-LECTURA-MES.
           PERFORM UNTIL WS-FS-MAY NOT = "00"
               OR MY-ANOMES NOT = WS-ANOMES
              IF WS-UNIDAD-FIL = 0 OR MY-UNIDAD = WS-UNIDAD-FIL
                 MOVE MY-CUENTA(1:1) TO WS-CLASE
                 IF WS-CLASE >= "4" AND WS-CLASE <= "7"
                    COMPUTE WS-UTILIDAD = WS-UTILIDAD - MY-SALDO-INI
                        - MY-DEBITOS + MY-CREDITOS
                 ELSE
                    IF WS-CLASE >= "1" AND WS-CLASE <= "3"
                       IF WS-HAY-CTA = "S"
                          AND MY-CUENTA NOT = WS-CTA-ACT
                          PERFORM ESCRIBIR-CTA-BALANCE
                       END-IF
                       IF WS-HAY-CTA = "N"
                          PERFORM INICIAR-CUENTA
                       END-IF
                       ADD MY-SALDO-INI TO WS-CTA-INI
                       ADD MY-DEBITOS TO WS-CTA-DEB
                       ADD MY-CREDITOS TO WS-CTA-CRE
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-SIGUIENTE-MAY
           END-PERFORM.
           IF WS-HAY-CTA = "S"
              PERFORM ESCRIBIR-CTA-BALANCE
           END-IF.
           MOVE "00" TO WS-FS-MAY.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-ACT TO WS-V1-ED.
           STRING "TOTAL ACTIVO             " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-PAS TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL PASIVO             " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-PAT TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL PATRIMONIO         " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-UTILIDAD TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESULTADO DEL PERIODO    " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           COMPUTE WS-DIFER = WS-TOT-ACT - WS-TOT-PAS - WS-TOT-PAT
               - WS-UTILIDAD.
           IF WS-DIFER = 0
              MOVE "ACTIVO = PASIVO + PATRIMONIO + RESULTADO"
                  TO LINEA-REPORTE
           ELSE
              MOVE WS-DIFER TO WS-V1-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "** ECUACION CONTABLE DESCUADRADA EN " WS-V1-ED
                  " **"
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
           END-IF.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "libro-mayor" TO WS-ARC-PROGRAMA.
           MOVE WS-RUTA-REP TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "PERIODO=" WS-ANOMES " UNIDAD=" WS-UNIDAD-FIL
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           MOVE WS-TOT-ACT TO WS-V1-ED.
           DISPLAY "Activo   " WS-V1-ED LINE 8 POSITION 10.
           DISPLAY "Reporte en rep-balance-general.txt"
               LINE 11 POSITION 10.
           PERFORM PAUSA.

       ESCRIBIR-CTA-BALANCE.
           MOVE WS-CTA-ACT(1:1) TO WS-CLASE-ANT.
           COMPUTE WS-CTA-FIN = WS-CTA-INI + WS-CTA-DEB - WS-CTA-CRE.
           IF WS-CLASE-ANT = "1"
              MOVE WS-CTA-FIN TO WS-CTA-VALOR
              ADD WS-CTA-VALOR TO WS-TOT-ACT
           ELSE
              COMPUTE WS-CTA-VALOR = 0 - WS-CTA-FIN
              IF WS-CLASE-ANT = "2"
                 ADD WS-CTA-VALOR TO WS-TOT-PAS
              ELSE
                 ADD WS-CTA-VALOR TO WS-TOT-PAT
              END-IF
           END-IF.
           MOVE WS-CTA-VALOR TO WS-V1-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " WS-CTA-ACT "             " WS-V1-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE "N" TO WS-HAY-CTA.

      * Posiciona el mayor en el primer registro del periodo pedido.
       ABRIR-LECTURA-MES.
           MOVE WS-ANOMES TO MY-ANOMES.
           MOVE LOW-VALUES TO MY-CUENTA.
           MOVE 0 TO MY-UNIDAD.
           START ARCHIVO-MAY KEY IS NOT LESS THAN MY-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MAY
           END-START.
           IF WS-FS-MAY = "00"
              PERFORM READ-SIGUIENTE-MAY
           END-IF.

       CALCULAR-MES-ANTERIOR.
           IF WS-AM-MES = 1
              COMPUTE WS-ANOMES-ANT = (WS-AM-ANIO - 1) * 100 + 12
           ELSE
              COMPUTE WS-ANOMES-ANT = WS-ANOMES - 1
           END-IF.

       CALCULAR-MES-SIGUIENTE.
           IF WS-AM-MES = 12
              COMPUTE WS-ANOMES-SIG = (WS-AM-ANIO + 1) * 100 + 1
           ELSE
              COMPUTE WS-ANOMES-SIG = WS-ANOMES + 1
           END-IF.

       READ-SIGUIENTE-MAY.
           READ ARCHIVO-MAY NEXT RECORD
               AT END MOVE "10" TO WS-FS-MAY
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
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.
