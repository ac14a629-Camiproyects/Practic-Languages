       IDENTIFICATION DIVISION.
       PROGRAM-ID. festivos.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                CALENDARIO DE FESTIVOS                        *
      *                                                              *
      * Descripcion: Mantiene festivos.dat, el calendario de dias    *
      *              festivos que comparten las corridas que mueven  *
      *              fechas (vencimiento de CDT, ordenes             *
      *              permanentes, canje de cheques, interes y cartas *
      *              de cartera, vencimiento de facturas de          *
      *              proveedor y el cierre de dia). Para esas        *
      *              corridas un dia es habil si es de lunes a       *
      *              viernes y no esta en este calendario.           *
      *              G = genera los festivos de un ano segun la ley  *
      *              colombiana: fechas fijas, los que se corren al  *
      *              lunes siguiente y los que dependen de la        *
      *              Pascua. A / B = agregar o borrar un dia (dias   *
      *              civicos decretados, correcciones). L = lista    *
      *              del ano. H = habilitar un festivo como dia de   *
      *              proceso, para que el cierre de dia lo acepte en *
      *              fecha-proc.dat (o quitar esa habilitacion).     *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FES.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Un registro por dia festivo. FE-ORIGEN: G = generado por la
      * ley del ano, M = digitado. FE-HABIL = "S" cuando el festivo
      * se habilito como dia de proceso para el cierre de dia.
       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FE-ORIGEN      PIC X.
              88 FE-GENERADO VALUE "G".
              88 FE-MANUAL   VALUE "M".
           05 FE-HABIL       PIC X.
              88 FE-HABILITADO VALUE "S".
           05 FE-USUARIO     PIC 9(10).
           05 FE-FEC-MOD     PIC 9(8).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-FES           PIC XX.
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
       01 WS-ANIO             PIC 9(4).
       01 WS-FECHA-FES        PIC 9(8).
       01 WS-NOMBRE-FES       PIC X(30).
       01 WS-INT-FES          PIC 9(7).
       01 WS-INT-PASCUA       PIC 9(7).
       01 WS-DIA-SEMANA       PIC 9.
       01 WS-COCIENTE         PIC 9(7).
       01 WS-I                PIC 9(2).
       01 WS-LIN              PIC 9(2).
       01 WS-NUEVOS           PIC 9(3).
       01 WS-EXISTENTES       PIC 9(3).
       01 WS-LISTADOS         PIC 9(3).
       01 WS-DIA-NOMBRE       PIC X(9).

      * Calculo de la Pascua (algoritmo gregoriano anonimo).
       01 WS-PASCUA.
           05 WP-A            PIC 9(4).
           05 WP-B            PIC 9(4).
           05 WP-C            PIC 9(4).
           05 WP-D            PIC 9(4).
           05 WP-E            PIC 9(4).
           05 WP-F            PIC 9(4).
           05 WP-G            PIC 9(4).
           05 WP-H            PIC 9(4).
           05 WP-I            PIC 9(4).
           05 WP-K            PIC 9(4).
           05 WP-L            PIC 9(4).
           05 WP-M            PIC 9(4).
           05 WP-N            PIC 9(4).
           05 WP-Q            PIC 9(4).
           05 WP-MES          PIC 9(2).
           05 WP-DIA          PIC 9(2).
           05 WP-FECHA        PIC 9(8).

      * Festivos de fecha civil: MMDD, regla (F = fijo, L = se corre
      * al lunes siguiente) y nombre.
       01 WS-FESTIVOS-CIVILES.
           05 FILLER PIC X(35) VALUE "0101FANO NUEVO".
           05 FILLER PIC X(35) VALUE "0106LREYES MAGOS".
           05 FILLER PIC X(35) VALUE "0319LSAN JOSE".
           05 FILLER PIC X(35) VALUE "0501FDIA DEL TRABAJO".
           05 FILLER PIC X(35) VALUE "0629LSAN PEDRO Y SAN PABLO".
           05 FILLER PIC X(35) VALUE "0720FDIA DE LA INDEPENDENCIA".
           05 FILLER PIC X(35) VALUE "0807FBATALLA DE BOYACA".
           05 FILLER PIC X(35) VALUE "0815LASUNCION DE LA VIRGEN".
           05 FILLER PIC X(35) VALUE "1012LDIA DE LA RAZA".
           05 FILLER PIC X(35) VALUE "1101LTODOS LOS SANTOS".
           05 FILLER PIC X(35) VALUE "1111LINDEPENDENCIA DE CARTAGENA".
           05 FILLER PIC X(35) VALUE "1208FINMACULADA CONCEPCION".
           05 FILLER PIC X(35) VALUE "1225FNAVIDAD".
       01 WS-TABLA-CIVILES REDEFINES WS-FESTIVOS-CIVILES.
           05 TC-ENTRADA OCCURS 13 TIMES.
              10 TC-MMDD      PIC 9(4).
              10 TC-REGLA     PIC X.
              10 TC-NOMBRE    PIC X(30).

      * Festivos que dependen de la Pascua: dias desde el domingo de
      * Pascua (signo en la regla: A = antes, D = despues; los de
      * despues ya vienen corridos al lunes) y nombre.
       01 WS-FESTIVOS-PASCUA.
           05 FILLER PIC X(33) VALUE "A03JUEVES SANTO".
           05 FILLER PIC X(33) VALUE "A02VIERNES SANTO".
           05 FILLER PIC X(33) VALUE "D43ASCENSION DEL SENOR".
           05 FILLER PIC X(33) VALUE "D64CORPUS CHRISTI".
           05 FILLER PIC X(33) VALUE "D71SAGRADO CORAZON".
       01 WS-TABLA-PASCUA REDEFINES WS-FESTIVOS-PASCUA.
           05 TP-ENTRADA OCCURS 5 TIMES.
              10 TP-SENTIDO   PIC X.
              10 TP-DIAS      PIC 9(2).
              10 TP-NOMBRE    PIC X(30).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-FES.
           IF WS-FS-FES = "35"
              CLOSE ARCHIVO-FES
              OPEN OUTPUT ARCHIVO-FES
              CLOSE ARCHIVO-FES
              OPEN I-O ARCHIVO-FES
           END-IF.
           IF WS-FS-FES NOT = "00"
              DISPLAY "Error al abrir festivos. FS = " WS-FS-FES
              MOVE "FESTIVOS" TO WS-EXC-PROGRAMA
              MOVE "../festivos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-FES TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-FESTIVOS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-FES.
           GOBACK.

       MENU-FESTIVOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  CALENDARIO DE FESTIVOS       " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  G -> Generar festivos del ano" LINE 7 POSITION 20.
           DISPLAY "  A -> Agregar un dia"           LINE 8 POSITION 20.
           DISPLAY "  B -> Borrar un dia"            LINE 9 POSITION 20.
           DISPLAY "  L -> Listar un ano"           LINE 10 POSITION 20.
           DISPLAY "  H -> Habilitar para proceso" LINE 11 POSITION 20.
           DISPLAY "  Q -> Volver"                 LINE 12 POSITION 20.
           DISPLAY "Seleccione una opción:"       LINE 14 POSITION 20.
           ACCEPT WS-OPCION LINE 14 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "G"
                    PERFORM GENERAR-ANIO
               WHEN "A"
                    PERFORM AGREGAR-FESTIVO
               WHEN "B"
                    PERFORM BORRAR-FESTIVO
               WHEN "L"
                    PERFORM LISTAR-ANIO
               WHEN "H"
                    PERFORM HABILITAR-FESTIVO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Generacion del ano: los festivos de fecha fija, los que se   *
      * corren al lunes siguiente y los de Pascua. Los dias que ya   *
      * estan en el calendario no se tocan.                          *
      ****************************************************************
       GENERAR-ANIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Generar festivos del ano -----" LINE 3
               POSITION 20.
           DISPLAY "Ano (AAAA):" LINE 5 POSITION 20.
           MOVE 0 TO WS-ANIO.
           ACCEPT WS-ANIO LINE 5 POSITION 33.
           IF WS-ANIO < 1900
              DISPLAY "Ano no valido." LINE 7 POSITION 20
              PERFORM PAUSA
              MOVE SPACE TO WS-OPCION
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NUEVOS.
           MOVE 0 TO WS-EXISTENTES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
              COMPUTE WS-FECHA-FES = WS-ANIO * 10000 + TC-MMDD(WS-I)
              COMPUTE WS-INT-FES =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-FES)
              IF TC-REGLA(WS-I) = "L"
                 PERFORM CORRER-AL-LUNES
              END-IF
              MOVE TC-NOMBRE(WS-I) TO WS-NOMBRE-FES
              PERFORM GRABAR-GENERADO
           END-PERFORM.
           PERFORM CALCULAR-PASCUA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
              IF TP-SENTIDO(WS-I) = "A"
                 COMPUTE WS-INT-FES = WS-INT-PASCUA - TP-DIAS(WS-I)
              ELSE
                 COMPUTE WS-INT-FES = WS-INT-PASCUA + TP-DIAS(WS-I)
              END-IF
              MOVE TP-NOMBRE(WS-I) TO WS-NOMBRE-FES
              PERFORM GRABAR-GENERADO
           END-PERFORM.
           DISPLAY "Pascua del ano: " WP-FECHA LINE 7 POSITION 20.
           DISPLAY "Festivos nuevos: " WS-NUEVOS
               "  ya existian: " WS-EXISTENTES LINE 8 POSITION 20.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

      * Ley Emiliani: el festivo que no cae en lunes pasa al lunes
      * siguiente. El residuo del entero de fecha entre 7 da
      * 1 = lunes ... 6 = sabado, 0 = domingo.
       CORRER-AL-LUNES.
           DIVIDE WS-INT-FES BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEMANA.
           EVALUATE WS-DIA-SEMANA
               WHEN 1
                   CONTINUE
               WHEN 0
                   ADD 1 TO WS-INT-FES
               WHEN OTHER
                   COMPUTE WS-INT-FES = WS-INT-FES + 8 - WS-DIA-SEMANA
           END-EVALUATE.

       CALCULAR-PASCUA.
           DIVIDE WS-ANIO BY 19 GIVING WS-COCIENTE REMAINDER WP-A.
           DIVIDE WS-ANIO BY 100 GIVING WP-B REMAINDER WP-C.
           DIVIDE WP-B BY 4 GIVING WP-D REMAINDER WP-E.
           COMPUTE WP-F = (WP-B + 8) / 25.
           COMPUTE WP-G = (WP-B - WP-F + 1) / 3.
           COMPUTE WP-N = 19 * WP-A + WP-B - WP-D - WP-G + 15.
           DIVIDE WP-N BY 30 GIVING WS-COCIENTE REMAINDER WP-H.
           DIVIDE WP-C BY 4 GIVING WP-I REMAINDER WP-K.
           COMPUTE WP-N = 32 + 2 * WP-E + 2 * WP-I + 7 - WP-H - WP-K.
           DIVIDE WP-N BY 7 GIVING WS-COCIENTE REMAINDER WP-L.
           COMPUTE WP-M = (WP-A + 11 * WP-H + 22 * WP-L) / 451.
           COMPUTE WP-Q = WP-H + WP-L - 7 * WP-M + 114.
           DIVIDE WP-Q BY 31 GIVING WP-MES REMAINDER WP-DIA.
           ADD 1 TO WP-DIA.
           COMPUTE WP-FECHA = WS-ANIO * 10000 + WP-MES * 100 + WP-DIA.
           COMPUTE WS-INT-PASCUA = FUNCTION INTEGER-OF-DATE(WP-FECHA).

       GRABAR-GENERADO.
           COMPUTE WS-FECHA-FES = FUNCTION DATE-OF-INTEGER(WS-INT-FES).
           MOVE WS-FECHA-FES TO FE-FECHA.
           MOVE WS-NOMBRE-FES TO FE-NOMBRE.
           MOVE "G" TO FE-ORIGEN.
           MOVE "N" TO FE-HABIL.
           MOVE T-NUMDOC TO FE-USUARIO.
           ACCEPT FE-FEC-MOD FROM DATE YYYYMMDD.
           WRITE FESDATA
               INVALID KEY
                   ADD 1 TO WS-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-NUEVOS
           END-WRITE.
           MOVE "00" TO WS-FS-FES.

       AGREGAR-FESTIVO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Agregar festivo -----" LINE 3 POSITION 20.
           DISPLAY "Fecha (AAAAMMDD):" LINE 5 POSITION 20.
           MOVE 0 TO WS-FECHA-FES.
           ACCEPT WS-FECHA-FES LINE 5 POSITION 40.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FES) NOT = 0
              DISPLAY "Fecha no valida." LINE 7 POSITION 20
              PERFORM PAUSA
              MOVE SPACE TO WS-OPCION
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nombre:" LINE 6 POSITION 20.
           MOVE SPACES TO WS-NOMBRE-FES.
           ACCEPT WS-NOMBRE-FES LINE 6 POSITION 40.
           MOVE WS-FECHA-FES TO FE-FECHA.
           MOVE WS-NOMBRE-FES TO FE-NOMBRE.
           MOVE "M" TO FE-ORIGEN.
           MOVE "N" TO FE-HABIL.
           MOVE T-NUMDOC TO FE-USUARIO.
           ACCEPT FE-FEC-MOD FROM DATE YYYYMMDD.
           WRITE FESDATA
               INVALID KEY
                   DISPLAY "Ese dia ya esta en el calendario."
                       LINE 8 POSITION 20
               NOT INVALID KEY
                   DISPLAY "Festivo agregado." LINE 8 POSITION 20
           END-WRITE.
           MOVE "00" TO WS-FS-FES.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

       BORRAR-FESTIVO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Borrar festivo -----" LINE 3 POSITION 20.
           DISPLAY "Fecha (AAAAMMDD):" LINE 5 POSITION 20.
           MOVE 0 TO FE-FECHA.
           ACCEPT FE-FECHA LINE 5 POSITION 40.
           READ ARCHIVO-FES
               INVALID KEY
                   DISPLAY "Ese dia no esta en el calendario."
                       LINE 7 POSITION 20
                   MOVE "00" TO WS-FS-FES
                   PERFORM PAUSA
                   MOVE SPACE TO WS-OPCION
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY FE-NOMBRE LINE 6 POSITION 20.
           DISPLAY "¿Borrar? (S/N):" LINE 7 POSITION 20.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 7 POSITION 37.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
              DELETE ARCHIVO-FES RECORD
                  INVALID KEY
                      DISPLAY "No se pudo borrar." LINE 9 POSITION 20
                  NOT INVALID KEY
                      DISPLAY "Festivo borrado." LINE 9 POSITION 20
              END-DELETE
              MOVE "00" TO WS-FS-FES
           END-IF.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

       LISTAR-ANIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Ano (AAAA):" LINE 3 POSITION 20.
           MOVE 0 TO WS-ANIO.
           ACCEPT WS-ANIO LINE 3 POSITION 33.
           MOVE 0 TO WS-LISTADOS.
           MOVE 5 TO WS-LIN.
           COMPUTE FE-FECHA = WS-ANIO * 10000.
           START ARCHIVO-FES KEY IS NOT LESS THAN FE-FECHA
               INVALID KEY
                   MOVE "10" TO WS-FS-FES
           END-START.
           IF WS-FS-FES = "00"
              PERFORM READ-SIGUIENTE-FES
              PERFORM UNTIL WS-FS-FES NOT = "00"
                 IF FE-FECHA(1:4) NOT = WS-ANIO
                    MOVE "10" TO WS-FS-FES
                 ELSE
                    PERFORM MOSTRAR-FESTIVO
                    PERFORM READ-SIGUIENTE-FES
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-FES.
           DISPLAY "Festivos del ano: " WS-LISTADOS
               LINE WS-LIN POSITION 5.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

       MOSTRAR-FESTIVO.
           IF WS-LIN > 20
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 3 TO WS-LIN
           END-IF.
           COMPUTE WS-INT-FES = FUNCTION INTEGER-OF-DATE(FE-FECHA).
           PERFORM NOMBRE-DIA-SEMANA.
           DISPLAY FE-FECHA " " WS-DIA-NOMBRE " " FE-NOMBRE " "
               FE-ORIGEN " " FE-HABIL LINE WS-LIN POSITION 5.
           ADD 1 TO WS-LIN.
           ADD 1 TO WS-LISTADOS.

       NOMBRE-DIA-SEMANA.
           DIVIDE WS-INT-FES BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEMANA.
           EVALUATE WS-DIA-SEMANA
               WHEN 1 MOVE "LUNES" TO WS-DIA-NOMBRE
               WHEN 2 MOVE "MARTES" TO WS-DIA-NOMBRE
               WHEN 3 MOVE "MIERCOLES" TO WS-DIA-NOMBRE
               WHEN 4 MOVE "JUEVES" TO WS-DIA-NOMBRE
               WHEN 5 MOVE "VIERNES" TO WS-DIA-NOMBRE
               WHEN 6 MOVE "SABADO" TO WS-DIA-NOMBRE
               WHEN OTHER MOVE "DOMINGO" TO WS-DIA-NOMBRE
           END-EVALUATE.

      * Habilitar un festivo como dia de proceso: el cierre de dia
      * se niega a correr en festivo salvo que este marcado aqui.
      * Volver a escoger el mismo dia quita la habilitacion.
       HABILITAR-FESTIVO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Habilitar festivo para proceso -----" LINE 3
               POSITION 15.
           DISPLAY "Fecha (AAAAMMDD):" LINE 5 POSITION 15.
           MOVE 0 TO FE-FECHA.
           ACCEPT FE-FECHA LINE 5 POSITION 35.
           READ ARCHIVO-FES
               INVALID KEY
                   DISPLAY "Ese dia no es festivo: no hace falta."
                       LINE 7 POSITION 15
                   MOVE "00" TO WS-FS-FES
                   PERFORM PAUSA
                   MOVE SPACE TO WS-OPCION
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY FE-NOMBRE LINE 6 POSITION 15.
           IF FE-HABILITADO
              DISPLAY "Esta habilitado. ¿Quitar habilitacion? (S/N):"
                  LINE 7 POSITION 15
           ELSE
              DISPLAY "¿Habilitar como dia de proceso? (S/N):"
                  LINE 7 POSITION 15
           END-IF.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 7 POSITION 63.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
              IF FE-HABILITADO
                 MOVE "N" TO FE-HABIL
              ELSE
                 MOVE "S" TO FE-HABIL
              END-IF
              MOVE T-NUMDOC TO FE-USUARIO
              ACCEPT FE-FEC-MOD FROM DATE YYYYMMDD
              REWRITE FESDATA
              IF WS-FS-FES = "00"
                 DISPLAY "Calendario actualizado." LINE 9 POSITION 15
              ELSE
                 DISPLAY "Error al grabar. FS = " WS-FS-FES
                     LINE 9 POSITION 15
              END-IF
              MOVE "00" TO WS-FS-FES
           END-IF.
           PERFORM PAUSA.
           MOVE SPACE TO WS-OPCION.

       READ-SIGUIENTE-FES.
           READ ARCHIVO-FES NEXT RECORD
               AT END MOVE "10" TO WS-FS-FES
           END-READ.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

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
