       IDENTIFICATION DIVISION.
       PROGRAM-ID. conteo-ciclico.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                CONTEO CICLICO POR CLASE ABC                  *
      *                                                              *
      * Descripcion: Conteos continuos en lugar de congelar toda la  *
      *              tienda. La generacion (G) arma el calendario de *
      *              un mes con la clase de clase-abc.dat: cada      *
      *              clase se cuenta las veces al ano que dice       *
      *              conteo-ciclico.cfg (A mensual, B trimestral, C  *
      *              semestral si no hay archivo), repartiendo sus   *
      *              articulos entre los meses del periodo y los     *
      *              dias de lunes a sabado del mes, una fila por    *
      *              bodega (PRI y BOD si la tiene). La lista (L)    *
      *              saca lo que toca contar a una fecha, mas lo     *
      *              atrasado, ordenado por pasillo/estante de       *
      *              ubicaciones.dat en conteo-ciclico.txt; la       *
      *              captura (C) recorre el mismo orden, compara     *
      *              contra stock-bod.dat y radica cada diferencia   *
      *              en ajustes-pend.dat para la aprobacion del      *
      *              admin (revisa-ajustes). La exactitud de         *
      *              registro (E) se acumula por mes, clase y bodega *
      *              en exactitud-conteo.dat.                        *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CCL
               ASSIGN TO "../Articulos/calendario-conteo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CCL.
           SELECT ARCHIVO-EXA
               ASSIGN TO "../Articulos/exactitud-conteo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EXA.
           SELECT ARCHIVO-ABC ASSIGN TO "../Articulos/clase-abc.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ABC.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-SBOD ASSIGN TO "../Articulos/stock-bod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-UBI ASSIGN TO "../Articulos/ubicaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-UBI.
           SELECT ARCHIVO-AJU ASSIGN TO "../Articulos/ajustes-pend.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-AJU.
           SELECT ARCHIVO-AJCTL ASSIGN TO "../Articulos/ajustes-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJC.
           SELECT ARCHIVO-CCFG
               ASSIGN TO "../Articulos/conteo-ciclico.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.
           SELECT ARCHIVO-LISTA
               ASSIGN TO "../Articulos/conteo-ciclico.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIS.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Calendario de conteo: una fila por dia, bodega y articulo.
      * Queda pendiente (P) hasta que se captura el conteo (C), con
      * lo que decia el sistema, lo contado y la solicitud de ajuste
      * que se radico si hubo diferencia.
       FD  ARCHIVO-CCL.
       01  CCLDATA.
           05 CC-CLAVE.
              07 CC-FECHA    PIC 9(8).
              07 CC-BODEGA   PIC X(3).
              07 CC-CODART   PIC X(120).
           05 CC-CLASE       PIC X.
           05 CC-ESTADO      PIC X.
              88 CC-PENDIENTE VALUE "P".
              88 CC-CONTADO   VALUE "C".
           05 CC-SISTEMA     PIC 9(10).
           05 CC-CONTEO      PIC 9(10).
           05 CC-AJUSTE      PIC 9(6).
           05 CC-FECCON      PIC 9(8).
           05 CC-OPER        PIC 9(10).

      * Exactitud de registro por mes de conteo, clase y bodega:
      * renglones contados, los que cuadraron y las unidades de
      * diferencia.
       FD  ARCHIVO-EXA.
       01  EXADATA.
           05 EX-CLAVE.
              07 EX-PERIODO  PIC 9(6).
              07 EX-CLASE    PIC X.
              07 EX-BODEGA   PIC X(3).
           05 EX-CONTADOS    PIC 9(8).
           05 EX-EXACTOS     PIC 9(8).
           05 EX-DIF-UNI     PIC 9(10).

       FD  ARCHIVO-ABC.
       01  ABCDATA.
           05 AB-CODART      PIC X(120).
           05 AB-CLASE       PIC X.
           05 AB-FECHA       PIC 9(8).
           05 AB-VALOR       PIC 9(14)V99.

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

       FD  ARCHIVO-SBOD.
       01  SBODATA.
           05 SB-CLAVE.
              07 SB-CODART   PIC X(120).
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

       FD  ARCHIVO-UBI.
       01  UBIDATA.
           05 UB-CLAVE.
              07 UB-CODART   PIC X(120).
              07 UB-BODEGA   PIC X(3).
           05 UB-PASILLO     PIC X(4).
           05 UB-ESTANTE     PIC X(4).
           05 UB-MINIMO      PIC 9(6).
           05 UB-MAXIMO      PIC 9(6).

       FD  ARCHIVO-AJU.
       01  AJUDATA.
           05 AJ-NUMERO    PIC 9(6).
           05 AJ-CODART    PIC X(120).
           05 AJ-CANT-OBS  PIC 9(10).
           05 AJ-MOTIVO    PIC X(60).
           05 AJ-SOLICITA  PIC 9(10).
           05 AJ-FECHA     PIC 9(8).
           05 AJ-ESTADO    PIC X.
              88 AJ-PENDIENTE VALUE "P".
              88 AJ-APROBADO  VALUE "A".
              88 AJ-RECHAZADO VALUE "R".
           05 AJ-NOTA      PIC X(60).

       FD  ARCHIVO-AJCTL.
       01  REG-AJCTL.
           05 AJCTL-ULT    PIC 9(6).

      * Una linea por clase con las veces al ano que se cuenta
      * ("A 12"), y una linea T con la tolerancia en porcentaje
      * sobre lo del sistema para dar un conteo por exacto ("T 00").
       FD  ARCHIVO-CCFG.
       01  CCF-LINEA.
           05 CCF-TIPO       PIC X.
           05 FILLER         PIC X.
           05 CCF-VALOR      PIC 9(2).

       FD  ARCHIVO-LISTA.
       01  LISTA-LINEA       PIC X(160).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-CCL           PIC XX.
       01 WS-FS-EXA           PIC XX.
       01 WS-FS-ABC           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-UBI           PIC XX.
       01 WS-FS-AJU           PIC XX.
       01 WS-FS-AJC           PIC XX.
       01 WS-FS-CFG           PIC XX.
       01 WS-FS-LIS           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-FIN-CFG          PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
      * Veces al ano por clase y tolerancia de exactitud.
       01 WS-VECES-A          PIC 9(2) VALUE 12.
       01 WS-VECES-B          PIC 9(2) VALUE 4.
       01 WS-VECES-C          PIC 9(2) VALUE 2.
       01 WS-TOLERANCIA       PIC 9(2) VALUE 0.
       01 WS-VECES            PIC 9(2).
       01 WS-PERIODO-MESES    PIC 9(2).
      * Generacion del mes.
       01 WS-MES-GEN          PIC 9(6).
       01 WS-MES-GEN-R REDEFINES WS-MES-GEN.
           05 WS-GEN-ANIO     PIC 9(4).
           05 WS-GEN-MES      PIC 9(2).
       01 WS-FECHA-DIA        PIC 9(8).
       01 WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA.
           05 WS-DIA-ANIO     PIC 9(4).
           05 WS-DIA-MES      PIC 9(2).
           05 WS-DIA-DIA      PIC 9(2).
       01 WS-INT-FEC          PIC 9(8).
       01 WS-DOW              PIC 9.
       01 WS-D                PIC 9(2).
       01 WS-NUM-DIAS         PIC 9(2).
       01 TABLA-DIAS.
           05 TD-FECHA        PIC 9(8) OCCURS 31 TIMES.
       01 WS-SEQ-A            PIC 9(6).
       01 WS-SEQ-B            PIC 9(6).
       01 WS-SEQ-C            PIC 9(6).
       01 WS-SEQ-CLASE        PIC 9(6).
       01 WS-TOCA             PIC 9(6).
       01 WS-RESTO-ART        PIC 9(2).
       01 WS-RESTO-MES        PIC 9(2).
       01 WS-ASIGNADOS        PIC 9(6).
       01 WS-DIA-IDX          PIC 9(2).
       01 WS-FILAS-GEN        PIC 9(6).
       01 WS-FILAS-YA         PIC 9(6).
      * Lista del dia ordenada por ubicacion.
       01 WS-FECHA-LISTA      PIC 9(8).
       01 WS-I                PIC 9(3).
       01 WS-J                PIC 9(3).
       01 WS-NUM-FILAS        PIC 9(3) VALUE 0.
       01 WS-TABLA-LLENA      PIC X VALUE "N".
       01 WS-UBICACION        PIC X(12).
       01 TABLA-CONTEO.
           05 TC-ENTRADA OCCURS 500 TIMES.
              10 TC-UBICACION PIC X(12).
              10 TC-FECHA     PIC 9(8).
              10 TC-BODEGA    PIC X(3).
              10 TC-CODART    PIC X(120).
              10 TC-CLASE     PIC X.
       01 TC-TEMP.
           05 TX-UBICACION    PIC X(12).
           05 TX-FECHA        PIC 9(8).
           05 TX-BODEGA       PIC X(3).
           05 TX-CODART       PIC X(120).
           05 TX-CLASE        PIC X.
      * Captura.
       01 WK-NUMERO           PIC X(12).
       01 WS-NUM-OK           PIC X.
       01 WS-NUM-FIN          PIC X.
       01 WS-NUM-POS          PIC 9(2).
       01 WS-NUM-VALOR        PIC 9(10).
       01 WS-DIFERENCIA       PIC S9(10).
       01 WS-DIF-ABS          PIC 9(10).
       01 WS-MARGEN           PIC 9(10).
       01 WS-CANT-OBS         PIC S9(11).
       01 WS-NUM-AJUSTE       PIC 9(6).
       01 WS-CONTADOS         PIC 9(4).
       01 WS-AJUSTES          PIC 9(4).
       01 WS-SALIR            PIC X.
      * Exactitud.
       01 WS-PER-DESDE        PIC 9(6).
       01 WS-PER-HASTA        PIC 9(6).
       01 WS-LIN              PIC 9(2).
       01 WS-PCT              PIC 9(3)V99.
       01 WS-PCT-ED           PIC ZZ9.99.
       01 WS-K                PIC 9.
       01 TABLA-EXA-CLASE.
           05 TEC-FILA OCCURS 3 TIMES.
              10 TEC-CLASE    PIC X.
              10 TEC-CONTADOS PIC 9(8).
              10 TEC-EXACTOS  PIC 9(8).
       01 TABLA-EXA-BODEGA.
           05 TEB-FILA OCCURS 3 TIMES.
              10 TEB-BODEGA   PIC X(3).
              10 TEB-CONTADOS PIC 9(8).
              10 TEB-EXACTOS  PIC 9(8).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           PERFORM LEER-PARAM-CONTEO.
           OPEN I-O ARCHIVO-CCL.
           IF WS-FS-CCL = "35"
              CLOSE ARCHIVO-CCL
              OPEN OUTPUT ARCHIVO-CCL
              CLOSE ARCHIVO-CCL
              OPEN I-O ARCHIVO-CCL
           END-IF.
           IF WS-FS-CCL NOT = "00"
              DISPLAY "Error al abrir calendario-conteo.dat. FS = "
                  WS-FS-CCL
              MOVE "CONTEO-CICLICO" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/calendario-conteo.dat"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-CCL TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-EXA.
           IF WS-FS-EXA = "35"
              CLOSE ARCHIVO-EXA
              OPEN OUTPUT ARCHIVO-EXA
              CLOSE ARCHIVO-EXA
              OPEN I-O ARCHIVO-EXA
           END-IF.
           OPEN INPUT ARCHIVO-ART.
           OPEN INPUT ARCHIVO-SBOD.
           OPEN INPUT ARCHIVO-UBI.
           PERFORM MENU-CONTEO UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-CCL.
           CLOSE ARCHIVO-EXA.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-SBOD.
           IF WS-FS-UBI = "00"
              CLOSE ARCHIVO-UBI
           END-IF.
           GOBACK.

       MENU-CONTEO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  CONTEO CICLICO               " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  G -> Generar calendario mes" LINE 7 POSITION 20.
           DISPLAY "  L -> Lista de conteo del dia" LINE 8 POSITION 20.
           DISPLAY "  C -> Capturar conteo"         LINE 9 POSITION 20.
           DISPLAY "  E -> Exactitud de registro"  LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver"                 LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:"        LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "G"
                    PERFORM GENERAR-CALENDARIO
               WHEN "L"
                    PERFORM LISTA-DEL-DIA
               WHEN "C"
                    PERFORM CAPTURAR-CONTEO
               WHEN "E"
                    PERFORM REPORTE-EXACTITUD
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      * Parametros de conteo-ciclico.cfg (o los de cajon si no
      * existe). Solo sirven veces que dividan el ano en periodos
      * enteros de meses; otro valor deja el de cajon.
       LEER-PARAM-CONTEO.
           OPEN INPUT ARCHIVO-CCFG.
           IF WS-FS-CFG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-CFG.
           PERFORM UNTIL WS-FIN-CFG = "Y"
              READ ARCHIVO-CCFG
                  AT END MOVE "Y" TO WS-FIN-CFG
                  NOT AT END
                      EVALUATE CCF-TIPO
                          WHEN "A"
                              IF CCF-VALOR > 0
                                 AND FUNCTION MOD(12, CCF-VALOR) = 0
                                 MOVE CCF-VALOR TO WS-VECES-A
                              END-IF
                          WHEN "B"
                              IF CCF-VALOR > 0
                                 AND FUNCTION MOD(12, CCF-VALOR) = 0
                                 MOVE CCF-VALOR TO WS-VECES-B
                              END-IF
                          WHEN "C"
                              IF CCF-VALOR > 0
                                 AND FUNCTION MOD(12, CCF-VALOR) = 0
                                 MOVE CCF-VALOR TO WS-VECES-C
                              END-IF
                          WHEN "T"
                              MOVE CCF-VALOR TO WS-TOLERANCIA
                          WHEN OTHER CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CCFG.

      ****************************************************************
      * Generacion del calendario de un mes: cada clase se cuenta    *
      * cada 12/veces meses, asi que sus articulos (en el orden de   *
      * clase-abc.dat) se reparten por turnos entre los meses del    *
      * periodo; a este mes le tocan los del turno del mes. Los que  *
      * tocan se reparten en rueda por los dias de lunes a sabado.   *
      * Volver a generar un mes no duplica ni pisa lo ya contado.    *
      ****************************************************************
       GENERAR-CALENDARIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Generar calendario de conteo -----" LINE 3
               POSITION 20.
           DISPLAY "Mes a generar (AAAAMM):" LINE 5 POSITION 20.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-MES-GEN.
           ACCEPT WS-MES-GEN LINE 5 POSITION 45.
           IF WS-GEN-MES < 1 OR WS-GEN-MES > 12
              DISPLAY "Mes no valido." LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Veces al ano  A=" WS-VECES-A "  B=" WS-VECES-B
               "  C=" WS-VECES-C LINE 7 POSITION 20.
           PERFORM ARMAR-DIAS-CONTEO.
           OPEN INPUT ARCHIVO-ABC.
           IF WS-FS-ABC NOT = "00"
              DISPLAY "No hay clasificacion ABC: corra clasifica-abc."
                  LINE 9 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SEQ-A.
           MOVE 0 TO WS-SEQ-B.
           MOVE 0 TO WS-SEQ-C.
           MOVE 0 TO WS-ASIGNADOS.
           MOVE 0 TO WS-FILAS-GEN.
           MOVE 0 TO WS-FILAS-YA.
           MOVE LOW-VALUES TO AB-CODART.
           START ARCHIVO-ABC KEY IS NOT LESS THAN AB-CODART
               INVALID KEY
                   MOVE "10" TO WS-FS-ABC
           END-START.
           IF WS-FS-ABC = "00"
              PERFORM READ-SIGUIENTE-ABC
              PERFORM UNTIL WS-FS-ABC NOT = "00"
                 PERFORM PROGRAMAR-ARTICULO
                 PERFORM READ-SIGUIENTE-ABC
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-ABC.
           DISPLAY "Dias de conteo del mes : " WS-NUM-DIAS
               LINE 9 POSITION 20.
           DISPLAY "Articulos programados  : " WS-ASIGNADOS
               LINE 10 POSITION 20.
           DISPLAY "Filas nuevas           : " WS-FILAS-GEN
               LINE 11 POSITION 20.
           DISPLAY "Filas que ya estaban   : " WS-FILAS-YA
               LINE 12 POSITION 20.
           PERFORM PAUSA.

      * Dias de lunes a sabado del mes (el domingo no se cuenta).
       ARMAR-DIAS-CONTEO.
           MOVE 0 TO WS-NUM-DIAS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 31
              MOVE WS-GEN-ANIO TO WS-DIA-ANIO
              MOVE WS-GEN-MES TO WS-DIA-MES
              MOVE WS-D TO WS-DIA-DIA
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DIA) = 0
                 COMPUTE WS-INT-FEC =
                     FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
                 COMPUTE WS-DOW = FUNCTION MOD(WS-INT-FEC - 1, 7) + 1
                 IF WS-DOW NOT = 7
                    ADD 1 TO WS-NUM-DIAS
                    MOVE WS-FECHA-DIA TO TD-FECHA(WS-NUM-DIAS)
                 END-IF
              END-IF
           END-PERFORM.

       PROGRAMAR-ARTICULO.
           EVALUATE AB-CLASE
               WHEN "A"
                    MOVE WS-VECES-A TO WS-VECES
                    MOVE WS-SEQ-A TO WS-SEQ-CLASE
                    ADD 1 TO WS-SEQ-A
               WHEN "B"
                    MOVE WS-VECES-B TO WS-VECES
                    MOVE WS-SEQ-B TO WS-SEQ-CLASE
                    ADD 1 TO WS-SEQ-B
               WHEN "C"
                    MOVE WS-VECES-C TO WS-VECES
                    MOVE WS-SEQ-C TO WS-SEQ-CLASE
                    ADD 1 TO WS-SEQ-C
               WHEN OTHER
                    EXIT PARAGRAPH
           END-EVALUATE.
           COMPUTE WS-PERIODO-MESES = 12 / WS-VECES.
           COMPUTE WS-RESTO-ART =
               FUNCTION MOD(WS-SEQ-CLASE, WS-PERIODO-MESES).
           COMPUTE WS-RESTO-MES =
               FUNCTION MOD(WS-GEN-MES - 1, WS-PERIODO-MESES).
           IF WS-RESTO-ART NOT = WS-RESTO-MES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIA-IDX =
               FUNCTION MOD(WS-ASIGNADOS, WS-NUM-DIAS) + 1.
           ADD 1 TO WS-ASIGNADOS.
           MOVE "PRI" TO CC-BODEGA.
           PERFORM GRABAR-FILA-CALENDARIO.
           MOVE AB-CODART TO SB-CODART.
           MOVE "BOD" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BOD" TO CC-BODEGA
                   PERFORM GRABAR-FILA-CALENDARIO
           END-READ.

       GRABAR-FILA-CALENDARIO.
           MOVE TD-FECHA(WS-DIA-IDX) TO CC-FECHA.
           MOVE AB-CODART TO CC-CODART.
           MOVE AB-CLASE TO CC-CLASE.
           MOVE "P" TO CC-ESTADO.
           MOVE 0 TO CC-SISTEMA.
           MOVE 0 TO CC-CONTEO.
           MOVE 0 TO CC-AJUSTE.
           MOVE 0 TO CC-FECCON.
           MOVE 0 TO CC-OPER.
           WRITE CCLDATA
               INVALID KEY
                   ADD 1 TO WS-FILAS-YA
               NOT INVALID KEY
                   ADD 1 TO WS-FILAS-GEN
           END-WRITE.

      ****************************************************************
      * Lista de conteo: lo pendiente del calendario hasta la fecha  *
      * pedida (lo atrasado tambien sale), ordenado por la ubicacion *
      * de cada fila en su bodega, en conteo-ciclico.txt. No trae lo *
      * que dice el sistema, para que el conteo sea a ciegas.        *
      ****************************************************************
       LISTA-DEL-DIA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Lista de conteo del dia -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-FECHA-LISTA.
           PERFORM CARGAR-PENDIENTES.
           PERFORM ORDENAR-POR-UBICACION.
           OPEN OUTPUT ARCHIVO-LISTA.
           MOVE SPACES TO LISTA-LINEA.
           STRING "LISTA DE CONTEO CICLICO - " WS-FECHA-LISTA
               DELIMITED BY SIZE INTO LISTA-LINEA
           END-STRING.
           WRITE LISTA-LINEA.
           IF WS-TABLA-LLENA = "S"
              MOVE "(TABLA LLENA: LISTA PARCIAL)" TO LISTA-LINEA
              WRITE LISTA-LINEA
           END-IF.
           MOVE SPACES TO LISTA-LINEA.
           WRITE LISTA-LINEA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-FILAS
              MOVE SPACES TO LISTA-LINEA
              STRING "   " TC-UBICACION(WS-I) " "
                  TC-CODART(WS-I)(1:30)
                  " CLASE " TC-CLASE(WS-I)
                  " PROG " TC-FECHA(WS-I)
                  " CONTADO ____________"
                  DELIMITED BY SIZE INTO LISTA-LINEA
              END-STRING
              WRITE LISTA-LINEA
           END-PERFORM.
           MOVE SPACES TO LISTA-LINEA.
           WRITE LISTA-LINEA.
           MOVE SPACES TO LISTA-LINEA.
           STRING "TOTAL FILAS: " WS-NUM-FILAS
               DELIMITED BY SIZE INTO LISTA-LINEA
           END-STRING.
           WRITE LISTA-LINEA.
           CLOSE ARCHIVO-LISTA.
           DISPLAY "Filas a contar: " WS-NUM-FILAS
               ". Lista en conteo-ciclico.txt" LINE 7 POSITION 20.
           PERFORM PAUSA.

       PEDIR-FECHA-LISTA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha de conteo (ENTER=hoy):" LINE 5 POSITION 20.
           MOVE WS-FECHA-HOY TO WS-FECHA-LISTA.
           ACCEPT WS-FECHA-LISTA LINE 5 POSITION 50.

       CARGAR-PENDIENTES.
           MOVE 0 TO WS-NUM-FILAS.
           MOVE "N" TO WS-TABLA-LLENA.
           MOVE LOW-VALUES TO CC-CLAVE.
           START ARCHIVO-CCL KEY IS NOT LESS THAN CC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CCL
           END-START.
           IF WS-FS-CCL = "00"
              PERFORM READ-SIGUIENTE-CCL
              PERFORM UNTIL WS-FS-CCL NOT = "00"
                 IF CC-FECHA > WS-FECHA-LISTA
                    MOVE "10" TO WS-FS-CCL
                 ELSE
                    IF CC-PENDIENTE
                       PERFORM CARGAR-FILA-CONTEO
                    END-IF
                    PERFORM READ-SIGUIENTE-CCL
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CCL.

       CARGAR-FILA-CONTEO.
           IF WS-NUM-FILAS >= 500
              MOVE "S" TO WS-TABLA-LLENA
              EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVER-UBICACION.
           ADD 1 TO WS-NUM-FILAS.
           MOVE WS-UBICACION TO TC-UBICACION(WS-NUM-FILAS).
           MOVE CC-FECHA TO TC-FECHA(WS-NUM-FILAS).
           MOVE CC-BODEGA TO TC-BODEGA(WS-NUM-FILAS).
           MOVE CC-CODART TO TC-CODART(WS-NUM-FILAS).
           MOVE CC-CLASE TO TC-CLASE(WS-NUM-FILAS).

      * Pasillo/estante de la fila en su propia bodega; sin ubicacion
      * cae al final de la bodega.
       RESOLVER-UBICACION.
           MOVE SPACES TO WS-UBICACION.
           STRING CC-BODEGA "-ZZ-SIN-UBI" DELIMITED BY SIZE
               INTO WS-UBICACION
           END-STRING.
           IF WS-FS-UBI NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CC-CODART TO UB-CODART.
           MOVE CC-BODEGA TO UB-BODEGA.
           READ ARCHIVO-UBI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-UBICACION.
           STRING UB-BODEGA "-" UB-PASILLO "-" UB-ESTANTE
               DELIMITED BY SIZE INTO WS-UBICACION
           END-STRING.

       ORDENAR-POR-UBICACION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-NUM-FILAS
              PERFORM VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J > WS-NUM-FILAS
                 IF WS-J > WS-I
                    AND TC-UBICACION(WS-J) < TC-UBICACION(WS-I)
                    MOVE TC-ENTRADA(WS-I) TO TC-TEMP
                    MOVE TC-ENTRADA(WS-J) TO TC-ENTRADA(WS-I)
                    MOVE TC-TEMP TO TC-ENTRADA(WS-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ****************************************************************
      * Captura del conteo en el orden de la lista. ENTER deja la    *
      * fila pendiente para otro dia y X termina. La cantidad se     *
      * compara contra stock-bod.dat; si no cuadra se radica una     *
      * solicitud en ajustes-pend.dat con el STOCK que resultaria,   *
      * y el admin la aprueba o rechaza en revisa-ajustes como       *
      * cualquier otra. Cada fila contada suma a la exactitud del    *
      * mes, clase y bodega.                                         *
      ****************************************************************
       CAPTURAR-CONTEO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Capturar conteo ciclico -----" LINE 3
               POSITION 20.
           PERFORM PEDIR-FECHA-LISTA.
           PERFORM CARGAR-PENDIENTES.
           PERFORM ORDENAR-POR-UBICACION.
           IF WS-NUM-FILAS = 0
              DISPLAY "Nada pendiente de contar a esa fecha."
                  LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CONTADOS.
           MOVE 0 TO WS-AJUSTES.
           MOVE "N" TO WS-SALIR.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-FILAS OR WS-SALIR = "S"
              PERFORM CAPTURAR-FILA
           END-PERFORM.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Filas contadas      : " WS-CONTADOS
               LINE 5 POSITION 20.
           DISPLAY "Ajustes radicados   : " WS-AJUSTES
               LINE 6 POSITION 20.
           IF WS-AJUSTES > 0
              DISPLAY "Pendientes de aprobacion en REVISAR AJUSTES."
                  LINE 8 POSITION 20
           END-IF.
           PERFORM PAUSA.

       CAPTURAR-FILA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Capturar conteo ciclico -----" LINE 3
               POSITION 20.
           DISPLAY "Fila " WS-I " de " WS-NUM-FILAS LINE 5 POSITION 10.
           DISPLAY "Ubicacion : " TC-UBICACION(WS-I) LINE 6 POSITION 10.
           DISPLAY "Articulo  : " TC-CODART(WS-I)(1:40)
               LINE 7 POSITION 10.
           DISPLAY "Clase     : " TC-CLASE(WS-I) "  programado "
               TC-FECHA(WS-I) LINE 8 POSITION 10.
           DISPLAY "Cantidad contada (ENTER=despues, X=terminar):"
               LINE 10 POSITION 10.
           MOVE SPACES TO WK-NUMERO.
           ACCEPT WK-NUMERO LINE 10 POSITION 57.
           IF WK-NUMERO = "X" OR WK-NUMERO = "x"
              MOVE "S" TO WS-SALIR
              EXIT PARAGRAPH
           END-IF.
           IF WK-NUMERO = SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N"
              DISPLAY "Cantidad no valida: la fila sigue pendiente."
                  LINE 12 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE TC-FECHA(WS-I) TO CC-FECHA.
           MOVE TC-BODEGA(WS-I) TO CC-BODEGA.
           MOVE TC-CODART(WS-I) TO CC-CODART.
           READ ARCHIVO-CCL
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CC-PENDIENTE
              EXIT PARAGRAPH
           END-IF.
           MOVE CC-CODART TO SB-CODART.
           MOVE CC-BODEGA TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE 0 TO SB-CANTIDAD
           END-READ.
           MOVE SB-CANTIDAD TO CC-SISTEMA.
           MOVE WS-NUM-VALOR TO CC-CONTEO.
           COMPUTE WS-DIFERENCIA = CC-CONTEO - CC-SISTEMA.
           MOVE 0 TO CC-AJUSTE.
           IF WS-DIFERENCIA NOT = 0
              PERFORM RADICAR-AJUSTE-CONTEO
           END-IF.
           MOVE "C" TO CC-ESTADO.
           ACCEPT CC-FECCON FROM DATE YYYYMMDD.
           MOVE T-NUMDOC TO CC-OPER.
           REWRITE CCLDATA.
           IF WS-FS-CCL NOT = "00"
              DISPLAY "Error al grabar el conteo. FS = " WS-FS-CCL
                  LINE 12 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONTADOS.
           PERFORM ACUMULAR-EXACTITUD.
           IF WS-DIFERENCIA = 0
              DISPLAY "Conforme." LINE 12 POSITION 10
           ELSE
              DISPLAY "Diferencia " WS-DIFERENCIA
                  ": solicitud de ajuste " CC-AJUSTE
                  LINE 12 POSITION 10
              PERFORM PAUSA
           END-IF.

      * La solicitud lleva el STOCK total que quedaria con la
      * diferencia de esta bodega; revisa-ajustes la aplica igual
      * que las que radican los empleados.
       RADICAR-AJUSTE-CONTEO.
           MOVE CC-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE 0 TO STOCK
           END-READ.
           COMPUTE WS-CANT-OBS = STOCK + WS-DIFERENCIA.
           IF WS-CANT-OBS < 0
              MOVE 0 TO WS-CANT-OBS
           END-IF.
           OPEN I-O ARCHIVO-AJU.
           IF WS-FS-AJU = "35"
              CLOSE ARCHIVO-AJU
              OPEN OUTPUT ARCHIVO-AJU
              CLOSE ARCHIVO-AJU
              OPEN I-O ARCHIVO-AJU
           END-IF.
           PERFORM OBTENER-NUMERO-AJUSTE.
           MOVE WS-NUM-AJUSTE TO AJ-NUMERO.
           MOVE CC-CODART TO AJ-CODART.
           MOVE WS-CANT-OBS TO AJ-CANT-OBS.
           MOVE SPACES TO AJ-MOTIVO.
           STRING "CONTEO CICLICO " CC-BODEGA " CLASE " CC-CLASE
               " SISTEMA " CC-SISTEMA " CONTADO " CC-CONTEO
               DELIMITED BY SIZE INTO AJ-MOTIVO
           END-STRING.
           MOVE T-NUMDOC TO AJ-SOLICITA.
           ACCEPT AJ-FECHA FROM DATE YYYYMMDD.
           MOVE "P" TO AJ-ESTADO.
           MOVE SPACES TO AJ-NOTA.
           WRITE AJUDATA.
           IF WS-FS-AJU = "00"
              MOVE WS-NUM-AJUSTE TO CC-AJUSTE
              ADD 1 TO WS-AJUSTES
           ELSE
              DISPLAY "Error al radicar el ajuste. FS = " WS-FS-AJU
                  LINE 13 POSITION 10
           END-IF.
           CLOSE ARCHIVO-AJU.

      * Un conteo es exacto si la diferencia no pasa la tolerancia
      * sobre lo que decia el sistema.
       ACUMULAR-EXACTITUD.
           IF WS-DIFERENCIA < 0
              COMPUTE WS-DIF-ABS = 0 - WS-DIFERENCIA
           ELSE
              MOVE WS-DIFERENCIA TO WS-DIF-ABS
           END-IF.
           COMPUTE WS-MARGEN = CC-SISTEMA * WS-TOLERANCIA / 100.
           MOVE CC-FECCON(1:6) TO EX-PERIODO.
           MOVE CC-CLASE TO EX-CLASE.
           MOVE CC-BODEGA TO EX-BODEGA.
           READ ARCHIVO-EXA
               INVALID KEY
                   MOVE CC-FECCON(1:6) TO EX-PERIODO
                   MOVE CC-CLASE TO EX-CLASE
                   MOVE CC-BODEGA TO EX-BODEGA
                   MOVE 0 TO EX-CONTADOS
                   MOVE 0 TO EX-EXACTOS
                   MOVE 0 TO EX-DIF-UNI
           END-READ.
           ADD 1 TO EX-CONTADOS.
           IF WS-DIF-ABS <= WS-MARGEN
              ADD 1 TO EX-EXACTOS
           END-IF.
           ADD WS-DIF-ABS TO EX-DIF-UNI.
           WRITE EXADATA
               INVALID KEY
                   REWRITE EXADATA
           END-WRITE.

      ****************************************************************
      * Exactitud de registro (IRA) por mes: porcentaje de conteos   *
      * que cuadraron por clase y bodega, y el acumulado del rango   *
      * por clase y por bodega.                                      *
      ****************************************************************
       REPORTE-EXACTITUD.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Exactitud de registro -----" LINE 3
               POSITION 20.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Desde (AAAAMM):" LINE 5 POSITION 20.
           MOVE WS-FECHA-HOY(1:4) TO WS-PER-DESDE(1:4).
           MOVE "01" TO WS-PER-DESDE(5:2).
           ACCEPT WS-PER-DESDE LINE 5 POSITION 40.
           DISPLAY "Hasta (AAAAMM):" LINE 6 POSITION 20.
           MOVE WS-FECHA-HOY(1:6) TO WS-PER-HASTA.
           ACCEPT WS-PER-HASTA LINE 6 POSITION 40.
           MOVE "A" TO TEC-CLASE(1).
           MOVE "B" TO TEC-CLASE(2).
           MOVE "C" TO TEC-CLASE(3).
           MOVE "PRI" TO TEB-BODEGA(1).
           MOVE "BOD" TO TEB-BODEGA(2).
           MOVE "OTR" TO TEB-BODEGA(3).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
              MOVE 0 TO TEC-CONTADOS(WS-K)
              MOVE 0 TO TEC-EXACTOS(WS-K)
              MOVE 0 TO TEB-CONTADOS(WS-K)
              MOVE 0 TO TEB-EXACTOS(WS-K)
           END-PERFORM.
           DISPLAY "MES    CLASE BODEGA  CONTADOS  EXACTOS  DIF-UNI"
               "      IRA %" LINE 8 POSITION 2.
           MOVE 9 TO WS-LIN.
           MOVE WS-PER-DESDE TO EX-PERIODO.
           MOVE LOW-VALUES TO EX-CLASE.
           MOVE LOW-VALUES TO EX-BODEGA.
           START ARCHIVO-EXA KEY IS NOT LESS THAN EX-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-EXA
           END-START.
           IF WS-FS-EXA = "00"
              PERFORM READ-SIGUIENTE-EXA
              PERFORM UNTIL WS-FS-EXA NOT = "00"
                 IF EX-PERIODO > WS-PER-HASTA
                    MOVE "10" TO WS-FS-EXA
                 ELSE
                    PERFORM MOSTRAR-EXACTITUD
                    PERFORM READ-SIGUIENTE-EXA
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-EXA.
           PERFORM PAUSA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Exactitud acumulada " WS-PER-DESDE " a "
               WS-PER-HASTA " -----" LINE 3 POSITION 10.
           MOVE 5 TO WS-LIN.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
              MOVE 0 TO WS-PCT
              IF TEC-CONTADOS(WS-K) > 0
                 COMPUTE WS-PCT ROUNDED = TEC-EXACTOS(WS-K) * 100
                     / TEC-CONTADOS(WS-K)
              END-IF
              MOVE WS-PCT TO WS-PCT-ED
              DISPLAY "Clase  " TEC-CLASE(WS-K) "  contados "
                  TEC-CONTADOS(WS-K) "  exactos " TEC-EXACTOS(WS-K)
                  "  IRA " WS-PCT-ED " %" LINE WS-LIN POSITION 10
              ADD 1 TO WS-LIN
           END-PERFORM.
           ADD 1 TO WS-LIN.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
              MOVE 0 TO WS-PCT
              IF TEB-CONTADOS(WS-K) > 0
                 COMPUTE WS-PCT ROUNDED = TEB-EXACTOS(WS-K) * 100
                     / TEB-CONTADOS(WS-K)
              END-IF
              MOVE WS-PCT TO WS-PCT-ED
              DISPLAY "Bodega " TEB-BODEGA(WS-K) " contados "
                  TEB-CONTADOS(WS-K) "  exactos " TEB-EXACTOS(WS-K)
                  "  IRA " WS-PCT-ED " %" LINE WS-LIN POSITION 10
              ADD 1 TO WS-LIN
           END-PERFORM.
           PERFORM PAUSA.

       MOSTRAR-EXACTITUD.
           MOVE 0 TO WS-PCT.
           IF EX-CONTADOS > 0
              COMPUTE WS-PCT ROUNDED = EX-EXACTOS * 100 / EX-CONTADOS
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
           IF WS-LIN > 21
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           DISPLAY EX-PERIODO "   " EX-CLASE "    " EX-BODEGA "    "
               EX-CONTADOS " " EX-EXACTOS " " EX-DIF-UNI "   "
               WS-PCT-ED LINE WS-LIN POSITION 2.
           ADD 1 TO WS-LIN.
           EVALUATE EX-CLASE
               WHEN "A" MOVE 1 TO WS-K
               WHEN "B" MOVE 2 TO WS-K
               WHEN OTHER MOVE 3 TO WS-K
           END-EVALUATE.
           ADD EX-CONTADOS TO TEC-CONTADOS(WS-K).
           ADD EX-EXACTOS TO TEC-EXACTOS(WS-K).
           EVALUATE EX-BODEGA
               WHEN "PRI" MOVE 1 TO WS-K
               WHEN "BOD" MOVE 2 TO WS-K
               WHEN OTHER MOVE 3 TO WS-K
           END-EVALUATE.
           ADD EX-CONTADOS TO TEB-CONTADOS(WS-K).
           ADD EX-EXACTOS TO TEB-EXACTOS(WS-K).

      * Consecutivo de solicitudes de ajuste, el mismo con que las
      * radican los empleados.
       OBTENER-NUMERO-AJUSTE.
           OPEN I-O ARCHIVO-AJCTL.
           IF WS-FS-AJC = "35"
              OPEN OUTPUT ARCHIVO-AJCTL
              MOVE 0 TO AJCTL-ULT
              WRITE REG-AJCTL
              CLOSE ARCHIVO-AJCTL
              OPEN I-O ARCHIVO-AJCTL
           END-IF.
           READ ARCHIVO-AJCTL
               AT END
                   MOVE 0 TO AJCTL-ULT
           END-READ.
           ADD 1 TO AJCTL-ULT.
           MOVE AJCTL-ULT TO WS-NUM-AJUSTE.
           REWRITE REG-AJCTL.
           CLOSE ARCHIVO-AJCTL.

      * Convierte WK-NUMERO (digitos sin signo ni separadores,
      * relleno a la derecha) a valor en WS-NUM-VALOR; WS-NUM-OK
      * queda en N si trae otra cosa.
       VALIDAR-NUMERO.
           MOVE "S" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALOR.
           MOVE "N" TO WS-NUM-FIN.
           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
               UNTIL WS-NUM-POS > 12
              IF WK-NUMERO(WS-NUM-POS:1) = SPACE
                 MOVE "S" TO WS-NUM-FIN
              ELSE
                 IF WS-NUM-FIN = "S"
                    MOVE "N" TO WS-NUM-OK
                 ELSE
                    IF WK-NUMERO(WS-NUM-POS:1) >= "0"
                       AND WK-NUMERO(WS-NUM-POS:1) <= "9"
                       COMPUTE WS-NUM-VALOR = WS-NUM-VALOR * 10
                           + FUNCTION NUMVAL(WK-NUMERO(WS-NUM-POS:1))
                    ELSE
                       MOVE "N" TO WS-NUM-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       READ-SIGUIENTE-ABC.
           READ ARCHIVO-ABC NEXT RECORD
               AT END MOVE "10" TO WS-FS-ABC
           END-READ.

       READ-SIGUIENTE-CCL.
           READ ARCHIVO-CCL NEXT RECORD
               AT END MOVE "10" TO WS-FS-CCL
           END-READ.

       READ-SIGUIENTE-EXA.
           READ ARCHIVO-EXA NEXT RECORD
               AT END MOVE "10" TO WS-FS-EXA
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
