       IDENTIFICATION DIVISION.
       PROGRAM-ID. horas-nomina.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                HORAS TRABAJADAS Y RECARGOS PARA NOMINA       *
      *                                                              *
      * Descripcion: Liquidacion por periodo de las horas que cada   *
      *              empleado de usuarios.dat trabajo de verdad,     *
      *              segun sus sesiones en sesiones.log y su horario *
      *              pactado en horarios.dat (propio o de su cargo,  *
      *              como en reporte-horarios). Cada minuto en       *
      *              sesion queda en una de cinco clases:            *
      *              ORD ordinaria, HED extra diurna, HEN extra      *
      *              nocturna, RN recargo nocturno (ordinaria de     *
      *              noche) y DF dominical o festivo (festivos.dat). *
      *              Es ordinario lo trabajado dentro de la ventana  *
      *              del horario, en dia permitido, hasta la jornada *
      *              diaria; lo demas es extra. Sesiones simultaneas *
      *              en dos estaciones cuentan una sola vez.         *
      *              Porcentajes de recargo, franja nocturna y       *
      *              jornada salen de recargos-nomina.cfg; el valor  *
      *              de la hora, de valor-hora.dat (por empleado o   *
      *              por cargo, opcion V).                           *
      *              El resultado queda por empleado en              *
      *              horas-nomina.dat: un supervisor con permiso     *
      *              NOMINA de permisos.dat (el admin siempre) lo    *
      *              aprueba o ajusta con motivo, y solo lo aprobado *
      *              pasa a novedades-nomina.csv con horas y valor   *
      *              por concepto (control T;total;filas primero,    *
      *              como descuentos-nomina). Aprobaciones, ajustes  *
      *              y valores hora quedan en auditoria.log.         *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SES ASSIGN TO "../Usuarios/sesiones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SES.
           SELECT ARCHIVO-HOR ASSIGN TO "../Usuarios/horarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-HOR.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FES.
           SELECT ARCHIVO-MAP ASSIGN TO "../Usuarios/horas-mapa.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-CLAVE
               FILE STATUS IS WS-FS-MAP.
           SELECT ARCHIVO-NOV ASSIGN TO "../Usuarios/horas-nomina.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NV-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NOV.
           SELECT ARCHIVO-VHR ASSIGN TO "../Usuarios/valor-hora.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-CLAVE
               FILE STATUS IS WS-FS-VHR.
           SELECT ARCHIVO-RCG
               ASSIGN TO "../Usuarios/recargos-nomina.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCG.
           SELECT ARCHIVO-CSV
               ASSIGN TO "../Usuarios/novedades-nomina.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Usuarios/rep-horas-nomina.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-PERM ASSIGN TO "../Usuarios/permisos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-CLAVE
               FILE STATUS IS WS-FS-PERM.
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
       FD  ARCHIVO-SES.
       01  SES-LINEA.
           05 SES-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 SES-HORA-INI.
              07 SES-INI-HH  PIC 9(2).
              07 SES-INI-MM  PIC 9(2).
              07 SES-INI-SS  PIC 9(2).
           05 FILLER         PIC X.
           05 SES-HORA-FIN.
              07 SES-FIN-HH  PIC 9(2).
              07 SES-FIN-MM  PIC 9(2).
              07 SES-FIN-SS  PIC 9(2).
           05 FILLER         PIC X.
           05 SES-NUMDOC     PIC 9(10).
           05 FILLER         PIC X.
           05 SES-DURACION   PIC 9(8).
           05 FILLER         PIC X.
           05 SES-ESTACION   PIC 9(4).
           05 SES-MARCA      PIC X.
           05 SES-SELLO      PIC 9(10).

       FD  ARCHIVO-HOR.
       01  HORDATA.
           05 HOR-CLAVE.
              07 HOR-AMBITO  PIC X.
              07 HOR-ID      PIC X(10).
           05 HOR-DIAS       PIC X(7).
           05 HOR-DESDE      PIC 9(4).
           05 HOR-HASTA      PIC 9(4).

      * Vista minima del maestro de usuarios: nombre y CARGO.
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(50).
           05 OP-CARGO       PIC X.
           05 FILLER         PIC X(168).

       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FE-ORIGEN      PIC X.
           05 FE-HABIL       PIC X.
           05 FE-USUARIO     PIC 9(10).
           05 FE-FEC-MOD     PIC 9(8).

      * Mapa de trabajo de la corrida: por empleado y dia, un byte
      * por minuto ("1" = en sesion). Dos sesiones que se pisan
      * marcan el mismo minuto, que asi cuenta una sola vez.
       FD  ARCHIVO-MAP.
       01  MAPDATA.
           05 MP-CLAVE.
              07 MP-NUMDOC   PIC 9(10).
              07 MP-FECHA    PIC 9(8).
           05 MP-MINUTOS     PIC X(1440).

      * Resultado del periodo por empleado. Clases 1 ORD, 2 HED,
      * 3 HEN, 4 RN, 5 DF: minutos calculados, horas vigentes (las
      * calculadas o las que ajusto el supervisor) y el porcentaje
      * de recargo y valor hora con que se calculo.
      * NV-ESTADO: C calculada, A aprobada, E enviada a nomina.
       FD  ARCHIVO-NOV.
       01  NOVDATA.
           05 NV-CLAVE.
              07 NV-DESDE    PIC 9(8).
              07 NV-NUMDOC   PIC 9(10).
           05 NV-HASTA       PIC 9(8).
           05 NV-MINUTOS     PIC 9(6) OCCURS 5 TIMES.
           05 NV-HORAS       PIC 9(4)V99 OCCURS 5 TIMES.
           05 NV-PCT         PIC 9(5) OCCURS 5 TIMES.
           05 NV-VALOR-HORA  PIC 9(8)V99.
           05 NV-DIAS        PIC 9(3).
           05 NV-SIN-HORARIO PIC X.
           05 NV-AJUSTADA    PIC X.
           05 NV-ESTADO      PIC X.
              88 NV-CALCULADA VALUE "C".
              88 NV-APROBADA  VALUE "A".
              88 NV-ENVIADA   VALUE "E".
           05 NV-FEC-CALC    PIC 9(8).
           05 NV-APRUEBA     PIC 9(10).
           05 NV-FEC-APR     PIC 9(8).
           05 NV-FEC-ENV     PIC 9(8).
           05 NV-MOTIVO      PIC X(40).

      * Valor de la hora ordinaria, por usuario (U + NUMDOC) o por
      * cargo (C + digito), con la misma clave de horarios.dat.
       FD  ARCHIVO-VHR.
       01  VHRDATA.
           05 VH-CLAVE.
              07 VH-AMBITO   PIC X.
              07 VH-ID       PIC X(10).
           05 VH-VALOR       PIC 9(8)V99.
           05 VH-USUARIO     PIC 9(10).
           05 VH-FEC-MOD     PIC 9(8).

      * Una linea por valor: recargo HED, HEN, RN y DF (centesimas
      * de punto), inicio y fin de la franja nocturna (HHMM) y
      * jornada ordinaria diaria (minutos).
       FD  ARCHIVO-RCG.
       01  RCG-LINEA         PIC 9(5).

       FD  ARCHIVO-CSV.
       01  LINEA-CSV         PIC X(80).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(132).

      * Matriz de permisos por cargo, la misma de gestion-user:
      * existe (CARGO, OPERACION) = ese cargo puede.
       FD  ARCHIVO-PERM.
       01  PERMDATA.
           05 PERM-CLAVE.
              07 PERM-CARGO  PIC X.
              07 PERM-OPER   PIC X(8).

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
       01 WS-FS-SES           PIC XX.
       01 WS-FS-HOR           PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-FES           PIC XX.
       01 WS-FS-MAP           PIC XX.
       01 WS-FS-NOV           PIC XX.
       01 WS-FS-VHR           PIC XX.
       01 WS-FS-RCG           PIC XX.
       01 WS-FS-CSV           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-PERM          PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FIN-SES          PIC X.
       01 WS-RUTA-MAP         PIC X(40) VALUE
           "../Usuarios/horas-mapa.tmp".
       01 WS-DEL-RET          PIC 9(9) COMP-X.

      * Periodo en tramite.
       01 WS-DESDE            PIC 9(8) VALUE 0.
       01 WS-HASTA            PIC 9(8) VALUE 0.
       01 WS-DESDE-ED         PIC 9(8).
       01 WS-HASTA-ED         PIC 9(8).
       01 WS-PERIODO-OK       PIC X.

      * Recargos vigentes (ver LEER-RECARGOS).
       01 WS-RECARGOS.
           05 WS-PCT          PIC 9(5) OCCURS 5 TIMES.
       01 WS-NOCHE-DESDE      PIC 9(4).
       01 WS-NOCHE-HASTA      PIC 9(4).
       01 WS-JORNADA-MIN      PIC 9(4).
       01 WS-LINEA-RCG        PIC 9.

      * Clases de hora: codigo para nomina y nombre en pantalla.
       01 WS-NOMBRES-CLASE.
           05 FILLER PIC X(28) VALUE "ORDORDINARIA                ".
           05 FILLER PIC X(28) VALUE "HEDEXTRA DIURNA             ".
           05 FILLER PIC X(28) VALUE "HENEXTRA NOCTURNA           ".
           05 FILLER PIC X(28) VALUE "RN RECARGO NOCTURNO         ".
           05 FILLER PIC X(28) VALUE "DF DOMINICAL/FESTIVO        ".
       01 WS-TABLA-CLASE REDEFINES WS-NOMBRES-CLASE.
           05 CL-ENTRADA OCCURS 5 TIMES.
              10 CL-CODIGO    PIC X(3).
              10 CL-NOMBRE    PIC X(25).
       01 WS-C                PIC 9.

      * Marcado de una sesion en el mapa.
       01 WS-MIN-INI          PIC 9(4).
       01 WS-MIN-FIN          PIC 9(4).
       01 WS-TR-FECHA         PIC 9(8).
       01 WS-TR-INI           PIC 9(4).
       01 WS-TR-LARGO         PIC 9(4).
       01 WS-HAY-MAPA         PIC X.
       01 WS-SESIONES         PIC 9(6).

      * Empleado en calculo.
       01 WS-EMP-NUMDOC       PIC 9(10).
       01 WS-EMP-CARGO        PIC X.
       01 WS-EMP-MIN          PIC 9(6) OCCURS 5 TIMES.
       01 WS-EMP-DIAS         PIC 9(3).
       01 WS-EMP-VALOR        PIC 9(8)V99.
       01 WS-EMP-NOMBRE       PIC X(30).
       01 WS-HAY-HORARIO      PIC X.
       01 WS-HOR-DIAS         PIC X(7).
       01 WS-HOR-DESDE        PIC 9(4).
       01 WS-HOR-HASTA        PIC 9(4).

      * Dia en calculo.
       01 WS-INT-FEC          PIC 9(7).
       01 WS-DOW              PIC 9.
       01 WS-FERIADO          PIC X.
       01 WS-DIA-PERMITIDO    PIC X.
       01 WS-ORD-USADO        PIC 9(4).
       01 WS-M                PIC 9(4).
       01 WS-HH               PIC 9(2).
       01 WS-MM               PIC 9(2).
       01 WS-HHMM             PIC 9(4).
       01 WS-NOCTURNO         PIC X.

      * Totales de la corrida.
       01 WS-CAL-EMPLEADOS    PIC 9(5).
       01 WS-CAL-RESPETADAS   PIC 9(5).
       01 WS-CAL-SIN-HORARIO  PIC 9(5).

      * Revision, aprobacion y ajuste.
       01 WS-REV-NUMDOC       PIC 9(10).
       01 WS-AUT-NUMDOC       PIC 9(10).
       01 WS-OPER-CARGO       PIC X.
       01 WS-PERM-OK          PIC X.
       01 WS-PERM-OPER        PIC X(8).
       01 WS-AJUSTO           PIC X.
       01 WS-CLASE-AJU        PIC 9.
       01 WS-HORAS-NUEVA      PIC 9(4)V99.
       01 WS-MOTIVO           PIC X(40).
       01 WS-LIN              PIC 9(2).
       01 WS-APROBADAS        PIC 9(5).
       01 WS-PENDIENTES       PIC 9(5).

      * Valores y montos.
       01 WS-MONTO-CLASE      PIC 9(13).
       01 WS-EMP-MONTO        PIC 9(13).
       01 WS-CTL-TOTAL        PIC 9(15).
       01 WS-CTL-FILAS        PIC 9(6).
       01 WS-FASE             PIC X.
       01 WS-HORAS-CSV        PIC 9999.99.
       01 WS-HORAS-ED         PIC Z(3)9.99.
       01 WS-MIN-ED           PIC Z(5)9.
       01 WS-PCT-ED           PIC ZZ9.99.
       01 WS-VAL-ED           PIC Z(12)9.
       01 WS-VALOR-ED         PIC Z(7)9.99.
       01 WS-VALOR-NUEVO      PIC 9(8)V99.
       01 WS-VALOR-ANT        PIC 9(8)V99.
       01 WS-VH-NUMDOC        PIC 9(10).
       01 WS-REP-EMPLEADOS    PIC 9(5).
       01 WS-REP-HORAS        PIC 9(7)V99 OCCURS 5 TIMES.
       01 WS-REP-TOTAL        PIC 9(15).
       01 WS-REP-H-TABLA.
           05 WS-REP-H-ED     PIC Z(6)9.99 OCCURS 5 TIMES.
       01 WS-TOT-ED           PIC Z(14)9.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O ARCHIVO-NOV.
           IF WS-FS-NOV = "35"
              CLOSE ARCHIVO-NOV
              OPEN OUTPUT ARCHIVO-NOV
              CLOSE ARCHIVO-NOV
              OPEN I-O ARCHIVO-NOV
           END-IF.
           IF WS-FS-NOV NOT = "00"
              DISPLAY "Error al abrir horas-nomina.dat. FS = "
                  WS-FS-NOV
              MOVE "HORAS-NOMINA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/horas-nomina.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-NOV TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           PERFORM LEER-RECARGOS.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-HORAS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-NOV.
           GOBACK.

       MENU-HORAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  HORAS TRABAJADAS Y RECARGOS  " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  C -> Calcular un periodo"      LINE 7 POSITION 20.
           DISPLAY "  R -> Revisar/ajustar empleado" LINE 8 POSITION 20.
           DISPLAY "  A -> Aprobar todo el periodo"  LINE 9 POSITION 20.
           DISPLAY "  L -> Listado del periodo"     LINE 10 POSITION 20.
           DISPLAY "  G -> Generar novedades nomina"
               LINE 11 POSITION 20.
           DISPLAY "  V -> Valor hora"              LINE 12 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 13 POSITION 20.
           IF WS-DESDE > 0
              DISPLAY "Periodo en pantalla: " WS-DESDE " a " WS-HASTA
                  LINE 15 POSITION 20
           END-IF.
           DISPLAY "Seleccione una opción:" LINE 17 POSITION 20.
           ACCEPT WS-OPCION LINE 17 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "C"
                    PERFORM CALCULAR-PERIODO
               WHEN "R"
                    PERFORM REVISAR-EMPLEADO
               WHEN "A"
                    PERFORM APROBAR-PERIODO
               WHEN "L"
                    PERFORM LISTAR-PERIODO
               WHEN "G"
                    PERFORM GENERAR-NOVEDADES
               WHEN "V"
                    PERFORM VALOR-HORA
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      * Una linea por valor; sin archivo rigen 25% extra diurna, 75%
      * extra nocturna, 35% recargo nocturno, 90% dominical/festivo,
      * noche de 19:00 a 06:00 y jornada de 8 horas.
       LEER-RECARGOS.
           MOVE 0    TO WS-PCT(1).
           MOVE 2500 TO WS-PCT(2).
           MOVE 7500 TO WS-PCT(3).
           MOVE 3500 TO WS-PCT(4).
           MOVE 9000 TO WS-PCT(5).
           MOVE 1900 TO WS-NOCHE-DESDE.
           MOVE 0600 TO WS-NOCHE-HASTA.
           MOVE 480  TO WS-JORNADA-MIN.
           OPEN INPUT ARCHIVO-RCG.
           IF WS-FS-RCG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-LINEA-RCG.
           PERFORM UNTIL WS-LINEA-RCG > 7
              READ ARCHIVO-RCG
                  AT END MOVE 8 TO WS-LINEA-RCG
                  NOT AT END
                      IF RCG-LINEA IS NUMERIC
                         PERFORM TOMAR-LINEA-RCG
                      END-IF
                      ADD 1 TO WS-LINEA-RCG
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RCG.

       TOMAR-LINEA-RCG.
           EVALUATE WS-LINEA-RCG
               WHEN 1 THRU 4
                   IF RCG-LINEA NOT > 20000
                      MOVE RCG-LINEA TO WS-PCT(WS-LINEA-RCG + 1)
                   END-IF
               WHEN 5
                   IF RCG-LINEA < 2400
                      MOVE RCG-LINEA TO WS-NOCHE-DESDE
                   END-IF
               WHEN 6
                   IF RCG-LINEA < 2400
                      MOVE RCG-LINEA TO WS-NOCHE-HASTA
                   END-IF
               WHEN 7
                   IF RCG-LINEA > 0 AND RCG-LINEA NOT > 1440
                      MOVE RCG-LINEA TO WS-JORNADA-MIN
                   END-IF
           END-EVALUATE.

      * Periodo de trabajo: por defecto del primero del mes a hoy.
       PEDIR-PERIODO.
           MOVE "N" TO WS-PERIODO-OK.
           IF WS-DESDE = 0
              COMPUTE WS-DESDE = WS-FECHA-HOY / 100 * 100 + 1
              MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF.
           DISPLAY "Desde (AAAAMMDD, ENTER=" WS-DESDE "):"
               LINE 5 POSITION 10.
           MOVE 0 TO WS-DESDE-ED.
           ACCEPT WS-DESDE-ED LINE 5 POSITION 45.
           IF WS-DESDE-ED NOT = 0
              MOVE WS-DESDE-ED TO WS-DESDE
           END-IF.
           DISPLAY "Hasta (AAAAMMDD, ENTER=" WS-HASTA "):"
               LINE 6 POSITION 10.
           MOVE 0 TO WS-HASTA-ED.
           ACCEPT WS-HASTA-ED LINE 6 POSITION 45.
           IF WS-HASTA-ED NOT = 0
              MOVE WS-HASTA-ED TO WS-HASTA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DESDE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-HASTA) NOT = 0
              OR WS-DESDE > WS-HASTA
              DISPLAY "Periodo invalido." LINE 8 POSITION 10
              MOVE 0 TO WS-DESDE
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-PERIODO-OK.

      ****************************************************************
      * Calculo del periodo: las sesiones que empezaron entre las    *
      * fechas marcan sus minutos en el mapa (la parte de despues    *
      * de medianoche va al dia siguiente); luego el mapa, que sale  *
      * ordenado por empleado y dia, se clasifica minuto a minuto.   *
      * Lo ya aprobado o enviado del periodo no se recalcula.        *
      ****************************************************************
       CALCULAR-PERIODO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Calcular horas del periodo -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           IF WS-HASTA NOT < WS-FECHA-HOY
              DISPLAY "Ojo: el dia de hoy sigue abierto; las sesiones"
                  " en curso no cuentan." LINE 8 POSITION 10
           END-IF.
           OPEN INPUT ARCHIVO-SES.
           IF WS-FS-SES NOT = "00"
              DISPLAY "No hay sesiones registradas. FS = " WS-FS-SES
                  LINE 9 POSITION 10
              MOVE "HORAS-NOMINA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/sesiones.log" TO WS-EXC-ARCHIVO
              MOVE WS-FS-SES TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-MAP.
           CLOSE ARCHIVO-MAP.
           OPEN I-O ARCHIVO-MAP.
           IF WS-FS-MAP NOT = "00"
              DISPLAY "No se pudo crear el mapa de trabajo. FS = "
                  WS-FS-MAP LINE 9 POSITION 10
              MOVE "HORAS-NOMINA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/horas-mapa.tmp" TO WS-EXC-ARCHIVO
              MOVE WS-FS-MAP TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-SES
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SESIONES.
           MOVE "N" TO WS-FIN-SES.
           PERFORM UNTIL WS-FIN-SES = "Y"
              READ ARCHIVO-SES
                  AT END MOVE "Y" TO WS-FIN-SES
                  NOT AT END
                      IF SES-FECHA NOT < WS-DESDE
                         AND SES-FECHA NOT > WS-HASTA
                         AND SES-NUMDOC > 0
                         ADD 1 TO WS-SESIONES
                         PERFORM MARCAR-SESION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SES.
           PERFORM BORRAR-CALCULADAS.
           OPEN INPUT ARCHIVO-HOR.
           OPEN INPUT ARCHIVO-OPERADOR.
           OPEN INPUT ARCHIVO-FES.
           OPEN INPUT ARCHIVO-VHR.
           MOVE 0 TO WS-CAL-EMPLEADOS.
           MOVE 0 TO WS-CAL-RESPETADAS.
           MOVE 0 TO WS-CAL-SIN-HORARIO.
           MOVE 0 TO WS-EMP-NUMDOC.
           MOVE LOW-VALUES TO MP-CLAVE.
           START ARCHIVO-MAP KEY IS NOT LESS THAN MP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MAP
           END-START.
           PERFORM UNTIL WS-FS-MAP NOT = "00"
              READ ARCHIVO-MAP NEXT RECORD
                  AT END MOVE "10" TO WS-FS-MAP
                  NOT AT END
                      IF MP-NUMDOC NOT = WS-EMP-NUMDOC
                         PERFORM CERRAR-EMPLEADO
                         PERFORM INICIAR-EMPLEADO
                      END-IF
                      PERFORM CLASIFICAR-DIA
              END-READ
           END-PERFORM.
           PERFORM CERRAR-EMPLEADO.
           CLOSE ARCHIVO-MAP.
           CALL "CBL_DELETE_FILE" USING WS-RUTA-MAP
               RETURNING WS-DEL-RET.
           IF WS-FS-HOR = "00"
              CLOSE ARCHIVO-HOR
           END-IF.
           IF WS-FS-OPE = "00"
              CLOSE ARCHIVO-OPERADOR
           END-IF.
           IF WS-FS-FES = "00"
              CLOSE ARCHIVO-FES
           END-IF.
           IF WS-FS-VHR = "00"
              CLOSE ARCHIVO-VHR
           END-IF.
           DISPLAY "Sesiones del periodo      : " WS-SESIONES
               LINE 10 POSITION 10.
           DISPLAY "Empleados calculados      : " WS-CAL-EMPLEADOS
               LINE 11 POSITION 10.
           DISPLAY "Sin horario pactado       : " WS-CAL-SIN-HORARIO
               LINE 12 POSITION 10.
           DISPLAY "Ya aprobados (no se tocan): " WS-CAL-RESPETADAS
               LINE 13 POSITION 10.
           DISPLAY "Revise y apruebe con R o A; listado con L."
               LINE 15 POSITION 10.
           PERFORM PAUSA.

      * Minutos [inicio, fin) de la sesion; el indice del mapa es
      * HH * 60 + MM + 1.
       MARCAR-SESION.
           COMPUTE WS-MIN-INI = SES-INI-HH * 60 + SES-INI-MM + 1.
           COMPUTE WS-MIN-FIN = SES-FIN-HH * 60 + SES-FIN-MM + 1.
           IF WS-MIN-FIN NOT < WS-MIN-INI
              MOVE SES-FECHA TO WS-TR-FECHA
              MOVE WS-MIN-INI TO WS-TR-INI
              COMPUTE WS-TR-LARGO = WS-MIN-FIN - WS-MIN-INI
              PERFORM MARCAR-TRAMO
              EXIT PARAGRAPH
           END-IF.
           MOVE SES-FECHA TO WS-TR-FECHA.
           MOVE WS-MIN-INI TO WS-TR-INI.
           COMPUTE WS-TR-LARGO = 1441 - WS-MIN-INI.
           PERFORM MARCAR-TRAMO.
           COMPUTE WS-TR-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SES-FECHA) + 1).
           MOVE 1 TO WS-TR-INI.
           COMPUTE WS-TR-LARGO = WS-MIN-FIN - 1.
           PERFORM MARCAR-TRAMO.

       MARCAR-TRAMO.
           IF WS-TR-LARGO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SES-NUMDOC TO MP-NUMDOC.
           MOVE WS-TR-FECHA TO MP-FECHA.
           MOVE "S" TO WS-HAY-MAPA.
           READ ARCHIVO-MAP
               INVALID KEY
                   MOVE "N" TO WS-HAY-MAPA
           END-READ.
           IF WS-HAY-MAPA = "N"
              MOVE SES-NUMDOC TO MP-NUMDOC
              MOVE WS-TR-FECHA TO MP-FECHA
              MOVE ALL "0" TO MP-MINUTOS
              MOVE ALL "1" TO MP-MINUTOS(WS-TR-INI:WS-TR-LARGO)
              WRITE MAPDATA
              END-WRITE
           ELSE
              MOVE ALL "1" TO MP-MINUTOS(WS-TR-INI:WS-TR-LARGO)
              REWRITE MAPDATA
              END-REWRITE
           END-IF.

      * Lo calculado y no aprobado del periodo se rehace entero: un
      * empleado que ya no tiene sesiones no debe quedar con horas.
       BORRAR-CALCULADAS.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE 0 TO NV-NUMDOC.
           START ARCHIVO-NOV KEY IS NOT LESS THAN NV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NOV
           END-START.
           PERFORM UNTIL WS-FS-NOV NOT = "00"
              READ ARCHIVO-NOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-NOV
              END-READ
              IF WS-FS-NOV = "00"
                 IF NV-DESDE NOT = WS-DESDE
                    MOVE "10" TO WS-FS-NOV
                 ELSE
                    IF NV-CALCULADA
                       DELETE ARCHIVO-NOV
                       END-DELETE
                       START ARCHIVO-NOV
                           KEY IS GREATER THAN NV-CLAVE
                           INVALID KEY
                               MOVE "10" TO WS-FS-NOV
                       END-START
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO WS-FS-NOV.

      * Horario (propio o del cargo) y valor hora del empleado.
       INICIAR-EMPLEADO.
           MOVE MP-NUMDOC TO WS-EMP-NUMDOC.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              MOVE 0 TO WS-EMP-MIN(WS-C)
           END-PERFORM.
           MOVE 0 TO WS-EMP-DIAS.
           MOVE SPACE TO WS-EMP-CARGO.
           IF WS-FS-OPE = "00"
              MOVE WS-EMP-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-CARGO TO WS-EMP-CARGO
              END-READ
           END-IF.
           MOVE "N" TO WS-HAY-HORARIO.
           IF WS-FS-HOR = "00"
              MOVE "U" TO HOR-AMBITO
              MOVE SPACES TO HOR-ID
              MOVE WS-EMP-NUMDOC TO HOR-ID
              READ ARCHIVO-HOR
                  INVALID KEY
                      PERFORM BUSCAR-HORARIO-CARGO
                  NOT INVALID KEY
                      MOVE "S" TO WS-HAY-HORARIO
              END-READ
           END-IF.
           IF WS-HAY-HORARIO = "S"
              MOVE HOR-DIAS TO WS-HOR-DIAS
              MOVE HOR-DESDE TO WS-HOR-DESDE
              MOVE HOR-HASTA TO WS-HOR-HASTA
           END-IF.
           MOVE 0 TO WS-EMP-VALOR.
           IF WS-FS-VHR = "00"
              MOVE "U" TO VH-AMBITO
              MOVE SPACES TO VH-ID
              MOVE WS-EMP-NUMDOC TO VH-ID
              READ ARCHIVO-VHR
                  INVALID KEY
                      PERFORM BUSCAR-VALOR-CARGO
                  NOT INVALID KEY
                      MOVE VH-VALOR TO WS-EMP-VALOR
              END-READ
           END-IF.

       BUSCAR-HORARIO-CARGO.
           IF WS-EMP-CARGO = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO HOR-AMBITO.
           MOVE SPACES TO HOR-ID.
           MOVE WS-EMP-CARGO TO HOR-ID(1:1).
           READ ARCHIVO-HOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HAY-HORARIO
           END-READ.

       BUSCAR-VALOR-CARGO.
           IF WS-EMP-CARGO = SPACE
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO VH-AMBITO.
           MOVE SPACES TO VH-ID.
           MOVE WS-EMP-CARGO TO VH-ID(1:1).
           READ ARCHIVO-VHR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VH-VALOR TO WS-EMP-VALOR
           END-READ.

      * Un dia del empleado. Dia de la semana: el dia 1 del
      * calendario interno (1601-01-01) fue lunes, asi que 7 es
      * domingo. Domingo o festivo: todo el dia es DF.
       CLASIFICAR-DIA.
           IF MP-FECHA < WS-DESDE OR MP-FECHA > WS-HASTA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-DIAS.
           COMPUTE WS-INT-FEC = FUNCTION INTEGER-OF-DATE(MP-FECHA).
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-FEC - 1, 7) + 1.
           MOVE "N" TO WS-FERIADO.
           IF WS-DOW = 7
              MOVE "S" TO WS-FERIADO
           ELSE
              IF WS-FS-FES = "00"
                 MOVE MP-FECHA TO FE-FECHA
                 READ ARCHIVO-FES
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE "S" TO WS-FERIADO
                 END-READ
              END-IF
           END-IF.
           MOVE "S" TO WS-DIA-PERMITIDO.
           IF WS-HAY-HORARIO = "S"
              AND WS-HOR-DIAS(WS-DOW:1) NOT = "S"
              MOVE "N" TO WS-DIA-PERMITIDO
           END-IF.
           MOVE 0 TO WS-ORD-USADO.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 1440
              IF MP-MINUTOS(WS-M:1) = "1"
                 PERFORM CLASIFICAR-MINUTO
              END-IF
           END-PERFORM.

      * Ordinario: dia permitido, dentro de la ventana del horario
      * (sin horario, todo el dia) y sin pasar la jornada; de noche
      * es recargo nocturno. Lo demas es extra, diurna o nocturna.
       CLASIFICAR-MINUTO.
           SUBTRACT 1 FROM WS-M GIVING WS-HHMM.
           DIVIDE WS-HHMM BY 60 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-HHMM = WS-HH * 100 + WS-MM.
           MOVE "N" TO WS-NOCTURNO.
           IF WS-HHMM NOT < WS-NOCHE-DESDE
              OR WS-HHMM < WS-NOCHE-HASTA
              MOVE "S" TO WS-NOCTURNO
           END-IF.
           IF WS-FERIADO = "S"
              MOVE 5 TO WS-C
           ELSE
              IF WS-DIA-PERMITIDO = "S"
                 AND WS-ORD-USADO < WS-JORNADA-MIN
                 AND (WS-HAY-HORARIO = "N"
                      OR (WS-HHMM NOT < WS-HOR-DESDE
                          AND WS-HHMM < WS-HOR-HASTA))
                 ADD 1 TO WS-ORD-USADO
                 IF WS-NOCTURNO = "S"
                    MOVE 4 TO WS-C
                 ELSE
                    MOVE 1 TO WS-C
                 END-IF
              ELSE
                 IF WS-NOCTURNO = "S"
                    MOVE 3 TO WS-C
                 ELSE
                    MOVE 2 TO WS-C
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS-EMP-MIN(WS-C).

      * Deja el resultado del empleado en horas-nomina.dat, salvo
      * que su periodo ya este aprobado o enviado.
       CERRAR-EMPLEADO.
           IF WS-EMP-NUMDOC = 0 OR WS-EMP-DIAS = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE WS-EMP-NUMDOC TO NV-NUMDOC.
           READ ARCHIVO-NOV
               INVALID KEY
                   MOVE "35" TO WS-FS-NOV
           END-READ.
           IF WS-FS-NOV = "00"
              ADD 1 TO WS-CAL-RESPETADAS
              EXIT PARAGRAPH
           END-IF.
           INITIALIZE NOVDATA.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE WS-EMP-NUMDOC TO NV-NUMDOC.
           MOVE WS-HASTA TO NV-HASTA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              MOVE WS-EMP-MIN(WS-C) TO NV-MINUTOS(WS-C)
              COMPUTE NV-HORAS(WS-C) ROUNDED = WS-EMP-MIN(WS-C) / 60
              MOVE WS-PCT(WS-C) TO NV-PCT(WS-C)
           END-PERFORM.
           MOVE WS-EMP-VALOR TO NV-VALOR-HORA.
           MOVE WS-EMP-DIAS TO NV-DIAS.
           IF WS-HAY-HORARIO = "S"
              MOVE "N" TO NV-SIN-HORARIO
           ELSE
              MOVE "S" TO NV-SIN-HORARIO
              ADD 1 TO WS-CAL-SIN-HORARIO
           END-IF.
           MOVE "N" TO NV-AJUSTADA.
           MOVE "C" TO NV-ESTADO.
           MOVE WS-FECHA-HOY TO NV-FEC-CALC.
           MOVE SPACES TO NV-MOTIVO.
           WRITE NOVDATA
               INVALID KEY
                   REWRITE NOVDATA
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-CAL-EMPLEADOS.
           MOVE "00" TO WS-FS-NOV.

      ****************************************************************
      * Revision de un empleado: muestra lo calculado y lo vigente   *
      * por clase con su valor; el supervisor ajusta las horas que   *
      * haga falta (con motivo) y aprueba con su documento.          *
      ****************************************************************
       REVISAR-EMPLEADO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Revisar horas de un empleado -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Documento del empleado (0=volver):"
               LINE 7 POSITION 10.
           MOVE 0 TO WS-REV-NUMDOC.
           ACCEPT WS-REV-NUMDOC LINE 7 POSITION 45.
           IF WS-REV-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE WS-REV-NUMDOC TO NV-NUMDOC.
           READ ARCHIVO-NOV
               INVALID KEY
                   DISPLAY "Ese empleado no tiene horas calculadas en "
                       "el periodo." LINE 9 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           PERFORM BUSCAR-NOMBRE.
           MOVE "N" TO WS-AJUSTO.
           PERFORM MOSTRAR-NOVEDAD.
           IF NV-ENVIADA
              DISPLAY "Ya se envio a nomina el " NV-FEC-ENV
                  ": no se modifica." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Clase a ajustar (1-5, ENTER=ninguna):"
               LINE 19 POSITION 10.
           MOVE 0 TO WS-CLASE-AJU.
           ACCEPT WS-CLASE-AJU LINE 19 POSITION 50.
           PERFORM AJUSTAR-CLASE UNTIL WS-CLASE-AJU = 0.
           IF WS-AJUSTO = "S"
              DISPLAY "Motivo del ajuste:" LINE 20 POSITION 10
              MOVE SPACES TO WS-MOTIVO
              ACCEPT WS-MOTIVO LINE 20 POSITION 30
              IF WS-MOTIVO = SPACES
                 DISPLAY "El ajuste exige un motivo: no se grabo."
                     LINE 21 POSITION 10
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           DISPLAY "Documento del supervisor que aprueba (0=no):"
               LINE 21 POSITION 10.
           MOVE 0 TO WS-AUT-NUMDOC.
           ACCEPT WS-AUT-NUMDOC LINE 21 POSITION 56.
           IF WS-AUT-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CARGO-DE-AUT.
           MOVE "NOMINA" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "El supervisor no tiene el permiso NOMINA."
                  LINE 22 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-AJUSTO = "S"
              MOVE "S" TO NV-AJUSTADA
              MOVE WS-MOTIVO TO NV-MOTIVO
           END-IF.
           MOVE "A" TO NV-ESTADO.
           MOVE WS-AUT-NUMDOC TO NV-APRUEBA.
           MOVE WS-FECHA-HOY TO NV-FEC-APR.
           REWRITE NOVDATA
               INVALID KEY
                   DISPLAY "No se pudo grabar la aprobacion."
                       LINE 22 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM AUDITAR-APROBACION.
           DISPLAY "Horas aprobadas." LINE 22 POSITION 10.
           PERFORM PAUSA.

       AJUSTAR-CLASE.
           IF WS-CLASE-AJU > 5
              MOVE 0 TO WS-CLASE-AJU
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Horas " CL-CODIGO(WS-CLASE-AJU) " nuevas:"
               LINE 20 POSITION 10.
           MOVE 0 TO WS-HORAS-NUEVA.
           ACCEPT WS-HORAS-NUEVA LINE 20 POSITION 30.
           IF WS-HORAS-NUEVA NOT = NV-HORAS(WS-CLASE-AJU)
              MOVE WS-HORAS-NUEVA TO NV-HORAS(WS-CLASE-AJU)
              MOVE "S" TO WS-AJUSTO
           END-IF.
           PERFORM MOSTRAR-NOVEDAD.
           DISPLAY "Clase a ajustar (1-5, ENTER=ninguna):"
               LINE 19 POSITION 10.
           MOVE 0 TO WS-CLASE-AJU.
           ACCEPT WS-CLASE-AJU LINE 19 POSITION 50.

       MOSTRAR-NOVEDAD.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Empleado " NV-NUMDOC " " WS-EMP-NOMBRE
               LINE 3 POSITION 5.
           DISPLAY "Periodo " NV-DESDE " a " NV-HASTA
               "  Dias " NV-DIAS "  Estado " NV-ESTADO
               LINE 4 POSITION 5.
           MOVE NV-VALOR-HORA TO WS-VALOR-ED.
           DISPLAY "Valor hora " WS-VALOR-ED LINE 5 POSITION 5.
           IF NV-VALOR-HORA = 0
              DISPLAY "(sin valor hora: opcion V)" LINE 5 POSITION 30
           END-IF.
           IF NV-SIN-HORARIO = "S"
              DISPLAY "SIN HORARIO PACTADO: todo dentro de la jornada"
                  " es ordinario." LINE 6 POSITION 5
           END-IF.
           DISPLAY "  Clase                      Calc.   Vigente  Rec.%"
               "            Valor" LINE 8 POSITION 5.
           MOVE 9 TO WS-LIN.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              PERFORM CALCULAR-MONTO-CLASE
              COMPUTE WS-HORAS-ED ROUNDED = NV-MINUTOS(WS-C) / 60
              DISPLAY WS-C " " CL-CODIGO(WS-C) " " CL-NOMBRE(WS-C)
                  LINE WS-LIN POSITION 5
              DISPLAY WS-HORAS-ED LINE WS-LIN POSITION 33
              MOVE NV-HORAS(WS-C) TO WS-HORAS-ED
              DISPLAY WS-HORAS-ED LINE WS-LIN POSITION 42
              COMPUTE WS-PCT-ED = NV-PCT(WS-C) / 100
              DISPLAY WS-PCT-ED LINE WS-LIN POSITION 51
              MOVE WS-MONTO-CLASE TO WS-VAL-ED
              DISPLAY WS-VAL-ED LINE WS-LIN POSITION 58
              ADD 1 TO WS-LIN
           END-PERFORM.
           PERFORM CALCULAR-MONTO-EMPLEADO.
           MOVE WS-EMP-MONTO TO WS-VAL-ED.
           DISPLAY "Total del periodo" LINE 15 POSITION 5.
           DISPLAY WS-VAL-ED LINE 15 POSITION 58.
           IF NV-AJUSTADA = "S"
              DISPLAY "Ajustada: " NV-MOTIVO LINE 16 POSITION 5
           END-IF.
           IF NV-APRUEBA > 0
              DISPLAY "Aprobo " NV-APRUEBA " el " NV-FEC-APR
                  LINE 17 POSITION 5
           END-IF.

      * Valor de la clase WS-C: horas por valor hora con su recargo,
      * en pesos enteros.
       CALCULAR-MONTO-CLASE.
           COMPUTE WS-MONTO-CLASE ROUNDED = NV-HORAS(WS-C)
               * NV-VALOR-HORA * (10000 + NV-PCT(WS-C)) / 10000.

       CALCULAR-MONTO-EMPLEADO.
           MOVE 0 TO WS-EMP-MONTO.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              PERFORM CALCULAR-MONTO-CLASE
              ADD WS-MONTO-CLASE TO WS-EMP-MONTO
           END-PERFORM.

       BUSCAR-NOMBRE.
           MOVE "(NO ESTA EN USUARIOS)" TO WS-EMP-NOMBRE.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE NV-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-NOMAPE(1:30) TO WS-EMP-NOMBRE
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

      ****************************************************************
      * Aprobacion en bloque: todo lo calculado del periodo queda    *
      * aprobado tal cual por un supervisor con permiso NOMINA.      *
      ****************************************************************
       APROBAR-PERIODO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Aprobar horas del periodo -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO WS-FASE.
           PERFORM RECORRER-APROBAR.
           IF WS-PENDIENTES = 0
              DISPLAY "No hay horas por aprobar en el periodo."
                  LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Empleados por aprobar: " WS-PENDIENTES
               LINE 8 POSITION 10.
           DISPLAY "Documento del supervisor que aprueba (0=no):"
               LINE 10 POSITION 10.
           MOVE 0 TO WS-AUT-NUMDOC.
           ACCEPT WS-AUT-NUMDOC LINE 10 POSITION 56.
           IF WS-AUT-NUMDOC = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CARGO-DE-AUT.
           MOVE "NOMINA" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "El supervisor no tiene el permiso NOMINA."
                  LINE 12 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma aprobar todo (S/N):" LINE 12 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 12 POSITION 40.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-FASE.
           PERFORM RECORRER-APROBAR.
           DISPLAY "Empleados aprobados: " WS-APROBADAS
               LINE 14 POSITION 10.
           PERFORM PAUSA.

      * WS-FASE P: solo cuenta; A: aprueba cada calculada.
       RECORRER-APROBAR.
           MOVE 0 TO WS-PENDIENTES.
           MOVE 0 TO WS-APROBADAS.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE 0 TO NV-NUMDOC.
           START ARCHIVO-NOV KEY IS NOT LESS THAN NV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NOV
           END-START.
           PERFORM UNTIL WS-FS-NOV NOT = "00"
              READ ARCHIVO-NOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-NOV
                  NOT AT END
                      IF NV-DESDE NOT = WS-DESDE
                         MOVE "10" TO WS-FS-NOV
                      ELSE
                         IF NV-CALCULADA
                            ADD 1 TO WS-PENDIENTES
                            IF WS-FASE = "A"
                               PERFORM APROBAR-UNA
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-NOV.

       APROBAR-UNA.
           MOVE "A" TO NV-ESTADO.
           MOVE WS-AUT-NUMDOC TO NV-APRUEBA.
           MOVE WS-FECHA-HOY TO NV-FEC-APR.
           REWRITE NOVDATA
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-APROBADAS.
           MOVE "N" TO WS-AJUSTO.
           PERFORM AUDITAR-APROBACION.

       AUDITAR-APROBACION.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " NOMINA HORAS APR DESDE=" NV-DESDE
               " EMP=" NV-NUMDOC
               " AJUSTE=" WS-AJUSTO
               " OPER=" T-NUMDOC
               " AUTORIZA=" WS-AUT-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.

      ****************************************************************
      * Listado del periodo para recursos humanos: horas vigentes    *
      * por clase, valor y estado de cada empleado.                  *
      ****************************************************************
       LISTAR-PERIODO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Listado de horas del periodo -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "HORAS TRABAJADAS Y RECARGOS PARA NOMINA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO DESDE: " WS-DESDE
               "  GENERADO: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RECARGOS (CENTESIMAS %) HED " WS-PCT(2)
               " HEN " WS-PCT(3) " RN " WS-PCT(4) " DF " WS-PCT(5)
               "  NOCHE " WS-NOCHE-DESDE "-" WS-NOCHE-HASTA
               "  JORNADA (MIN) " WS-JORNADA-MIN
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DOCUMENTO  NOMBRE                         E"
               "        ORD        HED        HEN         RN"
               "         DF          VALOR OBS"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-REP-EMPLEADOS.
           MOVE 0 TO WS-REP-TOTAL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              MOVE 0 TO WS-REP-HORAS(WS-C)
           END-PERFORM.
           OPEN INPUT ARCHIVO-OPERADOR.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE 0 TO NV-NUMDOC.
           START ARCHIVO-NOV KEY IS NOT LESS THAN NV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NOV
           END-START.
           PERFORM UNTIL WS-FS-NOV NOT = "00"
              READ ARCHIVO-NOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-NOV
                  NOT AT END
                      IF NV-DESDE NOT = WS-DESDE
                         MOVE "10" TO WS-FS-NOV
                      ELSE
                         PERFORM LISTAR-EMPLEADO
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-NOV.
           IF WS-FS-OPE = "00"
              CLOSE ARCHIVO-OPERADOR
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              MOVE WS-REP-HORAS(WS-C) TO WS-REP-H-ED(WS-C)
           END-PERFORM.
           MOVE WS-REP-TOTAL TO WS-TOT-ED.
           STRING "TOTALES    EMPLEADOS: " WS-REP-EMPLEADOS
               "                   " WS-REP-H-ED(1)
               " " WS-REP-H-ED(2) " " WS-REP-H-ED(3)
               " " WS-REP-H-ED(4) " " WS-REP-H-ED(5)
               " " WS-TOT-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "E = ESTADO: C CALCULADA  A APROBADA  E ENVIADA A "
               "NOMINA.  OBS: SH SIN HORARIO, AJ AJUSTADA, SV SIN "
               "VALOR HORA"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "horas-nomina" TO WS-ARC-PROGRAMA.
           MOVE "../Usuarios/rep-horas-nomina.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Empleados listados: " WS-REP-EMPLEADOS
               LINE 8 POSITION 10.
           DISPLAY "Listado en rep-horas-nomina.txt" LINE 9 POSITION 10.
           PERFORM PAUSA.

       LISTAR-EMPLEADO.
           MOVE "(NO ESTA EN USUARIOS)" TO WS-EMP-NOMBRE.
           IF WS-FS-OPE = "00"
              MOVE NV-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-NOMAPE(1:30) TO WS-EMP-NOMBRE
              END-READ
           END-IF.
           PERFORM CALCULAR-MONTO-EMPLEADO.
           ADD 1 TO WS-REP-EMPLEADOS.
           ADD WS-EMP-MONTO TO WS-REP-TOTAL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              ADD NV-HORAS(WS-C) TO WS-REP-HORAS(WS-C)
           END-PERFORM.
           MOVE WS-EMP-MONTO TO WS-VAL-ED.
           MOVE SPACES TO WS-MOTIVO.
           IF NV-SIN-HORARIO = "S"
              MOVE "SH" TO WS-MOTIVO(1:2)
           END-IF.
           IF NV-AJUSTADA = "S"
              MOVE "AJ" TO WS-MOTIVO(4:2)
           END-IF.
           IF NV-VALOR-HORA = 0
              MOVE "SV" TO WS-MOTIVO(7:2)
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              MOVE NV-HORAS(WS-C) TO WS-REP-H-ED(WS-C)
           END-PERFORM.
           STRING NV-NUMDOC " " WS-EMP-NOMBRE " " NV-ESTADO
               " " WS-REP-H-ED(1) " " WS-REP-H-ED(2)
               " " WS-REP-H-ED(3) " " WS-REP-H-ED(4)
               " " WS-REP-H-ED(5)
               " " WS-VAL-ED " " WS-MOTIVO(1:8)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.

      ****************************************************************
      * Novedades para nomina: solo lo aprobado del periodo, una     *
      * fila por empleado y concepto con horas y valor en pesos      *
      * (documento;concepto;horas;valor;referencia), despues de la   *
      * linea de control T;total;filas. Lo enviado queda en E y no   *
      * vuelve a salir.                                              *
      ****************************************************************
       GENERAR-NOVEDADES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Novedades de horas para nomina -----"
               LINE 3 POSITION 20.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
      * Primera pasada: totales para la linea de control.
           MOVE "V" TO WS-FASE.
           MOVE 0 TO WS-CTL-TOTAL.
           MOVE 0 TO WS-CTL-FILAS.
           MOVE 0 TO WS-PENDIENTES.
           MOVE 0 TO WS-APROBADAS.
           PERFORM RECORRER-APROBADAS.
           IF WS-APROBADAS = 0
              DISPLAY "No hay horas aprobadas por enviar en el "
                  "periodo." LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Empleados aprobados : " WS-APROBADAS
               LINE 8 POSITION 10.
           DISPLAY "Filas para nomina   : " WS-CTL-FILAS
               LINE 9 POSITION 10.
           DISPLAY "Total               : " WS-CTL-TOTAL
               LINE 10 POSITION 10.
           IF WS-PENDIENTES > 0
              DISPLAY "Quedan " WS-PENDIENTES " empleados sin aprobar"
                  " que NO van en este envio." LINE 11 POSITION 10
           END-IF.
           DISPLAY "Confirma generar novedades-nomina.csv (S/N):"
               LINE 13 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 13 POSITION 56.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-CSV.
           IF WS-FS-CSV NOT = "00"
              DISPLAY "No se pudo crear novedades-nomina.csv. FS = "
                  WS-FS-CSV LINE 15 POSITION 10
              MOVE "HORAS-NOMINA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/novedades-nomina.csv"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-CSV TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINEA-CSV.
           STRING "T;" WS-CTL-TOTAL ";" WS-CTL-FILAS
               DELIMITED BY SIZE INTO LINEA-CSV
           END-STRING.
           WRITE LINEA-CSV.
      * Segunda pasada: filas y marca de enviado.
           MOVE "G" TO WS-FASE.
           PERFORM RECORRER-APROBADAS.
           CLOSE ARCHIVO-CSV.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " NOMINA HORAS ENVIO DESDE=" WS-DESDE
               " EMPLEADOS=" WS-APROBADAS
               " TOTAL=" WS-CTL-TOTAL
               " OPER=" T-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.
           DISPLAY "Archivo novedades-nomina.csv generado."
               LINE 15 POSITION 10.
           PERFORM PAUSA.

      * WS-FASE V: suma al control; G: escribe las filas y marca E.
       RECORRER-APROBADAS.
           MOVE WS-DESDE TO NV-DESDE.
           MOVE 0 TO NV-NUMDOC.
           START ARCHIVO-NOV KEY IS NOT LESS THAN NV-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NOV
           END-START.
           PERFORM UNTIL WS-FS-NOV NOT = "00"
              READ ARCHIVO-NOV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-NOV
                  NOT AT END
                      IF NV-DESDE NOT = WS-DESDE
                         MOVE "10" TO WS-FS-NOV
                      ELSE
                         IF NV-CALCULADA AND WS-FASE = "V"
                            ADD 1 TO WS-PENDIENTES
                         END-IF
                         IF NV-APROBADA
                            PERFORM ENVIAR-EMPLEADO
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-NOV.

       ENVIAR-EMPLEADO.
           IF WS-FASE = "V"
              ADD 1 TO WS-APROBADAS
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
              IF NV-HORAS(WS-C) > 0
                 PERFORM CALCULAR-MONTO-CLASE
                 IF WS-FASE = "V"
                    ADD WS-MONTO-CLASE TO WS-CTL-TOTAL
                    ADD 1 TO WS-CTL-FILAS
                 ELSE
                    MOVE NV-HORAS(WS-C) TO WS-HORAS-CSV
                    MOVE SPACES TO LINEA-CSV
                    STRING NV-NUMDOC ";" CL-CODIGO(WS-C) ";"
                        WS-HORAS-CSV ";" WS-MONTO-CLASE
                        ";HORAS-" NV-DESDE
                        DELIMITED BY SIZE INTO LINEA-CSV
                    END-STRING
                    WRITE LINEA-CSV
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FASE = "G"
              MOVE "E" TO NV-ESTADO
              MOVE WS-FECHA-HOY TO NV-FEC-ENV
              REWRITE NOVDATA
              END-REWRITE
           END-IF.

      ****************************************************************
      * Valor de la hora ordinaria por empleado (U) o por cargo (C). *
      * Rige para los calculos que se hagan desde ese momento.       *
      ****************************************************************
       VALOR-HORA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Valor hora ordinaria -----" LINE 3
               POSITION 20.
           OPEN I-O ARCHIVO-VHR.
           IF WS-FS-VHR = "35"
              CLOSE ARCHIVO-VHR
              OPEN OUTPUT ARCHIVO-VHR
              CLOSE ARCHIVO-VHR
              OPEN I-O ARCHIVO-VHR
           END-IF.
           IF WS-FS-VHR NOT = "00"
              DISPLAY "Error al abrir valor-hora.dat. FS = " WS-FS-VHR
                  LINE 5 POSITION 10
              MOVE "HORAS-NOMINA" TO WS-EXC-PROGRAMA
              MOVE "../Usuarios/valor-hora.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VHR TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ambito (U=usuario, C=cargo):" LINE 5 POSITION 10.
           MOVE SPACES TO VH-AMBITO.
           ACCEPT VH-AMBITO LINE 5 POSITION 42.
           IF VH-AMBITO NOT = "U" AND VH-AMBITO NOT = "C"
              DISPLAY "Ambito invalido." LINE 6 POSITION 10
              CLOSE ARCHIVO-VHR
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMDOC o digito de cargo:" LINE 6 POSITION 10.
           MOVE SPACES TO VH-ID.
      * El NUMDOC entra por el campo numerico para que quede con
      * ceros a la izquierda, igual que la clave de horarios.dat.
           IF VH-AMBITO = "U"
              MOVE 0 TO WS-VH-NUMDOC
              ACCEPT WS-VH-NUMDOC LINE 6 POSITION 38
              MOVE WS-VH-NUMDOC TO VH-ID
           ELSE
              ACCEPT VH-ID LINE 6 POSITION 38
           END-IF.
           MOVE 0 TO WS-VALOR-ANT.
           READ ARCHIVO-VHR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VH-VALOR TO WS-VALOR-ANT
           END-READ.
           MOVE WS-VALOR-ANT TO WS-VALOR-ED.
           DISPLAY "Valor hora actual: " WS-VALOR-ED LINE 8 POSITION 10.
           DISPLAY "Valor hora nuevo (0=no cambia):" LINE 9 POSITION 10.
           MOVE 0 TO WS-VALOR-NUEVO.
           ACCEPT WS-VALOR-NUEVO LINE 9 POSITION 43.
           IF WS-VALOR-NUEVO = 0 OR WS-VALOR-NUEVO = WS-VALOR-ANT
              CLOSE ARCHIVO-VHR
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR-NUEVO TO VH-VALOR.
           MOVE T-NUMDOC TO VH-USUARIO.
           MOVE WS-FECHA-HOY TO VH-FEC-MOD.
           WRITE VHRDATA
               INVALID KEY
                   REWRITE VHRDATA
                   END-REWRITE
           END-WRITE.
           IF WS-FS-VHR NOT = "00"
              DISPLAY "Error al grabar. FS = " WS-FS-VHR
                  LINE 11 POSITION 10
              CLOSE ARCHIVO-VHR
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           CLOSE ARCHIVO-VHR.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " NOMINA VALOR HORA " VH-AMBITO VH-ID
               " ANTES=" WS-VALOR-ANT
               " AHORA=" WS-VALOR-NUEVO
               " OPER=" T-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.
           DISPLAY "Valor hora grabado." LINE 11 POSITION 10.
           PERFORM PAUSA.

       LEER-CARGO-DE-AUT.
           MOVE "1" TO WS-OPER-CARGO.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE WS-AUT-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-CARGO TO WS-OPER-CARGO
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

      * El admin (CARGO 2) siempre puede; para los demas cargos la
      * operacion sensible exige su registro en permisos.dat, igual
      * que en gestion-user y punto-venta.
       VERIFICAR-PERMISO.
           IF WS-OPER-CARGO = "2"
              MOVE "S" TO WS-PERM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PERM-OK.
           OPEN INPUT ARCHIVO-PERM.
           IF WS-FS-PERM = "00"
              MOVE WS-OPER-CARGO TO PERM-CARGO
              MOVE WS-PERM-OPER TO PERM-OPER
              READ ARCHIVO-PERM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-PERM-OK
              END-READ
              CLOSE ARCHIVO-PERM
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
