       IDENTIFICATION DIVISION.
       PROGRAM-ID. parametros.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                PARAMETROS DEL SISTEMA                        *
      *                                                              *
      * Descripcion: Pantalla unica para los parametros que los      *
      *              programas leen de sus archivos .cfg:            *
      *              alerta.cfg (umbral de stock bajo),              *
      *              tasa-interes.cfg (interes de cuentas),          *
      *              clave-pol.cfg (vigencia de la clave),           *
      *              resolucion.cfg (rango de facturacion),          *
      *              tasas-iva.cfg (tarifas E/R/G), estacion.cfg,    *
      *              sucursal.cfg e interes-cartera.cfg (tasa de     *
      *              mora y plazo). Muestra cada parametro con su    *
      *              significado, valor y rango permitido; valida    *
      *              el valor nuevo antes de grabarlo y reescribe el *
      *              archivo con el mismo formato que leen sus       *
      *              programas.                                      *
      *              - Un cambio puede quedar programado con fecha   *
      *                de vigencia futura (parametros-prog.dat); se  *
      *                aplica al entrar a esta pantalla desde su     *
      *                fecha y en el cierre de dia que la antecede,  *
      *                para que rija desde la apertura de ese dia.   *
      *              - Cada cambio, programacion, aplicacion,        *
      *                rechazo o anulacion queda en auditoria.log    *
      *                con el valor anterior y el nuevo.             *
      *              El menu del administrador la abre con el        *
      *              permiso PARAMETR de permisos.dat.               *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Retencion en meses del archivo de          *
      *      reportes (retencion-rep.cfg, la lee archivo-reportes).  *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CFG ASSIGN TO WS-RUTA-CFG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.
           SELECT ARCHIVO-PROG ASSIGN TO "../parametros-prog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CLAVE
               FILE STATUS IS WS-FS-PROG.
           SELECT ARCHIVO-TRM ASSIGN TO "../Usuarios/terminales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CODIGO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TRM.
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
      * Cualquiera de los .cfg: una linea por valor.
       FD  ARCHIVO-CFG.
       01  PARAM-LINEA       PIC X(80).

      * Cambios programados, por fecha de vigencia y parametro.
      * PP-ESTADO: P pendiente, A aplicado, N anulado, R rechazado
      * (al llegar su fecha ya no pasaba la validacion).
       FD  ARCHIVO-PROG.
       01  PROGDATA.
           05 PP-CLAVE.
              07 PP-VIGENCIA PIC 9(8).
              07 PP-PARAM    PIC 9(2).
           05 PP-VALOR       PIC 9(6).
           05 PP-ESTADO      PIC X.
              88 PP-PENDIENTE VALUE "P".
              88 PP-APLICADO  VALUE "A".
              88 PP-ANULADO   VALUE "N".
              88 PP-RECHAZADO VALUE "R".
           05 PP-OPER        PIC 9(10).
           05 PP-FEC-REG     PIC 9(8).
           05 PP-FEC-APL     PIC 9(8).
           05 PP-VALOR-ANT   PIC 9(6).

       FD  ARCHIVO-TRM.
       01  TRMDATA.
           05 TRM-CODIGO     PIC 9(4).
           05 TRM-NOMBRE     PIC X(30).

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
       01 WS-FS-CFG           PIC XX.
       01 WS-FS-PROG          PIC XX.
       01 WS-FS-TRM           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 WS-AUD-EVENTO       PIC X(8).
       01 WS-AUD-OPER         PIC 9(10).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-TOPE       PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WS-CNT              PIC 9(4).
       01 WS-APLICADOS        PIC 9(4).
       01 WS-RECHAZADOS       PIC 9(4).
       01 WS-HUBO-ERROR       PIC X VALUE "N".

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag):
      * sin pantalla, aplica lo programado hasta el dia siguiente.
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.

      * Archivos de parametros, con la ruta vista desde Objetos.
       01 WS-RUTA-CFG         PIC X(60).
       01 WS-NOMBRES-CFG.
           05 FILLER PIC X(60) VALUE "../../Cobol/alerta.cfg".
           05 FILLER PIC X(20) VALUE "alerta.cfg".
           05 FILLER PIC X(60) VALUE
               "../../Pruebas Tecnicas/IA/Cobol/tasa-interes.cfg".
           05 FILLER PIC X(20) VALUE "tasa-interes.cfg".
           05 FILLER PIC X(60) VALUE "clave-pol.cfg".
           05 FILLER PIC X(20) VALUE "clave-pol.cfg".
           05 FILLER PIC X(60) VALUE "../Articulos/resolucion.cfg".
           05 FILLER PIC X(20) VALUE "resolucion.cfg".
           05 FILLER PIC X(60) VALUE "../Articulos/tasas-iva.cfg".
           05 FILLER PIC X(20) VALUE "tasas-iva.cfg".
           05 FILLER PIC X(60) VALUE "estacion.cfg".
           05 FILLER PIC X(20) VALUE "estacion.cfg".
           05 FILLER PIC X(60) VALUE "sucursal.cfg".
           05 FILLER PIC X(20) VALUE "sucursal.cfg".
           05 FILLER PIC X(60) VALUE "../../interes-cartera.cfg".
           05 FILLER PIC X(20) VALUE "interes-cartera.cfg".
           05 FILLER PIC X(60) VALUE "retencion-rep.cfg".
           05 FILLER PIC X(20) VALUE "retencion-rep.cfg".
       01 WS-TABLA-CFG REDEFINES WS-NOMBRES-CFG.
           05 WS-CFG OCCURS 9 TIMES.
              07 CFG-RUTA     PIC X(60).
              07 CFG-NOMBRE   PIC X(20).

      * Catalogo de parametros: archivo, linea dentro del archivo
      * (tasas-iva.cfg va por la letra de la tarifa), digitos de la
      * linea, minimo, maximo, valor por defecto del programa que lo
      * lee y significado.
       01 WS-NOMBRES-PAR.
           05 FILLER PIC X(22) VALUE "11 6000001999999000010".
           05 FILLER PIC X(40) VALUE
               "Umbral de alerta de stock bajo (unid.)".
           05 FILLER PIC X(22) VALUE "21 4000001000999000050".
           05 FILLER PIC X(40) VALUE
               "Interes mensual cuentas (centesimas %)".
           05 FILLER PIC X(22) VALUE "31 4000001000365000090".
           05 FILLER PIC X(40) VALUE
               "Vigencia de la clave de acceso (dias)".
           05 FILLER PIC X(22) VALUE "41 6000001999999000001".
           05 FILLER PIC X(40) VALUE
               "Resolucion de facturacion: desde numero".
           05 FILLER PIC X(22) VALUE "42 6000001999999999999".
           05 FILLER PIC X(40) VALUE
               "Resolucion de facturacion: hasta numero".
           05 FILLER PIC X(22) VALUE "51E4000000000000000000".
           05 FILLER PIC X(40) VALUE
               "IVA exento (centesimas %)".
           05 FILLER PIC X(22) VALUE "52R4000000002500000500".
           05 FILLER PIC X(40) VALUE
               "IVA tarifa reducida (centesimas %)".
           05 FILLER PIC X(22) VALUE "53G4000000002500001900".
           05 FILLER PIC X(40) VALUE
               "IVA tarifa general (centesimas %)".
           05 FILLER PIC X(22) VALUE "61 4000000009999000000".
           05 FILLER PIC X(40) VALUE
               "Estacion de esta terminal (0 = ninguna)".
           05 FILLER PIC X(22) VALUE "71 2000000000099000000".
           05 FILLER PIC X(40) VALUE
               "Sucursal de esta tienda (0 = principal)".
           05 FILLER PIC X(22) VALUE "81 4000001000999000150".
           05 FILLER PIC X(40) VALUE
               "Interes de mora cartera (centesimas %)".
           05 FILLER PIC X(22) VALUE "82 4000001000365000030".
           05 FILLER PIC X(40) VALUE
               "Plazo de cartera antes de mora (dias)".
           05 FILLER PIC X(22) VALUE "91 4000012001200000060".
           05 FILLER PIC X(40) VALUE
               "Retencion archivo de reportes (meses)".
       01 WS-TABLA-PAR REDEFINES WS-NOMBRES-PAR.
           05 WS-PAR OCCURS 13 TIMES.
              07 PAR-ARCH     PIC 9.
              07 PAR-LIN      PIC 9.
              07 PAR-IVA      PIC X.
              07 PAR-ANCHO    PIC 9.
              07 PAR-MIN      PIC 9(6).
              07 PAR-MAX      PIC 9(6).
              07 PAR-DEF      PIC 9(6).
              07 PAR-DESCRI   PIC X(40).
       01 WS-PAR-ESTADO.
           05 WS-PAR-ACT OCCURS 13 TIMES.
              07 PAR-VALOR    PIC 9(6).
              07 PAR-ORIGEN   PIC X.
              07 PAR-PROG     PIC X.
       01 WS-NUM-PARAM        PIC 9(2) VALUE 13.

      * Parametro en tramite.
       01 WS-NUM-PAR          PIC 9(2).
       01 WS-NUM-ARCH         PIC 9(2).
       01 WS-J                PIC 9(2).
       01 WS-LIN-ARCH         PIC 9(2).
       01 WS-ANCHO            PIC 9.
       01 WS-VALOR-NUEVO      PIC 9(6).
       01 WS-VALOR-ANT        PIC 9(6).
       01 WS-VIGENCIA         PIC 9(8).
       01 WS-VALIDO           PIC X.
       01 WS-MOTIVO           PIC X(50).
       01 WS-CFG-OK           PIC X.
       01 WS-FIN-CFG          PIC X.
       01 WS-CFG-NUM          PIC 9(6).
       01 WS-CFG-NUM-X REDEFINES WS-CFG-NUM PIC X(6).
       01 WS-VAL-ED           PIC Z(5)9.
       01 WS-MIN-ED           PIC Z(5)9.
       01 WS-MAX-ED           PIC Z(5)9.
       01 WS-NUM-ED           PIC Z9.

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
           OPEN I-O ARCHIVO-PROG.
           IF WS-FS-PROG = "35"
              CLOSE ARCHIVO-PROG
              OPEN OUTPUT ARCHIVO-PROG
              CLOSE ARCHIVO-PROG
              OPEN I-O ARCHIVO-PROG
           END-IF.
           IF WS-FS-PROG NOT = "00"
              DISPLAY "Error al abrir parametros-prog.dat. FS = "
                  WS-FS-PROG
              MOVE "PARAMETROS" TO WS-EXC-PROGRAMA
              MOVE "../parametros-prog.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-PROG TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              IF WS-MODO-LOTE = "S"
                 MOVE 8 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PARAMETROS.
      * En el cierre se aplica tambien lo que rige desde manana: el
      * dia siguiente abre ya con el valor nuevo.
           IF WS-MODO-LOTE = "S"
              COMPUTE WS-FECHA-TOPE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + 1)
           ELSE
              MOVE WS-FECHA-HOY TO WS-FECHA-TOPE
           END-IF.
           PERFORM APLICAR-VENCIDOS.
           IF WS-MODO-LOTE = "S"
              DISPLAY "Parametros programados aplicados: "
                  WS-APLICADOS " rechazados: " WS-RECHAZADOS
              CLOSE ARCHIVO-PROG
      * Un .cfg que no se pudo escribir deja el cambio pendiente y
      * detiene el cierre: el dia no debe abrir con el valor viejo.
              IF WS-HUBO-ERROR = "S"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-PARAMETROS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-PROG.
           GOBACK.

       MENU-PARAMETROS.
           PERFORM CLEAR-SCREEN.
           PERFORM MARCAR-PROGRAMADOS.
           DISPLAY "----- PARAMETROS DEL SISTEMA -----"
               LINE 2 POSITION 20.
           DISPLAY "No Parametro" LINE 4 POSITION 2.
           DISPLAY "Valor   Rango permitido  Prog" LINE 4 POSITION 46.
           MOVE 5 TO WS-LIN.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-PARAM
              MOVE WS-J TO WS-NUM-ED
              MOVE PAR-VALOR(WS-J) TO WS-VAL-ED
              MOVE PAR-MIN(WS-J) TO WS-MIN-ED
              MOVE PAR-MAX(WS-J) TO WS-MAX-ED
              DISPLAY WS-NUM-ED LINE WS-LIN POSITION 2
              DISPLAY PAR-DESCRI(WS-J) LINE WS-LIN POSITION 5
              DISPLAY WS-VAL-ED LINE WS-LIN POSITION 45
              IF PAR-ORIGEN(WS-J) = "D"
                 DISPLAY "*" LINE WS-LIN POSITION 51
              END-IF
              DISPLAY WS-MIN-ED LINE WS-LIN POSITION 53
              DISPLAY "a" LINE WS-LIN POSITION 60
              DISPLAY WS-MAX-ED LINE WS-LIN POSITION 62
              IF PAR-PROG(WS-J) = "S"
                 DISPLAY "P" LINE WS-LIN POSITION 71
              END-IF
              ADD 1 TO WS-LIN
           END-PERFORM.
           DISPLAY "* = valor por defecto (el archivo no lo trae)"
               LINE 18 POSITION 2.
           DISPLAY "P = tiene un cambio programado" LINE 18
               POSITION 50.
           DISPLAY "C -> Cambiar un parametro" LINE 19 POSITION 20.
           DISPLAY "L -> Cambios programados / anular"
               LINE 20 POSITION 20.
           DISPLAY "Q -> Volver" LINE 21 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 22 POSITION 20.
           ACCEPT WS-OPCION LINE 22 POSITION 43.
           EVALUATE WS-OPCION
               WHEN "C"
                    PERFORM CAMBIAR-PARAMETRO
               WHEN "L"
                    PERFORM LISTAR-PROGRAMADOS
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Valores vigentes: el por defecto de cada programa lector, y  *
      * encima lo que traiga su archivo .cfg.                        *
      ****************************************************************
       CARGAR-PARAMETROS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-PARAM
              MOVE PAR-DEF(WS-J) TO PAR-VALOR(WS-J)
              MOVE "D" TO PAR-ORIGEN(WS-J)
           END-PERFORM.
           PERFORM VARYING WS-NUM-ARCH FROM 1 BY 1
               UNTIL WS-NUM-ARCH > 9
              PERFORM LEER-ARCHIVO-CFG
           END-PERFORM.

       LEER-ARCHIVO-CFG.
           MOVE CFG-RUTA(WS-NUM-ARCH) TO WS-RUTA-CFG.
           OPEN INPUT ARCHIVO-CFG.
           IF WS-FS-CFG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LIN-ARCH.
           MOVE "N" TO WS-FIN-CFG.
           PERFORM UNTIL WS-FIN-CFG = "S"
              READ ARCHIVO-CFG
                  AT END MOVE "S" TO WS-FIN-CFG
                  NOT AT END
                      ADD 1 TO WS-LIN-ARCH
                      PERFORM TOMAR-LINEA-CFG
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CFG.

      * La linea leida alimenta el parametro de ese archivo que le
      * corresponde: por numero de linea, o por la letra de la
      * tarifa en tasas-iva.cfg ("E 0000").
       TOMAR-LINEA-CFG.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-PARAM
              IF PAR-ARCH(WS-J) = WS-NUM-ARCH
                 MOVE PAR-ANCHO(WS-J) TO WS-ANCHO
                 IF PAR-IVA(WS-J) NOT = SPACE
                    IF PARAM-LINEA(1:1) = PAR-IVA(WS-J)
                       AND PARAM-LINEA(3:4) IS NUMERIC
                       MOVE ZEROS TO WS-CFG-NUM-X
                       MOVE PARAM-LINEA(3:4) TO WS-CFG-NUM-X(3:4)
                       MOVE WS-CFG-NUM TO PAR-VALOR(WS-J)
                       MOVE "A" TO PAR-ORIGEN(WS-J)
                    END-IF
                 ELSE
                    IF PAR-LIN(WS-J) = WS-LIN-ARCH
                       AND PARAM-LINEA(1:WS-ANCHO) IS NUMERIC
                       MOVE ZEROS TO WS-CFG-NUM-X
                       MOVE PARAM-LINEA(1:WS-ANCHO)
                           TO WS-CFG-NUM-X(7 - WS-ANCHO:WS-ANCHO)
                       MOVE WS-CFG-NUM TO PAR-VALOR(WS-J)
                       MOVE "A" TO PAR-ORIGEN(WS-J)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * Reescribe entero el archivo WS-NUM-ARCH con los valores de
      * la tabla, en el formato de su programa lector: una linea de
      * PAR-ANCHO digitos por parametro, o "T 9999" en tasas-iva.
       ESCRIBIR-ARCHIVO-CFG.
           MOVE "N" TO WS-CFG-OK.
           MOVE CFG-RUTA(WS-NUM-ARCH) TO WS-RUTA-CFG.
           OPEN OUTPUT ARCHIVO-CFG.
           IF WS-FS-CFG NOT = "00"
              MOVE "PARAMETROS" TO WS-EXC-PROGRAMA
              MOVE CFG-RUTA(WS-NUM-ARCH) TO WS-EXC-ARCHIVO
              MOVE WS-FS-CFG TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE "S" TO WS-HUBO-ERROR
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-PARAM
              IF PAR-ARCH(WS-J) = WS-NUM-ARCH
                 MOVE PAR-ANCHO(WS-J) TO WS-ANCHO
                 MOVE PAR-VALOR(WS-J) TO WS-CFG-NUM
                 MOVE SPACES TO PARAM-LINEA
                 IF PAR-IVA(WS-J) NOT = SPACE
                    STRING PAR-IVA(WS-J) " " WS-CFG-NUM-X(3:4)
                        DELIMITED BY SIZE
                        INTO PARAM-LINEA
                    END-STRING
                 ELSE
                    MOVE WS-CFG-NUM-X(7 - WS-ANCHO:WS-ANCHO)
                        TO PARAM-LINEA(1:WS-ANCHO)
                 END-IF
                 WRITE PARAM-LINEA
                 MOVE "A" TO PAR-ORIGEN(WS-J)
              END-IF
           END-PERFORM.
           CLOSE ARCHIVO-CFG.
           MOVE "S" TO WS-CFG-OK.

      ****************************************************************
      * Cambio de un parametro: valida el valor, pide la fecha de    *
      * vigencia (hoy o futura) y, confirmado, lo graba ya o lo deja *
      * programado.                                                  *
      ****************************************************************
       CAMBIAR-PARAMETRO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Cambiar parametro -----" LINE 3 POSITION 20.
           DISPLAY "Parametro (1-13):" LINE 5 POSITION 10.
           MOVE 0 TO WS-NUM-PAR.
           ACCEPT WS-NUM-PAR LINE 5 POSITION 30.
           IF WS-NUM-PAR < 1 OR WS-NUM-PAR > WS-NUM-PARAM
              DISPLAY "Parametro inexistente." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE PAR-ARCH(WS-NUM-PAR) TO WS-NUM-ARCH.
           MOVE PAR-VALOR(WS-NUM-PAR) TO WS-VAL-ED.
           MOVE PAR-MIN(WS-NUM-PAR) TO WS-MIN-ED.
           MOVE PAR-MAX(WS-NUM-PAR) TO WS-MAX-ED.
           DISPLAY PAR-DESCRI(WS-NUM-PAR) LINE 7 POSITION 10.
           DISPLAY "Archivo: " CFG-RUTA(WS-NUM-ARCH)
               LINE 8 POSITION 10.
           DISPLAY "Valor actual:" LINE 9 POSITION 10.
           DISPLAY WS-VAL-ED LINE 9 POSITION 30.
           DISPLAY "Rango permitido:" LINE 10 POSITION 10.
           DISPLAY WS-MIN-ED " a " WS-MAX-ED LINE 10 POSITION 30.
           MOVE PAR-DEF(WS-NUM-PAR) TO WS-VAL-ED.
           DISPLAY "Por defecto:" LINE 11 POSITION 10.
           DISPLAY WS-VAL-ED LINE 11 POSITION 30.
           DISPLAY "Valor nuevo:" LINE 13 POSITION 10.
           MOVE 0 TO WS-VALOR-NUEVO.
           ACCEPT WS-VALOR-NUEVO LINE 13 POSITION 30.
           PERFORM VALIDAR-VALOR.
           IF WS-VALIDO NOT = "S"
              DISPLAY WS-MOTIVO LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vigente desde (AAAAMMDD, 0 = de inmediato):"
               LINE 14 POSITION 10.
           MOVE 0 TO WS-VIGENCIA.
           ACCEPT WS-VIGENCIA LINE 14 POSITION 55.
           IF WS-VIGENCIA = 0
              MOVE WS-FECHA-HOY TO WS-VIGENCIA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VIGENCIA) NOT = 0
              DISPLAY "Fecha invalida." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-VIGENCIA < WS-FECHA-HOY
              DISPLAY "La vigencia no puede ser una fecha pasada."
                  LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-VIGENCIA = WS-FECHA-HOY
              AND WS-VALOR-NUEVO = PAR-VALOR(WS-NUM-PAR)
              AND PAR-ORIGEN(WS-NUM-PAR) = "A"
              DISPLAY "El valor no cambia." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE PAR-VALOR(WS-NUM-PAR) TO WS-VALOR-ANT.
           MOVE WS-VALOR-ANT TO WS-MIN-ED.
           MOVE WS-VALOR-NUEVO TO WS-MAX-ED.
           DISPLAY "Confirma " WS-MIN-ED " -> " WS-MAX-ED
               " desde " WS-VIGENCIA " (S/N):" LINE 16 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 16 POSITION 60.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              DISPLAY "Cambio descartado." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE T-NUMDOC TO WS-AUD-OPER.
           IF WS-VIGENCIA = WS-FECHA-HOY
              PERFORM GRABAR-CAMBIO
           ELSE
              PERFORM PROGRAMAR-CAMBIO
           END-IF.
           PERFORM PAUSA.

      * Rango del catalogo y las reglas entre parametros: el rango
      * de facturacion no puede quedar invertido y la estacion debe
      * existir en terminales.dat (si el maestro ya existe).
       VALIDAR-VALOR.
           MOVE "S" TO WS-VALIDO.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-VALOR-NUEVO < PAR-MIN(WS-NUM-PAR)
              OR WS-VALOR-NUEVO > PAR-MAX(WS-NUM-PAR)
              MOVE "N" TO WS-VALIDO
              MOVE "Valor fuera del rango permitido." TO WS-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-NUM-PAR
               WHEN 4
                    IF WS-VALOR-NUEVO > PAR-VALOR(5)
                       MOVE "N" TO WS-VALIDO
                       MOVE "El desde no puede pasar del hasta."
                           TO WS-MOTIVO
                    END-IF
               WHEN 5
                    IF WS-VALOR-NUEVO < PAR-VALOR(4)
                       MOVE "N" TO WS-VALIDO
                       MOVE "El hasta no puede quedar bajo el desde."
                           TO WS-MOTIVO
                    END-IF
               WHEN 9
                    IF WS-VALOR-NUEVO > 0
                       PERFORM VALIDAR-ESTACION
                    END-IF
           END-EVALUATE.

       VALIDAR-ESTACION.
           OPEN INPUT ARCHIVO-TRM.
           IF WS-FS-TRM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALOR-NUEVO TO TRM-CODIGO.
           READ ARCHIVO-TRM
               INVALID KEY
                   MOVE "N" TO WS-VALIDO
                   MOVE "La estacion no existe en terminales.dat."
                       TO WS-MOTIVO
           END-READ.
           CLOSE ARCHIVO-TRM.

      * Cambio inmediato: la tabla toma el valor y el archivo se
      * reescribe; si no se pudo escribir, el valor anterior vuelve.
       GRABAR-CAMBIO.
           MOVE WS-VALOR-NUEVO TO PAR-VALOR(WS-NUM-PAR).
           PERFORM ESCRIBIR-ARCHIVO-CFG.
           IF WS-CFG-OK NOT = "S"
              MOVE WS-VALOR-ANT TO PAR-VALOR(WS-NUM-PAR)
              DISPLAY "No se pudo escribir el archivo. FS = "
                  WS-FS-CFG LINE 20 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           MOVE "CAMBIO" TO WS-AUD-EVENTO.
           PERFORM AUDITAR-PARAMETRO.
           DISPLAY "Parametro actualizado." LINE 20 POSITION 10.

      * Cambio con fecha futura: queda pendiente en
      * parametros-prog.dat; uno ya programado para el mismo dia y
      * parametro se reemplaza.
       PROGRAMAR-CAMBIO.
           MOVE WS-VIGENCIA TO PP-VIGENCIA.
           MOVE WS-NUM-PAR TO PP-PARAM.
           READ ARCHIVO-PROG
               INVALID KEY
                   MOVE "23" TO WS-FS-PROG
           END-READ.
           MOVE WS-VIGENCIA TO PP-VIGENCIA.
           MOVE WS-NUM-PAR TO PP-PARAM.
           MOVE WS-VALOR-NUEVO TO PP-VALOR.
           MOVE "P" TO PP-ESTADO.
           MOVE T-NUMDOC TO PP-OPER.
           MOVE WS-FECHA-HOY TO PP-FEC-REG.
           MOVE 0 TO PP-FEC-APL.
           MOVE 0 TO PP-VALOR-ANT.
           IF WS-FS-PROG = "23"
              WRITE PROGDATA
           ELSE
              REWRITE PROGDATA
           END-IF.
           IF WS-FS-PROG NOT = "00"
              DISPLAY "No se pudo programar el cambio. FS = "
                  WS-FS-PROG LINE 20 POSITION 10
              MOVE "PARAMETROS" TO WS-EXC-PROGRAMA
              MOVE "../parametros-prog.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-PROG TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           MOVE "PROGRAMA" TO WS-AUD-EVENTO.
           PERFORM AUDITAR-PARAMETRO.
           DISPLAY "Cambio programado desde " WS-VIGENCIA "."
               LINE 20 POSITION 10.

      ****************************************************************
      * Aplica, en orden de fecha, los cambios pendientes con        *
      * vigencia hasta WS-FECHA-TOPE. Al llegar su fecha el valor se *
      * valida otra vez contra los vigentes; si ya no pasa, queda    *
      * rechazado y el archivo no se toca.                           *
      ****************************************************************
       APLICAR-VENCIDOS.
           MOVE 0 TO WS-APLICADOS.
           MOVE 0 TO WS-RECHAZADOS.
           MOVE 0 TO PP-VIGENCIA.
           MOVE 0 TO PP-PARAM.
           START ARCHIVO-PROG KEY IS NOT LESS THAN PP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PROG
           END-START.
           PERFORM UNTIL WS-FS-PROG NOT = "00"
              READ ARCHIVO-PROG NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PROG
                  NOT AT END
                      IF PP-VIGENCIA > WS-FECHA-TOPE
                         MOVE "10" TO WS-FS-PROG
                      ELSE
                         IF PP-PENDIENTE
                            PERFORM APLICAR-PROGRAMADO
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-PROG.

       APLICAR-PROGRAMADO.
           MOVE PP-PARAM TO WS-NUM-PAR.
           MOVE PP-VALOR TO WS-VALOR-NUEVO.
           MOVE PP-VIGENCIA TO WS-VIGENCIA.
           MOVE PP-OPER TO WS-AUD-OPER.
           IF WS-NUM-PAR < 1 OR WS-NUM-PAR > WS-NUM-PARAM
              MOVE "N" TO WS-VALIDO
              MOVE 0 TO WS-VALOR-ANT
           ELSE
              MOVE PAR-VALOR(WS-NUM-PAR) TO WS-VALOR-ANT
              PERFORM VALIDAR-VALOR
           END-IF.
           IF WS-VALIDO NOT = "S"
              MOVE "R" TO PP-ESTADO
              MOVE WS-FECHA-HOY TO PP-FEC-APL
              MOVE WS-VALOR-ANT TO PP-VALOR-ANT
              REWRITE PROGDATA
              ADD 1 TO WS-RECHAZADOS
              IF WS-NUM-PAR >= 1 AND WS-NUM-PAR <= WS-NUM-PARAM
                 MOVE "RECHAZA" TO WS-AUD-EVENTO
                 PERFORM AUDITAR-PARAMETRO
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE PAR-ARCH(WS-NUM-PAR) TO WS-NUM-ARCH.
           MOVE WS-VALOR-NUEVO TO PAR-VALOR(WS-NUM-PAR).
           PERFORM ESCRIBIR-ARCHIVO-CFG.
           IF WS-CFG-OK NOT = "S"
              MOVE WS-VALOR-ANT TO PAR-VALOR(WS-NUM-PAR)
              EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PP-ESTADO.
           MOVE WS-FECHA-HOY TO PP-FEC-APL.
           MOVE WS-VALOR-ANT TO PP-VALOR-ANT.
           REWRITE PROGDATA.
           ADD 1 TO WS-APLICADOS.
           MOVE "APLICA" TO WS-AUD-EVENTO.
           PERFORM AUDITAR-PARAMETRO.

      * Marca en la tabla los parametros con un cambio pendiente.
       MARCAR-PROGRAMADOS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NUM-PARAM
              MOVE "N" TO PAR-PROG(WS-J)
           END-PERFORM.
           MOVE 0 TO PP-VIGENCIA.
           MOVE 0 TO PP-PARAM.
           START ARCHIVO-PROG KEY IS NOT LESS THAN PP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PROG
           END-START.
           PERFORM UNTIL WS-FS-PROG NOT = "00"
              READ ARCHIVO-PROG NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PROG
                  NOT AT END
                      IF PP-PENDIENTE
                         AND PP-PARAM >= 1
                         AND PP-PARAM <= WS-NUM-PARAM
                         MOVE "S" TO PAR-PROG(PP-PARAM)
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-PROG.

      ****************************************************************
      * Cambios pendientes por fecha de vigencia; uno se puede       *
      * anular antes de su fecha.                                    *
      ****************************************************************
       LISTAR-PROGRAMADOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Cambios programados pendientes -----"
               LINE 2 POSITION 15.
           DISPLAY "Vigencia No Parametro" LINE 4 POSITION 2.
           DISPLAY "Actual  Nuevo    Operador" LINE 4 POSITION 50.
           MOVE 5 TO WS-LIN.
           MOVE 0 TO WS-CNT.
           MOVE 0 TO PP-VIGENCIA.
           MOVE 0 TO PP-PARAM.
           START ARCHIVO-PROG KEY IS NOT LESS THAN PP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PROG
           END-START.
           PERFORM UNTIL WS-FS-PROG NOT = "00"
              READ ARCHIVO-PROG NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PROG
                  NOT AT END
                      IF PP-PENDIENTE
                         PERFORM MOSTRAR-PROGRAMADO
                      END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-PROG.
           DISPLAY "Pendientes: " WS-CNT LINE 19 POSITION 2.
           IF WS-CNT = 0
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Anular: vigencia (0 = ninguno):" LINE 20
               POSITION 2.
           MOVE 0 TO WS-VIGENCIA.
           ACCEPT WS-VIGENCIA LINE 20 POSITION 35.
           IF WS-VIGENCIA = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Parametro:" LINE 21 POSITION 2.
           MOVE 0 TO WS-NUM-PAR.
           ACCEPT WS-NUM-PAR LINE 21 POSITION 35.
           PERFORM ANULAR-PROGRAMADO.
           PERFORM PAUSA.

       MOSTRAR-PROGRAMADO.
           ADD 1 TO WS-CNT.
           IF WS-LIN > 18
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           MOVE PP-PARAM TO WS-NUM-ED.
           DISPLAY PP-VIGENCIA LINE WS-LIN POSITION 2.
           DISPLAY WS-NUM-ED LINE WS-LIN POSITION 11.
           IF PP-PARAM >= 1 AND PP-PARAM <= WS-NUM-PARAM
              DISPLAY PAR-DESCRI(PP-PARAM)(1:35) LINE WS-LIN
                  POSITION 14
              MOVE PAR-VALOR(PP-PARAM) TO WS-VAL-ED
              DISPLAY WS-VAL-ED LINE WS-LIN POSITION 50
           END-IF.
           MOVE PP-VALOR TO WS-VAL-ED.
           DISPLAY WS-VAL-ED LINE WS-LIN POSITION 57.
           DISPLAY PP-OPER LINE WS-LIN POSITION 65.
           ADD 1 TO WS-LIN.

       ANULAR-PROGRAMADO.
           MOVE WS-VIGENCIA TO PP-VIGENCIA.
           MOVE WS-NUM-PAR TO PP-PARAM.
           READ ARCHIVO-PROG
               INVALID KEY
                   DISPLAY "No hay un cambio con esa clave."
                       LINE 22 POSITION 2
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PP-PENDIENTE
              DISPLAY "Ese cambio ya no esta pendiente."
                  LINE 22 POSITION 2
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO PP-ESTADO.
           MOVE WS-FECHA-HOY TO PP-FEC-APL.
           REWRITE PROGDATA.
           MOVE PP-VALOR TO WS-VALOR-NUEVO.
           MOVE 0 TO WS-VALOR-ANT.
           IF WS-NUM-PAR >= 1 AND WS-NUM-PAR <= WS-NUM-PARAM
              MOVE PAR-VALOR(WS-NUM-PAR) TO WS-VALOR-ANT
           END-IF.
           MOVE T-NUMDOC TO WS-AUD-OPER.
           MOVE "ANULA" TO WS-AUD-EVENTO.
           PERFORM AUDITAR-PARAMETRO.
           DISPLAY "Cambio programado anulado." LINE 22 POSITION 2.

      * Linea de auditoria: evento, parametro, archivo, valor
      * anterior y nuevo, vigencia y operador (en lo aplicado por
      * fecha, quien lo programo).
       AUDITAR-PARAMETRO.
           MOVE PAR-ARCH(WS-NUM-PAR) TO WS-NUM-ARCH.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " PARAMETRO " WS-AUD-EVENTO
               " P=" WS-NUM-PAR " "
               DELIMITED BY SIZE
               CFG-NOMBRE(WS-NUM-ARCH) DELIMITED BY SPACE
               " ANT=" WS-VALOR-ANT
               " NUEVO=" WS-VALOR-NUEVO
               " VIGE=" WS-VIGENCIA
               " OPER=" WS-AUD-OPER
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
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
