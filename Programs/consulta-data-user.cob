      *         sobreviviente los datos de contacto que le faltaban
      *         (TEL-2, CORREO, CONTAC) con los del perdedor, borra
      *         al perdedor y deja constancia en fusiones.log.
      *    MOD: 15-10-2026 - Ventas a plazos: el estado de cuenta
      *         termina con el plan de cuotas del cliente (cargos
      *         TIQUETE n CUOTA nn/nn) con vencimiento, abonado,
      *         pendiente y si la cuota esta pagada, vencida o por
      *         vencer.
      *    MOD: 15-10-2026 - Cada linea de auditoria.log lleva un
      *         sello encadenado con el de la linea anterior (ultimo
      *         sello en auditoria-cadena.dat), que revisa
      *         verifica-logs.
      *    MOD: 15-10-2026 - Cada alta, cambio o baja sobre
      *         data-user.dat y movimientos-cli.dat queda en el
      *         diario de recuperacion (diario-recup.dat) con su
      *         imagen posterior, fecha, hora, programa y
      *         estacion, para que recupera-diario la reaplique
      *         sobre un respaldo.
      *    MOD: 15-10-2026 - Exencion de IVA por cliente (opcion X):
      *         tipo (E=exento, X=excluido), numero de certificado y
      *         fecha de vigencia en exenciones-iva.dat, con el
      *         NUMDOC del cliente como clave. punto-venta y
      *         cotizaciones no cobran IVA a un cliente con
      *         exencion vigente.
      *****************************************************************
       
       ENVIRONMENT DIVISION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS NUMDOC
               FILE STATUS IS WS-FS-SALIDA.
           SELECT ARCHIVO-DIARIO ASSIGN TO "inventario/diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO
               "inventario/Objetos/estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.

           SELECT ARCHIVO-LISTADO ASSIGN TO "listado-clientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUS.

           SELECT ARCHIVO-EXE ASSIGN TO "exenciones-iva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-NUMDOC
               FILE STATUS IS WS-FS-EXE.

      * La matriz de permisos y el maestro de operadores viven en el
      * arbol de inventario (este programa corre desde el directorio
      * de datos, dos niveles arriba de Objetos).
               ASSIGN TO "inventario/Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FUS.
       01  FUS-LINEA         PIC X(160).

      * Exencion de IVA del cliente: sin registro el cliente paga
      * IVA; despues de EX-VIGENCIA tambien.
       FD  ARCHIVO-EXE.
       01  EXEDATA.
           05 EX-NUMDOC      PIC 9(13).
           05 EX-TIPO        PIC X.
              88 EX-EXENTO   VALUE "E".
              88 EX-EXCLUIDO VALUE "X".
           05 EX-CERTIFICADO PIC X(20).
           05 EX-VIGENCIA    PIC 9(8).
           05 EX-FECREG      PIC 9(8).

       FD  ARCHIVO-PERM.
       01  PERMDATA.
           05 PERM-CLAVE.
           05 FILLER         PIC X(168).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

      * Diario de recuperacion: imagen posterior de cada alta,
      * cambio o baja sobre los maestros y archivos de movimiento,
      * para reaplicarla sobre un respaldo (recupera-diario).
       FD  ARCHIVO-DIARIO.
       01  DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).
       FD  ARCHIVO-DRJEST.
       01  DRJEST-LINEA      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 MANAGE-DATA.
           05 WS-MODO-APLIC   PIC X.
           05 WK-PAGO-CLAVE   PIC X(27).
           05 WK-MOV-CLAVE    PIC X(27).
           05 WS-FECHA-HOY    PIC 9(8).
           05 WS-HAY-CUOTAS   PIC X.
           05 WS-CUOTA-EST    PIC X(10).
           05 WS-TOT-VENCIDO  PIC 9(12)V99.
           05 WS-TOT-XVENCER  PIC 9(12)V99.
           05 WS-FS-EXE       PIC XX.
           05 WS-EXE-HAY      PIC X.

      * Tabla para el barrido de duplicados: razon social (recortada)
      * y documento de cada cliente del maestro.
           05 WK-P-TEL2      PIC X(10).
           05 WK-P-CORREO    PIC X(100).

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

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM CLEAR-SCREEN.
             DISPLAY "M -> MOVIMIENTO  E -> ESTADO CUENTA  D -> DUPLIC
      -          "ADOS" LINE 23 POSITION 20
             DISPLAY "K -> CUPO CREDITO"            LINE 20 POSITION 60
             DISPLAY "X -> EXENCION IVA"            LINE 21 POSITION 60
             DISPLAY "I -> PARTIDAS ABIERTAS"       LINE 22 POSITION 60
             DISPLAY "Q -> SALIR"                   LINE 23 POSITION 60
             ACCEPT WS-OPCION              LINE 21 POSITION 55
                PERFORM PARTIDAS-ABIERTAS
                MOVE "R" TO WS-OPCION
             END-IF
             IF WS-OPCION = "X" OR WS-OPCION = "x"
                PERFORM ASIGNAR-EXENCION
                MOVE "R" TO WS-OPCION
             END-IF
           END-PERFORM.

           CLOSE ARCHIVO-SALIDA.
               DISPLAY LIMCRED                      LINE 14 POSITION 45
               DISPLAY "SEGMENTO: "                 LINE 14 POSITION 60
               DISPLAY SEGMENTO                     LINE 14 POSITION 70
               PERFORM LEER-EXENCION
               IF WS-EXE-HAY = "S"
                  DISPLAY "EXENCION IVA: "          LINE 15 POSITION 20
                  DISPLAY EX-TIPO                   LINE 15 POSITION 45
                  DISPLAY EX-CERTIFICADO            LINE 15 POSITION 47
                  DISPLAY "HASTA " EX-VIGENCIA      LINE 15 POSITION 68
               END-IF
           END-READ.
           EXIT.
       
           ACCEPT TEL-1                     LINE 16 POSITION 50.
           DISPLAY "NUEVO TELEFONO #2:"      LINE 17 POSITION 10.
           ACCEPT TEL-2                     LINE 17 POSITION 50.
           REWRITE USUDATA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-USER.
           IF WS-FS-SALIDA NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR. FS = " WS-FS-SALIDA
                  LINE 19 POSITION 10
                   IF MC-PAGO
                      PERFORM APLICAR-PAGO
                   END-IF
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.

               NOT INVALID KEY
                   MOVE WS-PAGO-APLIC TO MC-APLICADO
                   REWRITE MOVDATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-MOV-CLI
           END-READ.
           DISPLAY "APLICADO " WS-PAGO-APLIC " SIN APLICAR "
               WS-PAGO-RESTA LINE 20 POSITION 10.
           SUBTRACT WS-APLICA-VAL FROM WS-PAGO-RESTA.
           ADD WS-APLICA-VAL TO WS-PAGO-APLIC.
           MOVE MC-CLAVE TO WK-MOV-CLAVE.
           REWRITE MOVDATA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           MOVE WK-MOV-CLAVE TO MC-CLAVE.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                  LINE 18 POSITION 10
              MOVE SPACE TO SEGMENTO
           END-IF.
           REWRITE USUDATA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-USER.
           IF WS-FS-SALIDA NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR. FS = " WS-FS-SALIDA
                  LINE 18 POSITION 10
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.

      ****************************************************************
      * Exencion de IVA: E (exento, p. ej. zona franca) o X          *
      * (excluido, p. ej. entidad publica), con el certificado que   *
      * la soporta y su vigencia. Tipo en blanco retira la exencion. *
      ****************************************************************
       ASIGNAR-EXENCION.
           IF WS-CLIENTE-OK NOT = "S"
              DISPLAY "CONSULTE UN CLIENTE PRIMERO." LINE 19 POSITION 10
              DISPLAY "ENTER PARA CONTINUAR..."      LINE 23 POSITION 10
              ACCEPT WS-OPCION LINE 23 POSITION 40
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-EXE.
           IF WS-FS-EXE = "35"
              CLOSE ARCHIVO-EXE
              OPEN OUTPUT ARCHIVO-EXE
              CLOSE ARCHIVO-EXE
              OPEN I-O ARCHIVO-EXE
           END-IF.
           MOVE NUMDOC TO EX-NUMDOC.
           MOVE "S" TO WS-EXE-HAY.
           READ ARCHIVO-EXE
               INVALID KEY
                   MOVE "N" TO WS-EXE-HAY
                   MOVE SPACE TO EX-TIPO
                   MOVE SPACES TO EX-CERTIFICADO
                   MOVE 0 TO EX-VIGENCIA
           END-READ.
           DISPLAY "TIPO (E=EXENTO, X=EXCLUIDO, ESPACIO=PAGA IVA):"
               LINE 16 POSITION 10.
           ACCEPT EX-TIPO LINE 16 POSITION 60.
           IF EX-TIPO = "e"
              MOVE "E" TO EX-TIPO
           END-IF.
           IF EX-TIPO = "x"
              MOVE "X" TO EX-TIPO
           END-IF.
           IF EX-TIPO = SPACE
              IF WS-EXE-HAY = "S"
                 DELETE ARCHIVO-EXE
                 END-DELETE
              END-IF
              DISPLAY "EL CLIENTE QUEDA PAGANDO IVA."
                  LINE 18 POSITION 10
              CLOSE ARCHIVO-EXE
              DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10
              ACCEPT WS-OPCION LINE 23 POSITION 40
              EXIT PARAGRAPH
           END-IF.
           IF NOT EX-EXENTO AND NOT EX-EXCLUIDO
              DISPLAY "TIPO INVALIDO: NO SE CAMBIA NADA."
                  LINE 18 POSITION 10
              CLOSE ARCHIVO-EXE
              DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10
              ACCEPT WS-OPCION LINE 23 POSITION 40
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE CERTIFICADO:" LINE 17 POSITION 10.
           ACCEPT EX-CERTIFICADO LINE 17 POSITION 40.
           DISPLAY "VIGENTE HASTA (AAAAMMDD):" LINE 18 POSITION 10.
           ACCEPT EX-VIGENCIA LINE 18 POSITION 40.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF EX-CERTIFICADO = SPACES OR EX-VIGENCIA < WS-FECHA-HOY
              DISPLAY "SIN CERTIFICADO O YA VENCIDO: NO SE GRABA."
                  LINE 19 POSITION 10
              CLOSE ARCHIVO-EXE
              DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10
              ACCEPT WS-OPCION LINE 23 POSITION 40
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMDOC TO EX-NUMDOC.
           MOVE WS-FECHA-HOY TO EX-FECREG.
           IF WS-EXE-HAY = "S"
              REWRITE EXEDATA
              END-REWRITE
           ELSE
              WRITE EXEDATA
              END-WRITE
           END-IF.
           IF WS-FS-EXE NOT = "00"
              DISPLAY "ERROR AL GRABAR LA EXENCION. FS = " WS-FS-EXE
                  LINE 19 POSITION 10
           ELSE
              DISPLAY "EXENCION GRABADA." LINE 19 POSITION 10
           END-IF.
           CLOSE ARCHIVO-EXE.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.

       LEER-EXENCION.
           MOVE "N" TO WS-EXE-HAY.
           OPEN INPUT ARCHIVO-EXE.
           IF WS-FS-EXE NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE NUMDOC TO EX-NUMDOC.
           READ ARCHIVO-EXE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXE-HAY
           END-READ.
           CLOSE ARCHIVO-EXE.

      ****************************************************************
      * Control de cupo: el saldo corrido del cliente mas el cargo   *
      * nuevo contra LIMCRED. El registro capturado se guarda antes  *
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

      ****************************************************************
               LINE WS-MOV-LIN POSITION 10.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.
           PERFORM PLAN-DE-CUOTAS.

      * Cuotas de ventas a plazos del cliente: la fecha del cargo es
      * el vencimiento de la cuota.
       PLAN-DE-CUOTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-HAY-CUOTAS.
           MOVE 0 TO WS-TOT-VENCIDO.
           MOVE 0 TO WS-TOT-XVENCER.
           MOVE WK-NUMDOC-MOV TO MC-NUMDOC.
           MOVE 0 TO MC-FECHA.
           MOVE 0 TO MC-NUMDOCU.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           IF WS-FS-MOV = "00"
              PERFORM READ-SIGUIENTE-MOV
              PERFORM UNTIL WS-FS-MOV NOT = "00"
                 IF MC-NUMDOC = WK-NUMDOC-MOV
                    IF MC-CARGO AND MC-DETALLE(16:5) = "CUOTA"
                       PERFORM MOSTRAR-CUOTA
                    END-IF
                    PERFORM READ-SIGUIENTE-MOV
                 ELSE
                    MOVE "10" TO WS-FS-MOV
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-MOV.
           IF WS-HAY-CUOTAS = "N"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MOV-LIN.
           DISPLAY "CUOTAS VENCIDAS: " WS-TOT-VENCIDO
               "  POR VENCER: " WS-TOT-XVENCER
               LINE WS-MOV-LIN POSITION 10.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 23 POSITION 10.
           ACCEPT WS-OPCION LINE 23 POSITION 40.

       MOSTRAR-CUOTA.
           IF WS-HAY-CUOTAS = "N"
              MOVE "S" TO WS-HAY-CUOTAS
              PERFORM ENCABEZADO-CUOTAS
           END-IF.
           IF WS-MOV-LIN > 20
              DISPLAY "ENTER PARA MAS..." LINE 23 POSITION 10
              ACCEPT WS-OPCION LINE 23 POSITION 40
              PERFORM ENCABEZADO-CUOTAS
           END-IF.
           COMPUTE WS-CARGO-PEND = MC-VALOR - MC-APLICADO.
           EVALUATE TRUE
               WHEN WS-CARGO-PEND = 0
                   MOVE "PAGADA" TO WS-CUOTA-EST
               WHEN MC-FECHA < WS-FECHA-HOY
                   MOVE "VENCIDA" TO WS-CUOTA-EST
                   ADD WS-CARGO-PEND TO WS-TOT-VENCIDO
               WHEN OTHER
                   MOVE "POR VENCER" TO WS-CUOTA-EST
                   ADD WS-CARGO-PEND TO WS-TOT-XVENCER
           END-EVALUATE.
           DISPLAY MC-FECHA LINE WS-MOV-LIN POSITION 3.
           DISPLAY MC-DETALLE(1:26) LINE WS-MOV-LIN POSITION 12.
           DISPLAY MC-VALOR LINE WS-MOV-LIN POSITION 39.
           DISPLAY WS-CARGO-PEND LINE WS-MOV-LIN POSITION 53.
           DISPLAY WS-CUOTA-EST LINE WS-MOV-LIN POSITION 67.
           ADD 1 TO WS-MOV-LIN.

       ENCABEZADO-CUOTAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- PLAN DE CUOTAS -----" LINE 3 POSITION 20.
           DISPLAY "CLIENTE: " NUMDOC " " RAZSOC(1:30) LINE 4
               POSITION 10.
           DISPLAY "VENCE    DETALLE                    VALOR"
               LINE 5 POSITION 3.
           DISPLAY "PENDIENTE     ESTADO" LINE 5 POSITION 53.
           MOVE 6 TO WS-MOV-LIN.

       MOSTRAR-MOVIMIENTO.
           IF MC-CARGO
                  "CONTAC " DELIMITED BY SIZE INTO WS-CAMPOS-FUS
              END-STRING
           END-IF.
           REWRITE USUDATA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-USER.
           IF WS-FS-SALIDA NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR SOBREVIVIENTE. FS = "
                  WS-FS-SALIDA LINE 21 POSITION 10
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARCHIVO-SALIDA
                   MOVE "D" TO WS-DIARIO-OPER
                   PERFORM DIARIO-DATA-USER
           END-READ.
           IF WS-FS-SALIDA = "00"
              PERFORM TRASLADAR-MOVIMIENTOS
                           DISPLAY "MOVIMIENTO NO TRASLADADO."
                               LINE 22 POSITION 10
                   END-WRITE
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           IF WS-TRASL-OK = "S"
              MOVE WK-MOV-REG TO MOVDATA
              READ ARCHIVO-MOV RECORD KEY MC-CLAVE
                      CONTINUE
                  NOT INVALID KEY
                      DELETE ARCHIVO-MOV
                      MOVE "D" TO WS-DIARIO-OPER
                      PERFORM DIARIO-MOV-CLI
              END-READ
              MOVE "S" TO WS-HAY-DUPS
           ELSE
       CLEAR-SCREEN.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.
           EXIT.

      ****************************************************************
      * Sello de la linea de auditoria, encadenado con el de la      *
      * linea anterior (auditoria-cadena.dat).                       *
      ****************************************************************
       SELLAR-AUDITORIA.
           MOVE "inventario/Usuarios/auditoria-cadena.dat"
               TO WS-RUTA-SLO.
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

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-DATA-USER.
           IF WS-FS-SALIDA = "00" OR WS-FS-SALIDA = "02"
              MOVE "DATA-USER" TO DRJ-ARCHIVO
              MOVE USUDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-MOV-CLI.
           IF WS-FS-MOV = "00" OR WS-FS-MOV = "02"
              MOVE "MOV-CLI" TO DRJ-ARCHIVO
              MOVE MOVDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

      * Agrega al diario de recuperacion la imagen que dejo la
      * ultima escritura (WS-DIARIO-OPER: W alta, R cambio, D baja),
      * con fecha, hora, programa y estacion de trabajo.
       REGISTRAR-DIARIO.
           IF WS-DIARIO-EST-LEIDA NOT = "S"
              MOVE "S" TO WS-DIARIO-EST-LEIDA
              OPEN INPUT ARCHIVO-DRJEST
              IF WS-FS-DRJ = "00"
                 READ ARCHIVO-DRJEST
                     NOT AT END
                         IF DRJEST-LINEA IS NUMERIC
                            MOVE DRJEST-LINEA TO WS-DIARIO-ESTACION
                         END-IF
                 END-READ
                 CLOSE ARCHIVO-DRJEST
              END-IF
           END-IF.
           ACCEPT DRJ-FECHA FROM DATE YYYYMMDD.
           ACCEPT DRJ-HORA  FROM TIME.
           MOVE "CONSULTA-DATA-USER" TO DRJ-PROGRAMA.
           MOVE WS-DIARIO-ESTACION TO DRJ-ESTACION.
           MOVE WS-DIARIO-OPER TO DRJ-OPERACION.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF WS-FS-DRJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF WS-FS-DRJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.
