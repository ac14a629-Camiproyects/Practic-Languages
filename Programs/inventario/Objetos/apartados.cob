      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - El barrido de vencidos avisa al cliente    *
      *      (cola de notificaciones, APAVENCE) los apartados que    *
      *      vencen en los proximos 3 dias, una vez por apartado.    *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DUS ASSIGN TO "../../data-user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-NOT ASSIGN TO "../notificaciones.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOT.
           SELECT ARCHIVO-NOTCTL
               ASSIGN TO "../notificaciones-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NTC.
           SELECT ARCHIVO-CON
               ASSIGN TO "../Usuarios/consentimientos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CLAVE
               FILE STATUS IS WS-FS-CON.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
           05 PROVEEDOR      PIC 9(10).
           05 CATIVA         PIC X.

      * Vista de data-user.dat: que el cliente del apartado exista
      * y su medio de contacto para los avisos.
       FD  ARCHIVO-DUS.
       01  DU-REG.
           05 DU-NUMDOC      PIC 9(13).
           05 DU-RAZSOC      PIC X(50).
           05 DU-DIRECT      PIC X(50).
           05 DU-CIUDAD      PIC X(20).
           05 DU-CONTAC      PIC X(30).
           05 DU-TEL1        PIC X(10).
           05 DU-TEL2        PIC X(10).
           05 DU-CORREO      PIC X(100).
           05 FILLER         PIC X(13).

       FD  ARCHIVO-KARDEX.
       01  KDXDATA.
       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

      * Cola de avisos al cliente (programa notificaciones) y su
      * contador.
       FD  ARCHIVO-NOT.
       01  NOT-LINEA.
           05 NQ-NUMERO      PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-HORA        PIC 9(8).
           05 FILLER         PIC X.
           05 NQ-CLIENTE     PIC 9(13).
           05 FILLER         PIC X.
           05 NQ-CANAL       PIC X.
           05 FILLER         PIC X.
           05 NQ-DESTINO     PIC X(100).
           05 FILLER         PIC X.
           05 NQ-PLANTILLA   PIC X(8).
           05 FILLER         PIC X.
           05 NQ-REFER       PIC 9(10).
           05 FILLER         PIC X.
           05 NQ-VARIABLES   PIC X(80).

       FD  ARCHIVO-NOTCTL.
       01  REG-NOTCTL.
           05 NOTCTL-ULT     PIC 9(8).

      * Autorizacion de datos personales (programa habeas-data).
       FD  ARCHIVO-CON.
       01  CONDATA.
           05 CN-CLAVE.
              07 CN-TIPO     PIC X.
              07 CN-NUMDOC   PIC 9(13).
           05 CN-ESTADO      PIC X.
              88 CN-OTORGADO VALUE "S".
           05 CN-FECHA       PIC 9(8).
           05 CN-CANAL       PIC X.
           05 CN-OPER        PIC 9(10).
           05 CN-FEC-MOD     PIC 9(8).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

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
       01 WS-FS               PIC XX.
       01 WS-FS-APA           PIC XX.
       01 WS-DISPONIBLE       PIC S9(11).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-LIBERADOS        PIC 9(6).
       01 WS-AVISADOS         PIC 9(6).
       01 WS-DIAS-AVISO       PIC 9(2) VALUE 3.
       01 WS-FECHA-AVISO      PIC 9(8).
       01 WS-LIN              PIC 9(2).
       01 WS-HAY              PIC X.
       01 WS-STOCK-ANT        PIC 9(10).
       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.

      * Aviso al cliente para la cola de notificaciones.
       01 WS-FS-NOT           PIC XX.
       01 WS-FS-NTC           PIC XX.
       01 WS-FS-CON           PIC XX.
       01 WS-NOT-CLIENTE      PIC 9(13).
       01 WS-NOT-PLANTILLA    PIC X(8).
       01 WS-NOT-REFER        PIC 9(10).
       01 WS-NOT-VARIABLES    PIC X(80).
       01 WS-NOT-CANAL        PIC X.
       01 WS-NOT-DESTINO      PIC X(100).
       01 WS-NOT-NUMERO       PIC 9(8).
       01 WS-NOT-ENCOLADO     PIC X.
       01 WS-NOT-YA           PIC X.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           ELSE
              SUBTRACT AP-CANTIDAD FROM STOCK
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al descontar stock. FS = " WS-FS
                  LINE 10 POSITION 10
               POSITION 20.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-LIBERADOS.
           MOVE 0 TO WS-AVISADOS.
           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-AVISO).
           MOVE LOW-VALUES TO AP-CLAVE.
           START ARCHIVO-APA KEY IS NOT LESS THAN AP-CLAVE
               INVALID KEY
                    MOVE "L" TO AP-ESTADO
                    REWRITE APADATA
                    ADD 1 TO WS-LIBERADOS
                 ELSE
                    IF AP-ACTIVO AND AP-VENCE >= WS-FECHA-HOY
                       AND AP-VENCE <= WS-FECHA-AVISO
                       PERFORM AVISAR-VENCIMIENTO-APA
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-APA
              END-PERFORM
           MOVE "00" TO WS-FS-APA.
           DISPLAY "Apartados vencidos liberados: " WS-LIBERADOS
               LINE 5 POSITION 20.
           DISPLAY "Avisos de vencimiento en cola: " WS-AVISADOS
               LINE 6 POSITION 20.
           PERFORM PAUSA.

      * Apartado por vencer: aviso al cliente con el numero y la
      * fecha, salvo que ya se le haya avisado de ese apartado.
       AVISAR-VENCIMIENTO-APA.
           MOVE "APAVENCE" TO WS-NOT-PLANTILLA.
           MOVE AP-NUMERO TO WS-NOT-REFER.
           PERFORM YA-NOTIFICADO.
           IF WS-NOT-YA = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE AP-CLIENTE TO WS-NOT-CLIENTE.
           MOVE SPACES TO WS-NOT-VARIABLES.
           STRING "APARTADO=" AP-NUMERO ";VENCE=" AP-VENCE
               ";CANTIDAD=" AP-CANTIDAD
               DELIMITED BY SIZE INTO WS-NOT-VARIABLES
           END-STRING.
           PERFORM ENCOLAR-NOTIFICACION.
           IF WS-NOT-ENCOLADO = "S"
              ADD 1 TO WS-AVISADOS
           END-IF.

       CONSULTAR-APARTADOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Apartados de un articulo -----"
           REWRITE REG-APCTL.
           CLOSE ARCHIVO-APCTL.

      ****************************************************************
      * Aviso al cliente: va a la cola de notificaciones solo si el  *
      * cliente otorgo la autorizacion de datos, al CORREO o, si no  *
      * tiene, al TEL-1 por SMS. Sin autorizacion o sin medio de     *
      * contacto el aviso se omite (WS-NOT-ENCOLADO = "N").          *
      ****************************************************************
       ENCOLAR-NOTIFICACION.
           MOVE "N" TO WS-NOT-ENCOLADO.
           OPEN INPUT ARCHIVO-CON.
           IF WS-FS-CON NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO CN-TIPO.
           MOVE WS-NOT-CLIENTE TO CN-NUMDOC.
           READ ARCHIVO-CON
               INVALID KEY
                   MOVE "N" TO CN-ESTADO
           END-READ.
           CLOSE ARCHIVO-CON.
           IF NOT CN-OTORGADO
              EXIT PARAGRAPH
           END-IF.
           PERFORM DESTINO-NOTIFICACION.
           IF WS-NOT-CANAL = SPACE
              EXIT PARAGRAPH
           END-IF.
           PERFORM OBTENER-NUMERO-NOTIF.
           MOVE SPACES TO NOT-LINEA.
           MOVE WS-NOT-NUMERO TO NQ-NUMERO.
           ACCEPT NQ-FECHA FROM DATE YYYYMMDD.
           ACCEPT NQ-HORA FROM TIME.
           MOVE WS-NOT-CLIENTE TO NQ-CLIENTE.
           MOVE WS-NOT-CANAL TO NQ-CANAL.
           MOVE WS-NOT-DESTINO TO NQ-DESTINO.
           MOVE WS-NOT-PLANTILLA TO NQ-PLANTILLA.
           MOVE WS-NOT-REFER TO NQ-REFER.
           MOVE WS-NOT-VARIABLES TO NQ-VARIABLES.
           OPEN EXTEND ARCHIVO-NOT.
           IF WS-FS-NOT NOT = "00"
              OPEN OUTPUT ARCHIVO-NOT
           END-IF.
           WRITE NOT-LINEA.
           CLOSE ARCHIVO-NOT.
           MOVE "S" TO WS-NOT-ENCOLADO.

      * Medio de contacto del maestro de clientes.
       DESTINO-NOTIFICACION.
           MOVE SPACE TO WS-NOT-CANAL.
           MOVE SPACES TO WS-NOT-DESTINO.
           OPEN INPUT ARCHIVO-DUS.
           IF WS-FS-DUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOT-CLIENTE TO DU-NUMDOC.
           READ ARCHIVO-DUS
               INVALID KEY
                   MOVE "23" TO WS-FS-DUS
           END-READ.
           IF WS-FS-DUS = "00"
              IF DU-CORREO NOT = SPACES
                 MOVE "E" TO WS-NOT-CANAL
                 MOVE DU-CORREO TO WS-NOT-DESTINO
              ELSE
                 IF DU-TEL1 NOT = SPACES
                    MOVE "S" TO WS-NOT-CANAL
                    MOVE DU-TEL1 TO WS-NOT-DESTINO
                 END-IF
              END-IF
           END-IF.
           CLOSE ARCHIVO-DUS.

       OBTENER-NUMERO-NOTIF.
           OPEN I-O ARCHIVO-NOTCTL.
           IF WS-FS-NTC = "35"
              OPEN OUTPUT ARCHIVO-NOTCTL
              MOVE 0 TO NOTCTL-ULT
              WRITE REG-NOTCTL
              CLOSE ARCHIVO-NOTCTL
              OPEN I-O ARCHIVO-NOTCTL
           END-IF.
           READ ARCHIVO-NOTCTL
               AT END
                   MOVE 0 TO NOTCTL-ULT
           END-READ.
           ADD 1 TO NOTCTL-ULT.
           MOVE NOTCTL-ULT TO WS-NOT-NUMERO.
           REWRITE REG-NOTCTL.
           CLOSE ARCHIVO-NOTCTL.

      * Un recordatorio sale una sola vez por documento: se busca en
      * la cola la misma plantilla con la misma referencia.
       YA-NOTIFICADO.
           MOVE "N" TO WS-NOT-YA.
           OPEN INPUT ARCHIVO-NOT.
           IF WS-FS-NOT NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-NOT NOT = "00" OR WS-NOT-YA = "S"
              READ ARCHIVO-NOT
                  AT END MOVE "10" TO WS-FS-NOT
                  NOT AT END
                      IF NQ-PLANTILLA = WS-NOT-PLANTILLA
                         AND NQ-REFER = WS-NOT-REFER
                         MOVE "S" TO WS-NOT-YA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-NOT.

       READ-SIGUIENTE-APA.
           READ ARCHIVO-APA NEXT RECORD
               AT END MOVE "10" TO WS-FS-APA
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.
                      MOVE WS-SB-DELTA TO SB-CANTIDAD
                   END-IF
                   WRITE SBODATA
                   MOVE "W" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
               NOT INVALID KEY
                   COMPUTE WS-SB-NUEVA = SB-CANTIDAD + WS-SB-DELTA
                   IF WS-SB-NUEVA < 0
                   END-IF
                   MOVE WS-SB-NUEVA TO SB-CANTIDAD
                   REWRITE SBODATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
           END-READ.
           IF WS-FS-SBOD NOT = "00"
              DISPLAY "Error stock por bodega. FS = " WS-FS-SBOD
       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
       DIARIO-ARTICULOS.
           IF WS-FS = "00" OR WS-FS = "02"
              MOVE "ARTICULOS" TO DRJ-ARCHIVO
              MOVE USUART TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-KARDEX.
           IF WS-FS-KDX = "00" OR WS-FS-KDX = "02"
              MOVE "KARDEX" TO DRJ-ARCHIVO
              MOVE KDXDATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-STOCK-BOD.
           IF WS-FS-SBOD = "00" OR WS-FS-SBOD = "02"
              MOVE "STOCK-BOD" TO DRJ-ARCHIVO
              MOVE SBODATA TO DRJ-IMAGEN
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
           MOVE "APARTADOS" TO DRJ-PROGRAMA.
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
