      *      interactivos que mueven stock.                          *
      * Mod: 03-09-2026 - La entrega de un renglon respeta el        *
      *      congelamiento de inventario (congela-inv.flg).          *
      * Mod: 15-10-2026 - Cuando se alista el ultimo renglon         *
      *      reservado de la orden se avisa al cliente que el pedido *
      *      esta listo (cola de notificaciones, PEDLISTO).          *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      * Mod: 15-10-2026 - Las filas de articulos bloqueados para la  *
      *      venta o pendientes de alta (estado-art.dat) se          *
      *      rechazan con su motivo.                                 *
      * Mod: 15-10-2026 - Septima columna opcional de                *
      *      pedidos-web.csv: con S el cliente acepta sustituto y,   *
      *      si el articulo no tiene disponible, se aparta el        *
      *      primer sustituto de sustitutos.dat que alcance. La      *
      *      demanda queda en ventas-perdidas.log como SUSTITUIDO    *
      *      o, si el renglon se rechaza por disponible, como        *
      *      SIN-STOCK.                                              *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

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
               RECORD KEY IS DU-NUMDOC
               FILE STATUS IS WS-FS-DUS.
           SELECT ARCHIVO-EAR ASSIGN TO "../Articulos/estado-art.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EAR.
           SELECT ARCHIVO-APA ASSIGN TO "../Articulos/apartados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-SUS ASSIGN TO "../Articulos/sustitutos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SUS.
           SELECT ARCHIVO-VPL
               ASSIGN TO "../Articulos/ventas-perdidas.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VPL.
           SELECT ARCHIVO-RECHAZOS
               ASSIGN TO "../Articulos/pedidos-rechazos.csv"
               ORGANIZATION IS LINE SEQUENTIAL
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

      * Estado de ciclo de vida del articulo (se mantiene en
      * gestion-articles, opcion E); sin registro = activo.
       FD  ARCHIVO-EAR.
       01  EARDATA.
           05 EA-CODART      PIC X(120).
           05 EA-ESTADO      PIC X.
           05 EA-MOTIVO      PIC X(40).
           05 EA-FECHA       PIC 9(8).
           05 EA-OPER        PIC 9(10).

       FD  ARCHIVO-APA.
       01  APADATA.
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

      * Sustitutos aceptables de cada articulo, en orden de
      * preferencia (se mantienen en gestion-articles, opcion W).
       FD  ARCHIVO-SUS.
       01  SUSDATA.
           05 SU-CLAVE.
              07 SU-CODART   PIC X(120).
              07 SU-RANGO    PIC 9(2).
           05 SU-SUSTITUTO   PIC X(120).
           05 SU-NOTA        PIC X(30).

      * Demanda perdida (la misma de punto-venta): SIN-STOCK cuando
      * el renglon se rechaza por disponible, SUSTITUIDO con el
      * articulo que se despacho en su lugar.
       FD  ARCHIVO-VPL.
       01  VPL-LINEA.
           05 VPL-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 VPL-CODART     PIC X(120).
           05 FILLER         PIC X.
           05 VPL-CANT       PIC 9(5).
           05 FILLER         PIC X.
           05 VPL-MOTIVO     PIC X(12).
           05 FILLER         PIC X.
           05 VPL-OPER       PIC 9(10).
           05 FILLER         PIC X.
           05 VPL-SUSTITUTO  PIC X(120).

       FD ARCHIVO-RECHAZOS.
       01 LINEA-RECHAZO      PIC X(260).

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
       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-FS-CSV           PIC XX.
       01 WS-FS-PED           PIC XX.
       01 WS-FS-DUS           PIC XX.
       01 WS-FS-EAR           PIC XX.
       01 WS-EST-ART          PIC X.
          88 EST-BLOQUEADO       VALUE "B".
          88 EST-PENDIENTE       VALUE "P".
       01 WS-FS-APA           PIC XX.
       01 WS-FS-APC           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-RESERVADO        PIC 9(10).
       01 WS-DISPONIBLE       PIC S9(11).
       01 WK-CODART           PIC X(120).
       01 WS-FS-SUS           PIC XX.
       01 WS-FS-VPL           PIC XX.
       01 WS-SUS-ORIG         PIC X(120).
       01 WS-SUS-HALLADO      PIC X.
       01 WS-SUSTITUIDOS      PIC 9(6).
       01 WS-ORDEN-BUSCA      PIC 9(6).
       01 WS-LINEA-BUSCA      PIC 9(3).
       01 WS-ESTADO-NUEVO     PIC X.
           05 WK-SUB          PIC X(10).
           05 WK-ARTCOD       PIC X(10).
           05 WK-CANT         PIC X(12).
           05 WK-SUSTITUIR    PIC X(3).
       01 WK-NUMERO           PIC X(14).
       01 WK-ORDEN-N          PIC 9(6).
       01 WK-NUMDOC-N         PIC 9(13).
       01 WK-CANT-N           PIC 9(10).
       01 HEADER              PIC X(200).

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
       01 WS-ORDEN-PEND       PIC 9(3).
       01 WS-ORDEN-CLIENTE    PIC 9(13).
       01 WS-ORDEN-RENGLONES  PIC 9(3).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           MOVE 0 TO WS-LEIDOS.
           MOVE 0 TO WS-CARGADOS.
           MOVE 0 TO WS-RECHAZADOS.
           MOVE 0 TO WS-SUSTITUIDOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FIN-CSV.
           READ ARCHIVO-CSV INTO HEADER
               LINE 6 POSITION 10.
           DISPLAY "Filas rechazadas: " WS-RECHAZADOS
               LINE 7 POSITION 10.
           DISPLAY "Con sustituto   : " WS-SUSTITUIDOS
               LINE 8 POSITION 10.
           PERFORM PAUSA.

       PROCESAR-FILA.
           MOVE SPACES TO WK-FILA.
           UNSTRING LINEA-CSV DELIMITED BY ";"
               INTO WK-ORDEN, WK-NUMDOC, WK-CAT, WK-SUB,
                    WK-ARTCOD, WK-CANT, WK-SUSTITUIR.
           PERFORM VALIDAR-FILA.
           IF WS-REGVALID = "N"
              PERFORM RECHAZAR-FILA
                   MOVE "ARTICULO-INEXISTENTE" TO WS-RAZON
                   EXIT PARAGRAPH
           END-READ.
           PERFORM LEER-ESTADO-ART.
           IF EST-BLOQUEADO
              MOVE "N" TO WS-REGVALID
              MOVE "ARTICULO-BLOQUEADO" TO WS-RAZON
              EXIT PARAGRAPH
           END-IF.
           IF EST-PENDIENTE
              MOVE "N" TO WS-REGVALID
              MOVE "ARTICULO-PENDIENTE-DE-ALTA" TO WS-RAZON
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO WK-CODART.
           PERFORM SUMAR-RESERVAS.
           COMPUTE WS-DISPONIBLE = STOCK - WS-RESERVADO.
      * Agotado: si el cliente acepto sustitutos (septima columna
      * en S) se despacha el primero que alcance; si no, el renglon
      * se rechaza y queda como demanda perdida.
           IF WK-CANT-N > WS-DISPONIBLE
              MOVE "N" TO WS-SUS-HALLADO
              IF WK-SUSTITUIR = "S" OR WK-SUSTITUIR = "s"
                 PERFORM BUSCAR-SUSTITUTO-WEB
              END-IF
              IF WS-SUS-HALLADO NOT = "S"
                 MOVE "N" TO WS-REGVALID
                 MOVE "DISPONIBLE-INSUFICIENTE" TO WS-RAZON
                 MOVE SPACES TO VPL-LINEA
                 MOVE "SIN-STOCK" TO VPL-MOTIVO
                 PERFORM REGISTRAR-VENTA-PERDIDA
              END-IF
           END-IF.

      ****************************************************************
      * Primer sustituto del articulo (sustitutos.dat, por rango)    *
      * que se pueda vender y tenga disponible para toda la          *
      * cantidad; queda en WK-CODART y la demanda del original se    *
      * anota como SUSTITUIDO.                                       *
      ****************************************************************
       BUSCAR-SUSTITUTO-WEB.
           MOVE WK-CODART TO WS-SUS-ORIG.
           OPEN INPUT ARCHIVO-SUS.
           IF WS-FS-SUS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUS-ORIG TO SU-CODART.
           MOVE 0 TO SU-RANGO.
           START ARCHIVO-SUS KEY IS NOT LESS THAN SU-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-SUS
           END-START.
           PERFORM UNTIL WS-FS-SUS NOT = "00" OR WS-SUS-HALLADO = "S"
              READ ARCHIVO-SUS NEXT RECORD
                  AT END MOVE "10" TO WS-FS-SUS
              END-READ
              IF WS-FS-SUS = "00"
                 IF SU-CODART = WS-SUS-ORIG
                    PERFORM PROBAR-SUSTITUTO-WEB
                 ELSE
                    MOVE "10" TO WS-FS-SUS
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ARCHIVO-SUS.
           IF WS-SUS-HALLADO NOT = "S"
              MOVE WS-SUS-ORIG TO WK-CODART
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUSTITUIDOS.
           MOVE SPACES TO VPL-LINEA.
           MOVE "SUSTITUIDO" TO VPL-MOTIVO.
           MOVE WK-CODART TO VPL-SUSTITUTO.
           PERFORM REGISTRAR-VENTA-PERDIDA.

       PROBAR-SUSTITUTO-WEB.
           MOVE SU-SUSTITUTO TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM LEER-ESTADO-ART.
           IF EST-BLOQUEADO OR EST-PENDIENTE
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO WK-CODART.
           PERFORM SUMAR-RESERVAS.
           COMPUTE WS-DISPONIBLE = STOCK - WS-RESERVADO.
           IF WK-CANT-N NOT > WS-DISPONIBLE
              MOVE "S" TO WS-SUS-HALLADO
           END-IF.

      * Linea de ventas-perdidas.log por el articulo pedido
      * (WS-SUS-ORIG o WK-CODART); motivo y sustituto ya puestos.
       REGISTRAR-VENTA-PERDIDA.
           ACCEPT VPL-FECHA FROM DATE YYYYMMDD.
           IF WS-SUS-HALLADO = "S"
              MOVE WS-SUS-ORIG TO VPL-CODART
           ELSE
              MOVE WK-CODART TO VPL-CODART
           END-IF.
           MOVE WK-CANT-N TO VPL-CANT.
           MOVE T-NUMDOC TO VPL-OPER.
           OPEN EXTEND ARCHIVO-VPL.
           IF WS-FS-VPL NOT = "00"
              OPEN OUTPUT ARCHIVO-VPL
           END-IF.
           WRITE VPL-LINEA.
           CLOSE ARCHIVO-VPL.

      * Estado de ciclo de vida del articulo en CODART; sin
      * registro el articulo esta activo.
       LEER-ESTADO-ART.
           MOVE "A" TO WS-EST-ART.
           OPEN INPUT ARCHIVO-EAR.
           IF WS-FS-EAR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO EA-CODART.
           READ ARCHIVO-EAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EA-ESTADO TO WS-EST-ART
           END-READ.
           CLOSE ARCHIVO-EAR.

       VALIDAR-NUMERO.
           MOVE "S" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALOR.
                   MOVE "A" TO PW-ESTADO
                   REWRITE PEDDATA
                   DISPLAY "Renglon alistado." LINE 8 POSITION 20
                   PERFORM VERIFICAR-ORDEN-LISTA
               WHEN "E"
                   PERFORM ENTREGAR-RENGLON
               WHEN OTHER
           END-EVALUATE.
           PERFORM PAUSA.

      * Sin renglones reservados (todos alistados, entregados o
      * cancelados) la orden esta lista: aviso al cliente una vez,
      * cuando se alista el ultimo.
       VERIFICAR-ORDEN-LISTA.
           MOVE PW-CLIENTE TO WS-ORDEN-CLIENTE.
           MOVE 0 TO WS-ORDEN-PEND.
           MOVE 0 TO WS-ORDEN-RENGLONES.
           MOVE WS-ORDEN-BUSCA TO PW-ORDEN.
           MOVE 0 TO PW-LINEA.
           START ARCHIVO-PED KEY IS NOT LESS THAN PW-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PED
           END-START.
           IF WS-FS-PED = "00"
              PERFORM READ-SIGUIENTE-PED
              PERFORM UNTIL WS-FS-PED NOT = "00"
                 IF PW-ORDEN = WS-ORDEN-BUSCA
                    ADD 1 TO WS-ORDEN-RENGLONES
                    IF PW-RESERVADO
                       ADD 1 TO WS-ORDEN-PEND
                    END-IF
                    PERFORM READ-SIGUIENTE-PED
                 ELSE
                    MOVE "10" TO WS-FS-PED
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PED.
           IF WS-ORDEN-PEND > 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-ORDEN-CLIENTE TO WS-NOT-CLIENTE.
           MOVE "PEDLISTO" TO WS-NOT-PLANTILLA.
           MOVE WS-ORDEN-BUSCA TO WS-NOT-REFER.
           MOVE SPACES TO WS-NOT-VARIABLES.
           STRING "ORDEN=" WS-ORDEN-BUSCA
               ";RENGLONES=" WS-ORDEN-RENGLONES
               DELIMITED BY SIZE INTO WS-NOT-VARIABLES
           END-STRING.
           PERFORM ENCOLAR-NOTIFICACION.
           IF WS-NOT-ENCOLADO = "S"
              DISPLAY "Orden completa: aviso al cliente en cola."
                  LINE 9 POSITION 20
           END-IF.

       ENTREGAR-RENGLON.
           PERFORM VERIFICAR-CONGELADO.
           IF WS-INV-CONGELADO = "S"
           ELSE
              SUBTRACT AP-CANTIDAD FROM STOCK
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al descontar stock. FS = " WS-FS
                  LINE 8 POSITION 20
               AT END MOVE "10" TO WS-FS-APA
           END-READ.

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

       READ-SIGUIENTE-PED.
           READ ARCHIVO-PED NEXT RECORD
               AT END MOVE "10" TO WS-FS-PED
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
           MOVE "PEDIDOS-WEB" TO DRJ-PROGRAMA.
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
