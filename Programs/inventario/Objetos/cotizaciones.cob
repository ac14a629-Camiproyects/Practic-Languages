      *      componentes cuando el renglon es un kit (SAL-KIT,       *
      *      como punto-venta) y respeta el congelamiento de         *
      *      inventario (congela-inv.flg).                           *
      * Mod: 15-10-2026 - Un kit con stock armado que alcanza sale   *
      *      de su propio stock (SALIDA) y queda en ventas-kit.dat,  *
      *      igual que en punto-venta.                               *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, ventas.dat, kardex.dat, stock-bod.dat y  *
      *      movimientos-cli.dat queda en el diario de recuperacion  *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo. El saldo por bodega        *
      *      vuelve a actualizarse cuando la bodega ya existe: el    *
      *      NOT INVALID KEY de la lectura quedaba amarrado a la     *
      *      grabacion del alta.                                     *
      * Mod: 15-10-2026 - No se cotizan articulos bloqueados para    *
      *      la venta o pendientes de alta (estado-art.dat), y una   *
      *      cotizacion con alguno de ellos no se convierte.         *
      * Mod: 15-10-2026 - Cliente exento o excluido de IVA           *
      *      (exenciones-iva.dat): se cotiza sin IVA en los          *
      *      renglones gravados, el impreso lleva el certificado y   *
      *      el tiquete convertido queda en ventas-exentas.dat; con  *
      *      el certificado vencido no se convierte a tiquete.       *
      * Mod: 15-10-2026 - La fila de credito que la cotizacion       *
      *      facturada deja en ventas-pago.dat queda tambien en el   *
      *      diario de recuperacion.                                 *
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
           SELECT ARCHIVO-EXE ASSIGN TO "../../exenciones-iva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-NUMDOC
               FILE STATUS IS WS-FS-EXE.
           SELECT ARCHIVO-VEX
               ASSIGN TO "../Articulos/ventas-exentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VEX.
           SELECT ARCHIVO-EAR ASSIGN TO "../Articulos/estado-art.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EAR.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KIT.
           SELECT ARCHIVO-VKA ASSIGN TO "../Articulos/ventas-kit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VK-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VKA.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           05 DU-RAZSOC      PIC X(50).
           05 FILLER         PIC X(233).

      * Exencion de IVA del cliente (consulta-data-user, opcion X).
       FD  ARCHIVO-EXE.
       01  EXEDATA.
           05 EX-NUMDOC      PIC 9(13).
           05 EX-TIPO        PIC X.
           05 EX-CERTIFICADO PIC X(20).
           05 EX-VIGENCIA    PIC 9(8).
           05 EX-FECREG      PIC 9(8).

      * Tiquete vendido sin IVA a un cliente exento o excluido (ver
      * punto-venta).
       FD  ARCHIVO-VEX.
       01  VEXDATA.
           05 VE-NUMERO      PIC 9(6).
           05 VE-FECHA       PIC 9(8).
           05 VE-CLIENTE     PIC 9(13).
           05 VE-TIPO        PIC X.
           05 VE-CERTIFICADO PIC X(20).
           05 VE-VIGENCIA    PIC 9(8).
           05 VE-BASE-R      PIC 9(12)V99.
           05 VE-BASE-G      PIC 9(12)V99.

      * Estado de ciclo de vida del articulo (se mantiene en
      * gestion-articles, opcion E); sin registro = activo.
       FD  ARCHIVO-EAR.
       01  EARDATA.
           05 EA-CODART      PIC X(120).
           05 EA-ESTADO      PIC X.
           05 EA-MOTIVO      PIC X(40).
           05 EA-FECHA       PIC 9(8).
           05 EA-OPER        PIC 9(10).

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
              07 KT-COMPONENTE PIC X(120).
           05 KT-CANTIDAD      PIC 9(5).

      * Renglones de kit vendidos de su stock armado (no de los
      * componentes): las reversas los devuelven al kit.
       FD  ARCHIVO-VKA.
       01  VKADATA.
           05 VK-CLAVE.
              07 VK-NUMERO   PIC 9(6).
              07 VK-LINEA    PIC 9(3).
           05 VK-CODART      PIC X(120).
           05 VK-CANT        PIC 9(5).

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

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
       01 WS-FS-KIT           PIC XX.
       01 WS-FS-VKA           PIC XX.
       01 WS-KIT-ARMADO       PIC X.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-ES-KIT           PIC X.
       01 WS-FS-COT           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-DUS           PIC XX.
       01 WS-FS-EAR           PIC XX.
      * Exencion de IVA del cliente vigente en WS-EXE-FECHA (E o X;
      * espacio = paga IVA) y la base convertida sin IVA.
       01 WS-FS-EXE           PIC XX.
       01 WS-FS-VEX           PIC XX.
       01 WS-EXE-CLI          PIC 9(13).
       01 WS-EXE-FECHA        PIC 9(8).
       01 WS-EXE-COT          PIC X VALUE SPACE.
       01 WS-EXE-CERT         PIC X(20).
       01 WS-EXE-VIGENCIA     PIC 9(8).
       01 WS-EXE-BASE-R       PIC 9(12)V99.
       01 WS-EXE-BASE-G       PIC 9(12)V99.
       01 WS-EST-ART          PIC X.
          88 EST-BLOQUEADO       VALUE "B".
          88 EST-PENDIENTE       VALUE "P".
       01 WS-LIN-BLOQ         PIC 9(3).
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-APA           PIC XX.
       01 WS-FS-APC           PIC XX.
              10 QT-PRECIO    PIC 9(10)V99.
              10 QT-SUBTOT    PIC 9(12)V99.

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           END-READ.
           DISPLAY DU-RAZSOC(1:30) LINE 5 POSITION 56.
           CLOSE ARCHIVO-DUS.
      * Cliente exento o excluido con certificado vigente: se le
      * cotiza sin IVA en los renglones gravados.
           MOVE WS-CLI-COT TO WS-EXE-CLI.
           ACCEPT WS-EXE-FECHA FROM DATE YYYYMMDD.
           PERFORM LEER-EXENCION-CLI.
           IF WS-EXE-COT = "E"
              DISPLAY "EXENTO DE IVA, cert. " WS-EXE-CERT
                  LINE 4 POSITION 20
           END-IF.
           IF WS-EXE-COT = "X"
              DISPLAY "EXCLUIDO DE IVA, cert. " WS-EXE-CERT
                  LINE 4 POSITION 20
           END-IF.
           DISPLAY "Valida hasta (AAAAMMDD):" LINE 6 POSITION 20.
           MOVE 0 TO WS-VALIDEZ.
           ACCEPT WS-VALIDEZ LINE 6 POSITION 48.
                       LINE 7 POSITION 10
                   EXIT PARAGRAPH
           END-READ.
      * Lo bloqueado para la venta o pendiente de alta no se cotiza.
           PERFORM LEER-ESTADO-ART.
           IF EST-BLOQUEADO
              DISPLAY "Articulo BLOQUEADO para la venta.  "
                  LINE 7 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           IF EST-PENDIENTE
              DISPLAY "Articulo PENDIENTE de alta (sin precio)."
                  LINE 7 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-PRECIO-IVA.
           DISPLAY DESCRI(1:35) " $" WS-PRECIO-IVA
               LINE 7 POSITION 10.
               DELIMITED BY SIZE INTO IMP-LINEA
           END-STRING.
           WRITE IMP-LINEA.
           MOVE CT-CLIENTE TO WS-EXE-CLI.
           MOVE CT-FECHA TO WS-EXE-FECHA.
           PERFORM LEER-EXENCION-CLI.
           IF WS-EXE-COT NOT = SPACE
              MOVE SPACES TO IMP-LINEA
              IF WS-EXE-COT = "E"
                 MOVE "CLIENTE EXENTO DE IVA" TO IMP-LINEA
              ELSE
                 MOVE "CLIENTE EXCLUIDO DE IVA" TO IMP-LINEA
              END-IF
              STRING " - CERTIFICADO " WS-EXE-CERT
                  " VIGENTE HASTA " WS-EXE-VIGENCIA
                  DELIMITED BY SIZE INTO IMP-LINEA(25:)
              END-STRING
              WRITE IMP-LINEA
           END-IF.
           MOVE SPACES TO IMP-LINEA.
           WRITE IMP-LINEA.
           PERFORM RECORRER-LINEAS-COT.
           END-IF.
           MOVE CT-CLIENTE TO WS-CLI-COT.
           MOVE CT-VALIDEZ TO WS-VALIDEZ.
      * Los precios pactados llevan o no IVA segun la exencion que
      * tenia el cliente el dia de la cotizacion.
           MOVE CT-CLIENTE TO WS-EXE-CLI.
           MOVE CT-FECHA TO WS-EXE-FECHA.
           PERFORM LEER-EXENCION-CLI.
           DISPLAY "Convertir a (A=apartados, T=tiquete):"
               LINE 6 POSITION 20.
           MOVE SPACES TO WS-MODO-CONV.
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      * Cotizada sin IVA pero con el certificado ya vencido: no se
      * factura sin IVA; se renueva la exencion o se recotiza.
           IF WS-MODO-CONV = "T" AND WS-EXE-COT NOT = SPACE
              ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
              IF WS-EXE-VIGENCIA < WS-FECHA-HOY
                 DISPLAY "Cotizada sin IVA y la exencion vencio el "
                     WS-EXE-VIGENCIA "." LINE 7 POSITION 20
                 DISPLAY "Renovar el certificado o recotizar."
                     LINE 8 POSITION 20
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      * Si un articulo se bloqueo despues de cotizar, la cotizacion
      * sigue abierta y no se convierte.
           PERFORM REVISAR-ESTADO-LINEAS.
           IF WS-LIN-BLOQ > 0
              DISPLAY WS-LIN-BLOQ " renglon(es) con articulo bloqueado"
                  " o pendiente de alta." LINE 7 POSITION 20
              DISPLAY "No se convierte la cotizacion." LINE 8
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-MODO-CONV = "T"
              PERFORM PREPARAR-TIQUETE
           END-IF.
           END-IF.
           MOVE "00" TO WS-FS-COT.

       REVISAR-ESTADO-LINEAS.
           MOVE 0 TO WS-LIN-BLOQ.
           MOVE WS-NUM-COT TO CT-NUMERO.
           MOVE 0 TO CT-LINEA.
           START ARCHIVO-COT KEY IS NOT LESS THAN CT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COT
           END-START.
           IF WS-FS-COT = "00"
              PERFORM READ-SIGUIENTE-COT
              PERFORM UNTIL WS-FS-COT NOT = "00"
                 IF CT-NUMERO = WS-NUM-COT
                    IF CT-LINEA > 0
                       MOVE CT-CODART TO CODART
                       PERFORM LEER-ESTADO-ART
                       IF EST-BLOQUEADO OR EST-PENDIENTE
                          ADD 1 TO WS-LIN-BLOQ
                       END-IF
                    END-IF
                    PERFORM READ-SIGUIENTE-COT
                 ELSE
                    MOVE "10" TO WS-FS-COT
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-COT.

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

       CONVERTIR-A-APARTADO.
           OPEN I-O ARCHIVO-APA.
           IF WS-FS-APA = "35"
              CLOSE ARCHIVO-KIT
              OPEN INPUT ARCHIVO-KIT
           END-IF.
           OPEN I-O ARCHIVO-VKA.
           IF WS-FS-VKA = "35"
              CLOSE ARCHIVO-VKA
              OPEN OUTPUT ARCHIVO-VKA
              CLOSE ARCHIVO-VKA
              OPEN I-O ARCHIVO-VKA
           END-IF.
           PERFORM OBTENER-NUMERO-TIQUETE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-TOTAL-COT.
           MOVE 0 TO WS-EXE-BASE-R.
           MOVE 0 TO WS-EXE-BASE-G.

       CONVERTIR-A-TIQUETE.
           MOVE CT-CODART TO CODART.
           MOVE "N" TO WS-KIT-ARMADO.
           PERFORM VERIFICAR-SI-KIT.
      * Si hay kits armados con anticipacion que alcanzan, el
      * renglon sale del stock del kit como un articulo comun.
           IF WS-ES-KIT = "S"
              READ ARCHIVO-ART
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CT-CANT NOT > STOCK
                         MOVE "N" TO WS-ES-KIT
                         MOVE "S" TO WS-KIT-ARMADO
                      END-IF
              END-READ
           END-IF.
           IF WS-ES-KIT = "S"
      * Renglon de kit: salen los componentes con SAL-KIT, nunca
      * el stock del kit, igual que en la venta de mostrador.
                         SUBTRACT CT-CANT FROM STOCK
                      END-IF
                      REWRITE USUART
                      MOVE "R" TO WS-DIARIO-OPER
                      PERFORM DIARIO-ARTICULOS
                      IF WS-FS = "00"
                         COMPUTE WS-KDX-CANT = STOCK - WS-STOCK-ANT
                         MOVE "SALIDA" TO WS-KDX-TIPO
           MOVE T-NUMDOC TO VTA-OPER.
           MOVE WS-ESTACION TO VTA-ESTACION.
           MOVE 0 TO VTA-SUCURSAL.
           WRITE VTADATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.
           IF WS-KIT-ARMADO = "S"
              MOVE VTA-NUMERO TO VK-NUMERO
              MOVE VTA-LINEA TO VK-LINEA
              MOVE VTA-CODART TO VK-CODART
              MOVE VTA-CANT TO VK-CANT
              WRITE VKADATA
                  INVALID KEY
                      REWRITE VKADATA
              END-WRITE
           END-IF.
           ADD CT-SUBTOT TO WS-TOTAL-COT.
           IF WS-EXE-COT NOT = SPACE
              PERFORM SUMAR-BASE-EXENTA
           END-IF.

       CERRAR-TIQUETE-CONV.
           MOVE WS-NUM-TIQUETE TO VTA-NUMERO.
           MOVE T-NUMDOC TO VTA-OPER.
           MOVE WS-ESTACION TO VTA-ESTACION.
           MOVE 0 TO VTA-SUCURSAL.
           WRITE VTADATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.
           IF WS-FS-VTA = "00"
              DISPLAY "Tiquete " WS-NUM-TIQUETE " generado por "
                  WS-TOTAL-COT LINE 19 POSITION 10
              PERFORM REGISTRAR-COBRO-CONV
              IF WS-EXE-COT NOT = SPACE
                 PERFORM GRABAR-VENTA-EXENTA
              END-IF
           END-IF.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-KIT.
           CLOSE ARCHIVO-VKA.

      * El lado de plata del tiquete convertido: una fila C en el
      * desglose de medios y el cargo en la cuenta del cliente de
                  INVALID KEY
                      CONTINUE
              END-WRITE
              MOVE "W" TO WS-DIARIO-OPER
              PERFORM DIARIO-VENTAS-PAGO
              CLOSE ARCHIVO-VPAG
           END-IF.
           OPEN I-O ARCHIVO-MOV.
               NOT INVALID KEY
                   DISPLAY "Cargo a credito del cliente registrado."
                       LINE 20 POSITION 10
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           CLOSE ARCHIVO-MOV.

      ****************************************************************
               WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
               WHEN OTHER MOVE WS-TASA-G TO WS-TASA-ART
           END-EVALUATE.
           IF WS-EXE-COT NOT = SPACE
              MOVE 0 TO WS-TASA-ART
           END-IF.
           COMPUTE WS-PRECIO-IVA ROUNDED =
               PREVEN * (10000 + WS-TASA-ART) / 10000.

      ****************************************************************
      * Exencion de IVA de WS-EXE-CLI con certificado vigente en     *
      * WS-EXE-FECHA; deja WS-EXE-COT en E, X o espacio.             *
      ****************************************************************
       LEER-EXENCION-CLI.
           MOVE SPACE TO WS-EXE-COT.
           OPEN INPUT ARCHIVO-EXE.
           IF WS-FS-EXE NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXE-CLI TO EX-NUMDOC.
           READ ARCHIVO-EXE
               INVALID KEY
                   MOVE SPACE TO EX-TIPO
           END-READ.
           CLOSE ARCHIVO-EXE.
           IF (EX-TIPO = "E" OR EX-TIPO = "X")
               AND EX-VIGENCIA NOT < WS-EXE-FECHA
              MOVE EX-TIPO TO WS-EXE-COT
              MOVE EX-CERTIFICADO TO WS-EXE-CERT
              MOVE EX-VIGENCIA TO WS-EXE-VIGENCIA
           END-IF.

      * Renglon convertido de un cliente exento: su subtotal va a la
      * base sin IVA de la tarifa del articulo (fuera del maestro se
      * toma como general, igual que en la declaracion).
       SUMAR-BASE-EXENTA.
           MOVE CT-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE "G" TO CATIVA
           END-READ.
           EVALUATE CATIVA
               WHEN "E" CONTINUE
               WHEN "R" ADD CT-SUBTOT TO WS-EXE-BASE-R
               WHEN OTHER ADD CT-SUBTOT TO WS-EXE-BASE-G
           END-EVALUATE.

      * Marca el tiquete convertido como vendido sin IVA.
       GRABAR-VENTA-EXENTA.
           OPEN I-O ARCHIVO-VEX.
           IF WS-FS-VEX = "35"
              CLOSE ARCHIVO-VEX
              OPEN OUTPUT ARCHIVO-VEX
              CLOSE ARCHIVO-VEX
              OPEN I-O ARCHIVO-VEX
           END-IF.
           MOVE WS-NUM-TIQUETE TO VE-NUMERO.
           MOVE WS-FECHA-HOY TO VE-FECHA.
           MOVE WS-CLI-COT TO VE-CLIENTE.
           MOVE WS-EXE-COT TO VE-TIPO.
           MOVE WS-EXE-CERT TO VE-CERTIFICADO.
           MOVE WS-EXE-VIGENCIA TO VE-VIGENCIA.
           MOVE WS-EXE-BASE-R TO VE-BASE-R.
           MOVE WS-EXE-BASE-G TO VE-BASE-G.
           WRITE VEXDATA
               INVALID KEY
                   REWRITE VEXDATA
                   END-REWRITE
           END-WRITE.
           CLOSE ARCHIVO-VEX.

      * ¿El codigo en CODART es un kit? (tiene receta en kits.dat),
      * el mismo chequeo de punto-venta.
       VERIFICAR-SI-KIT.
           ELSE
              SUBTRACT WS-COMP-NECESITA FROM STOCK
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al descontar componente. FS = " WS-FS
              EXIT PARAGRAPH
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

       DIARIO-VENTAS.
           IF WS-FS-VTA = "00" OR WS-FS-VTA = "02"
              MOVE "VENTAS" TO DRJ-ARCHIVO
              MOVE VTADATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-VENTAS-PAGO.
           IF WS-FS-VPG = "00" OR WS-FS-VPG = "02"
              MOVE "VENTAS-PAGO" TO DRJ-ARCHIVO
              MOVE VPDATA TO DRJ-IMAGEN
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
           MOVE "COTIZACIONES" TO DRJ-PROGRAMA.
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
