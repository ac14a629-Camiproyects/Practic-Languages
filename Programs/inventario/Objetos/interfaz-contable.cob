       IDENTIFICATION DIVISION.
       PROGRAM-ID. interfaz-contable.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                INTERFAZ CONTABLE DIARIA                      *
      *                                                              *
      * Descripcion: Arma el asiento de partida doble del dia para   *
      *              el paquete contable, en lugar de que el         *
      *              contador redigite los reportes impresos. Cada   *
      *              movimiento del dia se convierte en partidas     *
      *              (cuenta, debito, credito, tercero, documento y  *
      *              centro de costo) segun un concepto, y el mapa   *
      *              mapa-contable.dat dice a que cuenta va cada     *
      *              concepto. Fuentes:                              *
      *              - ventas.dat (base por tarifa e IVA, con las    *
      *                tasas de tasas-iva.cfg) contra los medios de  *
      *                pago de ventas-pago.dat, tiquete por tiquete; *
      *              - movimientos-cli.dat (cargos e intereses de    *
      *                cartera y pagos; los cargos "TIQUETE" ya van  *
      *                en el medio de pago credito y el "SALDO       *
      *                ANTERIOR" del cierre de ano no es movimiento) *
      *                y los abonos a MONTPA de pagos.dat;           *
      *              - facturas-prov.dat (base, IVA descontable,     *
      *                retenciones y cuenta por pagar; las notas     *
      *                credito entran con el signo invertido);       *
      *              - kardex.dat, solo AJUSTE y MERMA, valorados al *
      *                PRECOM del articulo, y CONSUMO (consumo       *
      *                interno, al centro de costo del documento);   *
      *              - caja-mov.log (apertura, entradas y salidas    *
      *                del cajon);                                   *
      *              - Movimientos.log del banco (depositos y        *
      *                retiros de las cuentas de Data-Master.dat).   *
      *              Solo entran los registros propios de la tienda  *
      *              (sucursal 0): lo consolidado de otra sucursal   *
      *              lo contabiliza la tienda que lo vendio. Si los  *
      *              debitos del dia no igualan los creditos, o hay  *
      *              conceptos sin cuenta en el mapa, el dia se      *
      *              rechaza: el asiento-AAAAMMDD.csv no se entrega  *
      *              y rep-interfaz-contable.txt explica por fuente, *
      *              tiquete o factura donde esta la diferencia.     *
      *              Corre como paso del cierre de dia (sin          *
      *              preguntas, para la fecha de hoy) o desde el     *
      *              menu del administrador, que ademas mantiene el  *
      *              mapa de cuentas.                                *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - El centro de costo de cada concepto es una *
      *      unidad del maestro unidades.dat (0 = general), la misma *
      *      que usa el libro mayor; se agrega el concepto RES-EJER  *
      *      (cuenta de resultado a la que el cierre de periodo del  *
      *      mayor traslada la utilidad del mes).                    *
      * Mod: 15-10-2026 - Cartera castigada: los movimientos K de    *
      *      castigo consumen la provision, las recuperaciones de    *
      *      recupera-cartera.log entran como ingreso aparte y el    *
      *      ajuste mensual de provision-cartera.dat se asienta el   *
      *      dia en que se corrio (conceptos CAS-PROV, CAS-GAST y    *
      *      CAS-RECU).                                              *
      * Mod: 15-10-2026 - Caja menor: caja-menor.log de caja-menor   *
      *      entra como fuente propia (conceptos CM-CAJA, CM-GAST y  *
      *      CM-FUEN); el gasto de cada vale va al centro de costo   *
      *      del vale en vez del que tenga el concepto en el mapa.   *
      * Mod: 15-10-2026 - Ventas a plazos: las cuotas son cargos     *
      *      TIQUETE y no se asientan, pero el interes de            *
      *      financiacion del plan (planes-credito.dat) entra el dia *
      *      de la venta como cartera contra CLI-INT.                *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - Los tiquetes vendidos sin IVA a un         *
      *      cliente exento o excluido (ventas-exentas.dat) se       *
      *      asientan completos como venta sin IVA, sin desagregar   *
      *      IVA de los renglones gravados.                          *
      * Mod: 15-10-2026 - El consumo interno del kardex se asienta   *
      *      contra KX-CONS, al costo y al centro de costo del       *
      *      documento de consumo-int.dat que lo emitio.             *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAP ASSIGN TO "../Articulos/mapa-contable.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CONCEPTO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-MAP.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-VPAG ASSIGN TO "../Articulos/ventas-pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VPG.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ART.
           SELECT ARCHIVO-VEX
               ASSIGN TO "../Articulos/ventas-exentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VEX.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-MOV ASSIGN TO "../../movimientos-cli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-PLC ASSIGN TO "../../planes-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-TIQUETE
               FILE STATUS IS WS-FS-PLC.
           SELECT ARCHIVO-RCP ASSIGN TO "../../recupera-cartera.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCP.
           SELECT ARCHIVO-PRV ASSIGN TO "../../provision-cartera.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-ANOMES
               FILE STATUS IS WS-FS-PRV.
           SELECT ARCHIVO-PAGOS ASSIGN TO "../Usuarios/pagos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-RECIBO
               FILE STATUS IS WS-FS-PAG.
           SELECT ARCHIVO-FPR ASSIGN TO "../Articulos/facturas-prov.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FPR.
           SELECT ARCHIVO-KARDEX ASSIGN TO "../Articulos/kardex.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KDX-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-CIN ASSIGN TO "../Articulos/consumo-int.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CIN.
           SELECT ARCHIVO-CMOV ASSIGN TO "../Articulos/caja-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMV.
           SELECT ARCHIVO-CML ASSIGN TO "../Articulos/caja-menor.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CML.
           SELECT ARCHIVO-LBAN
               ASSIGN TO "../../Pruebas Tecnicas/IA/Cobol/Movimientos.l
      -        "og"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LBA.
           SELECT ARCHIVO-UNI ASSIGN TO "../Usuarios/unidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNI-CODIGO
               FILE STATUS IS WS-FS-UNI.
           SELECT ARCHIVO-ASI ASSIGN TO WS-RUTA-ASI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASI.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-interfaz-contable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Mapa de cuentas: a que cuenta y a que centro de costo (la
      * unidad de unidades.dat, 0 = general) va cada concepto.
       FD ARCHIVO-MAP.
       01 MAPDATA.
           05 MAP-CONCEPTO   PIC X(8).
           05 MAP-CUENTA     PIC X(10).
           05 MAP-UNIDAD     PIC 9(4).

       FD ARCHIVO-VTA.
       01 VTADATA.
           05 VTA-CLAVE.
              07 VTA-NUMERO  PIC 9(6).
              07 VTA-LINEA   PIC 9(3).
           05 VTA-FECHA      PIC 9(8).
           05 VTA-HORA       PIC 9(8).
           05 VTA-CODART     PIC X(120).
           05 VTA-DESCRI     PIC X(40).
           05 VTA-CANT       PIC 9(5).
           05 VTA-PRECIO     PIC 9(10)V99.
           05 VTA-SUBTOT     PIC 9(12)V99.
           05 VTA-OPER       PIC 9(10).
           05 VTA-ESTACION   PIC 9(4).
           05 VTA-SUCURSAL   PIC 9(2).

       FD  ARCHIVO-VPAG.
       01  VPAGDATA.
           05 VP-CLAVE.
              07 VP-NUMERO   PIC 9(6).
              07 VP-SEQ      PIC 9(2).
           05 VP-FECHA       PIC 9(8).
           05 VP-TIPO        PIC X.
           05 VP-VALOR       PIC 9(10)V99.

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

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

       FD  ARCHIVO-MOV.
       01  MOVDATA.
           05 MC-CLAVE.
              07 MC-NUMDOC   PIC 9(13).
              07 MC-FECHA    PIC 9(8).
              07 MC-NUMDOCU  PIC 9(6).
           05 MC-TIPO        PIC X.
              88 MC-CARGO    VALUE "C".
              88 MC-PAGO     VALUE "P".
              88 MC-CASTIGO  VALUE "K".
           05 MC-VALOR       PIC 9(10)V99.
           05 MC-DETALLE     PIC X(30).
           05 MC-APLICADO    PIC 9(10)V99.

      * Planes de ventas a plazos (punto-venta).
       FD  ARCHIVO-PLC.
       01  PLCDATA.
           05 PL-TIQUETE     PIC 9(6).
           05 PL-CLIENTE     PIC 9(13).
           05 PL-FECHA       PIC 9(8).
           05 PL-CUOTAS      PIC 9(2).
           05 PL-TASA        PIC 9(4).
           05 PL-CAPITAL     PIC 9(10)V99.
           05 PL-INTERES     PIC 9(10)V99.
           05 PL-ESTADO      PIC X.
              88 PL-ACTIVO   VALUE "A".
              88 PL-ANULADO  VALUE "N".

      * Pagos recibidos sobre cargos castigados (castigo-cartera).
       FD  ARCHIVO-RCP.
       01  RCP-LINEA.
           05 RCP-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 RCP-NUMDOC     PIC 9(13).
           05 FILLER         PIC X.
           05 RCP-FEC-CAR    PIC 9(8).
           05 FILLER         PIC X.
           05 RCP-DOCU       PIC 9(6).
           05 FILLER         PIC X.
           05 RCP-VALOR      PIC 9(10)V99.
           05 FILLER         PIC X.
           05 RCP-RECIBO     PIC 9(6).
           05 FILLER         PIC X.
           05 RCP-OPERADOR   PIC 9(10).

      * Provision mensual de cartera (castigo-cartera).
       FD  ARCHIVO-PRV.
       01  PRVDATA.
           05 PRV-ANOMES     PIC 9(6).
           05 PRV-FECHA      PIC 9(8).
           05 PRV-CUBETA     PIC 9(12)V99 OCCURS 4 TIMES.
           05 PRV-CARTERA    PIC 9(12)V99.
           05 PRV-REQUERIDA  PIC 9(12)V99.
           05 PRV-ANTERIOR   PIC 9(12)V99.
           05 PRV-CASTIGADO  PIC 9(12)V99.
           05 PRV-AJUSTE     PIC S9(12)V99.

       FD  ARCHIVO-PAGOS.
       01  PAGDATA.
           05 PAG-RECIBO   PIC 9(6).
           05 PAG-FECHA    PIC 9(8).
           05 PAG-NUMDOC   PIC 9(10).
           05 PAG-VALOR    PIC 9(10).
           05 PAG-CAJERO   PIC 9(10).
           05 PAG-CONCIL   PIC X.
              88 PAG-CONCILIADO VALUE "S".

       FD  ARCHIVO-FPR.
       01  FPRDATA.
           05 FP-NUMERO      PIC 9(6).
           05 FP-TIPO        PIC X.
              88 FP-FACTURA  VALUE "F".
              88 FP-CREDITO  VALUE "C".
           05 FP-OC          PIC 9(6).
           05 FP-NIT         PIC 9(10).
           05 FP-NUMFAC      PIC X(15).
           05 FP-FECHA       PIC 9(8).
           05 FP-VENCE       PIC 9(8).
           05 FP-TOTAL       PIC S9(12)V99.
           05 FP-SALDO       PIC S9(12)V99.
           05 FP-ESTADO      PIC X.
              88 FP-ABIERTA  VALUE "A".
              88 FP-PAGADA   VALUE "P".
           05 FP-BASE        PIC S9(12)V99.
           05 FP-IVA         PIC S9(12)V99.
           05 FP-CONCEPTO    PIC X(4).
           05 FP-RETEFTE     PIC 9(10)V99.
           05 FP-RETEIVA     PIC 9(10)V99.
           05 FP-RETEICA     PIC 9(10)V99.
           05 FP-MONEDA      PIC X(3).
           05 FP-TASA        PIC 9(6)V99.
           05 FP-TOTAL-ME    PIC S9(12)V99.
           05 FP-SALDO-ME    PIC S9(12)V99.

       FD  ARCHIVO-KARDEX.
       01  KDXDATA.
           05 KDX-CLAVE.
              07 KDX-CODART  PIC X(120).
              07 KDX-SEQ     PIC 9(8).
           05 KDX-FECHA      PIC 9(8).
           05 KDX-HORA       PIC 9(8).
           05 KDX-TIPO       PIC X(8).
           05 KDX-CANTIDAD   PIC S9(10).
           05 KDX-STOCK-ANT  PIC 9(10).
           05 KDX-STOCK-NUE  PIC 9(10).
           05 KDX-OPER       PIC 9(10).
           05 KDX-ESTACION   PIC 9(4).
           05 KDX-SUCURSAL   PIC 9(2).

       FD  ARCHIVO-CIN.
       01  CINDATA.
           05 CI-CLAVE.
              07 CI-NUMERO   PIC 9(6).
              07 CI-LINEA    PIC 9(3).
           05 CI-CODART      PIC X(120).
           05 CI-CANTIDAD    PIC 9(10).
           05 CI-COSTO-UNIT  PIC 9(10)V99.
           05 CI-COSTO-TOTAL PIC 9(12)V99.
           05 CI-CODUNI      PIC 9(4).
           05 CI-SOLICITA    PIC 9(10).
           05 CI-AUTORIZA    PIC 9(10).
           05 CI-MOTIVO      PIC X(40).
           05 CI-FECHA.
              07 CI-FEC-MES  PIC 9(6).
              07 CI-FEC-DIA  PIC 9(2).
           05 CI-HORA        PIC 9(8).
           05 CI-OPER        PIC 9(10).

       FD  ARCHIVO-CMOV.
       01  CMOV-LINEA.
           05 CMV-FECHA      PIC 9(8).
           05 FILLER         PIC X(9).
           05 FILLER         PIC X(8).
           05 CMV-SESION     PIC 9(6).
           05 FILLER         PIC X(6).
           05 CMV-OPER       PIC 9(10).
           05 FILLER         PIC X(6).
           05 CMV-TIPO       PIC X(8).
           05 FILLER         PIC X(7).
           05 CMV-VALOR      PIC 9(10)V99.
           05 FILLER         PIC X(40).

      * Movimientos de caja menor (programa caja-menor).
       FD  ARCHIVO-CML.
       01  CML-LINEA.
           05 CML-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 CML-HORA       PIC 9(8).
           05 FILLER         PIC X.
           05 CML-TIPO       PIC X(8).
           05 FILLER         PIC X.
           05 CML-CUSTODIO   PIC 9(10).
           05 FILLER         PIC X.
           05 CML-DOCUMENTO  PIC 9(6).
           05 FILLER         PIC X.
           05 CML-VALOR      PIC 9(10)V99.
           05 FILLER         PIC X.
           05 CML-CODUNI     PIC 9(4).
           05 FILLER         PIC X.
           05 CML-OPER       PIC 9(10).
           05 FILLER         PIC X.
           05 CML-DETALLE    PIC X(40).

      * Libro del banco: fecha(1:8), hora(10:8), cuenta(26:10),
      * tipo(42:10) y monto(59:13), como lo deja REGISTRAR-MOVIMIENTO.
       FD  ARCHIVO-LBAN.
       01  LBAN-LINEA        PIC X(120).

      * Maestro de unidades/departamentos: los centros de costo.
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
       01 WS-FS-MAP           PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-ART           PIC XX.
       01 WS-FS-VEX           PIC XX.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-PAG           PIC XX.
       01 WS-FS-RCP           PIC XX.
       01 WS-FS-PLC           PIC XX.
       01 WS-FS-PRV           PIC XX.
       01 WS-FS-FPR           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-CIN           PIC XX.
       01 WS-FS-CMV           PIC XX.
       01 WS-FS-CML           PIC XX.
       01 WS-FS-LBA           PIC XX.
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
       01 WS-LIN              PIC 9(2).
       01 WS-C                PIC 9(2).
       01 WS-F                PIC 9.
       01 WS-I                PIC 9(3).

      * Modo desatendido bajo cierre-dia (bandera cierre-lote.flag):
      * sin preguntas y para la fecha de hoy.
       01 WS-MODO-LOTE        PIC X VALUE "N".
       01 WS-RUTA-FLAG-C      PIC X(20) VALUE "cierre-lote.flag".
       01 WS-EXISTE-INFO.
           05 WS-EXISTE-SIZE  PIC X(8) COMP-X.
           05 WS-EXISTE-FECH  PIC X(8) COMP-X.
           05 WS-EXISTE-HORA  PIC X(8) COMP-X.
       01 WS-EXISTE-RET       PIC 9(9) COMP-X.
       01 WS-DEL-RET          PIC 9(9) COMP-X.

       01 WS-FECHA-PROC       PIC 9(8).
       01 WS-FECHA-PROC-X REDEFINES WS-FECHA-PROC PIC X(8).
       01 WS-RUTA-ASI         PIC X(60).
       01 WS-DIA-OK           PIC X.
       01 WS-PARTIDAS         PIC 9(7).
       01 WS-TOT-DEB          PIC S9(14)V99.
       01 WS-TOT-CRE          PIC S9(14)V99.
       01 WS-DIFER            PIC S9(14)V99.

      * Tasas de IVA (tasas-iva.cfg) para desagregar la venta.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-TASA-ART         PIC 9(4).
       01 WS-FIN-IVA          PIC X.
       01 WS-BASE-LIN         PIC 9(12)V99.

      * Partida a escribir: concepto, naturaleza (D/C), valor con
      * signo (negativo invierte la naturaleza), tercero, documento
      * y la fuente a la que se suma en el control.
       01 WS-AS-CONCEPTO      PIC X(8).
       01 WS-AS-NATURALEZA    PIC X.
       01 WS-AS-VALOR         PIC S9(12)V99.
       01 WS-AS-TERCERO       PIC 9(13).
       01 WS-AS-DOCUMENTO     PIC X(15).
      * Centro de costo propio de la partida (0 = el del mapa).
       01 WS-AS-UNIDAD        PIC 9(4) VALUE 0.
       01 WS-CIN-HALLADO      PIC X.
       01 WS-CIN-NUMERO       PIC 9(6).
       01 WS-CIN-CODUNI       PIC 9(4).
       01 WS-CIN-HORA         PIC 9(8).
       01 WS-CIN-CANT         PIC 9(10).
       01 WS-CIN-COSTO        PIC 9(12)V99.
       01 WS-FUENTE           PIC 9.
       01 WS-DEB-ED           PIC 9(12).99.
       01 WS-CRE-ED           PIC 9(12).99.

      * Tiquete en curso: ventas por tarifa y medios de pago.
       01 WS-TQ-ABIERTO       PIC X.
       01 WS-TQ-NUMERO        PIC 9(6).
       01 WS-TQ-EXENTO        PIC X.
       01 WS-TQ-BASE-E        PIC 9(12)V99.
       01 WS-TQ-BASE-R        PIC 9(12)V99.
       01 WS-TQ-IVA-R         PIC 9(12)V99.
       01 WS-TQ-BASE-G        PIC 9(12)V99.
       01 WS-TQ-IVA-G         PIC 9(12)V99.
       01 WS-TQ-VENTA         PIC 9(12)V99.
       01 WS-TQ-PAGOS         PIC 9(12)V99.

      * Libro del banco: campos de texto de la linea.
       01 WS-BAN-CUENTA-X     PIC X(10).
       01 WS-BAN-CUENTA REDEFINES WS-BAN-CUENTA-X PIC 9(10).
       01 WS-BAN-MONTO-X      PIC X(13).
       01 WS-BAN-MONTO REDEFINES WS-BAN-MONTO-X PIC 9(13).
       01 WS-BAN-TIPO         PIC X(10).

      * Conceptos del asiento: codigo del mapa y para que sirve.
       01 WS-NOMBRES-CON.
           05 FILLER PIC X(40) VALUE "VTA-EXE Ventas exentas (base)".
           05 FILLER PIC X(40) VALUE "VTA-RED Ventas tarifa reducida".
           05 FILLER PIC X(40) VALUE "VTA-GEN Ventas tarifa general".
           05 FILLER PIC X(40) VALUE "IVA-RED IVA generado reducido".
           05 FILLER PIC X(40) VALUE "IVA-GEN IVA generado general".
           05 FILLER PIC X(40) VALUE "MP-EFEC Recaudo en efectivo".
           05 FILLER PIC X(40) VALUE "MP-TARJ Recaudo con tarjeta".
           05 FILLER PIC X(40) VALUE "MP-BONO Ventas pagadas con bono".
           05 FILLER PIC X(40) VALUE "MP-PUNT Ventas con puntos".
           05 FILLER PIC X(40) VALUE "MP-NOMI Ventas por nomina".
           05 FILLER PIC X(40) VALUE "MP-CRED Ventas a credito".
           05 FILLER PIC X(40) VALUE "CLI-CXC Cartera de clientes".
           05 FILLER PIC X(40) VALUE "CLI-INT Intereses de mora".
           05 FILLER PIC X(40) VALUE "CLI-OTR Otros cargos a clientes".
           05 FILLER PIC X(40) VALUE "CLI-REC Recaudo de cartera".
           05 FILLER PIC X(40) VALUE "PAG-CXC Por cobrar MONTPA".
           05 FILLER PIC X(40) VALUE "PAG-REC Recaudo abonos MONTPA".
           05 FILLER PIC X(40) VALUE "FP-INV  Compras (base)".
           05 FILLER PIC X(40) VALUE "FP-IVA  IVA descontable".
           05 FILLER PIC X(40) VALUE "FP-RFTE Retefuente por pagar".
           05 FILLER PIC X(40) VALUE "FP-RIVA ReteIVA por pagar".
           05 FILLER PIC X(40) VALUE "FP-RICA ReteICA por pagar".
           05 FILLER PIC X(40) VALUE "FP-CXP  Proveedores por pagar".
           05 FILLER PIC X(40) VALUE "KX-INV  Inventario ajuste/merma".
           05 FILLER PIC X(40) VALUE "KX-AJUS Ajustes de inventario".
           05 FILLER PIC X(40) VALUE "KX-MERM Mermas y bajas".
           05 FILLER PIC X(40) VALUE "KX-CONS Consumo interno".
           05 FILLER PIC X(40) VALUE "CJ-CAJA Caja de los cajones".
           05 FILLER PIC X(40) VALUE "CJ-BASE Base de apertura".
           05 FILLER PIC X(40) VALUE "CJ-ENTR Entradas al cajon".
           05 FILLER PIC X(40) VALUE "CJ-SALI Salidas del cajon".
           05 FILLER PIC X(40) VALUE "BC-CAJA Caja de la ventanilla".
           05 FILLER PIC X(40) VALUE "BC-DEPO Depositos de clientes".
           05 FILLER PIC X(40) VALUE "RES-EJERResultado del ejercicio".
           05 FILLER PIC X(40) VALUE "CAS-PROVProvision de cartera".
           05 FILLER PIC X(40) VALUE "CAS-GASTGasto provision cartera".
           05 FILLER PIC X(40) VALUE "CAS-RECURecuperacion castigada".
           05 FILLER PIC X(40) VALUE "CM-CAJA Caja menor (fondo fijo)".
           05 FILLER PIC X(40) VALUE "CM-GAST Gastos de caja menor".
           05 FILLER PIC X(40) VALUE "CM-FUEN Fuente fondo caja menor".
       01 WS-TABLA-CON REDEFINES WS-NOMBRES-CON.
           05 WS-CON OCCURS 40 TIMES.
              07 CON-CODIGO   PIC X(8).
              07 CON-DESCRI   PIC X(32).
       01 WS-CON-FALTA        PIC X OCCURS 40 TIMES.
       01 WS-FALTAN           PIC 9(2).
       01 WS-CON-OK           PIC X.

      * Control por fuente: debitos y creditos de cada una.
       01 WS-NOMBRES-FTE.
           05 FILLER PIC X(28) VALUE "VENTAS Y MEDIOS DE PAGO".
           05 FILLER PIC X(28) VALUE "CARTERA DE CLIENTES".
           05 FILLER PIC X(28) VALUE "ABONOS A MONTPA".
           05 FILLER PIC X(28) VALUE "FACTURAS DE PROVEEDOR".
           05 FILLER PIC X(28) VALUE "AJUSTES Y MERMAS".
           05 FILLER PIC X(28) VALUE "MOVIMIENTOS DEL CAJON".
           05 FILLER PIC X(28) VALUE "BANCO (DATA-MASTER)".
           05 FILLER PIC X(28) VALUE "CAJA MENOR".
       01 WS-TABLA-FTE REDEFINES WS-NOMBRES-FTE.
           05 FTE-NOMBRE      PIC X(28) OCCURS 8 TIMES.
       01 WS-FTE-TOTALES.
           05 WS-FTE OCCURS 8 TIMES.
              07 FTE-DEB      PIC S9(14)V99.
              07 FTE-CRE      PIC S9(14)V99.
              07 FTE-REG      PIC 9(7).
       01 WS-FTE-DIF          PIC S9(14)V99.

      * Documentos que no cuadran por si solos (tiquete contra sus
      * medios de pago, factura contra base + IVA).
       01 WS-DESCUADRES.
           05 DSC-TEXTO       PIC X(100) OCCURS 50 TIMES.
       01 WS-DSC-CONT         PIC 9(5).
       01 WS-DSC-VAL1         PIC Z(11)9.99.
       01 WS-DSC-VAL2         PIC Z(11)9.99.
       01 WS-FP-DIF           PIC S9(14)V99.

       01 WS-TOT-ED           PIC Z(13)9.99.
       01 WS-TOT2-ED          PIC Z(13)9.99.
       01 WS-DIF-ED           PIC -(13)9.99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-FLAG-C
               WS-EXISTE-INFO RETURNING WS-EXISTE-RET.
           IF WS-EXISTE-RET = 0
              MOVE "S" TO WS-MODO-LOTE
           END-IF.
           OPEN I-O ARCHIVO-MAP.
           IF WS-FS-MAP = "35"
              CLOSE ARCHIVO-MAP
              OPEN OUTPUT ARCHIVO-MAP
              CLOSE ARCHIVO-MAP
              OPEN I-O ARCHIVO-MAP
           END-IF.
           IF WS-FS-MAP NOT = "00"
              DISPLAY "Error al abrir el mapa de cuentas. FS = "
                  WS-FS-MAP
              MOVE "INTERFAZ-CONTABLE" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/mapa-contable.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-MAP TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-MODO-LOTE = "S"
              ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
              PERFORM PROCESAR-DIA
              IF WS-DIA-OK = "S"
                 DISPLAY "Asiento del dia " WS-FECHA-PROC
                     " generado: " WS-PARTIDAS " partidas."
              ELSE
                 DISPLAY "DIA " WS-FECHA-PROC " RECHAZADO: no se "
                     "entrega asiento (ver rep-interfaz-contable.txt)."
              END-IF
           ELSE
              PERFORM MENU-INTERFAZ UNTIL WS-OPCION = "Q"
           END-IF.
           CLOSE ARCHIVO-MAP.
      * Un dia rechazado no es una falla del cierre: el asiento se
      * retiene y la explicacion queda para el contador.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       MENU-INTERFAZ.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  INTERFAZ CONTABLE DIARIA     " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  G -> Generar asiento del dia"  LINE 7 POSITION 20.
           DISPLAY "  M -> Mantener mapa de cuentas" LINE 8 POSITION 20.
           DISPLAY "  L -> Listar mapa de cuentas"   LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "G"
                    PERFORM GENERAR-ASIENTO
               WHEN "M"
                    PERFORM MANTENER-MAPA
               WHEN "L"
                    PERFORM LISTAR-MAPA
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

       GENERAR-ASIENTO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Asiento contable del dia -----"
               LINE 3 POSITION 20.
           DISPLAY "Fecha (AAAAMMDD, 0=hoy):" LINE 5 POSITION 10.
           MOVE 0 TO WS-FECHA-PROC.
           ACCEPT WS-FECHA-PROC LINE 5 POSITION 36.
           IF WS-FECHA-PROC = 0
              ACCEPT WS-FECHA-PROC FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Procesando el dia " WS-FECHA-PROC "..."
               LINE 7 POSITION 10.
           PERFORM PROCESAR-DIA.
           MOVE 9 TO WS-LIN.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 8
              COMPUTE WS-FTE-DIF = FTE-DEB(WS-F) - FTE-CRE(WS-F)
              MOVE WS-FTE-DIF TO WS-DIF-ED
              DISPLAY FTE-NOMBRE(WS-F) " " FTE-REG(WS-F)
                  " reg. dif " WS-DIF-ED LINE WS-LIN POSITION 10
              ADD 1 TO WS-LIN
           END-PERFORM.
           ADD 1 TO WS-LIN.
           IF WS-DIA-OK = "S"
              DISPLAY "Dia cuadrado: " WS-PARTIDAS
                  " partidas en asiento-" WS-FECHA-PROC ".csv"
                  LINE WS-LIN POSITION 10
           ELSE
              DISPLAY "DIA RECHAZADO: ver rep-interfaz-contable.txt"
                  LINE WS-LIN POSITION 10
           END-IF.
           PERFORM PAUSA.

      ****************************************************************
      * Mapa de cuentas: el concepto tiene que ser uno de los que    *
      * arma el asiento (opcion L). Cuenta en blanco retira el       *
      * concepto del mapa; el centro de costo es una unidad de       *
      * unidades.dat (0 = general).                                  *
      ****************************************************************
       MANTENER-MAPA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Mapa de cuentas -----" LINE 3 POSITION 20.
           DISPLAY "Concepto (ver L):" LINE 5 POSITION 10.
           MOVE SPACES TO MAP-CONCEPTO.
           ACCEPT MAP-CONCEPTO LINE 5 POSITION 30.
           IF MAP-CONCEPTO = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CON-OK.
           PERFORM VARYING WS-C FROM 1 BY 1
               UNTIL WS-C > 40 OR WS-CON-OK = "S"
              IF CON-CODIGO(WS-C) = MAP-CONCEPTO
                 MOVE "S" TO WS-CON-OK
                 DISPLAY CON-DESCRI(WS-C) LINE 5 POSITION 40
              END-IF
           END-PERFORM.
           IF WS-CON-OK = "N"
              DISPLAY "Ese concepto no existe en el asiento."
                  LINE 7 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           READ ARCHIVO-MAP
               INVALID KEY
                   DISPLAY "Concepto sin cuenta todavia."
                       LINE 7 POSITION 10
                   MOVE SPACES TO MAP-CUENTA
                   MOVE 0 TO MAP-UNIDAD
               NOT INVALID KEY
                   DISPLAY "Cuenta actual " MAP-CUENTA
                       "  centro de costo " MAP-UNIDAD
                       LINE 7 POSITION 10
           END-READ.
           DISPLAY "Cuenta (en blanco = retirar):" LINE 9 POSITION 10.
           ACCEPT MAP-CUENTA LINE 9 POSITION 42.
           IF MAP-CUENTA = SPACES
              DELETE ARCHIVO-MAP
                  INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "Concepto retirado del mapa." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Centro de costo (unidad, 0 = general):"
               LINE 10 POSITION 10.
           ACCEPT MAP-UNIDAD LINE 10 POSITION 50.
           IF MAP-UNIDAD NOT = 0
              MOVE MAP-UNIDAD TO UNI-CODIGO
              OPEN INPUT ARCHIVO-UNI
              IF WS-FS-UNI = "00"
                 READ ARCHIVO-UNI
                     INVALID KEY
                         MOVE "23" TO WS-FS-UNI
                 END-READ
                 CLOSE ARCHIVO-UNI
              END-IF
              IF WS-FS-UNI NOT = "00"
                 DISPLAY "La unidad no existe en unidades.dat."
                     LINE 20 POSITION 10
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           REWRITE MAPDATA
               INVALID KEY
                   WRITE MAPDATA
                   END-WRITE
           END-REWRITE.
           DISPLAY "Mapa actualizado." LINE 20 POSITION 10.
           PERFORM PAUSA.

       LISTAR-MAPA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Mapa de cuentas -----" LINE 3 POSITION 20.
           MOVE 5 TO WS-LIN.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 40
              MOVE CON-CODIGO(WS-C) TO MAP-CONCEPTO
              READ ARCHIVO-MAP
                  INVALID KEY
                      MOVE "SIN CUENTA" TO MAP-CUENTA
                      MOVE 0 TO MAP-UNIDAD
              END-READ
              DISPLAY CON-CODIGO(WS-C) " " CON-DESCRI(WS-C) " "
                  MAP-CUENTA " " MAP-UNIDAD LINE WS-LIN POSITION 5
              ADD 1 TO WS-LIN
              IF WS-LIN > 20
                 PERFORM PAUSA
                 PERFORM CLEAR-SCREEN
                 MOVE 5 TO WS-LIN
              END-IF
           END-PERFORM.
           PERFORM PAUSA.

      ****************************************************************
      * Asiento del dia: todas las fuentes escriben sus partidas en  *
      * asiento-AAAAMMDD.csv; al final, si debitos y creditos no     *
      * cuadran o algun concepto no tiene cuenta, el archivo se      *
      * retira y el dia queda rechazado. La explicacion va siempre a *
      * rep-interfaz-contable.txt.                                   *
      ****************************************************************
       PROCESAR-DIA.
           MOVE "S" TO WS-DIA-OK.
           MOVE 0 TO WS-PARTIDAS.
           MOVE 0 TO WS-TOT-DEB.
           MOVE 0 TO WS-TOT-CRE.
           MOVE 0 TO WS-FALTAN.
           MOVE 0 TO WS-DSC-CONT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 40
              MOVE "N" TO WS-CON-FALTA(WS-C)
           END-PERFORM.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 8
              MOVE 0 TO FTE-DEB(WS-F)
              MOVE 0 TO FTE-CRE(WS-F)
              MOVE 0 TO FTE-REG(WS-F)
           END-PERFORM.
           PERFORM LEER-TASAS-IVA.
           MOVE SPACES TO WS-RUTA-ASI.
           STRING "../Articulos/asiento-" WS-FECHA-PROC ".csv"
               DELIMITED BY SIZE INTO WS-RUTA-ASI
           END-STRING.
           OPEN OUTPUT ARCHIVO-ASI.
           IF WS-FS-ASI NOT = "00"
              MOVE "INTERFAZ-CONTABLE" TO WS-EXC-PROGRAMA
              MOVE WS-RUTA-ASI TO WS-EXC-ARCHIVO
              MOVE WS-FS-ASI TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE "N" TO WS-DIA-OK
              EXIT PARAGRAPH
           END-IF.
           PERFORM ASENTAR-VENTAS.
           PERFORM ASENTAR-CARTERA.
           PERFORM ASENTAR-ABONOS.
           PERFORM ASENTAR-FACTURAS.
           PERFORM ASENTAR-KARDEX.
           PERFORM ASENTAR-CAJON.
           PERFORM ASENTAR-BANCO.
           PERFORM ASENTAR-CAJA-MENOR.
           CLOSE ARCHIVO-ASI.
           COMPUTE WS-DIFER = WS-TOT-DEB - WS-TOT-CRE.
           IF WS-DIFER NOT = 0 OR WS-FALTAN > 0
              MOVE "N" TO WS-DIA-OK
              CALL "CBL_DELETE_FILE" USING WS-RUTA-ASI
                  RETURNING WS-DEL-RET
           END-IF.
           PERFORM ESCRIBIR-EXPLICACION.

      ****************************************************************
      * Ventas: cada tiquete propio del dia, no anulado, acredita la *
      * base de sus renglones por tarifa y el IVA, y debita sus      *
      * medios de pago. Un tiquete cuyos medios no suman lo vendido  *
      * se anota como descuadre.                                     *
      ****************************************************************
       ASENTAR-VENTAS.
           MOVE 1 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-ART.
           OPEN INPUT ARCHIVO-VPAG.
           OPEN INPUT ARCHIVO-VEX.
           MOVE "N" TO WS-TQ-ABIERTO.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
      * El encabezado llega antes que sus renglones en la clave:
      * al ver uno nuevo se cierra el tiquete anterior.
                 IF VTA-LINEA = 0
                    PERFORM CERRAR-TIQUETE
                    IF VTA-DESCRI NOT = "** ANULADO **"
                       AND VTA-FECHA = WS-FECHA-PROC
                       AND VTA-SUCURSAL = 0
                       PERFORM ABRIR-TIQUETE
                    END-IF
                 ELSE
                    IF WS-TQ-ABIERTO = "S"
                       AND VTA-NUMERO = WS-TQ-NUMERO
                       PERFORM ACUMULAR-RENGLON
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-VTA
              END-PERFORM
              PERFORM CERRAR-TIQUETE
           END-IF.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-ART.
           IF WS-FS-VPG NOT = "35"
              CLOSE ARCHIVO-VPAG
           END-IF.
           IF WS-FS-VEX NOT = "35"
              CLOSE ARCHIVO-VEX
           END-IF.

       ABRIR-TIQUETE.
           MOVE "S" TO WS-TQ-ABIERTO.
           MOVE VTA-NUMERO TO WS-TQ-NUMERO.
           MOVE 0 TO WS-TQ-BASE-E.
           MOVE 0 TO WS-TQ-BASE-R.
           MOVE 0 TO WS-TQ-IVA-R.
           MOVE 0 TO WS-TQ-BASE-G.
           MOVE 0 TO WS-TQ-IVA-G.
           MOVE 0 TO WS-TQ-VENTA.
           MOVE 0 TO WS-TQ-PAGOS.
           ADD 1 TO FTE-REG(1).
      * Vendido sin IVA a un cliente exento o excluido.
           MOVE "N" TO WS-TQ-EXENTO.
           IF WS-FS-VEX NOT = "35"
              MOVE VTA-NUMERO TO VE-NUMERO
              READ ARCHIVO-VEX
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-TQ-EXENTO
              END-READ
           END-IF.

      * Un renglon: la tarifa sale del CATIVA del articulo; los
      * renglones sin articulo (bonos) van exentos, como en la
      * facturacion.
       ACUMULAR-RENGLON.
           MOVE "E" TO CATIVA.
           IF VTA-CODART NOT = SPACES
              MOVE VTA-CODART TO CODART
              READ ARCHIVO-ART
                  INVALID KEY
                      MOVE "G" TO CATIVA
              END-READ
           END-IF.
      * En el tiquete de un cliente exento o excluido todo el
      * renglon es base sin IVA.
           IF WS-TQ-EXENTO = "S"
              MOVE "E" TO CATIVA
           END-IF.
           ADD VTA-SUBTOT TO WS-TQ-VENTA.
           EVALUATE CATIVA
               WHEN "E"
                   ADD VTA-SUBTOT TO WS-TQ-BASE-E
               WHEN "R"
                   MOVE WS-TASA-R TO WS-TASA-ART
                   COMPUTE WS-BASE-LIN ROUNDED =
                       VTA-SUBTOT * 10000 / (10000 + WS-TASA-ART)
                   ADD WS-BASE-LIN TO WS-TQ-BASE-R
                   COMPUTE WS-TQ-IVA-R =
                       WS-TQ-IVA-R + VTA-SUBTOT - WS-BASE-LIN
               WHEN OTHER
                   MOVE WS-TASA-G TO WS-TASA-ART
                   COMPUTE WS-BASE-LIN ROUNDED =
                       VTA-SUBTOT * 10000 / (10000 + WS-TASA-ART)
                   ADD WS-BASE-LIN TO WS-TQ-BASE-G
                   COMPUTE WS-TQ-IVA-G =
                       WS-TQ-IVA-G + VTA-SUBTOT - WS-BASE-LIN
           END-EVALUATE.

       CERRAR-TIQUETE.
           IF WS-TQ-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TQ-ABIERTO.
           MOVE 0 TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           STRING "TQ" WS-TQ-NUMERO DELIMITED BY SIZE
               INTO WS-AS-DOCUMENTO
           END-STRING.
           MOVE "C" TO WS-AS-NATURALEZA.
           MOVE "VTA-EXE" TO WS-AS-CONCEPTO.
           MOVE WS-TQ-BASE-E TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "VTA-RED" TO WS-AS-CONCEPTO.
           MOVE WS-TQ-BASE-R TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "IVA-RED" TO WS-AS-CONCEPTO.
           MOVE WS-TQ-IVA-R TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "VTA-GEN" TO WS-AS-CONCEPTO.
           MOVE WS-TQ-BASE-G TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "IVA-GEN" TO WS-AS-CONCEPTO.
           MOVE WS-TQ-IVA-G TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
      * Medios de pago del tiquete: lo aplicado de cada uno.
           MOVE "D" TO WS-AS-NATURALEZA.
           IF WS-FS-VPG NOT = "35"
              MOVE WS-TQ-NUMERO TO VP-NUMERO
              MOVE 0 TO VP-SEQ
              START ARCHIVO-VPAG KEY IS NOT LESS THAN VP-CLAVE
                  INVALID KEY
                      MOVE "10" TO WS-FS-VPG
              END-START
              IF WS-FS-VPG = "00"
                 PERFORM READ-SIGUIENTE-VPG
                 PERFORM UNTIL WS-FS-VPG NOT = "00"
                     OR VP-NUMERO NOT = WS-TQ-NUMERO
                    EVALUATE VP-TIPO
                        WHEN "E" MOVE "MP-EFEC" TO WS-AS-CONCEPTO
                        WHEN "T" MOVE "MP-TARJ" TO WS-AS-CONCEPTO
                        WHEN "B" MOVE "MP-BONO" TO WS-AS-CONCEPTO
                        WHEN "P" MOVE "MP-PUNT" TO WS-AS-CONCEPTO
                        WHEN "N" MOVE "MP-NOMI" TO WS-AS-CONCEPTO
                        WHEN OTHER MOVE "MP-CRED" TO WS-AS-CONCEPTO
                    END-EVALUATE
                    MOVE VP-VALOR TO WS-AS-VALOR
                    PERFORM REGISTRAR-PARTIDA
                    ADD VP-VALOR TO WS-TQ-PAGOS
                    PERFORM READ-SIGUIENTE-VPG
                 END-PERFORM
              END-IF
              MOVE "00" TO WS-FS-VPG
           END-IF.
           IF WS-TQ-PAGOS NOT = WS-TQ-VENTA
              MOVE WS-TQ-VENTA TO WS-DSC-VAL1
              MOVE WS-TQ-PAGOS TO WS-DSC-VAL2
              ADD 1 TO WS-DSC-CONT
              IF WS-DSC-CONT <= 50
                 MOVE SPACES TO DSC-TEXTO(WS-DSC-CONT)
                 STRING "TIQUETE " WS-TQ-NUMERO " VENDIDO "
                     WS-DSC-VAL1 " MEDIOS DE PAGO " WS-DSC-VAL2
                     DELIMITED BY SIZE INTO DSC-TEXTO(WS-DSC-CONT)
                 END-STRING
              END-IF
           END-IF.

      ****************************************************************
      * Cartera: pagos y cargos propios del ledger del cliente. Los  *
      * cargos "TIQUETE ..." ya entraron como medio de pago credito  *
      * y el "SALDO ANTERIOR" es el traslado del cierre de ano.      *
      ****************************************************************
       ASENTAR-CARTERA.
           MOVE 2 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO MC-CLAVE.
           START ARCHIVO-MOV KEY IS NOT LESS THAN MC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-MOV
           END-START.
           IF WS-FS-MOV = "00"
              PERFORM READ-SIGUIENTE-MOV
              PERFORM UNTIL WS-FS-MOV NOT = "00"
                 IF MC-FECHA = WS-FECHA-PROC
                    PERFORM ASENTAR-MOV-CLIENTE
                 END-IF
                 PERFORM READ-SIGUIENTE-MOV
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-MOV.
           PERFORM ASENTAR-FINANCIACION.
           PERFORM ASENTAR-RECUPERACIONES.
           PERFORM ASENTAR-PROVISION.

       ASENTAR-MOV-CLIENTE.
           IF MC-CARGO
              AND (MC-DETALLE(1:8) = "TIQUETE "
                   OR MC-DETALLE(1:14) = "SALDO ANTERIOR")
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FTE-REG(2).
           MOVE MC-NUMDOC TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           STRING "MC" MC-NUMDOCU DELIMITED BY SIZE
               INTO WS-AS-DOCUMENTO
           END-STRING.
           MOVE MC-VALOR TO WS-AS-VALOR.
      * El castigo sale de la cartera contra la provision.
           IF MC-CASTIGO
              MOVE "CAS-PROV" TO WS-AS-CONCEPTO
              MOVE "D" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
              MOVE "CLI-CXC" TO WS-AS-CONCEPTO
              MOVE "C" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
              EXIT PARAGRAPH
           END-IF.
           IF MC-PAGO
              MOVE "CLI-REC" TO WS-AS-CONCEPTO
              MOVE "D" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
              MOVE "CLI-CXC" TO WS-AS-CONCEPTO
              MOVE "C" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
              EXIT PARAGRAPH
           END-IF.
           MOVE "CLI-CXC" TO WS-AS-CONCEPTO.
           MOVE "D" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.
           IF MC-DETALLE(1:12) = "INTERES MORA"
              MOVE "CLI-INT" TO WS-AS-CONCEPTO
           ELSE
              MOVE "CLI-OTR" TO WS-AS-CONCEPTO
           END-IF.
           MOVE "C" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.

      * Interes de financiacion de los planes vendidos en el dia: el
      * capital ya entro como medio de pago credito; el interes es
      * cartera nueva e ingreso.
       ASENTAR-FINANCIACION.
           OPEN INPUT ARCHIVO-PLC.
           IF WS-FS-PLC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PL-TIQUETE.
           START ARCHIVO-PLC KEY IS NOT LESS THAN PL-TIQUETE
               INVALID KEY
                   MOVE "10" TO WS-FS-PLC
           END-START.
           PERFORM UNTIL WS-FS-PLC NOT = "00"
              READ ARCHIVO-PLC NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PLC
                  NOT AT END
                      IF PL-FECHA = WS-FECHA-PROC AND PL-ACTIVO
                         AND PL-INTERES > 0
                         PERFORM ASENTAR-UN-PLAN
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PLC.

       ASENTAR-UN-PLAN.
           ADD 1 TO FTE-REG(2).
           MOVE PL-CLIENTE TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           STRING "PL" PL-TIQUETE DELIMITED BY SIZE
               INTO WS-AS-DOCUMENTO
           END-STRING.
           MOVE PL-INTERES TO WS-AS-VALOR.
           MOVE "CLI-CXC" TO WS-AS-CONCEPTO.
           MOVE "D" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "CLI-INT" TO WS-AS-CONCEPTO.
           MOVE "C" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.

      * Lo recuperado de cartera castigada es ingreso, no abono a
      * la cartera del cliente.
       ASENTAR-RECUPERACIONES.
           OPEN INPUT ARCHIVO-RCP.
           IF WS-FS-RCP NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-RCP NOT = "00"
              READ ARCHIVO-RCP
                  AT END MOVE "10" TO WS-FS-RCP
                  NOT AT END
                      IF RCP-FECHA = WS-FECHA-PROC
                         PERFORM ASENTAR-UNA-RECUPERACION
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RCP.

       ASENTAR-UNA-RECUPERACION.
           ADD 1 TO FTE-REG(2).
           MOVE RCP-NUMDOC TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           STRING "RC" RCP-RECIBO DELIMITED BY SIZE
               INTO WS-AS-DOCUMENTO
           END-STRING.
           MOVE RCP-VALOR TO WS-AS-VALOR.
           MOVE "CLI-REC" TO WS-AS-CONCEPTO.
           MOVE "D" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "CAS-RECU" TO WS-AS-CONCEPTO.
           MOVE "C" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.

      * Ajuste de la provision mensual corrida en el dia; uno
      * negativo (provision sobrante) sale con la naturaleza
      * invertida.
       ASENTAR-PROVISION.
           OPEN INPUT ARCHIVO-PRV.
           IF WS-FS-PRV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PRV-ANOMES.
           START ARCHIVO-PRV KEY IS NOT LESS THAN PRV-ANOMES
               INVALID KEY
                   MOVE "10" TO WS-FS-PRV
           END-START.
           PERFORM UNTIL WS-FS-PRV NOT = "00"
              READ ARCHIVO-PRV NEXT RECORD
                  AT END MOVE "10" TO WS-FS-PRV
                  NOT AT END
                      IF PRV-FECHA = WS-FECHA-PROC
                         AND PRV-AJUSTE NOT = 0
                         ADD 1 TO FTE-REG(2)
                         MOVE 0 TO WS-AS-TERCERO
                         MOVE SPACES TO WS-AS-DOCUMENTO
                         STRING "PROV" PRV-ANOMES DELIMITED BY SIZE
                             INTO WS-AS-DOCUMENTO
                         END-STRING
                         MOVE PRV-AJUSTE TO WS-AS-VALOR
                         MOVE "CAS-GAST" TO WS-AS-CONCEPTO
                         MOVE "D" TO WS-AS-NATURALEZA
                         PERFORM REGISTRAR-PARTIDA
                         MOVE PRV-AJUSTE TO WS-AS-VALOR
                         MOVE "CAS-PROV" TO WS-AS-CONCEPTO
                         MOVE "C" TO WS-AS-NATURALEZA
                         PERFORM REGISTRAR-PARTIDA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PRV.

      * Abonos a MONTPA recibidos en el dia.
       ASENTAR-ABONOS.
           MOVE 3 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-PAGOS.
           IF WS-FS-PAG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PAG-RECIBO.
           START ARCHIVO-PAGOS KEY IS NOT LESS THAN PAG-RECIBO
               INVALID KEY
                   MOVE "10" TO WS-FS-PAG
           END-START.
           IF WS-FS-PAG = "00"
              PERFORM READ-SIGUIENTE-PAG
              PERFORM UNTIL WS-FS-PAG NOT = "00"
                 IF PAG-FECHA = WS-FECHA-PROC
                    ADD 1 TO FTE-REG(3)
                    MOVE PAG-NUMDOC TO WS-AS-TERCERO
                    MOVE SPACES TO WS-AS-DOCUMENTO
                    STRING "RC" PAG-RECIBO DELIMITED BY SIZE
                        INTO WS-AS-DOCUMENTO
                    END-STRING
                    MOVE PAG-VALOR TO WS-AS-VALOR
                    MOVE "PAG-REC" TO WS-AS-CONCEPTO
                    MOVE "D" TO WS-AS-NATURALEZA
                    PERFORM REGISTRAR-PARTIDA
                    MOVE "PAG-CXC" TO WS-AS-CONCEPTO
                    MOVE "C" TO WS-AS-NATURALEZA
                    PERFORM REGISTRAR-PARTIDA
                 END-IF
                 PERFORM READ-SIGUIENTE-PAG
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-PAGOS.

      ****************************************************************
      * Facturas y notas credito de proveedor radicadas en el dia:   *
      * base e IVA al debito, retenciones y neto por pagar al        *
      * credito. Las notas credito traen valores negativos y la      *
      * partida se invierte sola. Una factura cuyo total no es base  *
      * mas IVA se anota como descuadre.                             *
      ****************************************************************
       ASENTAR-FACTURAS.
           MOVE 4 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-FPR.
           IF WS-FS-FPR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO FP-NUMERO.
           START ARCHIVO-FPR KEY IS NOT LESS THAN FP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-FPR
           END-START.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00"
                 IF FP-FECHA = WS-FECHA-PROC
                    PERFORM ASENTAR-FACTURA
                 END-IF
                 PERFORM READ-SIGUIENTE-FPR
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-FPR.

       ASENTAR-FACTURA.
           ADD 1 TO FTE-REG(4).
           MOVE FP-NIT TO WS-AS-TERCERO.
           MOVE FP-NUMFAC TO WS-AS-DOCUMENTO.
           MOVE "D" TO WS-AS-NATURALEZA.
           MOVE "FP-INV" TO WS-AS-CONCEPTO.
           MOVE FP-BASE TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "FP-IVA" TO WS-AS-CONCEPTO.
           MOVE FP-IVA TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "C" TO WS-AS-NATURALEZA.
           MOVE "FP-RFTE" TO WS-AS-CONCEPTO.
           MOVE FP-RETEFTE TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "FP-RIVA" TO WS-AS-CONCEPTO.
           MOVE FP-RETEIVA TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "FP-RICA" TO WS-AS-CONCEPTO.
           MOVE FP-RETEICA TO WS-AS-VALOR.
           PERFORM REGISTRAR-PARTIDA.
           MOVE "FP-CXP" TO WS-AS-CONCEPTO.
           COMPUTE WS-AS-VALOR = FP-TOTAL - FP-RETEFTE - FP-RETEIVA
               - FP-RETEICA.
           PERFORM REGISTRAR-PARTIDA.
           COMPUTE WS-FP-DIF = FP-TOTAL - FP-BASE - FP-IVA.
           IF WS-FP-DIF NOT = 0
              MOVE WS-FP-DIF TO WS-DIF-ED
              ADD 1 TO WS-DSC-CONT
              IF WS-DSC-CONT <= 50
                 MOVE SPACES TO DSC-TEXTO(WS-DSC-CONT)
                 STRING "FACTURA PROV " FP-NUMERO " (" FP-NUMFAC
                     ") TOTAL MENOS BASE E IVA: " WS-DIF-ED
                     DELIMITED BY SIZE INTO DSC-TEXTO(WS-DSC-CONT)
                 END-STRING
              END-IF
           END-IF.

      ****************************************************************
      * Ajustes de conteo y mermas del dia, al PRECOM del articulo:  *
      * la cantidad con signo decide si el inventario sube o baja.   *
      * El consumo interno sale contra KX-CONS, al costo y centro de *
      * costo del documento de consumo-int.dat que lo emitio.        *
      ****************************************************************
       ASENTAR-KARDEX.
           MOVE 5 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-ART.
           OPEN INPUT ARCHIVO-CIN.
           MOVE LOW-VALUES TO KDX-CLAVE.
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KDX-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-KDX
           END-START.
           IF WS-FS-KDX = "00"
              PERFORM READ-SIGUIENTE-KDX
              PERFORM UNTIL WS-FS-KDX NOT = "00"
                 IF KDX-FECHA = WS-FECHA-PROC
                    AND KDX-SUCURSAL = 0
                    AND (KDX-TIPO = "AJUSTE" OR KDX-TIPO = "MERMA"
                         OR KDX-TIPO = "CONSUMO")
                    PERFORM ASENTAR-MOV-KARDEX
                 END-IF
                 PERFORM READ-SIGUIENTE-KDX
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-ART.
           IF WS-FS-CIN NOT = "35"
              CLOSE ARCHIVO-CIN
           END-IF.

       ASENTAR-MOV-KARDEX.
           MOVE KDX-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE 0 TO PRECOM
           END-READ.
           ADD 1 TO FTE-REG(5).
           MOVE 0 TO WS-AS-TERCERO.
           MOVE ARTCOD TO WS-AS-DOCUMENTO.
           IF KDX-TIPO = "CONSUMO"
              PERFORM ASENTAR-CONSUMO-KARDEX
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AS-VALOR ROUNDED = KDX-CANTIDAD * PRECOM.
           MOVE "KX-INV" TO WS-AS-CONCEPTO.
           MOVE "D" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.
           IF KDX-TIPO = "MERMA"
              MOVE "KX-MERM" TO WS-AS-CONCEPTO
           ELSE
              MOVE "KX-AJUS" TO WS-AS-CONCEPTO
           END-IF.
           COMPUTE WS-AS-VALOR ROUNDED = KDX-CANTIDAD * PRECOM.
           MOVE "C" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.

      * El kardex no guarda el numero del documento de consumo: se
      * busca la linea de consumo-int.dat del mismo dia, articulo,
      * cantidad y operador grabada en seguida del movimiento (la de
      * hora mas cercana, no anterior). Sin documento el consumo va
      * al PRECOM y al centro de costo que tenga KX-CONS en el mapa.
       ASENTAR-CONSUMO-KARDEX.
           PERFORM BUSCAR-DOC-CONSUMO.
           IF WS-CIN-HALLADO = "S"
              MOVE SPACES TO WS-AS-DOCUMENTO
              STRING "CIN" WS-CIN-NUMERO
                  DELIMITED BY SIZE INTO WS-AS-DOCUMENTO
              END-STRING
              COMPUTE WS-AS-VALOR = 0 - WS-CIN-COSTO
           ELSE
              COMPUTE WS-AS-VALOR ROUNDED = KDX-CANTIDAD * PRECOM
           END-IF.
           MOVE "KX-INV" TO WS-AS-CONCEPTO.
           MOVE "D" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.
           IF WS-CIN-HALLADO = "S"
              MOVE WS-CIN-CODUNI TO WS-AS-UNIDAD
           END-IF.
           MOVE "KX-CONS" TO WS-AS-CONCEPTO.
           MOVE "C" TO WS-AS-NATURALEZA.
           PERFORM REGISTRAR-PARTIDA.
           MOVE 0 TO WS-AS-UNIDAD.

       BUSCAR-DOC-CONSUMO.
           MOVE "N" TO WS-CIN-HALLADO.
           IF WS-FS-CIN = "35"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CIN-CANT = 0 - KDX-CANTIDAD.
           MOVE 99999999 TO WS-CIN-HORA.
           MOVE LOW-VALUES TO CI-CLAVE.
           START ARCHIVO-CIN KEY IS NOT LESS THAN CI-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "00" TO WS-FS-CIN.
           PERFORM UNTIL WS-FS-CIN NOT = "00"
              READ ARCHIVO-CIN NEXT RECORD
                  AT END MOVE "10" TO WS-FS-CIN
              END-READ
              IF WS-FS-CIN = "00"
                 AND CI-LINEA > 0
                 AND CI-FECHA = KDX-FECHA
                 AND CI-CODART = KDX-CODART
                 AND CI-CANTIDAD = WS-CIN-CANT
                 AND CI-OPER = KDX-OPER
                 AND CI-HORA NOT < KDX-HORA
                 AND CI-HORA < WS-CIN-HORA
                 MOVE "S" TO WS-CIN-HALLADO
                 MOVE CI-HORA TO WS-CIN-HORA
                 MOVE CI-NUMERO TO WS-CIN-NUMERO
                 MOVE CI-CODUNI TO WS-CIN-CODUNI
                 MOVE CI-COSTO-TOTAL TO WS-CIN-COSTO
              END-IF
           END-PERFORM.
           MOVE "00" TO WS-FS-CIN.

      * Apertura, entradas y salidas del cajon registradas por las
      * sesiones de caja.
       ASENTAR-CAJON.
           MOVE 6 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-CMOV.
           IF WS-FS-CMV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-CMV NOT = "00"
              READ ARCHIVO-CMOV
                  AT END MOVE "10" TO WS-FS-CMV
                  NOT AT END
                      IF CMV-FECHA = WS-FECHA-PROC
                         PERFORM ASENTAR-MOV-CAJON
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CMOV.

       ASENTAR-MOV-CAJON.
           MOVE CMV-OPER TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           STRING "SES" CMV-SESION DELIMITED BY SIZE
               INTO WS-AS-DOCUMENTO
           END-STRING.
           MOVE CMV-VALOR TO WS-AS-VALOR.
           EVALUATE CMV-TIPO
               WHEN "APERTURA"
                   MOVE "CJ-CAJA" TO WS-AS-CONCEPTO
                   MOVE "D" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
                   MOVE "CJ-BASE" TO WS-AS-CONCEPTO
                   MOVE "C" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
               WHEN "ENTRADA"
                   MOVE "CJ-CAJA" TO WS-AS-CONCEPTO
                   MOVE "D" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
                   MOVE "CJ-ENTR" TO WS-AS-CONCEPTO
                   MOVE "C" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
               WHEN "SALIDA"
                   MOVE "CJ-SALI" TO WS-AS-CONCEPTO
                   MOVE "D" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
                   MOVE "CJ-CAJA" TO WS-AS-CONCEPTO
                   MOVE "C" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO FTE-REG(6).

      * Depositos y retiros del dia en las cuentas del banco.
       ASENTAR-BANCO.
           MOVE 7 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-LBAN.
           IF WS-FS-LBA NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-LBA NOT = "00"
              READ ARCHIVO-LBAN
                  AT END MOVE "10" TO WS-FS-LBA
                  NOT AT END
                      IF LBAN-LINEA(1:8) = WS-FECHA-PROC-X
                         PERFORM ASENTAR-MOV-BANCO
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LBAN.

       ASENTAR-MOV-BANCO.
           MOVE LBAN-LINEA(42:10) TO WS-BAN-TIPO.
           IF WS-BAN-TIPO NOT = "DEPOSITO"
              AND WS-BAN-TIPO NOT = "RETIRO"
              EXIT PARAGRAPH
           END-IF.
           MOVE LBAN-LINEA(26:10) TO WS-BAN-CUENTA-X.
           MOVE LBAN-LINEA(59:13) TO WS-BAN-MONTO-X.
           IF WS-BAN-CUENTA NOT NUMERIC OR WS-BAN-MONTO NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FTE-REG(7).
           MOVE WS-BAN-CUENTA TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           STRING "BCO" LBAN-LINEA(10:8) DELIMITED BY SIZE
               INTO WS-AS-DOCUMENTO
           END-STRING.
           MOVE WS-BAN-MONTO TO WS-AS-VALOR.
           IF WS-BAN-TIPO = "DEPOSITO"
              MOVE "BC-CAJA" TO WS-AS-CONCEPTO
              MOVE "D" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
              MOVE "BC-DEPO" TO WS-AS-CONCEPTO
              MOVE "C" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
           ELSE
              MOVE "BC-DEPO" TO WS-AS-CONCEPTO
              MOVE "D" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
              MOVE "BC-CAJA" TO WS-AS-CONCEPTO
              MOVE "C" TO WS-AS-NATURALEZA
              PERFORM REGISTRAR-PARTIDA
           END-IF.

      ****************************************************************
      * Caja menor: la entrega o aumento del fondo y cada reposicion *
      * pasan efectivo de la fuente a la caja menor; el reintegro lo *
      * devuelve; el vale es gasto, al centro de costo del vale,     *
      * contra la caja menor. El arqueo no se contabiliza.           *
      ****************************************************************
       ASENTAR-CAJA-MENOR.
           MOVE 8 TO WS-FUENTE.
           OPEN INPUT ARCHIVO-CML.
           IF WS-FS-CML NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FS-CML NOT = "00"
              READ ARCHIVO-CML
                  AT END MOVE "10" TO WS-FS-CML
                  NOT AT END
                      IF CML-FECHA = WS-FECHA-PROC
                         PERFORM ASENTAR-MOV-CAJA-MENOR
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CML.

       ASENTAR-MOV-CAJA-MENOR.
           MOVE CML-CUSTODIO TO WS-AS-TERCERO.
           MOVE SPACES TO WS-AS-DOCUMENTO.
           MOVE CML-VALOR TO WS-AS-VALOR.
           EVALUATE CML-TIPO
               WHEN "FONDO"
               WHEN "REPOSIC"
                   STRING "CM" CML-TIPO(1:1) CML-DOCUMENTO
                       DELIMITED BY SIZE INTO WS-AS-DOCUMENTO
                   END-STRING
                   MOVE "CM-CAJA" TO WS-AS-CONCEPTO
                   MOVE "D" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
                   MOVE "CM-FUEN" TO WS-AS-CONCEPTO
                   MOVE "C" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
               WHEN "REINTEGR"
                   STRING "CMI" CML-DOCUMENTO
                       DELIMITED BY SIZE INTO WS-AS-DOCUMENTO
                   END-STRING
                   MOVE "CM-FUEN" TO WS-AS-CONCEPTO
                   MOVE "D" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
                   MOVE "CM-CAJA" TO WS-AS-CONCEPTO
                   MOVE "C" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
               WHEN "VALE"
                   STRING "VALE" CML-DOCUMENTO
                       DELIMITED BY SIZE INTO WS-AS-DOCUMENTO
                   END-STRING
                   MOVE CML-CODUNI TO WS-AS-UNIDAD
                   MOVE "CM-GAST" TO WS-AS-CONCEPTO
                   MOVE "D" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
                   MOVE 0 TO WS-AS-UNIDAD
                   MOVE "CM-CAJA" TO WS-AS-CONCEPTO
                   MOVE "C" TO WS-AS-NATURALEZA
                   PERFORM REGISTRAR-PARTIDA
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO FTE-REG(8).

      ****************************************************************
      * Una partida: valor negativo invierte la naturaleza; la       *
      * cuenta y el centro de costo salen del mapa. Un concepto sin  *
      * cuenta se escribe igual (para que el descuadre se vea        *
      * completo) pero deja el dia rechazado.                        *
      ****************************************************************
       REGISTRAR-PARTIDA.
           IF WS-AS-VALOR = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-AS-VALOR < 0
              COMPUTE WS-AS-VALOR = 0 - WS-AS-VALOR
              IF WS-AS-NATURALEZA = "D"
                 MOVE "C" TO WS-AS-NATURALEZA
              ELSE
                 MOVE "D" TO WS-AS-NATURALEZA
              END-IF
           END-IF.
           MOVE WS-AS-CONCEPTO TO MAP-CONCEPTO.
           READ ARCHIVO-MAP
               INVALID KEY
                   MOVE SPACES TO MAP-CUENTA
                   MOVE 0 TO MAP-UNIDAD
                   PERFORM MARCAR-SIN-CUENTA
           END-READ.
           IF WS-AS-UNIDAD NOT = 0
              MOVE WS-AS-UNIDAD TO MAP-UNIDAD
           END-IF.
           IF WS-AS-NATURALEZA = "D"
              MOVE WS-AS-VALOR TO WS-DEB-ED
              MOVE 0 TO WS-CRE-ED
              ADD WS-AS-VALOR TO WS-TOT-DEB
              ADD WS-AS-VALOR TO FTE-DEB(WS-FUENTE)
           ELSE
              MOVE 0 TO WS-DEB-ED
              MOVE WS-AS-VALOR TO WS-CRE-ED
              ADD WS-AS-VALOR TO WS-TOT-CRE
              ADD WS-AS-VALOR TO FTE-CRE(WS-FUENTE)
           END-IF.
           MOVE SPACES TO ASI-LINEA.
           STRING WS-FECHA-PROC ";" MAP-CUENTA ";" WS-DEB-ED ";"
               WS-CRE-ED ";" WS-AS-TERCERO ";" WS-AS-DOCUMENTO ";"
               MAP-UNIDAD ";" WS-AS-CONCEPTO
               DELIMITED BY SIZE INTO ASI-LINEA
           END-STRING.
           WRITE ASI-LINEA.
           ADD 1 TO WS-PARTIDAS.

       MARCAR-SIN-CUENTA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 40
              IF CON-CODIGO(WS-C) = WS-AS-CONCEPTO
                 AND WS-CON-FALTA(WS-C) = "N"
                 MOVE "S" TO WS-CON-FALTA(WS-C)
                 ADD 1 TO WS-FALTAN
              END-IF
           END-PERFORM.

      ****************************************************************
      * Explicacion del dia: control por fuente y, si se rechaza, el *
      * por que (descuadre, documentos que no cuadran, conceptos sin *
      * cuenta).                                                     *
      ****************************************************************
       ESCRIBIR-EXPLICACION.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "INTERFAZ CONTABLE - DIA " WS-FECHA-PROC
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ASIENTO: asiento-" WS-FECHA-PROC ".csv  PARTIDAS: "
               WS-PARTIDAS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "FUENTE                       REG.            DEBITOS"
               TO LINEA-REPORTE.
           MOVE "CREDITOS        DIFERENCIA" TO LINEA-REPORTE(64:26).
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 8
              MOVE FTE-DEB(WS-F) TO WS-TOT-ED
              MOVE FTE-CRE(WS-F) TO WS-TOT2-ED
              COMPUTE WS-FTE-DIF = FTE-DEB(WS-F) - FTE-CRE(WS-F)
              MOVE WS-FTE-DIF TO WS-DIF-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING FTE-NOMBRE(WS-F) " " FTE-REG(WS-F) " "
                  WS-TOT-ED " " WS-TOT2-ED " " WS-DIF-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE WS-TOT-DEB TO WS-TOT-ED.
           MOVE WS-TOT-CRE TO WS-TOT2-ED.
           MOVE WS-DIFER TO WS-DIF-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEL DIA                        "
               WS-TOT-ED " " WS-TOT2-ED " " WS-DIF-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-DIA-OK = "S"
              MOVE "DIA CUADRADO: ASIENTO LISTO PARA EL CONTADOR"
                  TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              CLOSE ARCHIVO-REPORTE
              MOVE "interfaz-contable" TO WS-ARC-PROGRAMA
              MOVE "../Articulos/rep-interfaz-contable.txt"
                  TO WS-ARC-RUTA
              MOVE SPACES TO WS-ARC-PARAMETROS
              STRING "FECHA=" WS-FECHA-PROC " CUADRADO"
                  DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
              END-STRING
              CALL "archiva-reporte" USING WS-ARC-REPORTE
              END-CALL
              EXIT PARAGRAPH
           END-IF.
           MOVE "** DIA RECHAZADO: NO SE ENTREGA EL ASIENTO **"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FS-ASI NOT = "00"
              MOVE SPACES TO LINEA-REPORTE
              STRING "No se pudo crear " WS-RUTA-ASI " FS = "
                  WS-FS-ASI
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           IF WS-DIFER NOT = 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "Debitos y creditos no cuadran por " WS-DIF-ED
                  "; la fuente con DIFERENCIA distinta de cero es"
                  " la que descuadra."
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           IF WS-DSC-CONT > 0
              MOVE SPACES TO LINEA-REPORTE
              STRING "Documentos que no cuadran: " WS-DSC-CONT
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
              PERFORM VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I > WS-DSC-CONT OR WS-I > 50
                 MOVE SPACES TO LINEA-REPORTE
                 STRING "  " DSC-TEXTO(WS-I)
                     DELIMITED BY SIZE INTO LINEA-REPORTE
                 END-STRING
                 WRITE LINEA-REPORTE
              END-PERFORM
           END-IF.
           IF WS-FALTAN > 0
              MOVE "Conceptos sin cuenta en el mapa (opcion M):"
                  TO LINEA-REPORTE
              WRITE LINEA-REPORTE
              PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 40
                 IF WS-CON-FALTA(WS-C) = "S"
                    MOVE SPACES TO LINEA-REPORTE
                    STRING "  " CON-CODIGO(WS-C) " " CON-DESCRI(WS-C)
                        DELIMITED BY SIZE INTO LINEA-REPORTE
                    END-STRING
                    WRITE LINEA-REPORTE
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-REPORTE.
           MOVE "interfaz-contable" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-interfaz-contable.txt"
               TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "FECHA=" WS-FECHA-PROC
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
           END-READ.

       READ-SIGUIENTE-VPG.
           READ ARCHIVO-VPAG NEXT RECORD
               AT END MOVE "10" TO WS-FS-VPG
           END-READ.

       READ-SIGUIENTE-MOV.
           READ ARCHIVO-MOV NEXT RECORD
               AT END MOVE "10" TO WS-FS-MOV
           END-READ.

       READ-SIGUIENTE-PAG.
           READ ARCHIVO-PAGOS NEXT RECORD
               AT END MOVE "10" TO WS-FS-PAG
           END-READ.

       READ-SIGUIENTE-FPR.
           READ ARCHIVO-FPR NEXT RECORD
               AT END MOVE "10" TO WS-FS-FPR
           END-READ.

       READ-SIGUIENTE-KDX.
           READ ARCHIVO-KARDEX NEXT RECORD
               AT END MOVE "10" TO WS-FS-KDX
           END-READ.

       LEER-TASAS-IVA.
           OPEN INPUT ARCHIVO-IVA.
           IF WS-FS-IVA NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-IVA.
           PERFORM UNTIL WS-FIN-IVA = "Y"
              READ ARCHIVO-IVA
                  AT END MOVE "Y" TO WS-FIN-IVA
                  NOT AT END
                      EVALUATE IVA-TIPO
                          WHEN "R" MOVE IVA-TASA TO WS-TASA-R
                          WHEN "G" MOVE IVA-TASA TO WS-TASA-G
                          WHEN OTHER CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-IVA.

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
