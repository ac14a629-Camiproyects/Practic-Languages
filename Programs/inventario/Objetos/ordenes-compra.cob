      *      por categoria (presupuesto-com.dat): si el renglon      *
      *      nuevo pasa el techo del mes, confirmarlo exige el       *
      *      permiso SOBREPRE y queda en la auditoria.               *
      * Mod: 15-10-2026 - Los articulos serializados (art-serial.dat)*
      *      exigen al recibir un serial por unidad, que queda       *
      *      disponible en seriales.dat con la OC de origen.         *
      * Mod: 15-10-2026 - Opcion L: costos adicionales (fletes,      *
      *      seguros, manejo) contra una OC recibida, repartidos     *
      *      entre los renglones recibidos por valor, peso o         *
      *      unidades. El PRECOM de cada articulo se repromedia con  *
      *      lo que le toca, queda en hist-prec.log, en el kardex    *
      *      (movimiento COSTOADC) y en costos-adic.dat.             *
      * Mod: 15-10-2026 - Ordenes en moneda extranjera (OC-MONEDA):  *
      *      al recibir, el costo de la factura se digita en la      *
      *      moneda de la orden y se lleva a pesos con la tasa del   *
      *      dia de recepcion (tasas-cambio.dat).                    *
      * Mod: 15-10-2026 - Opcion K: mercancia en consignacion        *
      *      (programa consignacion): recepcion por articulo y       *
      *      proveedor, existencias y liquidacion de lo vendido.     *
      * Mod: 15-10-2026 - Orden electronica: al crear la orden (y    *
      *      con la opcion E) se deja un archivo delimitado          *
      *      oc-NNNNNN-NIT.csv por proveedor. Opcion A: carga del    *
      *      aviso de despacho asn-NNNNNN-NIT.csv del proveedor a    *
      *      avisos-despacho.dat; la recepcion propone la cantidad   *
      *      y los lotes anunciados y las diferencias entre lo       *
      *      pedido, lo anunciado y lo recibido quedan en            *
      *      diferencias-recepcion.log.                              *
      * Mod: 15-10-2026 - Articulos con inspeccion de calidad        *
      *      (art-inspeccion.dat) se reciben en la bodega de         *
      *      cuarentena CUA y en cuarentena.dat sin entrar al        *
      *      STOCK; opcion I llama a inspeccion-calidad, que libera  *
      *      lo aceptado y devuelve lo rechazado.                    *
      * Mod: 15-10-2026 - Opcion P: el comprador con el permiso      *
      *      REQUISIC aprueba, rebaja o rechaza las requisiciones    *
      *      del personal (requisiciones.dat); al generar la orden   *
      *      las aprobadas se proponen primero, agrupadas por        *
      *      proveedor, y ocd-requisicion.dat guarda la requisicion  *
      *      de cada renglon, que la consulta de ordenes muestra.    *
      * Mod: 15-10-2026 - Cada linea de auditoria.log y de           *
      *      hist-prec.log lleva un sello encadenado con el de la    *
      *      linea anterior (ultimo sello en auditoria-cadena.dat y  *
      *      hist-prec-cadena.dat), para que verifica-logs detecte   *
      *      lineas alteradas, intercaladas o quitadas.              *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      * Mod: 15-10-2026 - La sugerencia de compra y las              *
      *      requisiciones aprobadas omiten los articulos            *
      *      descontinuados o bloqueados (estado-art.dat).           *
      * Mod: 15-10-2026 - La linea de ventas-perdidas.log se lee     *
      *      completa, con el operador y el sustituto ofrecido:      *
      *      leida corta, su cola entraba como un registro mas.      *
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
           SELECT ARCHIVO-OC ASSIGN TO "../Articulos/ordenes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ARCHIVO-HISPRE ASSIGN TO "../Articulos/hist-prec.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-PRES
               ASSIGN TO "../Articulos/presupuesto-com.dat"
               ORGANIZATION IS INDEXED
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-ASR ASSIGN TO "../Articulos/art-serial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASR.
           SELECT ARCHIVO-SER ASSIGN TO "../Articulos/seriales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SER.
           SELECT ARCHIVO-CAD ASSIGN TO "../Articulos/costos-adic.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CAD.
           SELECT ARCHIVO-CADCTL
               ASSIGN TO "../Articulos/costos-adic-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAC.
           SELECT ARCHIVO-TCB ASSIGN TO "../Articulos/tasas-cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TCB.
           SELECT ARCHIVO-EDI ASSIGN TO WS-RUTA-EDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EDI.
           SELECT ARCHIVO-ASNIN ASSIGN TO WS-RUTA-ASN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASI.
           SELECT ARCHIVO-ASN
               ASSIGN TO "../Articulos/avisos-despacho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASN.
           SELECT ARCHIVO-DIF
               ASSIGN TO "../Articulos/diferencias-recepcion.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIF.
           SELECT ARCHIVO-AIN
               ASSIGN TO "../Articulos/art-inspeccion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-AIN.
           SELECT ARCHIVO-EAR ASSIGN TO "../Articulos/estado-art.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EAR.
           SELECT ARCHIVO-CUA ASSIGN TO "../Articulos/cuarentena.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMERO
               ALTERNATE RECORD KEY IS CU-OC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-NIT WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CUA.
           SELECT ARCHIVO-CUACTL
               ASSIGN TO "../Articulos/cuarentena-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CUC.
           SELECT ARCHIVO-REQ ASSIGN TO "../Articulos/requisiciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-NUMERO
               ALTERNATE KEY IS RQ-SOLICITA WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-REQ.
           SELECT ARCHIVO-ORQ
               ASSIGN TO "../Articulos/ocd-requisicion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORQ-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ORQ.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
              88 OC-CERRADA  VALUE "C".
           05 OC-OPER        PIC 9(10).
           05 OC-LINEAS      PIC 9(4).
           05 OC-MONEDA      PIC X(3).

       FD ARCHIVO-OCD.
       01 OCDDATA.
           05 VPL-CANT       PIC 9(5).
           05 FILLER         PIC X.
           05 VPL-MOTIVO     PIC X(12).
           05 FILLER         PIC X.
           05 VPL-OPER       PIC 9(10).
           05 FILLER         PIC X.
           05 VPL-SUSTITUTO  PIC X(120).

      * Tiquetes del punto de venta: aqui solo se leen los renglones
      * para calcular la velocidad de venta de cada articulo.
           05 PP-VIGDESDE    PIC 9(8).

       FD  ARCHIVO-HISPRE.
       01  HISPRE-REG.
           05 HISPRE-LINEA     PIC X(160).
           05 HISPRE-MARCA     PIC X.
           05 HISPRE-SELLO     PIC 9(10).

      * Techo mensual de compras por categoria, mantenido por el
      * programa presupuesto-com desde el menu de administracion.
           05 FILLER         PIC X(168).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

      * Estacion asignada a esta terminal por inicio-sesion.
       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

      * Articulos serializados y sus meses de garantia (se
      * mantienen en gestion-articles, opcion S).
       FD  ARCHIVO-ASR.
       01  ASRDATA.
           05 AS-CODART      PIC X(120).
           05 AS-SERIALIZADO PIC X.
              88 AS-EXIGE-SERIAL VALUE "S".
           05 AS-GARANTIA    PIC 9(3).

      * Una fila por unidad serializada: entra disponible con la
      * recepcion de la OC, la venta la amarra al tiquete con su
      * garantia, un reclamo la deja en garantia y la devolucion a
      * proveedor la cierra.
       FD  ARCHIVO-SER.
       01  SERDATA.
           05 SR-CLAVE.
              07 SR-SERIAL   PIC X(30).
              07 SR-CODART   PIC X(120).
           05 SR-ESTADO      PIC X.
              88 SR-DISPONIBLE   VALUE "D".
              88 SR-VENDIDO      VALUE "V".
              88 SR-EN-GARANTIA  VALUE "G".
              88 SR-DEVUELTO-PRV VALUE "P".
           05 SR-OC          PIC 9(6).
           05 SR-FECREC      PIC 9(8).
           05 SR-TIQUETE     PIC 9(6).
           05 SR-FECVTA      PIC 9(8).
           05 SR-CLIENTE     PIC 9(13).
           05 SR-GARANTIA    PIC 9(8).
           05 SR-DEVPROV     PIC 9(6).

      * Costos adicionales de una OC: los documentos (D: flete,
      * seguro, manejo u otro, con el tercero y su valor) y el
      * reparto por articulo (R) con la base usada, lo asignado y
      * el PRECOM antes y despues.
       FD  ARCHIVO-CAD.
       01  CADDATA.
           05 CA-CLAVE.
              07 CA-NUMERO   PIC 9(6).
              07 CA-LINEA    PIC 9(3).
           05 CA-OC          PIC 9(6).
           05 CA-FECHA       PIC 9(8).
           05 CA-REGISTRO    PIC X.
              88 CA-DOCUMENTO VALUE "D".
              88 CA-REPARTO   VALUE "R".
           05 CA-TIPO        PIC X.
           05 CA-NIT         PIC 9(10).
           05 CA-DOC         PIC X(15).
           05 CA-CODART      PIC X(120).
           05 CA-BASE        PIC 9(12)V99.
           05 CA-VALOR       PIC 9(12)V99.
           05 CA-PRECOM-ANT  PIC 9(10)V99.
           05 CA-PRECOM-NUE  PIC 9(10)V99.
           05 CA-OPER        PIC 9(10).

       FD  ARCHIVO-CADCTL.
       01  REG-CADCTL.
           05 CADCTL-ULT     PIC 9(6).

      * Tasa de cambio a pesos por moneda y fecha (la mantiene
      * facturas-prov; al recibir se puede digitar la del dia).
       FD  ARCHIVO-TCB.
       01  TCBDATA.
           05 TC-CLAVE.
              07 TC-MONEDA   PIC X(3).
              07 TC-FECHA    PIC 9(8).
           05 TC-TASA        PIC 9(6)V99.

      * Orden electronica para el sistema de pedidos del proveedor:
      * un archivo oc-NNNNNN-NIT.csv por proveedor de la orden.
       FD  ARCHIVO-EDI.
       01  EDI-LINEA         PIC X(250).

      * Aviso de despacho (ASN) que devuelve el proveedor en
      * asn-NNNNNN-NIT.csv: orden;categoria;subcategoria;codigo;
      * cantidad;lote;vencimiento (AAAAMMDD), una fila por lote.
       FD  ARCHIVO-ASNIN.
       01  ASNIN-LINEA       PIC X(200).

      * Avisos de despacho cargados, por orden, articulo y lote. La
      * recepcion toma de aqui la cantidad y los lotes anunciados y
      * deja la fila en R con lo que de verdad llego.
       FD  ARCHIVO-ASN.
       01  ASNDATA.
           05 AN-CLAVE.
              07 AN-OC       PIC 9(6).
              07 AN-CODART   PIC X(120).
              07 AN-NUMLOTE  PIC X(10).
           05 AN-NIT         PIC 9(10).
           05 AN-FECCAR      PIC 9(8).
           05 AN-CANT        PIC 9(10).
           05 AN-VENCE       PIC 9(8).
           05 AN-CANT-REC    PIC 9(10).
           05 AN-ESTADO      PIC X.
              88 AN-PENDIENTE VALUE "P".
              88 AN-RECIBIDO  VALUE "R".

      * Diferencias entre lo pedido, lo anunciado y lo recibido.
       FD  ARCHIVO-DIF.
       01  DIF-LINEA         PIC X(200).

      * Articulos que exigen inspeccion de calidad al recibirse
      * (alimentos, cosmeticos); se mantienen en gestion-articles,
      * opcion I.
       FD  ARCHIVO-AIN.
       01  AINDATA.
           05 AI-CODART      PIC X(120).
           05 AI-INSPECCION  PIC X.
              88 AI-EXIGE-INSP VALUE "S".

      * Estado de ciclo de vida del articulo (se mantiene en
      * gestion-articles, opcion E); sin registro = activo.
       FD  ARCHIVO-EAR.
       01  EARDATA.
           05 EA-CODART      PIC X(120).
           05 EA-ESTADO      PIC X.
           05 EA-MOTIVO      PIC X(40).
           05 EA-FECHA       PIC 9(8).
           05 EA-OPER        PIC 9(10).

      * Mercancia recibida en cuarentena (bodega CUA), una fila por
      * renglon y lote recibido: no entra al STOCK hasta que la
      * inspeccion la acepta; lo rechazado sale en una devolucion a
      * proveedor.
       FD  ARCHIVO-CUA.
       01  CUADATA.
           05 CU-NUMERO      PIC 9(6).
           05 CU-OC          PIC 9(6).
           05 CU-NIT         PIC 9(10).
           05 CU-CODART      PIC X(120).
           05 CU-NUMLOTE     PIC X(10).
           05 CU-VENCE       PIC 9(8).
           05 CU-FECREC      PIC 9(8).
           05 CU-CANT        PIC 9(10).
           05 CU-COSTO       PIC 9(10)V99.
           05 CU-ESTADO      PIC X.
              88 CU-RETENIDA    VALUE "P".
              88 CU-INSPECCIONADA VALUE "I".
           05 CU-ACEPTADA    PIC 9(10).
           05 CU-RECHAZADA   PIC 9(10).
           05 CU-FECINS      PIC 9(8).
           05 CU-MOTIVO      PIC X(30).
           05 CU-DEVPROV     PIC 9(6).
           05 CU-INSPECTOR   PIC 9(10).

       FD  ARCHIVO-CUACTL.
       01  REG-CUACTL.
           05 CUACTL-ULT     PIC 9(6).

      * Requisiciones de compra del personal (Em-pant-princ).
       FD  ARCHIVO-REQ.
       01  REQDATA.
           05 RQ-NUMERO      PIC 9(6).
           05 RQ-CODART      PIC X(120).
           05 RQ-CANT        PIC 9(10).
           05 RQ-CANT-APR    PIC 9(10).
           05 RQ-MOTIVO      PIC X(60).
           05 RQ-URGENCIA    PIC X.
              88 RQ-URGENTE   VALUE "U".
           05 RQ-SOLICITA    PIC 9(10).
           05 RQ-FECHA       PIC 9(8).
           05 RQ-ESTADO      PIC X.
              88 RQ-PENDIENTE VALUE "P".
              88 RQ-APROBADA  VALUE "A".
              88 RQ-RECHAZADA VALUE "R".
              88 RQ-PEDIDA    VALUE "O".
           05 RQ-APRUEBA     PIC 9(10).
           05 RQ-FECAPR      PIC 9(8).
           05 RQ-NOTA        PIC X(60).
           05 RQ-OC          PIC 9(6).

      * Requisicion que origino cada renglon de orden: se lleva
      * aparte para no cambiar el registro de ordenes-det.dat que
      * leen las facturas, las devoluciones y los reportes.
       FD  ARCHIVO-ORQ.
       01  ORQDATA.
           05 ORQ-CLAVE.
              07 ORQ-NUMERO  PIC 9(6).
              07 ORQ-CODART  PIC X(120).
              07 ORQ-REQ     PIC 9(6).
           05 ORQ-CANT       PIC 9(10).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

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
       01 WS-FS               PIC XX.
       01 WS-FS-OC            PIC XX.
       01 WK-CODART-PRE       PIC X(120).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 WS-FS-ASR           PIC XX.
       01 WS-FS-SER           PIC XX.
       01 WS-ES-SERIAL        PIC X.
       01 WS-SER-MESES        PIC 9(3).
       01 WS-SER-LEIDO        PIC X(30).
       01 WS-SER-UNI          PIC 9(10).
       01 WS-SER-NRO          PIC 9(10).

       01 WS-FS-CAD           PIC XX.
       01 WS-FS-CAC           PIC XX.
       01 WS-NUM-CAD          PIC 9(6).
       01 WS-CAD-LINEA        PIC 9(3).
       01 WS-CAD-TIPO         PIC X.
       01 WS-CAD-NIT          PIC 9(10).
       01 WS-CAD-DOC          PIC X(15).
       01 WS-CAD-VALOR        PIC 9(12)V99.
       01 WS-TOTAL-ADIC       PIC 9(12)V99.
       01 WS-METODO-REP       PIC X.
       01 WS-BASE-TOTAL       PIC 9(14)V99.
       01 WS-ASIGNADO         PIC 9(12)V99.
       01 WS-REPARTIDO        PIC 9(12)V99.
       01 WS-PESO-RENGLON     PIC 9(8)V99.
       01 WS-VALOR-ED         PIC Z(11)9.99.
       01 WS-PRECOM-ED        PIC Z(9)9.99.
       01 WS-SIN-STOCK        PIC 9(3).

      * Renglones recibidos de la OC con la base de reparto.
       01 WS-RL-CANT          PIC 9(3) VALUE 0.
       01 WS-RL-IDX           PIC 9(3).
       01 TABLA-RECIBIDOS.
           05 RL-ENTRADA OCCURS 200 TIMES.
              10 RL-CODART   PIC X(120).
              10 RL-CANT     PIC 9(10).
              10 RL-BASE     PIC 9(12)V99.

       01 WS-FS-TCB           PIC XX.
       01 WS-MONEDA-OC        PIC X(3).
       01 WS-MON-BUS          PIC X(3).
       01 WS-FECHA-BUS        PIC 9(8).
       01 WS-TASA-CAMBIO      PIC 9(6)V99.
       01 WS-TASA-REC         PIC 9(6)V99.
       01 WS-COSTO-ME         PIC 9(10)V99.

       01 WS-FS-EDI           PIC XX.
       01 WS-FS-ASI           PIC XX.
       01 WS-FS-ASN           PIC XX.
       01 WS-FS-DIF           PIC XX.
       01 WS-RUTA-EDI         PIC X(60).
       01 WS-RUTA-ASN         PIC X(60).
       01 WS-EDI-NIT          PIC 9(10).
       01 WS-EDI-SINPRV       PIC 9(4).
       01 WS-EDI-ARCHIVOS     PIC 9(3).
       01 WS-EDI-RENGLONES    PIC 9(4).
       01 WS-EDI-PEND         PIC 9(10).
       01 WS-EDI-IDX          PIC 9(3).
       01 WS-EDI-ESTA         PIC X.
       01 WS-ASN-NIT          PIC 9(10).
       01 WS-ASN-CANT         PIC 9(10).
       01 WS-ASN-LOTES        PIC 9(3).
       01 WS-ASN-NRO          PIC 9(3).
       01 WS-ASN-RESTO        PIC 9(10).
       01 WS-ASN-TOMA         PIC 9(10).
       01 WS-ASN-LOTEAR       PIC X.
       01 WS-ASN-LEIDAS       PIC 9(5).
       01 WS-ASN-CARGADAS     PIC 9(5).
       01 WS-ASN-RECHAZADAS   PIC 9(5).
       01 WS-ASN-DIFS         PIC 9(5).
       01 WS-ASN-LIN          PIC 9(2).
       01 WS-PEND-REC         PIC 9(10).
       01 WS-LOTE-CANT        PIC 9(10).
       01 WS-DIF-TIPO         PIC X(22).
       01 WS-DIF-PED          PIC 9(10).
       01 WS-DIF-ANU          PIC 9(10).
       01 WS-DIF-REC          PIC 9(10).
       01 WS-FECHA-DIF        PIC 9(8).
       01 WS-DIF-CODART       PIC X(120).

       01 WS-FS-AIN           PIC XX.
       01 WS-FS-EAR           PIC XX.
       01 WS-EST-ART          PIC X.
          88 EST-DESCONTINUADO   VALUE "D".
          88 EST-BLOQUEADO       VALUE "B".
       01 WS-FS-CUA           PIC XX.
       01 WS-FS-CUC           PIC XX.
       01 WS-EN-CUARENTENA    PIC X VALUE "N".
       01 WS-NUM-CUA          PIC 9(6).
      * Campos de una fila del aviso de despacho.
       01 WK-ASN.
           05 WK-ASN-OC       PIC X(12).
           05 WK-ASN-CAT      PIC X(10).
           05 WK-ASN-SUB      PIC X(10).
           05 WK-ASN-ARTCOD   PIC X(10).
           05 WK-ASN-CANT     PIC X(12).
           05 WK-ASN-LOTE     PIC X(10).
           05 WK-ASN-VENCE    PIC X(12).
       01 WK-NUMERO           PIC X(12).
       01 WS-NUM-OK           PIC X.
       01 WS-NUM-FIN          PIC X.
       01 WS-NUM-POS          PIC 9(2).
       01 WS-NUM-VALOR        PIC 9(10).
      * Proveedores distintos de la orden que se exporta.
       01 WS-NE-CANT          PIC 9(3) VALUE 0.
       01 TABLA-NITS-EDI.
           05 NE-NIT OCCURS 50 TIMES PIC 9(10).

       01 WS-FS-REQ           PIC XX.
       01 WS-FS-ORQ           PIC XX.
       01 WS-RQ-PASADA        PIC 9.
       01 WS-RQ-ACCION        PIC X.
       01 WS-RQ-REVISADAS     PIC 9(4).
      * Requisiciones aprobadas, ordenadas por proveedor para
      * proponerlas agrupadas al generar la orden.
       01 WS-RT-CANT          PIC 9(3) VALUE 0.
       01 WS-RT-I             PIC 9(3).
       01 WS-RT-J             PIC 9(3).
       01 WS-RT-LLENA         PIC X.
       01 TABLA-REQ.
           05 RT-ENTRADA OCCURS 200 TIMES.
              10 RT-ORDEN.
                 15 RT-NIT    PIC 9(10).
                 15 RT-NUMERO PIC 9(6).
              10 RT-CODART   PIC X(120).
              10 RT-CANT     PIC 9(10).
       01 RT-TEMP             PIC X(146).

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

       LINKAGE SECTION.
       01 PASAR.
              CLOSE ARCHIVO-PPR
              OPEN INPUT ARCHIVO-PPR
           END-IF.
           OPEN I-O ARCHIVO-ASN.
           IF WS-FS-ASN = "35"
              CLOSE ARCHIVO-ASN
              OPEN OUTPUT ARCHIVO-ASN
              CLOSE ARCHIVO-ASN
              OPEN I-O ARCHIVO-ASN
           END-IF.
           OPEN I-O ARCHIVO-ORQ.
           IF WS-FS-ORQ = "35"
              CLOSE ARCHIVO-ORQ
              OPEN OUTPUT ARCHIVO-ORQ
              CLOSE ARCHIVO-ORQ
              OPEN I-O ARCHIVO-ORQ
           END-IF.
           PERFORM MENU-ORDENES UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-OC.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-LOTES.
           CLOSE ARCHIVO-PPR.
           CLOSE ARCHIVO-ASN.
           CLOSE ARCHIVO-ORQ.
           GOBACK.

       MENU-ORDENES.
           DISPLAY "  F -> Facturas proveedor (CXP)"
               LINE 10 POSITION 20.
           DISPLAY "  D -> Devolucion a proveedor"  LINE 11 POSITION 20.
           DISPLAY "  L -> Costos adicionales (flete)"
               LINE 12 POSITION 20.
           DISPLAY "  K -> Mercancia en consignacion"
               LINE 13 POSITION 20.
           DISPLAY "  E -> Exportar orden a proveedores"
               LINE 14 POSITION 20.
           DISPLAY "  A -> Cargar aviso de despacho (ASN)"
               LINE 15 POSITION 20.
           DISPLAY "  I -> Inspeccion de calidad"  LINE 16 POSITION 20.
           DISPLAY "  P -> Requisiciones del personal"
               LINE 17 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 18 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 20 POSITION 20.
           ACCEPT WS-OPCION LINE 20 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "G"
                    PERFORM GENERAR-ORDEN
                    PERFORM LLAMAR-FACTURAS-PROV
               WHEN "D"
                    PERFORM LLAMAR-DEVOL-PROV
               WHEN "L"
                    PERFORM COSTOS-ADICIONALES
               WHEN "K"
                    PERFORM LLAMAR-CONSIGNACION
               WHEN "E"
                    PERFORM EXPORTAR-ORDEN
               WHEN "A"
                    PERFORM CARGAR-AVISO-DESPACHO
               WHEN "I"
                    PERFORM LLAMAR-INSPECCION
               WHEN "P"
                    PERFORM REVISAR-REQUISICIONES
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
           OPEN I-O ARCHIVO-KARDEX.
           OPEN I-O ARCHIVO-SBOD.

      * La consignacion mueve stock, kardex y bodegas por su cuenta.
       LLAMAR-CONSIGNACION.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CALL "consignacion" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-KARDEX.
           OPEN I-O ARCHIVO-SBOD.

      * La inspeccion libera la cuarentena a stock, lotes y bodegas
      * y arma la devolucion de lo rechazado.
       LLAMAR-INSPECCION.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-LOTES.
           CALL "inspeccion-calidad" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-KARDEX.
           OPEN I-O ARCHIVO-SBOD.
           OPEN I-O ARCHIVO-LOTES.

      ****************************************************************
      * Recorre articulos.dat buscando STOCK por debajo de           *
      * PUNTOREORD, propone la cantidad faltante y arma una orden    *
           END-IF.
           PERFORM OBTENER-NUMERO-ORDEN.
           MOVE 0 TO WS-LINEAS-ORDEN.
      * Primero lo que el personal pidio y el comprador aprobo; lo
      * que entre aqui ya queda en camino y el barrido lo omite.
           PERFORM PROPONER-REQUISICIONES.
           MOVE LOW-VALUES TO CODART.
           START ARCHIVO-ART KEY IS NOT LESS THAN CODART
               INVALID KEY
           IF WS-FS = "00"
              PERFORM READ-SIGUIENTE-ART
              PERFORM UNTIL WS-FS NOT = "00"
      * Lo descontinuado o bloqueado no se vuelve a pedir.
                 IF PUNTOREORD > 0 AND STOCK < PUNTOREORD
                    PERFORM LEER-ESTADO-ART
                    IF NOT EST-DESCONTINUADO AND NOT EST-BLOQUEADO
                       PERFORM PROPONER-RENGLON
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-ART
              END-PERFORM
              DISPLAY "Nada que pedir: ningun renglon confirmado."
                  LINE 20 POSITION 10
           ELSE
              DISPLAY "Moneda de la orden (ENTER=COP, USD...):"
                  LINE 18 POSITION 10
              MOVE SPACES TO OC-MONEDA
              ACCEPT OC-MONEDA LINE 18 POSITION 52
              IF OC-MONEDA = SPACES
                 MOVE "COP" TO OC-MONEDA
              END-IF
              MOVE WS-NUM-NUEVO TO OC-NUMERO
              ACCEPT OC-FECHA FROM DATE YYYYMMDD
              MOVE "A" TO OC-ESTADO
              ELSE
                 DISPLAY "Orden " WS-NUM-NUEVO " creada con "
                     WS-LINEAS-ORDEN " renglones." LINE 20 POSITION 10
      * La orden aprobada sale de una vez para los proveedores.
                 MOVE WS-NUM-NUEVO TO WS-NUM-CONSULTA
                 PERFORM ENVIAR-ORDEN-EDI
              END-IF
           END-IF.
           IF WS-MODO-SUG = "V"
              END-IF
           END-IF.

      ****************************************************************
      * Requisiciones aprobadas: se cargan con el proveedor del      *
      * articulo, se ordenan por proveedor y se proponen una a una   *
      * con la cantidad aprobada. Cada renglon confirmado deja en    *
      * ocd-requisicion.dat el numero de la requisicion que lo       *
      * origino, y la requisicion pasa a estado O con la orden.      *
      * Dos requisiciones del mismo articulo se suman en un solo     *
      * renglon de la orden.                                         *
      ****************************************************************
       PROPONER-REQUISICIONES.
           OPEN I-O ARCHIVO-REQ.
           IF WS-FS-REQ NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RT-CANT.
           MOVE "N" TO WS-RT-LLENA.
           MOVE 0 TO RQ-NUMERO.
           START ARCHIVO-REQ KEY IS NOT LESS THAN RQ-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-REQ
           END-START.
           IF WS-FS-REQ = "00"
              PERFORM READ-SIGUIENTE-REQ
              PERFORM UNTIL WS-FS-REQ NOT = "00"
                 IF RQ-APROBADA
                    PERFORM CARGAR-REQ-APROBADA
                 END-IF
                 PERFORM READ-SIGUIENTE-REQ
              END-PERFORM
           END-IF.
           IF WS-RT-CANT = 0
              CLOSE ARCHIVO-REQ
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I >= WS-RT-CANT
              PERFORM VARYING WS-RT-J FROM 1 BY 1
                  UNTIL WS-RT-J > WS-RT-CANT
                 IF WS-RT-J > WS-RT-I
                    AND RT-ORDEN(WS-RT-J) < RT-ORDEN(WS-RT-I)
                    MOVE RT-ENTRADA(WS-RT-I) TO RT-TEMP
                    MOVE RT-ENTRADA(WS-RT-J) TO RT-ENTRADA(WS-RT-I)
                    MOVE RT-TEMP TO RT-ENTRADA(WS-RT-J)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-RT-CANT
              PERFORM PROPONER-RENGLON-REQ
           END-PERFORM.
           CLOSE ARCHIVO-REQ.

       CARGAR-REQ-APROBADA.
           IF WS-RT-CANT >= 200
              MOVE "S" TO WS-RT-LLENA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RT-CANT.
           MOVE RQ-NUMERO TO RT-NUMERO(WS-RT-CANT).
           MOVE RQ-CODART TO RT-CODART(WS-RT-CANT).
           MOVE RQ-CANT-APR TO RT-CANT(WS-RT-CANT).
           MOVE RQ-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE 0 TO PROVEEDOR
           END-READ.
           MOVE PROVEEDOR TO RT-NIT(WS-RT-CANT).

       PROPONER-RENGLON-REQ.
           MOVE RT-CODART(WS-RT-I) TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   DISPLAY "Articulo de la requisicion "
                       RT-NUMERO(WS-RT-I) " ya no existe."
                       LINE 20 POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           PERFORM LEER-ESTADO-ART.
           IF EST-DESCONTINUADO OR EST-BLOQUEADO
              DISPLAY "Requisicion " RT-NUMERO(WS-RT-I) ": articulo "
                  CODART(1:30) " en estado " WS-EST-ART
                  ", no se pide." LINE 20 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE RT-NUMERO(WS-RT-I) TO RQ-NUMERO.
           READ ARCHIVO-REQ
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Requisiciones aprobadas -----"
               LINE 3 POSITION 20.
           DISPLAY "Proveedor : " RT-NIT(WS-RT-I) LINE 4 POSITION 10.
           DISPLAY "Requisic. : " RQ-NUMERO " del " RQ-FECHA
               " por " RQ-SOLICITA LINE 5 POSITION 10.
           DISPLAY "Articulo  : " CODART(1:30)  LINE 6 POSITION 10.
           DISPLAY "Descri    : " DESCRI(1:50)  LINE 7 POSITION 10.
           DISPLAY "Stock     : " STOCK         LINE 8 POSITION 10.
           DISPLAY "Motivo    : " RQ-MOTIVO     LINE 9 POSITION 10.
           IF RQ-URGENTE
              DISPLAY "** URGENTE **" LINE 9 POSITION 70
           END-IF.
           DISPLAY "Aprobada  : " RQ-CANT-APR   LINE 10 POSITION 10.
           DISPLAY "Cantidad a pedir (0 = dejar para otra orden):"
               LINE 11 POSITION 10.
           MOVE RQ-CANT-APR TO WS-CANT-PEDIR.
           ACCEPT WS-CANT-PEDIR LINE 11 POSITION 57.
           IF WS-CANT-PEDIR = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-PRESUPUESTO.
           IF WS-PRES-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-NUEVO TO OCD-NUMERO.
           MOVE CODART TO OCD-CODART.
           READ ARCHIVO-OCD
               INVALID KEY
                   MOVE WS-CANT-PEDIR TO OCD-CANT-PED
                   MOVE 0 TO OCD-CANT-REC
                   MOVE "A" TO OCD-ESTADO
                   MOVE 0 TO OCD-FECREC
                   WRITE OCDDATA
                   IF WS-FS-OCD = "00"
                      ADD 1 TO WS-LINEAS-ORDEN
                   END-IF
               NOT INVALID KEY
                   ADD WS-CANT-PEDIR TO OCD-CANT-PED
                   REWRITE OCDDATA
           END-READ.
           IF WS-FS-OCD NOT = "00"
              DISPLAY "Error al grabar renglon. FS = " WS-FS-OCD
                  LINE 13 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-NUEVO TO ORQ-NUMERO.
           MOVE CODART TO ORQ-CODART.
           MOVE RQ-NUMERO TO ORQ-REQ.
           MOVE WS-CANT-PEDIR TO ORQ-CANT.
           WRITE ORQDATA
               INVALID KEY
                   REWRITE ORQDATA
           END-WRITE.
           MOVE "O" TO RQ-ESTADO.
           MOVE WS-NUM-NUEVO TO RQ-OC.
           REWRITE REQDATA.

       READ-SIGUIENTE-REQ.
           READ ARCHIVO-REQ NEXT RECORD
               AT END MOVE "10" TO WS-FS-REQ
           END-READ.

      ****************************************************************
      * Revision de requisiciones del personal: solo con el permiso  *
      * REQUISIC en permisos.dat (el admin siempre). Se recorren las *
      * pendientes, primero las urgentes, y el comprador las aprueba *
      * por lo pedido, las rebaja a una cantidad menor o las         *
      * rechaza con una nota para el solicitante.                    *
      ****************************************************************
       REVISAR-REQUISICIONES.
           PERFORM CLEAR-SCREEN.
           MOVE T-NUMDOC TO WS-AUT-NUMDOC.
           PERFORM LEER-CARGO-DE-AUT.
           MOVE "REQUISIC" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "No tiene el permiso REQUISIC para revisar"
                  " requisiciones." LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-REQ.
           IF WS-FS-REQ NOT = "00"
              DISPLAY "No hay requisiciones radicadas."
                  LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RQ-REVISADAS.
           MOVE SPACE TO WS-RQ-ACCION.
           PERFORM VARYING WS-RQ-PASADA FROM 1 BY 1
               UNTIL WS-RQ-PASADA > 2 OR WS-RQ-ACCION = "Q"
              MOVE 0 TO RQ-NUMERO
              START ARCHIVO-REQ KEY IS NOT LESS THAN RQ-NUMERO
                  INVALID KEY
                      MOVE "10" TO WS-FS-REQ
              END-START
              IF WS-FS-REQ = "00"
                 PERFORM READ-SIGUIENTE-REQ
              END-IF
              PERFORM UNTIL WS-FS-REQ NOT = "00"
                 IF RQ-PENDIENTE
                    AND ((WS-RQ-PASADA = 1 AND RQ-URGENTE)
                    OR (WS-RQ-PASADA = 2 AND NOT RQ-URGENTE))
                    PERFORM REVISAR-REQUISICION
                 END-IF
                 IF WS-RQ-ACCION = "Q"
                    MOVE "10" TO WS-FS-REQ
                 ELSE
                    PERFORM READ-SIGUIENTE-REQ
                 END-IF
              END-PERFORM
              MOVE "00" TO WS-FS-REQ
           END-PERFORM.
           CLOSE ARCHIVO-REQ.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Requisiciones revisadas: " WS-RQ-REVISADAS
               LINE 5 POSITION 10.
           PERFORM PAUSA.

       REVISAR-REQUISICION.
           MOVE RQ-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE SPACES TO DESCRI
                   MOVE 0 TO STOCK
                   MOVE 0 TO PUNTOREORD
                   MOVE 0 TO PROVEEDOR
           END-READ.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Revisar requisicion -----" LINE 3 POSITION 20.
           DISPLAY "Numero    : " RQ-NUMERO " del " RQ-FECHA
               LINE 5 POSITION 10.
           IF RQ-URGENTE
              DISPLAY "** URGENTE **" LINE 5 POSITION 50
           END-IF.
           DISPLAY "Solicita  : " RQ-SOLICITA LINE 6 POSITION 10.
           DISPLAY "Articulo  : " RQ-CODART(1:30) LINE 7 POSITION 10.
           DISPLAY "Descri    : " DESCRI(1:50) LINE 8 POSITION 10.
           DISPLAY "Stock     : " STOCK " Reorden " PUNTOREORD
               LINE 9 POSITION 10.
           DISPLAY "Proveedor : " PROVEEDOR LINE 10 POSITION 10.
           DISPLAY "Pide      : " RQ-CANT LINE 11 POSITION 10.
           DISPLAY "Motivo    : " RQ-MOTIVO LINE 12 POSITION 10.
           DISPLAY "A=aprobar D=disminuir R=rechazar ENTER=despues"
               " Q=salir" LINE 14 POSITION 10.
           MOVE SPACE TO WS-RQ-ACCION.
           ACCEPT WS-RQ-ACCION LINE 14 POSITION 66.
           EVALUATE WS-RQ-ACCION
               WHEN "a"
                   MOVE "A" TO WS-RQ-ACCION
               WHEN "d"
                   MOVE "D" TO WS-RQ-ACCION
               WHEN "r"
                   MOVE "R" TO WS-RQ-ACCION
               WHEN "q"
                   MOVE "Q" TO WS-RQ-ACCION
           END-EVALUATE.
           EVALUATE WS-RQ-ACCION
               WHEN "A"
                   MOVE RQ-CANT TO RQ-CANT-APR
                   MOVE "A" TO RQ-ESTADO
               WHEN "D"
                   DISPLAY "Cantidad aprobada:" LINE 15 POSITION 10
                   MOVE 0 TO RQ-CANT-APR
                   ACCEPT RQ-CANT-APR LINE 15 POSITION 30
                   IF RQ-CANT-APR = 0 OR RQ-CANT-APR >= RQ-CANT
                      DISPLAY "Debe ser menor que lo pedido y mayor"
                          " que cero." LINE 17 POSITION 10
                      PERFORM PAUSA
                      EXIT PARAGRAPH
                   END-IF
                   MOVE "A" TO RQ-ESTADO
               WHEN "R"
                   DISPLAY "Motivo del rechazo:" LINE 15 POSITION 10
                   MOVE SPACES TO RQ-NOTA
                   ACCEPT RQ-NOTA LINE 15 POSITION 30
                   MOVE 0 TO RQ-CANT-APR
                   MOVE "R" TO RQ-ESTADO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE T-NUMDOC TO RQ-APRUEBA.
           ACCEPT RQ-FECAPR FROM DATE YYYYMMDD.
           REWRITE REQDATA.
           IF WS-FS-REQ = "00"
              ADD 1 TO WS-RQ-REVISADAS
           ELSE
              DISPLAY "Error al grabar. FS = " WS-FS-REQ
                  LINE 17 POSITION 10
              PERFORM PAUSA
           END-IF.

      ****************************************************************
      * Sugerencia por velocidad: unidades vendidas del articulo en  *
      * los ultimos WS-DIAS-HIST dias (renglones de ventas.dat),     *
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       VERIFICAR-EN-CAMINO.
              MOVE 5 TO WS-LIN
           END-IF.
           DISPLAY "ORDEN " OC-NUMERO " FECHA " OC-FECHA
               " RENGLONES " OC-LINEAS " " OC-MONEDA
               LINE WS-LIN POSITION 5.
           ADD 1 TO WS-LIN.
           PERFORM MOSTRAR-RENGLONES-ORDEN.

                    DISPLAY "   " OCD-CODART(1:30) " PED "
                        OCD-CANT-PED " REC " OCD-CANT-REC " "
                        OCD-ESTADO LINE WS-LIN POSITION 5
                    PERFORM MOSTRAR-REQ-RENGLON
                    ADD 1 TO WS-LIN
                    PERFORM READ-SIGUIENTE-OCD
                 ELSE
           END-IF.
           MOVE "00" TO WS-FS-OCD.

      * Requisicion que origino el renglon, al final de la linea.
       MOSTRAR-REQ-RENGLON.
           MOVE OCD-NUMERO TO ORQ-NUMERO.
           MOVE OCD-CODART TO ORQ-CODART.
           MOVE 0 TO ORQ-REQ.
           START ARCHIVO-ORQ KEY IS NOT LESS THAN ORQ-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ ARCHIVO-ORQ NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF ORQ-NUMERO = OCD-NUMERO AND ORQ-CODART = OCD-CODART
              DISPLAY "RQ " ORQ-REQ LINE WS-LIN POSITION 67
           END-IF.

      ****************************************************************
      * Recepcion de mercancia: recorre los renglones abiertos de la *
      * orden indicada, acepta la cantidad que llego de cada uno,    *
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
      * Orden en otra moneda: tasa del dia de la recepcion.
           MOVE OC-MONEDA TO WS-MONEDA-OC.
           IF WS-MONEDA-OC = SPACES
              MOVE "COP" TO WS-MONEDA-OC
           END-IF.
           MOVE 1 TO WS-TASA-REC.
           IF WS-MONEDA-OC NOT = "COP"
              MOVE WS-MONEDA-OC TO WS-MON-BUS
              ACCEPT WS-FECHA-BUS FROM DATE YYYYMMDD
              PERFORM OBTENER-TASA-CAMBIO
              IF WS-TASA-CAMBIO = 0
                 DISPLAY "Sin tasa de cambio: no se recibe." LINE 7
                     POSITION 20
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TASA-CAMBIO TO WS-TASA-REC
              DISPLAY "Tasa " WS-MONEDA-OC " de hoy: " WS-TASA-REC
                  LINE 6 POSITION 20
              PERFORM PAUSA
           END-IF.
           MOVE 0 TO WS-LINEAS-ABIERTAS.
           MOVE WS-NUM-CONSULTA TO OCD-NUMERO.
           MOVE LOW-VALUES TO OCD-CODART.
           DISPLAY "Articulo  : " OCD-CODART(1:30) LINE 5 POSITION 10.
           DISPLAY "Pedido    : " OCD-CANT-PED     LINE 6 POSITION 10.
           DISPLAY "Recibido  : " OCD-CANT-REC     LINE 7 POSITION 10.
           COMPUTE WS-PEND-REC = OCD-CANT-PED - OCD-CANT-REC.
      * Con aviso de despacho la cantidad anunciada viene digitada
      * y el recibidor solo la confirma o la corrige.
           PERFORM SUMAR-ANUNCIADO.
           MOVE 0 TO WS-CANT-RECIBIDA.
           IF WS-ASN-LOTES > 0
              DISPLAY "Anunciado : " WS-ASN-CANT " (ASN, " WS-ASN-LOTES
                  " lote(s))" LINE 8 POSITION 10
              DISPLAY "Cantidad que llega (ENTER=anunciado):"
                  LINE 9 POSITION 10
              MOVE WS-ASN-CANT TO WS-CANT-RECIBIDA
              ACCEPT WS-CANT-RECIBIDA LINE 9 POSITION 48
           ELSE
              DISPLAY "Cantidad que llega (0 = nada):"
                  LINE 9 POSITION 10
              ACCEPT WS-CANT-RECIBIDA LINE 9 POSITION 45
           END-IF.
           IF WS-CANT-RECIBIDA > 0
              IF WS-MONEDA-OC = "COP"
                 DISPLAY "Costo unitario factura:" LINE 10 POSITION 10
                 MOVE 0 TO WS-COSTO-FACT
                 ACCEPT WS-COSTO-FACT LINE 10 POSITION 45
              ELSE
                 DISPLAY "Costo unitario factura " WS-MONEDA-OC ":"
                     LINE 10 POSITION 10
                 MOVE 0 TO WS-COSTO-ME
                 ACCEPT WS-COSTO-ME LINE 10 POSITION 45
                 COMPUTE WS-COSTO-FACT ROUNDED =
                     WS-COSTO-ME * WS-TASA-REC
                 DISPLAY "= $" WS-COSTO-FACT LINE 10 POSITION 60
              END-IF
              MOVE OCD-CODART TO CODART
              READ ARCHIVO-ART
                  INVALID KEY
                                " unidades base" LINE 12 POSITION 10
                         END-IF
                      END-IF
      * Lo que exige inspeccion no entra al STOCK: queda en la
      * bodega de cuarentena hasta que inspeccion-calidad lo libere.
                      PERFORM LEER-ART-INSPECCION
                      IF WS-EN-CUARENTENA = "S"
                         PERFORM RECIBIR-A-CUARENTENA
                      ELSE
                         PERFORM RECIBIR-A-STOCK
                      END-IF
              END-READ
           END-IF.
           PERFORM MARCAR-DIF-RECEPCION.
           MOVE "N" TO WS-EN-CUARENTENA.

       RECIBIR-A-STOCK.
           MOVE STOCK TO WS-STOCK-ANT.
           PERFORM PROMEDIAR-COSTO.
           ADD WS-CANT-RECIBIDA TO STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al actualizar stock. FS = "
                  WS-FS LINE 11 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           IF PRECOM NOT = WS-OLD-PRECOM
              PERFORM REGISTRAR-HIST-PRECIO
           END-IF.
           MOVE WS-CANT-RECIBIDA TO WS-KDX-CANT.
           MOVE "ENTRADA" TO WS-KDX-TIPO.
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-CANT-RECIBIDA TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.
           PERFORM REGISTRAR-LOTE.
           PERFORM REGISTRAR-SERIALES.
           PERFORM ACTUALIZAR-RENGLON-OC.

      * Recepcion retenida: ni stock, ni costo promedio, ni kardex;
      * la cantidad queda en la bodega CUA y en cuarentena.dat (una
      * fila por lote, con el costo de la factura para promediar al
      * liberarla). La OC si la da por recibida.
       RECIBIR-A-CUARENTENA.
           MOVE WS-CANT-RECIBIDA TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-CUA.
           PERFORM REGISTRAR-LOTE.
           PERFORM REGISTRAR-SERIALES.
           PERFORM ACTUALIZAR-RENGLON-OC.
           DISPLAY "Retenido en cuarentena para inspeccion de calidad."
               LINE 13 POSITION 10.

       ACTUALIZAR-RENGLON-OC.
           ADD WS-CANT-RECIBIDA TO OCD-CANT-REC.
      * Fecha de la ultima recepcion del renglon, para medir el
      * tiempo de entrega del proveedor.
           ACCEPT OCD-FECREC FROM DATE YYYYMMDD.
           IF OCD-CANT-REC >= OCD-CANT-PED
              MOVE "C" TO OCD-ESTADO
              DISPLAY "Renglon completo: se cierra."
                  LINE 12 POSITION 10
           END-IF.
           REWRITE OCDDATA.
           IF WS-FS-OCD NOT = "00"
              DISPLAY "Error al grabar renglon. FS = "
                  WS-FS-OCD LINE 13 POSITION 10
           END-IF.

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

      * Si el articulo en CODART exige inspeccion de calidad.
       LEER-ART-INSPECCION.
           MOVE "N" TO WS-EN-CUARENTENA.
           OPEN INPUT ARCHIVO-AIN.
           IF WS-FS-AIN NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO AI-CODART.
           READ ARCHIVO-AIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AI-EXIGE-INSP
                      MOVE "S" TO WS-EN-CUARENTENA
                   END-IF
           END-READ.
           CLOSE ARCHIVO-AIN.

      * Una fila de cuarentena con el lote WS-NUMLOTE (puede ir en
      * blanco), su vencimiento y WS-LOTE-CANT unidades.
       RETENER-EN-CUARENTENA.
           OPEN I-O ARCHIVO-CUA.
           IF WS-FS-CUA = "35"
              CLOSE ARCHIVO-CUA
              OPEN OUTPUT ARCHIVO-CUA
              CLOSE ARCHIVO-CUA
              OPEN I-O ARCHIVO-CUA
           END-IF.
           PERFORM OBTENER-NUMERO-CUA.
           MOVE WS-NUM-CUA TO CU-NUMERO.
           MOVE WS-NUM-CONSULTA TO CU-OC.
           MOVE PROVEEDOR TO CU-NIT.
           MOVE CODART TO CU-CODART.
           MOVE WS-NUMLOTE TO CU-NUMLOTE.
           MOVE WS-LOTE-VENCE TO CU-VENCE.
           ACCEPT CU-FECREC FROM DATE YYYYMMDD.
           MOVE WS-LOTE-CANT TO CU-CANT.
           MOVE WS-COSTO-FACT TO CU-COSTO.
           MOVE "P" TO CU-ESTADO.
           MOVE 0 TO CU-ACEPTADA.
           MOVE 0 TO CU-RECHAZADA.
           MOVE 0 TO CU-FECINS.
           MOVE SPACES TO CU-MOTIVO.
           MOVE 0 TO CU-DEVPROV.
           MOVE 0 TO CU-INSPECTOR.
           WRITE CUADATA.
           IF WS-FS-CUA NOT = "00"
              DISPLAY "Error al grabar cuarentena. FS = " WS-FS-CUA
                  LINE 16 POSITION 10
           END-IF.
           CLOSE ARCHIVO-CUA.

       OBTENER-NUMERO-CUA.
           OPEN I-O ARCHIVO-CUACTL.
           IF WS-FS-CUC = "35"
              OPEN OUTPUT ARCHIVO-CUACTL
              MOVE 0 TO CUACTL-ULT
              WRITE REG-CUACTL
              CLOSE ARCHIVO-CUACTL
              OPEN I-O ARCHIVO-CUACTL
           END-IF.
           READ ARCHIVO-CUACTL
               AT END
                   MOVE 0 TO CUACTL-ULT
           END-READ.
           ADD 1 TO CUACTL-ULT.
           MOVE CUACTL-ULT TO WS-NUM-CUA.
           REWRITE REG-CUACTL.
           CLOSE ARCHIVO-CUACTL.

      * Compara lo pedido pendiente, lo anunciado en el ASN y lo que
      * de verdad llego; cualquier diferencia queda en
      * diferencias-recepcion.log y se avisa en pantalla. Un renglon
      * sin aviso en el que no llego nada no es diferencia.
       MARCAR-DIF-RECEPCION.
           IF WS-ASN-LOTES = 0 AND WS-CANT-RECIBIDA = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DIF-TIPO.
           MOVE OCD-CODART TO WS-DIF-CODART.
           MOVE WS-PEND-REC TO WS-DIF-PED.
           MOVE WS-ASN-CANT TO WS-DIF-ANU.
           MOVE WS-CANT-RECIBIDA TO WS-DIF-REC.
           IF WS-ASN-LOTES > 0
              AND WS-CANT-RECIBIDA NOT = WS-ASN-CANT
              MOVE "ANUNCIADO-VS-RECIBIDO" TO WS-DIF-TIPO
              PERFORM REGISTRAR-DIFERENCIA
              DISPLAY "DIFERENCIA: anunciado " WS-ASN-CANT
                  " recibido " WS-CANT-RECIBIDA LINE 18 POSITION 10
           END-IF.
           IF WS-CANT-RECIBIDA NOT = WS-PEND-REC
              MOVE "PEDIDO-VS-RECIBIDO" TO WS-DIF-TIPO
              PERFORM REGISTRAR-DIFERENCIA
              DISPLAY "DIFERENCIA: pendiente " WS-PEND-REC
                  " recibido " WS-CANT-RECIBIDA LINE 19 POSITION 10
           END-IF.
           IF WS-DIF-TIPO NOT = SPACES
              PERFORM PAUSA
           END-IF.

       CONTAR-LINEAS-ABIERTAS.
           MOVE 0 TO WS-LINEAS-ABIERTAS.
                + WS-CANT-RECIBIDA * WS-COSTO-FACT)
               / (WS-STOCK-ANT + WS-CANT-RECIBIDA).

      ****************************************************************
      * Costos adicionales de una OC recibida: se registran los      *
      * documentos (flete, seguro, manejo, otro) y su total se       *
      * reparte entre los renglones ya recibidos por valor (lo       *
      * recibido al PRECOM vigente), peso (capturado por renglon) o  *
      * unidades. Lo que le toca a cada articulo entra al costo      *
      * promedio sobre su existencia actual; sin existencia no hay   *
      * sobre que repartirlo y se informa.                           *
      ****************************************************************
       COSTOS-ADICIONALES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Costos adicionales de la OC -----" LINE 3
               POSITION 20.
           DISPLAY "Numero de orden:" LINE 5 POSITION 20.
           MOVE 0 TO WS-NUM-CONSULTA.
           ACCEPT WS-NUM-CONSULTA LINE 5 POSITION 40.
           MOVE WS-NUM-CONSULTA TO OC-NUMERO.
           READ ARCHIVO-OC
               INVALID KEY
                   DISPLAY "Orden no encontrada." LINE 7 POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CARGAR-RECIBIDOS.
           IF WS-RL-CANT = 0
              DISPLAY "La orden no tiene nada recibido." LINE 7
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-CAD.
           IF WS-FS-CAD = "35"
              CLOSE ARCHIVO-CAD
              OPEN OUTPUT ARCHIVO-CAD
              CLOSE ARCHIVO-CAD
              OPEN I-O ARCHIVO-CAD
           END-IF.
           IF WS-FS-CAD NOT = "00"
              DISPLAY "Error al abrir costos-adic.dat. FS = " WS-FS-CAD
              MOVE "ORDENES-COMPRA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/costos-adic.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-CAD TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM OBTENER-NUMERO-CAD.
           MOVE 0 TO WS-CAD-LINEA.
           MOVE 0 TO WS-TOTAL-ADIC.
           MOVE "X" TO WS-CAD-TIPO.
           PERFORM CAPTURAR-DOC-ADICIONAL UNTIL WS-CAD-TIPO = SPACE.
           IF WS-TOTAL-ADIC = 0
              CLOSE ARCHIVO-CAD
              DISPLAY "Sin documentos: no se reparte nada." LINE 20
                  POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           MOVE WS-TOTAL-ADIC TO WS-VALOR-ED.
           DISPLAY "Total costos adicionales: " WS-VALOR-ED LINE 3
               POSITION 10.
           DISPLAY "Repartir por V=valor  P=peso  U=unidades:" LINE 5
               POSITION 10.
           MOVE "V" TO WS-METODO-REP.
           ACCEPT WS-METODO-REP LINE 5 POSITION 53.
           IF WS-METODO-REP = "p"
              MOVE "P" TO WS-METODO-REP
           END-IF.
           IF WS-METODO-REP = "u"
              MOVE "U" TO WS-METODO-REP
           END-IF.
           IF WS-METODO-REP NOT = "P" AND WS-METODO-REP NOT = "U"
              MOVE "V" TO WS-METODO-REP
           END-IF.
           PERFORM CALCULAR-BASES-REPARTO.
           IF WS-BASE-TOTAL = 0
              CLOSE ARCHIVO-CAD
              DISPLAY "La base de reparto suma cero." LINE 20
                  POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-REPARTIDO.
           MOVE 0 TO WS-SIN-STOCK.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Reparto de costos adicionales -----" LINE 3
               POSITION 15.
           MOVE 5 TO WS-LIN.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-CANT
              PERFORM REPARTIR-RENGLON
           END-PERFORM.
           CLOSE ARCHIVO-CAD.
           DISPLAY "Documento de costos adicionales " WS-NUM-CAD
               LINE 21 POSITION 10.
           IF WS-SIN-STOCK > 0
              DISPLAY "Articulos sin existencia (no repromediados): "
                  WS-SIN-STOCK LINE 22 POSITION 10
           END-IF.
           PERFORM PAUSA.

       CAPTURAR-DOC-ADICIONAL.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Documento de costo adicional -----" LINE 3
               POSITION 15.
           MOVE WS-TOTAL-ADIC TO WS-VALOR-ED.
           DISPLAY "Acumulado: " WS-VALOR-ED LINE 4 POSITION 15.
           DISPLAY "Tipo F=flete S=seguro M=manejo O=otro" LINE 6
               POSITION 10.
           DISPLAY "(vacio = terminar):" LINE 7 POSITION 10.
           MOVE SPACE TO WS-CAD-TIPO.
           ACCEPT WS-CAD-TIPO LINE 7 POSITION 50.
           IF WS-CAD-TIPO = SPACE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAD-TIPO NOT = "F" AND WS-CAD-TIPO NOT = "S"
              AND WS-CAD-TIPO NOT = "M"
              MOVE "O" TO WS-CAD-TIPO
           END-IF.
           DISPLAY "NIT del tercero (0=sin NIT):" LINE 8 POSITION 10.
           MOVE 0 TO WS-CAD-NIT.
           ACCEPT WS-CAD-NIT LINE 8 POSITION 50.
           DISPLAY "Numero del documento:" LINE 9 POSITION 10.
           MOVE SPACES TO WS-CAD-DOC.
           ACCEPT WS-CAD-DOC LINE 9 POSITION 50.
           DISPLAY "Valor (sin IVA):" LINE 10 POSITION 10.
           MOVE 0 TO WS-CAD-VALOR.
           ACCEPT WS-CAD-VALOR LINE 10 POSITION 50.
           IF WS-CAD-VALOR = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAD-LINEA.
           MOVE WS-NUM-CAD TO CA-NUMERO.
           MOVE WS-CAD-LINEA TO CA-LINEA.
           MOVE WS-NUM-CONSULTA TO CA-OC.
           ACCEPT CA-FECHA FROM DATE YYYYMMDD.
           MOVE "D" TO CA-REGISTRO.
           MOVE WS-CAD-TIPO TO CA-TIPO.
           MOVE WS-CAD-NIT TO CA-NIT.
           MOVE WS-CAD-DOC TO CA-DOC.
           MOVE SPACES TO CA-CODART.
           MOVE 0 TO CA-BASE.
           MOVE WS-CAD-VALOR TO CA-VALOR.
           MOVE 0 TO CA-PRECOM-ANT.
           MOVE 0 TO CA-PRECOM-NUE.
           MOVE T-NUMDOC TO CA-OPER.
           WRITE CADDATA.
           IF WS-FS-CAD = "00"
              ADD WS-CAD-VALOR TO WS-TOTAL-ADIC
           ELSE
              DISPLAY "Error al grabar el documento. FS = " WS-FS-CAD
                  LINE 12 POSITION 10
              PERFORM PAUSA
           END-IF.

      * Renglones de la OC con algo recibido.
       CARGAR-RECIBIDOS.
           MOVE 0 TO WS-RL-CANT.
           MOVE WS-NUM-CONSULTA TO OCD-NUMERO.
           MOVE LOW-VALUES TO OCD-CODART.
           START ARCHIVO-OCD KEY IS NOT LESS THAN OCD-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-OCD
           END-START.
           IF WS-FS-OCD = "00"
              PERFORM READ-SIGUIENTE-OCD
              PERFORM UNTIL WS-FS-OCD NOT = "00"
                 IF OCD-NUMERO = WS-NUM-CONSULTA
                    IF OCD-CANT-REC > 0 AND WS-RL-CANT < 200
                       ADD 1 TO WS-RL-CANT
                       MOVE OCD-CODART TO RL-CODART(WS-RL-CANT)
                       MOVE OCD-CANT-REC TO RL-CANT(WS-RL-CANT)
                       MOVE 0 TO RL-BASE(WS-RL-CANT)
                    END-IF
                    PERFORM READ-SIGUIENTE-OCD
                 ELSE
                    MOVE "10" TO WS-FS-OCD
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-OCD.

       CALCULAR-BASES-REPARTO.
           MOVE 0 TO WS-BASE-TOTAL.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-CANT
              EVALUATE WS-METODO-REP
                  WHEN "U"
                      MOVE RL-CANT(WS-RL-IDX) TO RL-BASE(WS-RL-IDX)
                  WHEN "P"
                      PERFORM CAPTURAR-PESO-RENGLON
                  WHEN OTHER
                      MOVE RL-CODART(WS-RL-IDX) TO CODART
                      READ ARCHIVO-ART
                          INVALID KEY
                              MOVE 0 TO RL-BASE(WS-RL-IDX)
                          NOT INVALID KEY
                              COMPUTE RL-BASE(WS-RL-IDX) =
                                  RL-CANT(WS-RL-IDX) * PRECOM
                      END-READ
              END-EVALUATE
              ADD RL-BASE(WS-RL-IDX) TO WS-BASE-TOTAL
           END-PERFORM.

       CAPTURAR-PESO-RENGLON.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Peso por renglon -----" LINE 3 POSITION 20.
           DISPLAY "Articulo : " RL-CODART(WS-RL-IDX)(1:30) LINE 5
               POSITION 10.
           DISPLAY "Recibido : " RL-CANT(WS-RL-IDX) LINE 6
               POSITION 10.
           DISPLAY "Peso total del renglon (kg):" LINE 8 POSITION 10.
           MOVE 0 TO WS-PESO-RENGLON.
           ACCEPT WS-PESO-RENGLON LINE 8 POSITION 45.
           MOVE WS-PESO-RENGLON TO RL-BASE(WS-RL-IDX).

      * Lo que le toca al renglon es proporcional a su base; el
      * ultimo se lleva el residuo para que el reparto cuadre exacto
      * con el total de los documentos.
       REPARTIR-RENGLON.
           IF WS-RL-IDX = WS-RL-CANT
              COMPUTE WS-ASIGNADO = WS-TOTAL-ADIC - WS-REPARTIDO
           ELSE
              COMPUTE WS-ASIGNADO ROUNDED =
                  WS-TOTAL-ADIC * RL-BASE(WS-RL-IDX) / WS-BASE-TOTAL
           END-IF.
           ADD WS-ASIGNADO TO WS-REPARTIDO.
           IF WS-ASIGNADO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE RL-CODART(WS-RL-IDX) TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   ADD 1 TO WS-SIN-STOCK
                   EXIT PARAGRAPH
           END-READ.
           MOVE PRECOM TO WS-OLD-PRECOM.
           MOVE PREVEN TO WS-OLD-PREVEN.
           IF STOCK = 0
              ADD 1 TO WS-SIN-STOCK
           ELSE
              COMPUTE PRECOM ROUNDED =
                  (STOCK * PRECOM + WS-ASIGNADO) / STOCK
              REWRITE USUART
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-ARTICULOS
              IF WS-FS NOT = "00"
                 DISPLAY "Error al actualizar costo. FS = " WS-FS
                     LINE 20 POSITION 10
                 MOVE WS-OLD-PRECOM TO PRECOM
              ELSE
                 PERFORM REGISTRAR-HIST-PRECIO
      * El kardex deja el ajuste de valorizacion sin mover unidades.
                 MOVE STOCK TO WS-STOCK-ANT
                 MOVE 0 TO WS-KDX-CANT
                 MOVE "COSTOADC" TO WS-KDX-TIPO
                 PERFORM REGISTRAR-KARDEX
              END-IF
           END-IF.
           ADD 1 TO WS-CAD-LINEA.
           MOVE WS-NUM-CAD TO CA-NUMERO.
           MOVE WS-CAD-LINEA TO CA-LINEA.
           MOVE WS-NUM-CONSULTA TO CA-OC.
           ACCEPT CA-FECHA FROM DATE YYYYMMDD.
           MOVE "R" TO CA-REGISTRO.
           MOVE WS-METODO-REP TO CA-TIPO.
           MOVE 0 TO CA-NIT.
           MOVE SPACES TO CA-DOC.
           MOVE CODART TO CA-CODART.
           MOVE RL-BASE(WS-RL-IDX) TO CA-BASE.
           MOVE WS-ASIGNADO TO CA-VALOR.
           MOVE WS-OLD-PRECOM TO CA-PRECOM-ANT.
           MOVE PRECOM TO CA-PRECOM-NUE.
           MOVE T-NUMDOC TO CA-OPER.
           WRITE CADDATA.
           IF WS-LIN > 19
              PERFORM PAUSA
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN
           END-IF.
           MOVE WS-ASIGNADO TO WS-VALOR-ED.
           MOVE PRECOM TO WS-PRECOM-ED.
           DISPLAY CODART(1:30) " +" WS-VALOR-ED " PRECOM "
               WS-PRECOM-ED LINE WS-LIN POSITION 3.
           ADD 1 TO WS-LIN.

       OBTENER-NUMERO-CAD.
           OPEN I-O ARCHIVO-CADCTL.
           IF WS-FS-CAC = "35"
              OPEN OUTPUT ARCHIVO-CADCTL
              MOVE 0 TO CADCTL-ULT
              WRITE REG-CADCTL
              CLOSE ARCHIVO-CADCTL
              OPEN I-O ARCHIVO-CADCTL
           END-IF.
           READ ARCHIVO-CADCTL
               AT END
                   MOVE 0 TO CADCTL-ULT
           END-READ.
           ADD 1 TO CADCTL-ULT.
           MOVE CADCTL-ULT TO WS-NUM-CAD.
           REWRITE REG-CADCTL.
           CLOSE ARCHIVO-CADCTL.

      ****************************************************************
      * Tasa vigente de WS-MON-BUS a la fecha WS-FECHA-BUS: la de la *
      * fecha mas reciente que no la pase. Si no hay ninguna se pide *
      * la del dia y queda grabada para esa fecha.                   *
      ****************************************************************
       OBTENER-TASA-CAMBIO.
           MOVE 0 TO WS-TASA-CAMBIO.
           OPEN I-O ARCHIVO-TCB.
           IF WS-FS-TCB = "35"
              CLOSE ARCHIVO-TCB
              OPEN OUTPUT ARCHIVO-TCB
              CLOSE ARCHIVO-TCB
              OPEN I-O ARCHIVO-TCB
           END-IF.
           IF WS-FS-TCB NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-MON-BUS TO TC-MONEDA.
           MOVE 0 TO TC-FECHA.
           START ARCHIVO-TCB KEY IS NOT LESS THAN TC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TCB
           END-START.
           IF WS-FS-TCB = "00"
              PERFORM READ-SIGUIENTE-TCB
              PERFORM UNTIL WS-FS-TCB NOT = "00"
                 IF TC-MONEDA = WS-MON-BUS
                    AND TC-FECHA <= WS-FECHA-BUS
                    MOVE TC-TASA TO WS-TASA-CAMBIO
                    PERFORM READ-SIGUIENTE-TCB
                 ELSE
                    MOVE "10" TO WS-FS-TCB
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-TASA-CAMBIO = 0
              DISPLAY "Tasa " WS-MON-BUS " del " WS-FECHA-BUS ":"
                  LINE 22 POSITION 10
              ACCEPT WS-TASA-CAMBIO LINE 22 POSITION 40
              IF WS-TASA-CAMBIO > 0
                 MOVE WS-MON-BUS TO TC-MONEDA
                 MOVE WS-FECHA-BUS TO TC-FECHA
                 MOVE WS-TASA-CAMBIO TO TC-TASA
                 WRITE TCBDATA
                     INVALID KEY
                         REWRITE TCBDATA
                 END-WRITE
              END-IF
           END-IF.
           CLOSE ARCHIVO-TCB.

       READ-SIGUIENTE-TCB.
           READ ARCHIVO-TCB NEXT RECORD
               AT END MOVE "10" TO WS-FS-TCB
           END-READ.

      * Lote de la recepcion: si el operador deja el numero de lote
      * en blanco el articulo se maneja sin lotes y no se graba nada.
      * Si el lote ya existia (se recibe mas de lo mismo) solo se
      * acumula la cantidad.
      * Con aviso de despacho los lotes y vencimientos anunciados se
      * proponen tal cual; el recibidor los acepta o los digita.
       REGISTRAR-LOTE.
           IF WS-ASN-LOTES > 0
              DISPLAY "Lotes segun ASN (ENTER=aceptar, N=digitar):"
                  LINE 14 POSITION 10
              MOVE "S" TO WS-ASN-LOTEAR
              ACCEPT WS-ASN-LOTEAR LINE 14 POSITION 55
              IF WS-ASN-LOTEAR = "n"
                 MOVE "N" TO WS-ASN-LOTEAR
              END-IF
              IF WS-ASN-LOTEAR NOT = "N"
                 MOVE "S" TO WS-ASN-LOTEAR
                 MOVE 15 TO WS-ASN-LIN
                 PERFORM APLICAR-ASN-RENGLON
                 EXIT PARAGRAPH
              END-IF
              PERFORM APLICAR-ASN-RENGLON
           END-IF.
           DISPLAY "Numero de lote (vacio=sin lote):"
               LINE 14 POSITION 10.
           MOVE SPACES TO WS-NUMLOTE.
           ACCEPT WS-NUMLOTE LINE 14 POSITION 45.
           IF WS-NUMLOTE = SPACES
              IF WS-EN-CUARENTENA = "S"
                 MOVE 0 TO WS-LOTE-VENCE
                 MOVE WS-CANT-RECIBIDA TO WS-LOTE-CANT
                 PERFORM RETENER-EN-CUARENTENA
              END-IF
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vencimiento del lote (AAAAMMDD):"
               LINE 15 POSITION 10.
           MOVE 0 TO WS-LOTE-VENCE.
           ACCEPT WS-LOTE-VENCE LINE 15 POSITION 45.
           MOVE WS-CANT-RECIBIDA TO WS-LOTE-CANT.
           PERFORM GRABAR-LOTE.

      * En cuarentena el lote no existe para la venta: se retiene.
       GRABAR-LOTE.
           IF WS-EN-CUARENTENA = "S"
              PERFORM RETENER-EN-CUARENTENA
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO LT-CODART.
           MOVE WS-NUMLOTE TO LT-NUMLOTE.
           READ ARCHIVO-LOTES
               INVALID KEY
                   MOVE CODART TO LT-CODART
                   MOVE WS-NUMLOTE TO LT-NUMLOTE
                   ACCEPT LT-FECREC FROM DATE YYYYMMDD
                   MOVE WS-LOTE-VENCE TO LT-VENCE
                   MOVE WS-LOTE-CANT TO LT-CANTIDAD
                   WRITE LOTDATA
               NOT INVALID KEY
                   ADD WS-LOTE-CANT TO LT-CANTIDAD
                   IF WS-LOTE-VENCE > 0
                      MOVE WS-LOTE-VENCE TO LT-VENCE
                   END-IF
                  LINE 16 POSITION 10
           END-IF.

      ****************************************************************
      * Articulo serializado: cada unidad recibida exige su serial,  *
      * que entra disponible en seriales.dat con la OC de origen. Un *
      * serial repetido para el mismo articulo se rechaza y se pide  *
      * otra vez; no se sale del renglon hasta completar las         *
      * unidades, porque el stock ya las sumo.                       *
      ****************************************************************
       REGISTRAR-SERIALES.
           PERFORM LEER-ART-SERIAL.
           IF WS-ES-SERIAL NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-SER.
           IF WS-FS-SER = "35"
              CLOSE ARCHIVO-SER
              OPEN OUTPUT ARCHIVO-SER
              CLOSE ARCHIVO-SER
              OPEN I-O ARCHIVO-SER
           END-IF.
           IF WS-FS-SER NOT = "00"
              DISPLAY "No se pudo abrir seriales.dat. FS = " WS-FS-SER
                  LINE 18 POSITION 10
              MOVE "ORDENES-COMPRA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/seriales.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-SER TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SER-UNI.
           PERFORM UNTIL WS-SER-UNI >= WS-CANT-RECIBIDA
              PERFORM CAPTURAR-SERIAL-REC
           END-PERFORM.
           CLOSE ARCHIVO-SER.

       CAPTURAR-SERIAL-REC.
           COMPUTE WS-SER-NRO = WS-SER-UNI + 1.
           DISPLAY "Serial unidad " WS-SER-NRO " de " WS-CANT-RECIBIDA
               ":" LINE 17 POSITION 10.
           MOVE SPACES TO WS-SER-LEIDO.
           ACCEPT WS-SER-LEIDO LINE 17 POSITION 50.
           IF WS-SER-LEIDO = SPACES
              DISPLAY "El serial es obligatorio.          "
                  LINE 18 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SER-LEIDO TO SR-SERIAL.
           MOVE CODART TO SR-CODART.
           MOVE "D" TO SR-ESTADO.
           MOVE WS-NUM-CONSULTA TO SR-OC.
           ACCEPT SR-FECREC FROM DATE YYYYMMDD.
           MOVE 0 TO SR-TIQUETE.
           MOVE 0 TO SR-FECVTA.
           MOVE 0 TO SR-CLIENTE.
           MOVE 0 TO SR-GARANTIA.
           MOVE 0 TO SR-DEVPROV.
           WRITE SERDATA
               INVALID KEY
                   DISPLAY "Serial repetido para este articulo."
                       LINE 18 POSITION 10
               NOT INVALID KEY
                   ADD 1 TO WS-SER-UNI
                   DISPLAY "                                   "
                       LINE 18 POSITION 10
           END-WRITE.

      * Si el articulo en CODART exige serial por unidad y con
      * cuantos meses de garantia.
       LEER-ART-SERIAL.
           MOVE "N" TO WS-ES-SERIAL.
           MOVE 0 TO WS-SER-MESES.
           OPEN INPUT ARCHIVO-ASR.
           IF WS-FS-ASR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO AS-CODART.
           READ ARCHIVO-ASR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AS-EXIGE-SERIAL
                      MOVE "S" TO WS-ES-SERIAL
                      MOVE AS-GARANTIA TO WS-SER-MESES
                   END-IF
           END-READ.
           CLOSE ARCHIVO-ASR.

      ****************************************************************
      * Orden electronica: los renglones abiertos de la orden se     *
      * agrupan por el proveedor del articulo (PROVEEDOR del         *
      * maestro) y cada proveedor recibe su archivo delimitado       *
      * oc-NNNNNN-NIT.csv con lo pendiente por despachar, para       *
      * cargarlo en su sistema de pedidos. Sale sola al crear la     *
      * orden y se puede volver a generar desde el menu.             *
      ****************************************************************
       EXPORTAR-ORDEN.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Exportar orden a proveedores -----"
               LINE 3 POSITION 20.
           DISPLAY "Numero de orden:" LINE 5 POSITION 20.
           ACCEPT WS-NUM-CONSULTA LINE 5 POSITION 40.
           MOVE WS-NUM-CONSULTA TO OC-NUMERO.
           READ ARCHIVO-OC
               INVALID KEY
                   DISPLAY "Orden no encontrada." LINE 7 POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF OC-CERRADA
              DISPLAY "Esa orden ya esta cerrada." LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM ENVIAR-ORDEN-EDI.
           PERFORM PAUSA.

      * Deja un archivo por proveedor de la orden WS-NUM-CONSULTA,
      * cuyo encabezado debe estar en OCDATA.
       ENVIAR-ORDEN-EDI.
           MOVE 0 TO WS-NE-CANT.
           MOVE 0 TO WS-EDI-SINPRV.
           MOVE 0 TO WS-EDI-ARCHIVOS.
           MOVE OC-MONEDA TO WS-MONEDA-OC.
           IF WS-MONEDA-OC = SPACES
              MOVE "COP" TO WS-MONEDA-OC
           END-IF.
           MOVE WS-NUM-CONSULTA TO OCD-NUMERO.
           MOVE LOW-VALUES TO OCD-CODART.
           START ARCHIVO-OCD KEY IS NOT LESS THAN OCD-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-OCD
           END-START.
           IF WS-FS-OCD = "00"
              PERFORM READ-SIGUIENTE-OCD
              PERFORM UNTIL WS-FS-OCD NOT = "00"
                 IF OCD-NUMERO = WS-NUM-CONSULTA
                    IF OCD-ABIERTA
                       PERFORM ANOTAR-NIT-EDI
                    END-IF
                    PERFORM READ-SIGUIENTE-OCD
                 ELSE
                    MOVE "10" TO WS-FS-OCD
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-OCD.
           PERFORM VARYING WS-EDI-IDX FROM 1 BY 1
               UNTIL WS-EDI-IDX > WS-NE-CANT
              PERFORM ESCRIBIR-ORDEN-EDI
           END-PERFORM.
           DISPLAY "Orden " WS-NUM-CONSULTA " exportada: "
               WS-EDI-ARCHIVOS " archivo(s) oc-" WS-NUM-CONSULTA
               "-NIT.csv" LINE 21 POSITION 10.
           IF WS-EDI-SINPRV > 0
              DISPLAY WS-EDI-SINPRV " renglon(es) sin proveedor en el"
                  " maestro: no se exportan." LINE 22 POSITION 10
           END-IF.

       ANOTAR-NIT-EDI.
           MOVE OCD-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE 0 TO PROVEEDOR
           END-READ.
           IF PROVEEDOR = 0
              ADD 1 TO WS-EDI-SINPRV
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EDI-ESTA.
           PERFORM VARYING WS-ASN-NRO FROM 1 BY 1
               UNTIL WS-ASN-NRO > WS-NE-CANT OR WS-EDI-ESTA = "S"
              IF NE-NIT(WS-ASN-NRO) = PROVEEDOR
                 MOVE "S" TO WS-EDI-ESTA
              END-IF
           END-PERFORM.
           IF WS-EDI-ESTA = "N" AND WS-NE-CANT < 50
              ADD 1 TO WS-NE-CANT
              MOVE PROVEEDOR TO NE-NIT(WS-NE-CANT)
           END-IF.

       ESCRIBIR-ORDEN-EDI.
           MOVE NE-NIT(WS-EDI-IDX) TO WS-EDI-NIT.
           MOVE SPACES TO WS-RUTA-EDI.
           STRING "../Articulos/oc-" WS-NUM-CONSULTA "-" WS-EDI-NIT
               ".csv" DELIMITED BY SIZE INTO WS-RUTA-EDI
           END-STRING.
           OPEN OUTPUT ARCHIVO-EDI.
           IF WS-FS-EDI NOT = "00"
              MOVE "ORDENES-COMPRA" TO WS-EXC-PROGRAMA
              MOVE WS-RUTA-EDI TO WS-EXC-ARCHIVO
              MOVE WS-FS-EDI TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EDI-LINEA.
           STRING "orden;fecha;nit;moneda;categoria;subcategoria;"
               "codigo;codbar;descripcion;cantidad;unidad"
               DELIMITED BY SIZE INTO EDI-LINEA
           END-STRING.
           WRITE EDI-LINEA.
           MOVE 0 TO WS-EDI-RENGLONES.
           MOVE WS-NUM-CONSULTA TO OCD-NUMERO.
           MOVE LOW-VALUES TO OCD-CODART.
           START ARCHIVO-OCD KEY IS NOT LESS THAN OCD-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-OCD
           END-START.
           IF WS-FS-OCD = "00"
              PERFORM READ-SIGUIENTE-OCD
              PERFORM UNTIL WS-FS-OCD NOT = "00"
                 IF OCD-NUMERO = WS-NUM-CONSULTA
                    IF OCD-ABIERTA
                       PERFORM ESCRIBIR-RENGLON-EDI
                    END-IF
                    PERFORM READ-SIGUIENTE-OCD
                 ELSE
                    MOVE "10" TO WS-FS-OCD
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-OCD.
           CLOSE ARCHIVO-EDI.
           ADD 1 TO WS-EDI-ARCHIVOS.

       ESCRIBIR-RENGLON-EDI.
           MOVE OCD-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PROVEEDOR NOT = WS-EDI-NIT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EDI-PEND = OCD-CANT-PED - OCD-CANT-REC.
           MOVE SPACES TO EDI-LINEA.
           STRING WS-NUM-CONSULTA ";" OC-FECHA ";" WS-EDI-NIT ";"
               WS-MONEDA-OC ";" CP-NOMBRE ";" SC-NOMBRE ";" ARTCOD ";"
               CODBAR(1:20) ";" DESCRI(1:60) ";" WS-EDI-PEND ";"
               UNIMED
               DELIMITED BY SIZE INTO EDI-LINEA
           END-STRING.
           WRITE EDI-LINEA.
           ADD 1 TO WS-EDI-RENGLONES.

      ****************************************************************
      * Aviso de despacho (ASN): el proveedor devuelve en            *
      * asn-NNNNNN-NIT.csv los renglones que va a despachar con      *
      * cantidad, lote y vencimiento. Cada fila queda en             *
      * avisos-despacho.dat para que la recepcion la proponga; las   *
      * filas de otra orden, con datos no numericos o de articulos   *
      * que no estan en la orden se rechazan. Al terminar se cruza   *
      * lo anunciado contra lo pendiente de cada renglon del         *
      * proveedor y las diferencias quedan en                        *
      * diferencias-recepcion.log.                                   *
      ****************************************************************
       CARGAR-AVISO-DESPACHO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Cargar aviso de despacho (ASN) -----"
               LINE 3 POSITION 20.
           DISPLAY "Numero de orden:" LINE 5 POSITION 20.
           ACCEPT WS-NUM-CONSULTA LINE 5 POSITION 40.
           MOVE WS-NUM-CONSULTA TO OC-NUMERO.
           READ ARCHIVO-OC
               INVALID KEY
                   DISPLAY "Orden no encontrada." LINE 7 POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF OC-CERRADA
              DISPLAY "Esa orden ya esta cerrada." LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NIT del proveedor:" LINE 6 POSITION 20.
           MOVE 0 TO WS-ASN-NIT.
           ACCEPT WS-ASN-NIT LINE 6 POSITION 40.
           MOVE SPACES TO WS-RUTA-ASN.
           STRING "../Articulos/asn-" WS-NUM-CONSULTA "-" WS-ASN-NIT
               ".csv" DELIMITED BY SIZE INTO WS-RUTA-ASN
           END-STRING.
           OPEN INPUT ARCHIVO-ASNIN.
           IF WS-FS-ASI NOT = "00"
              DISPLAY "No se encontro " WS-RUTA-ASN(14:40)
                  LINE 8 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-ASN-LEIDAS.
           MOVE 0 TO WS-ASN-CARGADAS.
           MOVE 0 TO WS-ASN-RECHAZADAS.
           MOVE 0 TO WS-ASN-DIFS.
           READ ARCHIVO-ASNIN
               AT END MOVE "10" TO WS-FS-ASI
           END-READ.
           PERFORM UNTIL WS-FS-ASI NOT = "00"
              PERFORM CARGAR-FILA-ASN
              READ ARCHIVO-ASNIN
                  AT END MOVE "10" TO WS-FS-ASI
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ASNIN.
           DISPLAY "Filas cargadas: " WS-ASN-CARGADAS
               "  rechazadas: " WS-ASN-RECHAZADAS LINE 8 POSITION 10.
           MOVE 10 TO WS-ASN-LIN.
           PERFORM COMPARAR-ASN-ORDEN.
           IF WS-ASN-DIFS = 0
              DISPLAY "Lo anunciado coincide con lo pendiente."
                  LINE 20 POSITION 10
           ELSE
              DISPLAY WS-ASN-DIFS " diferencia(s) pedido/anunciado en"
                  " diferencias-recepcion.log" LINE 20 POSITION 10
           END-IF.
           PERFORM PAUSA.

      * La primera fila puede ser el titulo de columnas: si no trae
      * numero de orden se salta sin contarla como rechazo.
       CARGAR-FILA-ASN.
           ADD 1 TO WS-ASN-LEIDAS.
           MOVE SPACES TO WK-ASN.
           UNSTRING ASNIN-LINEA DELIMITED BY ";"
               INTO WK-ASN-OC, WK-ASN-CAT, WK-ASN-SUB, WK-ASN-ARTCOD,
                    WK-ASN-CANT, WK-ASN-LOTE, WK-ASN-VENCE
           END-UNSTRING.
           MOVE WK-ASN-OC TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N" AND WS-ASN-LEIDAS = 1
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR NOT = WS-NUM-CONSULTA
              PERFORM RECHAZAR-FILA-ASN
              EXIT PARAGRAPH
           END-IF.
           MOVE WK-ASN-CANT TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N" OR WS-NUM-VALOR = 0
              PERFORM RECHAZAR-FILA-ASN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO AN-CANT.
           MOVE WK-ASN-VENCE TO WK-NUMERO.
           PERFORM VALIDAR-NUMERO.
           IF WS-NUM-OK = "N"
              PERFORM RECHAZAR-FILA-ASN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALOR TO AN-VENCE.
           MOVE WS-NUM-CONSULTA TO OCD-NUMERO.
           MOVE SPACES TO OCD-CODART.
           MOVE WK-ASN-CAT TO OCD-CODART(1:10).
           MOVE WK-ASN-SUB TO OCD-CODART(11:10).
           MOVE WK-ASN-ARTCOD TO OCD-CODART(21:10).
           READ ARCHIVO-OCD
               INVALID KEY
                   MOVE OCD-CODART TO WS-DIF-CODART
                   MOVE "ANUNCIADO-NO-PEDIDO" TO WS-DIF-TIPO
                   MOVE 0 TO WS-DIF-PED
                   MOVE AN-CANT TO WS-DIF-ANU
                   MOVE 0 TO WS-DIF-REC
                   PERFORM REGISTRAR-DIFERENCIA
                   ADD 1 TO WS-ASN-RECHAZADAS
                   ADD 1 TO WS-ASN-DIFS
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-NUM-CONSULTA TO AN-OC.
           MOVE OCD-CODART TO AN-CODART.
           MOVE WK-ASN-LOTE TO AN-NUMLOTE.
           MOVE WS-ASN-NIT TO AN-NIT.
           MOVE WS-FECHA-HOY TO AN-FECCAR.
           MOVE 0 TO AN-CANT-REC.
           MOVE "P" TO AN-ESTADO.
           WRITE ASNDATA
               INVALID KEY
                   REWRITE ASNDATA
           END-WRITE.
           IF WS-FS-ASN = "00"
              ADD 1 TO WS-ASN-CARGADAS
           ELSE
              ADD 1 TO WS-ASN-RECHAZADAS
           END-IF.

       RECHAZAR-FILA-ASN.
           ADD 1 TO WS-ASN-RECHAZADAS.
           MOVE ASNIN-LINEA TO WS-DIF-CODART.
           MOVE "FILA-ASN-INVALIDA" TO WS-DIF-TIPO.
           MOVE 0 TO WS-DIF-PED.
           MOVE 0 TO WS-DIF-ANU.
           MOVE 0 TO WS-DIF-REC.
           PERFORM REGISTRAR-DIFERENCIA.

      * Renglones abiertos del proveedor del aviso: lo anunciado
      * debe cubrir exactamente lo pendiente por recibir.
       COMPARAR-ASN-ORDEN.
           MOVE WS-NUM-CONSULTA TO OCD-NUMERO.
           MOVE LOW-VALUES TO OCD-CODART.
           START ARCHIVO-OCD KEY IS NOT LESS THAN OCD-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-OCD
           END-START.
           IF WS-FS-OCD = "00"
              PERFORM READ-SIGUIENTE-OCD
              PERFORM UNTIL WS-FS-OCD NOT = "00"
                 IF OCD-NUMERO = WS-NUM-CONSULTA
                    IF OCD-ABIERTA
                       PERFORM COMPARAR-RENGLON-ASN
                    END-IF
                    PERFORM READ-SIGUIENTE-OCD
                 ELSE
                    MOVE "10" TO WS-FS-OCD
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-OCD.

       COMPARAR-RENGLON-ASN.
           MOVE OCD-CODART TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PROVEEDOR NOT = WS-ASN-NIT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PEND-REC = OCD-CANT-PED - OCD-CANT-REC.
           PERFORM SUMAR-ANUNCIADO.
           IF WS-ASN-CANT = WS-PEND-REC
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ASN-DIFS.
           MOVE OCD-CODART TO WS-DIF-CODART.
           MOVE "PEDIDO-VS-ANUNCIADO" TO WS-DIF-TIPO.
           MOVE WS-PEND-REC TO WS-DIF-PED.
           MOVE WS-ASN-CANT TO WS-DIF-ANU.
           MOVE 0 TO WS-DIF-REC.
           PERFORM REGISTRAR-DIFERENCIA.
           IF WS-ASN-LIN < 19
              DISPLAY OCD-CODART(1:30) " PEND " WS-PEND-REC
                  " ANUNC " WS-ASN-CANT LINE WS-ASN-LIN POSITION 5
              ADD 1 TO WS-ASN-LIN
           END-IF.

      * Total anunciado y numero de lotes pendientes de recibir para
      * la orden WS-NUM-CONSULTA y el articulo del renglon OCD.
       SUMAR-ANUNCIADO.
           MOVE 0 TO WS-ASN-CANT.
           MOVE 0 TO WS-ASN-LOTES.
           MOVE WS-NUM-CONSULTA TO AN-OC.
           MOVE OCD-CODART TO AN-CODART.
           MOVE LOW-VALUES TO AN-NUMLOTE.
           START ARCHIVO-ASN KEY IS NOT LESS THAN AN-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-ASN
           END-START.
           IF WS-FS-ASN = "00"
              PERFORM READ-SIGUIENTE-ASN
              PERFORM UNTIL WS-FS-ASN NOT = "00"
                 IF AN-OC = WS-NUM-CONSULTA
                    AND AN-CODART = OCD-CODART
                    IF AN-PENDIENTE
                       ADD AN-CANT TO WS-ASN-CANT
                       ADD 1 TO WS-ASN-LOTES
                    END-IF
                    PERFORM READ-SIGUIENTE-ASN
                 ELSE
                    MOVE "10" TO WS-FS-ASN
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-ASN.

      * Reparte lo recibido entre los lotes anunciados en su orden:
      * cada lote toma hasta lo anunciado y el ultimo se queda con el
      * sobrante. Con WS-ASN-LOTEAR en "S" graba ademas los lotes;
      * en "N" solo cierra las filas del aviso.
       APLICAR-ASN-RENGLON.
           MOVE WS-CANT-RECIBIDA TO WS-ASN-RESTO.
           MOVE 0 TO WS-ASN-NRO.
           MOVE WS-NUM-CONSULTA TO AN-OC.
           MOVE OCD-CODART TO AN-CODART.
           MOVE LOW-VALUES TO AN-NUMLOTE.
           START ARCHIVO-ASN KEY IS NOT LESS THAN AN-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-ASN
           END-START.
           IF WS-FS-ASN = "00"
              PERFORM READ-SIGUIENTE-ASN
              PERFORM UNTIL WS-FS-ASN NOT = "00"
                 IF AN-OC = WS-NUM-CONSULTA
                    AND AN-CODART = OCD-CODART
                    IF AN-PENDIENTE
                       PERFORM TOMAR-LOTE-ASN
                    END-IF
                    PERFORM READ-SIGUIENTE-ASN
                 ELSE
                    MOVE "10" TO WS-FS-ASN
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-ASN.

       TOMAR-LOTE-ASN.
           ADD 1 TO WS-ASN-NRO.
           IF WS-ASN-NRO >= WS-ASN-LOTES OR AN-CANT > WS-ASN-RESTO
              MOVE WS-ASN-RESTO TO WS-ASN-TOMA
           ELSE
              MOVE AN-CANT TO WS-ASN-TOMA
           END-IF.
           SUBTRACT WS-ASN-TOMA FROM WS-ASN-RESTO.
           MOVE WS-ASN-TOMA TO AN-CANT-REC.
           MOVE "R" TO AN-ESTADO.
           REWRITE ASNDATA.
           IF WS-ASN-LOTEAR NOT = "S" OR WS-ASN-TOMA = 0
              EXIT PARAGRAPH
           END-IF.
           IF AN-NUMLOTE = SPACES AND WS-EN-CUARENTENA NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE AN-NUMLOTE TO WS-NUMLOTE.
           MOVE AN-VENCE TO WS-LOTE-VENCE.
           MOVE WS-ASN-TOMA TO WS-LOTE-CANT.
           PERFORM GRABAR-LOTE.
           IF WS-ASN-LIN < 18
              DISPLAY "Lote " WS-NUMLOTE " vence " WS-LOTE-VENCE
                  " cant " WS-LOTE-CANT LINE WS-ASN-LIN POSITION 10
              ADD 1 TO WS-ASN-LIN
           END-IF.

       READ-SIGUIENTE-ASN.
           READ ARCHIVO-ASN NEXT RECORD
               AT END MOVE "10" TO WS-FS-ASN
           END-READ.

      * Una linea por diferencia: fecha, orden, articulo, tipo y las
      * tres cantidades (pedido pendiente, anunciado, recibido).
       REGISTRAR-DIFERENCIA.
           ACCEPT WS-FECHA-DIF FROM DATE YYYYMMDD.
           MOVE SPACES TO DIF-LINEA.
           STRING WS-FECHA-DIF ";" WS-NUM-CONSULTA ";"
               WS-DIF-CODART(1:30) ";" WS-DIF-TIPO ";PED="
               WS-DIF-PED ";ANU=" WS-DIF-ANU ";REC=" WS-DIF-REC
               ";OPER=" T-NUMDOC
               DELIMITED BY SIZE INTO DIF-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-DIF.
           IF WS-FS-DIF NOT = "00"
               OPEN OUTPUT ARCHIVO-DIF
           END-IF.
           WRITE DIF-LINEA.
           CLOSE ARCHIVO-DIF.

      * Convierte el texto de WK-NUMERO (digitos con espacios de
      * relleno a la derecha) a valor en WS-NUM-VALOR; WS-NUM-OK
      * queda en "N" si hay algo que no sea digito. Un campo vacio
      * vale cero.
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

       REGISTRAR-HIST-PRECIO.
           ACCEPT WS-FECHA-HIS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HIS  FROM TIME.
           IF WS-FS-HIS NOT = "00"
              OPEN OUTPUT ARCHIVO-HISPRE
           END-IF.
           PERFORM SELLAR-HIST-PRECIO.
           WRITE HISPRE-REG.
           CLOSE ARCHIVO-HISPRE.

      * Consecutivo de ordenes, con el mismo esquema de Contador.dat
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.
      * La mercancia recibida entra siempre por el almacen principal
      * (PRI) del archivo de stock por bodega; de alli se mueve a la
      * bodega trasera con el traslado de gestion-articles.
      * Igual que la principal, sobre la bodega de cuarentena.
       AJUSTAR-BODEGA-CUA.
           MOVE CODART TO SB-CODART.
           MOVE "CUA" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE CODART TO SB-CODART
                   MOVE "CUA" TO SB-BODEGA
                   MOVE 0 TO SB-CANTIDAD
                   IF WS-SB-DELTA > 0
                      MOVE WS-SB-DELTA TO SB-CANTIDAD
                   END-IF
                   WRITE SBODATA
                   MOVE "W" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
               NOT INVALID KEY
                   COMPUTE WS-SB-NUEVA = SB-CANTIDAD + WS-SB-DELTA
                   IF WS-SB-NUEVA < 0
                      MOVE 0 TO WS-SB-NUEVA
                   END-IF
                   MOVE WS-SB-NUEVA TO SB-CANTIDAD
                   REWRITE SBODATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-STOCK-BOD
           END-READ.
           IF WS-FS-SBOD NOT = "00"
              DISPLAY "Error stock por bodega. FS = " WS-FS-SBOD
           END-IF.

       AJUSTAR-BODEGA-PRI.
           MOVE CODART TO SB-CODART.
           MOVE "PRI" TO SB-BODEGA.
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

      ****************************************************************
      * Sello de la linea del historial de precios, encadenado con   *
      * el de la linea anterior (hist-prec-cadena.dat).              *
      ****************************************************************
       SELLAR-HIST-PRECIO.
           MOVE "../Articulos/hist-prec-cadena.dat" TO WS-RUTA-SLO.
           MOVE HISPRE-LINEA TO WS-SELLO-TEXTO.
           MOVE 160 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO HISPRE-MARCA.
           MOVE WS-SELLO TO HISPRE-SELLO.

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
           MOVE "ORDENES-COMPRA" TO DRJ-PROGRAMA.
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
