      *      inventario. La clave de ventas-lote.dat incluye ahora   *
      *      el articulo: dos componentes de un kit pueden consumir  *
      *      lotes con el mismo numero en el mismo renglon.          *
      * Mod: 15-10-2026 - Puntos de fidelizacion (puntos.dat): la    *
      *      venta a un cliente identificado gana puntos segun       *
      *      puntos.cfg, y los puntos se redimen como medio de pago  *
      *      P. La anulacion retira los puntos ganados y devuelve    *
      *      los redimidos; el total del dia muestra los puntos.     *
      * Mod: 15-10-2026 - Articulos serializados: cada unidad vendida*
      *      exige su serial (disponible en seriales.dat), que queda *
      *      amarrado al tiquete y al cliente con su fecha de fin de *
      *      garantia; la anulacion los devuelve a disponibles.      *
      *      Opcion G: reclamos de garantia (programa garantias).    *
      * Mod: 15-10-2026 - Compras de empleados (opcion M): el        *
      *      NUMDOC debe ser un usuario activo de usuarios.dat, cada *
      *      renglon lleva el descuento de personal de su categoria  *
      *      (desc-empleado.cfg), la venta respeta el tope mensual   *
      *      por empleado y se puede pagar por descuento de nomina   *
      *      (medio N). La compra queda en compras-empleado.dat para *
      *      la liquidacion mensual (programa descuentos-nomina).    *
      * Mod: 15-10-2026 - La demanda perdida lleva al final el       *
      *      operador que la registro (para el reporte de            *
      *      excepciones por cajero).                                *
      * Mod: 15-10-2026 - El domicilio puede ir contraentrega, con   *
      *      el valor que el mensajero debe cobrar (por defecto el   *
      *      total del tiquete); domicilios lo liquida al volver.    *
      * Mod: 15-10-2026 - Un kit armado con anticipacion (stock      *
      *      propio) se vende de su stock sin explotar la receta; el *
      *      renglon queda en ventas-kit.dat para que la anulacion   *
      *      lo devuelva al kit y no a los componentes.              *
      * Mod: 15-10-2026 - Consignacion: al confirmar, las unidades   *
      *      que salen se toman primero de lo consignado en          *
      *      consigna.dat y cada toma queda en ventas-consig.dat     *
      *      (tiquete, renglon, proveedor, costo pactado) para la    *
      *      liquidacion; la anulacion devuelve a la consignacion    *
      *      lo que aun no se ha liquidado.                          *
      * Mod: 15-10-2026 - Venta a plazos: el cargo a credito puede   *
      *      partirse en 3, 6 o 12 cuotas mensuales con interes de   *
      *      financiacion opcional. Cada cuota es un cargo con su    *
      *      vencimiento como fecha y detalle TIQUETE n CUOTA nn/nn; *
      *      el plan queda en planes-credito.dat y el cupo se mide   *
      *      contra el plan completo. La anulacion reversa todas     *
      *      las cuotas y deja el plan anulado.                      *
      * Mod: 15-10-2026 - Cada linea de auditoria.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en auditoria-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas.      *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, ventas.dat, kardex.dat, stock-bod.dat y  *
      *      movimientos-cli.dat queda en el diario de recuperacion  *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo. El saldo por bodega        *
      *      vuelve a actualizarse cuando la bodega ya existe: el    *
      *      NOT INVALID KEY de la lectura quedaba amarrado a la     *
      *      grabacion del alta.                                     *
      * Mod: 15-10-2026 - Los articulos bloqueados para la venta o   *
      *      pendientes de alta (estado-art.dat) no entran al        *
      *      tiquete; los descontinuados se venden hasta agotar el   *
      *      stock.                                                  *
      * Mod: 15-10-2026 - En un agotado se ofrecen los sustitutos    *
      *      del articulo (sustitutos.dat) que tienen disponible,    *
      *      con su precio; si el cliente se lleva uno,              *
      *      ventas-perdidas.log lo anota como SUSTITUIDO con el     *
      *      sustituto en vez de SIN-STOCK.                          *
      * Mod: 15-10-2026 - Cliente exento o excluido de IVA           *
      *      (exenciones-iva.dat) con certificado vigente: los       *
      *      renglones gravados se cobran sin IVA y el tiquete       *
      *      queda en ventas-exentas.dat con el certificado y la     *
      *      base vendida sin IVA.                                   *
      * Mod: 15-10-2026 - Los medios de pago de ventas-pago.dat      *
      *      (alta al cobrar, baja al anular) quedan tambien en el   *
      *      diario de recuperacion.                                 *
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
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-VKA ASSIGN TO "../Articulos/ventas-kit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VK-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VKA.
           SELECT ARCHIVO-CSG ASSIGN TO "../Articulos/consigna.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CLAVE
               ALTERNATE RECORD KEY IS CS-NIT WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CSG.
           SELECT ARCHIVO-VCS ASSIGN TO "../Articulos/ventas-consig.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VCS.
           SELECT ARCHIVO-LOTES ASSIGN TO "../Articulos/lotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ASSIGN TO "../Articulos/ventas-perdidas.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VPL.
           SELECT ARCHIVO-SUS ASSIGN TO "../Articulos/sustitutos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SUS.
           SELECT ARCHIVO-DOM ASSIGN TO "../Articulos/domicilios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-PRM ASSIGN TO "../Articulos/promociones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT ARCHIVO-NC ASSIGN TO "../Articulos/notas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT ARCHIVO-EAR ASSIGN TO "../Articulos/estado-art.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EAR.
           SELECT ARCHIVO-SER ASSIGN TO "../Articulos/seriales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SER.
           SELECT ARCHIVO-PTS ASSIGN TO "../Articulos/puntos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PTS.
           SELECT ARCHIVO-PTSCFG ASSIGN TO "../Articulos/puntos.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PCF.
           SELECT ARCHIVO-CEM
               ASSIGN TO "../Articulos/compras-empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-TIQUETE
               ALTERNATE RECORD KEY IS CE-NUMDOC WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CEM.
           SELECT ARCHIVO-DEMCFG
               ASSIGN TO "../Articulos/desc-empleado.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEM.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

      * Renglones de kit vendidos de su stock armado (no de los
      * componentes): las reversas los devuelven al kit.
       FD  ARCHIVO-VKA.
       01  VKADATA.
           05 VK-CLAVE.
              07 VK-NUMERO   PIC 9(6).
              07 VK-LINEA    PIC 9(3).
           05 VK-CODART      PIC X(120).
           05 VK-CANT        PIC 9(5).

      * Consignacion por articulo y proveedor (programa
      * consignacion): en tienda = RECIBIDO - VENDIDO - DEVUELTO.
       FD  ARCHIVO-CSG.
       01  CSGDATA.
           05 CS-CLAVE.
              07 CS-CODART   PIC X(120).
              07 CS-NIT      PIC 9(10).
           05 CS-COSTO       PIC 9(10)V99.
           05 CS-RECIBIDO    PIC 9(10).
           05 CS-VENDIDO     PIC 9(10).
           05 CS-DEVUELTO    PIC 9(10).
           05 CS-FECREC      PIC 9(8).

      * Unidades consignadas que salieron en un renglon de tiquete;
      * VC-LIQUIDA = cuenta por pagar que las liquido (0 = no).
       FD  ARCHIVO-VCS.
       01  VCSDATA.
           05 VC-CLAVE.
              07 VC-NUMERO   PIC 9(6).
              07 VC-LINEA    PIC 9(3).
              07 VC-CODART   PIC X(120).
              07 VC-NIT      PIC 9(10).
           05 VC-CANT        PIC 9(10).
           05 VC-COSTO       PIC 9(10)V99.
           05 VC-FECHA       PIC 9(8).
           05 VC-LIQUIDA     PIC 9(6).

       FD  ARCHIVO-LOTES.
       01  LOTDATA.
           05 LT-CLAVE.

      * Demanda perdida: una linea por venta negada por falta de
      * disponible (o anotada a mano), para que compras sepa que se
      * nos fue de las manos. La que salvo un sustituto queda con
      * motivo SUSTITUIDO y el articulo que se llevo el cliente.
       FD  ARCHIVO-VPL.
       01  VPL-LINEA.
           05 VPL-FECHA      PIC 9(8).
           05 VPL-CANT       PIC 9(5).
           05 FILLER         PIC X.
           05 VPL-MOTIVO     PIC X(12).
           05 FILLER         PIC X.
           05 VPL-OPER       PIC 9(10).
           05 FILLER         PIC X.
           05 VPL-SUSTITUTO  PIC X(120).

      * Sustitutos aceptables de cada articulo, en orden de
      * preferencia (se mantienen en gestion-articles, opcion W).
       FD  ARCHIVO-SUS.
       01  SUSDATA.
           05 SU-CLAVE.
              07 SU-CODART   PIC X(120).
              07 SU-RANGO    PIC 9(2).
           05 SU-SUSTITUTO   PIC X(120).
           05 SU-NOTA        PIC X(30).

      * Domicilios: un registro por tiquete marcado para entrega a
      * casa, con su estado (P pendiente, D despachado, E entregado,
              88 DM-DESPACHADO VALUE "D".
              88 DM-ENTREGADO  VALUE "E".
              88 DM-DEVUELTO   VALUE "V".
           05 DM-CONTRAENT   PIC X.
              88 DM-ES-CONTRAENT VALUE "S".
           05 DM-VALOR-COBRO PIC 9(12)V99.
           05 DM-LIQUIDACION PIC 9(6).

      * Lista de precios por segmento de cliente (la mantiene
      * gestion-articles): precio NETO sin IVA que reemplaza a
      * gestion-articles).
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(50).
           05 OP-CARGO       PIC X.
           05 FILLER         PIC X(100).
           05 OP-ESTADO      PIC X.
              88 OP-ACTIVO   VALUE "A".
           05 FILLER         PIC X(67).

       FD  ARCHIVO-AUDIT.
       01  AUDIT-REG.
           05 AUDIT-LINEA      PIC X(120).
           05 AUDIT-MARCA      PIC X.
           05 AUDIT-SELLO      PIC 9(10).

      * Promociones con vigencia (las mantiene el programa
      * promociones); aqui solo se leen para rebajar el renglon.

      * Desglose de medios de pago por tiquete: una fila por medio
      * aplicado (E=efectivo ya neto de vueltas, T=tarjeta, B=bono,
      * C=credito cargado a la cuenta del cliente, P=puntos de
      * fidelizacion redimidos, N=descuento de nomina de un empleado).
       FD  ARCHIVO-VPAG.
       01  VPAGDATA.
           05 VP-CLAVE.
           05 DU-LIMCRED     PIC 9(10)V99.
           05 DU-SEGMENTO    PIC X.

      * Exencion de IVA del cliente (consulta-data-user, opcion X).
       FD  ARCHIVO-EXE.
       01  EXEDATA.
           05 EX-NUMDOC      PIC 9(13).
           05 EX-TIPO        PIC X.
           05 EX-CERTIFICADO PIC X(20).
           05 EX-VIGENCIA    PIC 9(8).
           05 EX-FECREG      PIC 9(8).

      * Tiquete vendido sin IVA a un cliente exento (E) o excluido
      * (X): certificado que lo soporta y la base de los renglones
      * de tarifa reducida y general a los que no se les cobro IVA.
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

      * Movimientos de cartera por cliente, el mismo archivo que
      * captura y consulta consulta-data-user (opciones M y E).
       FD  ARCHIVO-MOV.
           05 MC-DETALLE     PIC X(30).
           05 MC-APLICADO    PIC 9(10)V99.

      * Plan de cuotas de una venta a plazos: capital, interes de
      * financiacion (tasa mensual en centesimas por el numero de
      * cuotas) y estado; las cuotas mismas son los cargos del
      * tiquete en movimientos-cli.dat.
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

      * Notas credito de devoluciones (las graba el programa
      * devoluciones); aqui solo se leen para netear el dia.
       FD  ARCHIVO-NC.
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

      * Estado de ciclo de vida del articulo (se mantiene en
      * gestion-articles, opcion E); sin registro = activo.
       FD  ARCHIVO-EAR.
       01  EARDATA.
           05 EA-CODART      PIC X(120).
           05 EA-ESTADO      PIC X.
           05 EA-MOTIVO      PIC X(40).
           05 EA-FECHA       PIC 9(8).
           05 EA-OPER        PIC 9(10).

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

      * Libro de puntos de fidelizacion por cliente. Las filas G
      * (ganados en un tiquete) e I (reintegro de una redencion
      * anulada) son lotes: PT-SALDO es lo que queda por usar y se
      * consume del mas antiguo al mas nuevo. R = redimidos en un
      * tiquete, D = retirados por devolucion o anulacion, V =
      * vencidos (los graba el programa puntos).
       FD  ARCHIVO-PTS.
       01  PTSDATA.
           05 PT-CLAVE.
              07 PT-CLIENTE  PIC 9(13).
              07 PT-FECHA    PIC 9(8).
              07 PT-TIQUETE  PIC 9(6).
              07 PT-TIPO     PIC X.
                 88 PT-GANADO    VALUE "G".
                 88 PT-REDIMIDO  VALUE "R".
                 88 PT-DEVUELTO  VALUE "D".
                 88 PT-REINTEGRO VALUE "I".
                 88 PT-VENCIDO   VALUE "V".
           05 PT-PUNTOS      PIC 9(10).
           05 PT-SALDO       PIC 9(10).
           05 PT-RETIRADO    PIC 9(10).
           05 PT-VENCE       PIC 9(8).

      * Parametros de puntos: G = pesos de compra por punto,
      * V = pesos que vale un punto al redimir, M = meses de vigencia.
       FD  ARCHIVO-PTSCFG.
       01  PCF-LINEA.
           05 PCF-TIPO       PIC X.
           05 FILLER         PIC X.
           05 PCF-VALOR      PIC 9(6).

      * Compras de empleados, una fila por tiquete: total ya con el
      * descuento de personal, descuento otorgado y la parte que se
      * descuenta por nomina. La anulacion deja la fila en N.
       FD  ARCHIVO-CEM.
       01  CEMDATA.
           05 CE-TIQUETE     PIC 9(6).
           05 CE-NUMDOC      PIC 9(10).
           05 CE-FECHA       PIC 9(8).
           05 CE-TOTAL       PIC 9(12)V99.
           05 CE-DESCUENTO   PIC 9(12)V99.
           05 CE-NOMINA      PIC 9(12)V99.
           05 CE-ESTADO      PIC X.
              88 CE-ACTIVA   VALUE "A".
              88 CE-ANULADA  VALUE "N".

      * Descuento de personal: C = porcentaje de una categoria
      * (CP-NOMBRE), D = porcentaje de las demas categorias,
      * T = tope mensual de compras por empleado en pesos (0 = sin
      * tope).
       FD  ARCHIVO-DEMCFG.
       01  DEM-LINEA.
           05 DEM-TIPO       PIC X.
           05 FILLER         PIC X.
           05 DEM-CAT        PIC X(10).
           05 FILLER         PIC X.
           05 DEM-VALOR      PIC 9(12).

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
       01 WS-FS-VTA           PIC XX.
       01 WS-SALDO-CUPO       PIC S9(12)V99.
       01 WS-CUPO-OK          PIC X.
       01 WS-LIMCRED-CLI      PIC 9(10)V99.
       01 WS-FS-PLC           PIC XX.
       01 WS-CUOTAS           PIC 9(2).
       01 WS-TASA-FIN         PIC 9(4).
       01 WS-INTERES-FIN      PIC 9(10)V99.
       01 WS-CARGO-CUPO       PIC 9(12)V99.
       01 WS-VALOR-CUOTA      PIC 9(10)V99.
       01 WS-CUOTA-ACUM       PIC 9(10)V99.
       01 WS-CUOTA-NUM        PIC 9(2).
       01 WS-ES-CUOTA         PIC X(5).
       01 WS-MESES            PIC 9(4).
       01 WS-ANIOS            PIC 9(4).
       01 WS-MES-RESTO        PIC 9(2).
       01 WS-VENCE.
           05 WS-VENCE-AA     PIC 9(4).
           05 WS-VENCE-MM     PIC 9(2).
           05 WS-VENCE-DD     PIC 9(2).
       01 WS-VENCE-N REDEFINES WS-VENCE PIC 9(8).
       01 WS-FS-PSG           PIC XX.
       01 WS-FS-DOM           PIC XX.
       01 WS-ES-DOMICILIO     PIC X.
       01 WS-VALOR-COBRO      PIC 9(12)V99.
       01 WS-FS-VPL           PIC XX.
       01 WS-VPL-MOTIVO       PIC X(12).
       01 WS-VPL-SUSTITUTO    PIC X(120) VALUE SPACES.

      * Sustitutos con disponible que se ofrecen en un agotado.
       01 WS-FS-SUS           PIC XX.
       01 WS-SUS-ORIG         PIC X(120).
       01 WS-SUS-CANT         PIC 9(5).
       01 WS-SUS-NUM          PIC 9.
       01 WS-SUS-I            PIC 9.
       01 WS-SUS-LIN          PIC 99.
       01 WS-SUS-ELEGIDO      PIC 9.
       01 WS-SUS-ITEMS        PIC 9(3).
       01 WS-SUS-BLANCO       PIC X(70) VALUE SPACES.
       01 TABLA-SUSTITUTOS.
           05 ST-ENTRADA OCCURS 3 TIMES.
              10 ST-CODART   PIC X(120).
              10 ST-DESCRI   PIC X(30).
              10 ST-PRECIO   PIC 9(10)V99.
              10 ST-DISPON   PIC S9(11).
       01 WS-CLI-VENTA        PIC 9(13).
       01 WS-SEG-VENTA        PIC X.
      * Exencion de IVA vigente del cliente de la venta (E o X;
      * espacio = paga IVA) y la base que se vendio sin IVA.
       01 WS-FS-EXE           PIC XX.
       01 WS-FS-VEX           PIC XX.
       01 WS-EXE-VENTA        PIC X VALUE SPACE.
       01 WS-EXE-CERT         PIC X(20).
       01 WS-EXE-VIGENCIA     PIC 9(8).
       01 WS-EXE-BASE-R       PIC 9(12)V99.
       01 WS-EXE-BASE-G       PIC 9(12)V99.
       01 WS-PRECIO-BASE      PIC 9(10)V99.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-PRM           PIC XX.
       01 WS-COMP-NECESITA    PIC 9(10).
       01 WK-KIT-CODART       PIC X(120).
       01 WK-COMP-FALTA       PIC X(120).
       01 WS-FS-VKA           PIC XX.
       01 WS-KIT-ARMADO       PIC X.
       01 WS-FS-CSG           PIC XX.
       01 WS-FS-VCS           PIC XX.
       01 WS-CSG-PEND         PIC 9(10).
       01 WS-CSG-DISP         PIC S9(10).
       01 WS-CSG-TOMA         PIC 9(10).
       01 WS-ES-BALANZA       PIC X.
       01 WS-PESO-KG          PIC 9(2)V9(3).
       01 WS-CANT-KG          PIC 9(5).
       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.

       01 WS-FS-PTS           PIC XX.
       01 WS-FS-PCF           PIC XX.
       01 WS-FIN-PCF          PIC X.
       01 WS-PTS-BASE         PIC 9(6) VALUE 1000.
       01 WS-PTS-VALOR        PIC 9(6) VALUE 10.
       01 WS-PTS-MESES        PIC 9(6) VALUE 12.
       01 WS-PTS-OK           PIC X.
       01 WS-PTS-DISPON       PIC 9(12).
       01 WS-PTS-USAR         PIC 9(10).
       01 WS-PTS-FALTA        PIC 9(10).
       01 WS-PTS-GANA         PIC 9(10).
       01 WS-PTS-QUITAR       PIC 9(10).
       01 WS-PTS-CLIENTE      PIC 9(13).
       01 WS-PTS-TIQUETE      PIC 9(6).
       01 WS-PTS-TIPO         PIC X.
       01 WS-PTS-HALLADO      PIC X.
       01 WS-PTS-VENCE        PIC 9(8).
       01 WS-PTS-MESNUM       PIC 9(8).
       01 WS-PAGO-PTS         PIC 9(12)V99.
       01 WS-TOT-PTS          PIC 9(14)V99.
       01 WS-PTS-MESREM       PIC 9(2).
       01 WS-PTS-FEC.
           05 WS-PTS-FEC-AA   PIC 9(4).
           05 WS-PTS-FEC-MM   PIC 9(2).
           05 WS-PTS-FEC-DD   PIC 9(2).

       01 WS-FS-ASR           PIC XX.
       01 WS-FS-EAR           PIC XX.
       01 WS-EST-ART          PIC X.
          88 EST-BLOQUEADO       VALUE "B".
          88 EST-PENDIENTE       VALUE "P".
       01 WS-FS-SER           PIC XX.
       01 WS-ES-SERIAL        PIC X.
       01 WS-SER-OK           PIC X.
       01 WS-SER-MESES        PIC 9(3).
       01 WS-SER-LEIDO        PIC X(30).
       01 WS-SER-UNI          PIC 9(5).
       01 WS-SER-BASE         PIC 9(3).
       01 WS-SER-J            PIC 9(3).
       01 WS-SER-REPETIDO     PIC X.
       01 WS-NUM-SER          PIC 9(3).
       01 WS-GAR-MESNUM       PIC 9(8).
       01 WS-GAR-MESREM       PIC 9(2).
       01 WS-GAR-FEC.
           05 WS-GAR-FEC-AA   PIC 9(4).
           05 WS-GAR-FEC-MM   PIC 9(2).
           05 WS-GAR-FEC-DD   PIC 9(2).
       01 WS-GAR-HASTA        PIC 9(8).

       01 WS-FS-CEM           PIC XX.
       01 WS-FS-DEM           PIC XX.
       01 WS-FIN-DEM          PIC X.
       01 WS-MODO-EMPLEADO    PIC X VALUE "N".
       01 WS-EMP-VENTA        PIC 9(10).
       01 WS-EMP-OK           PIC X.
       01 WS-EMP-PCT-DEF      PIC 9(3) VALUE 10.
       01 WS-EMP-PCT          PIC 9(3).
       01 WS-EMP-TOPE         PIC 9(12) VALUE 0.
       01 WS-EMP-GASTADO      PIC 9(12)V99.
       01 WS-EMP-DISPON       PIC S9(12)V99.
       01 WS-EMP-DESC         PIC 9(10)V99.
       01 WS-EMP-DESC-VTA     PIC 9(12)V99.
       01 WS-EMP-PERIODO      PIC X(6).
       01 WS-PAGO-NOM         PIC 9(12)V99.
       01 WS-TOT-NOM          PIC 9(14)V99.
       01 WS-DEM-NUM          PIC 9(2) VALUE 0.
       01 WS-DEM-IDX          PIC 9(2).

      * Porcentajes de descuento de personal por categoria, cargados
      * de desc-empleado.cfg al entrar.
       01 DESC-EMPLEADO.
           05 DE-ITEM OCCURS 30 TIMES.
              10 DE-CAT       PIC X(10).
              10 DE-PCT       PIC 9(3).

      * Seriales capturados en los renglones de la venta en curso,
      * se marcan vendidos al confirmar.
       01 VENTA-SERIALES.
           05 VS-ITEM OCCURS 50 TIMES.
              10 VS-CODART    PIC X(120).
              10 VS-SERIAL    PIC X(30).
              10 VS-MESES     PIC 9(3).

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
           07 T-NUMDOC       PIC 9(10).
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
           OPEN I-O ARCHIVO-CSG.
           IF WS-FS-CSG = "35"
              CLOSE ARCHIVO-CSG
              OPEN OUTPUT ARCHIVO-CSG
              CLOSE ARCHIVO-CSG
              OPEN I-O ARCHIVO-CSG
           END-IF.
           OPEN I-O ARCHIVO-VCS.
           IF WS-FS-VCS = "35"
              CLOSE ARCHIVO-VCS
              OPEN OUTPUT ARCHIVO-VCS
              CLOSE ARCHIVO-VCS
              OPEN I-O ARCHIVO-VCS
           END-IF.
           OPEN I-O ARCHIVO-VLT.
           IF WS-FS-VLT = "35"
              CLOSE ARCHIVO-VLT
              OPEN INPUT ARCHIVO-PSG
           END-IF.
           PERFORM LEER-TASAS-IVA.
           PERFORM LEER-PARAM-PUNTOS.
           PERFORM LEER-PARAM-EMPLEADO.
           PERFORM MENU-VENTAS UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-APA.
           CLOSE ARCHIVO-PRM.
           CLOSE ARCHIVO-KIT.
           CLOSE ARCHIVO-VKA.
           CLOSE ARCHIVO-CSG.
           CLOSE ARCHIVO-VCS.
           CLOSE ARCHIVO-VLT.
           CLOSE ARCHIVO-CBA.
           CLOSE ARCHIVO-PSG.
               LINE 15 POSITION 20.
           DISPLAY "  P -> Anotar venta perdida"
               LINE 13 POSITION 55.
           DISPLAY "  G -> Garantias (seriales)"
               LINE 14 POSITION 55.
           DISPLAY "  M -> Compra de empleado"
               LINE 15 POSITION 55.
           DISPLAY "  Q -> Volver"                  LINE 16 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 18 POSITION 20.
           ACCEPT WS-OPCION LINE 18 POSITION 41.
                    PERFORM LLAMAR-DOMICILIOS
               WHEN "P"
                    PERFORM ANOTAR-VENTA-PERDIDA
               WHEN "G"
                    PERFORM LLAMAR-GARANTIAS
               WHEN "M"
                    MOVE "S" TO WS-MODO-EMPLEADO
                    PERFORM REGISTRAR-VENTA
                    MOVE "N" TO WS-MODO-EMPLEADO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
               NOT INVALID KEY
                   MOVE "** ANULADO **" TO VTA-DESCRI
                   REWRITE VTADATA
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-VENTAS
           END-READ.
           IF WS-FS-VTA = "00"
              PERFORM ELIMINAR-PAGOS-ANU
              PERFORM RETIRAR-PUNTOS-ANU
              PERFORM LIBERAR-SERIALES-ANU
              PERFORM ANULAR-COMPRA-EMPLEADO
              DISPLAY "Tiquete " WS-NUM-ANULA " anulado ("
                  WS-ANU-LINEAS " renglones)." LINE 13 POSITION 20
              PERFORM REGISTRAR-AUDIT-ANULACION

       REVERSAR-UNA-LINEA-ANU.
           ADD 1 TO WS-ANU-LINEAS.
           PERFORM REVERSAR-CONSIGNACION-ANU.
           MOVE VTA-CODART TO CODART.
      * Un renglon de kit nunca descargo su propio stock: la venta
      * descargo los componentes, asi que la anulacion los repone.
      * Salvo que se haya vendido armado: entonces vuelve al kit.
           PERFORM VERIFICAR-SI-KIT.
           IF WS-ES-KIT = "S"
              PERFORM VERIFICAR-VENTA-ARMADA
           END-IF.
           IF WS-ES-KIT = "S"
              MOVE VTA-CANT TO WS-KIT-CANT
              PERFORM REPONER-COMPONENTES-KIT
                   MOVE STOCK TO WS-STOCK-ANT
                   ADD VTA-CANT TO STOCK
                   REWRITE USUART
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-ARTICULOS
                   IF WS-FS NOT = "00"
                      DISPLAY "Error al devolver stock. FS = " WS-FS
                   ELSE
      * ventas-pago.dat (el total por medio y el arqueo no deben
      * seguir contando lo anulado), y antes de borrar cada fila se
      * reversa su lado de plata: el cargo a credito sale de la
      * cuenta del cliente, el bono redimido recupera su saldo y los
      * puntos redimidos vuelven al cliente.
       ELIMINAR-PAGOS-ANU.
           OPEN I-O ARCHIVO-VPAG.
           IF WS-FS-VPG NOT = "00"
                          INVALID KEY
                              CONTINUE
                      END-DELETE
                      MOVE "D" TO WS-DIARIO-OPER
                      PERFORM DIARIO-VENTAS-PAGO
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VPAG.
                   PERFORM REVERSAR-CARGO-ANU
               WHEN "B"
                   PERFORM REVERSAR-BONO-ANU
               WHEN "P"
                   PERFORM REVERSAR-PUNTOS-ANU
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * El cargo a credito del tiquete (detalle TIQUETE, mismo
      * numero): sin aplicar se borra; con abonos aplicados queda
      * rebajado a lo ya aplicado y marcado como anulado, para que
      * el cliente no siga debiendo un tiquete que no existe. En una
      * venta a plazos se reversan todas las cuotas y el plan queda
      * anulado.
       REVERSAR-CARGO-ANU.
           OPEN I-O ARCHIVO-MOV.
           IF WS-FS-MOV NOT = "00"
              PERFORM UNTIL WS-FS-MOV NOT = "00"
                 IF MC-CARGO AND MC-NUMDOCU = WS-NUM-ANULA
                    AND MC-DETALLE(1:7) = "TIQUETE"
                    MOVE MC-DETALLE(16:5) TO WS-ES-CUOTA
                    PERFORM REVERSAR-ESTE-CARGO
                    IF WS-ES-CUOTA = "CUOTA"
                       PERFORM READ-SIGUIENTE-MOV
                    ELSE
                       MOVE "10" TO WS-FS-MOV
                    END-IF
                 ELSE
                    PERFORM READ-SIGUIENTE-MOV
                 END-IF
           END-IF.
           MOVE "00" TO WS-FS-MOV.
           CLOSE ARCHIVO-MOV.
           PERFORM ANULAR-PLAN-CUOTAS.

       ANULAR-PLAN-CUOTAS.
           OPEN I-O ARCHIVO-PLC.
           IF WS-FS-PLC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-ANULA TO PL-TIQUETE.
           READ ARCHIVO-PLC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO PL-ESTADO
                   REWRITE PLCDATA
                   END-REWRITE
           END-READ.
           CLOSE ARCHIVO-PLC.

       REVERSAR-ESTE-CARGO.
           IF MC-APLICADO = 0
              DELETE ARCHIVO-MOV
              MOVE "D" TO WS-DIARIO-OPER
              PERFORM DIARIO-MOV-CLI
              DISPLAY "Cargo a credito retirado de la cuenta."
                  LINE 15 POSITION 20
           ELSE
                  DELIMITED BY SIZE INTO MC-DETALLE
              END-STRING
              REWRITE MOVDATA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-MOV-CLI
              DISPLAY "Cargo rebajado a lo ya abonado."
                  LINE 15 POSITION 20
           END-IF.
           END-READ.
           CLOSE ARCHIVO-BON.

      * Los puntos redimidos en el tiquete anulado vuelven al
      * cliente como un lote nuevo (fila I) con vigencia completa.
      * Si el tiquete tuvo dos pagos con puntos la fila R ya los
      * acumula: con el primero basta y el segundo no repite.
       REVERSAR-PUNTOS-ANU.
           OPEN I-O ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              DISPLAY "Sin libro de puntos: devuelvalos a mano."
                  LINE 19 POSITION 20
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-ANULA TO WS-PTS-TIQUETE.
           MOVE "I" TO WS-PTS-TIPO.
           PERFORM BUSCAR-PUNTOS-TIQUETE.
           IF WS-PTS-HALLADO = "S"
              CLOSE ARCHIVO-PTS
              EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-PTS-TIPO.
           PERFORM BUSCAR-PUNTOS-TIQUETE.
           IF WS-PTS-HALLADO NOT = "S"
              DISPLAY "Redencion de puntos no hallada."
                  LINE 19 POSITION 20
              CLOSE ARCHIVO-PTS
              EXIT PARAGRAPH
           END-IF.
           MOVE PT-CLIENTE TO WS-PTS-CLIENTE.
           MOVE PT-PUNTOS TO WS-PTS-USAR.
           MOVE "I" TO WS-PTS-TIPO.
           PERFORM CALCULAR-VENCE-PUNTOS.
           PERFORM GRABAR-MOV-PUNTOS.
           DISPLAY "Puntos devueltos al cliente: " WS-PTS-USAR
               LINE 19 POSITION 20.
           CLOSE ARCHIVO-PTS.

      * Los puntos que gano el tiquete anulado se retiran.
       RETIRAR-PUNTOS-ANU.
           OPEN I-O ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-ANULA TO WS-PTS-TIQUETE.
           MOVE "G" TO WS-PTS-TIPO.
           PERFORM BUSCAR-PUNTOS-TIQUETE.
           IF WS-PTS-HALLADO = "S"
              COMPUTE WS-PTS-QUITAR = PT-PUNTOS - PT-RETIRADO
              PERFORM QUITAR-PUNTOS-GANADOS
              IF WS-PTS-QUITAR > 0
                 DISPLAY "Puntos retirados: " WS-PTS-USAR
                     LINE 20 POSITION 20
              END-IF
              IF WS-PTS-FALTA > 0
                 DISPLAY "Ya redimidos, sin retirar: " WS-PTS-FALTA
                     LINE 20 POSITION 50
              END-IF
           END-IF.
           CLOSE ARCHIVO-PTS.

      * Repone cada componente del kit anulado: stock, kardex
      * ANULADO y bodega PRI, espejo de DESCARGAR-COMPONENTES-KIT.
       REPONER-COMPONENTES-KIT.
           END-READ.
           MOVE STOCK TO WS-STOCK-ANT.
           ADD WS-COMP-NECESITA TO STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al reponer componente. FS = " WS-FS
              EXIT PARAGRAPH
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       REGISTRAR-VENTA-PERDIDA.
           MOVE CODART TO VPL-CODART.
           MOVE WS-CANT-VENDER TO VPL-CANT.
           MOVE WS-VPL-MOTIVO TO VPL-MOTIVO.
           MOVE T-NUMDOC TO VPL-OPER.
           MOVE WS-VPL-SUSTITUTO TO VPL-SUSTITUTO.
           MOVE SPACES TO WS-VPL-SUSTITUTO.
           OPEN EXTEND ARCHIVO-VPL.
           IF WS-FS-VPL NOT = "00"
              OPEN OUTPUT ARCHIVO-VPL
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-VTA.

      * El modulo de garantias lee ventas.dat y articulos.dat por su
      * cuenta; se le cede el control con los archivos cerrados.
       LLAMAR-GARANTIAS.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-VTA.
           CALL "garantias" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-VTA.

      * El modulo de sesiones de caja lee ventas.dat por su cuenta
      * para calcular el efectivo esperado; se le cede el control
      * con el archivo cerrado.
           DISPLAY "----- Registrar venta -----" LINE 3 POSITION 20.
      * Cliente identificado al arrancar la venta: su segmento
      * decide la lista de precios; 0 = venta de mostrador con
      * PREVEN de siempre. La compra de empleado no lleva cliente.
           MOVE 0 TO WS-EMP-VENTA.
           MOVE 0 TO WS-EMP-DESC-VTA.
           MOVE SPACE TO WS-EXE-VENTA.
           MOVE 0 TO WS-EXE-BASE-R.
           MOVE 0 TO WS-EXE-BASE-G.
           IF WS-MODO-EMPLEADO = "S"
              MOVE 0 TO WS-CLI-VENTA
              MOVE SPACE TO WS-SEG-VENTA
              PERFORM IDENTIFICAR-EMPLEADO-VENTA
              IF WS-EMP-VENTA = 0
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM IDENTIFICAR-CLIENTE-VENTA
           END-IF.
           MOVE 0 TO WS-NUM-ITEMS.
           MOVE 0 TO WS-NUM-SER.
           MOVE 0 TO WS-TOTAL-VENTA.
           MOVE 7 TO WS-LIN.
           MOVE "X" TO WS-CODBAR-LEIDO.
           ELSE
              DISPLAY "TOTAL DE LA VENTA: " WS-TOTAL-VENTA
                  LINE 20 POSITION 10
              PERFORM VERIFICAR-TOPE-EMPLEADO
              IF WS-EMP-OK NOT = "S"
                 DISPLAY "Supera el tope mensual del empleado: "
                     "disponible " WS-EMP-DISPON LINE 21 POSITION 10
                 DISPLAY "Venta descartada." LINE 22 POSITION 10
              ELSE
                 DISPLAY "¿Confirmar la venta? (S/N):"
                     LINE 21 POSITION 10
                 ACCEPT WS-CONFIRMA LINE 21 POSITION 40
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                    PERFORM CONFIRMAR-VENTA
                 ELSE
                    DISPLAY "Venta descartada." LINE 22 POSITION 10
                 END-IF
              END-IF
              PERFORM PAUSA
           END-IF.
                  LINE 6 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-ESTADO-ART.
           IF EST-BLOQUEADO OR EST-PENDIENTE
              PERFORM AVISAR-ESTADO-VENTA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CAPTURAR-RENGLON-ART.

      * Lo bloqueado para la venta o pendiente de alta no pasa por
      * caja; lo descontinuado se sigue vendiendo hasta agotarlo.
       AVISAR-ESTADO-VENTA.
           IF EST-BLOQUEADO
              DISPLAY "Articulo BLOQUEADO para la venta.    "
                  LINE 6 POSITION 10
           ELSE
              DISPLAY "Articulo PENDIENTE de alta (sin precio)."
                  LINE 6 POSITION 10
           END-IF.

      * Resuelve un codigo alterno de codbar-alias.dat: apunta al
      * CODART base con las unidades base que representa cada
      * lectura (la caja de 24 registra 24 unidades).
       CAPTURAR-RENGLON-ART.
           PERFORM CALCULAR-PRECIO-IVA.
           PERFORM APLICAR-PROMOCION.
           PERFORM APLICAR-DESC-EMPLEADO.
           DISPLAY DESCRI(1:40) " $" WS-PRECIO-IVA
               LINE 6 POSITION 10.
           IF WS-PROMO-DESC > 0
                  WS-PROMO-DESC " (antes $" WS-PRECIO-LLENO
                  ")" LINE 4 POSITION 10
           END-IF.
           IF WS-EMP-DESC > 0
              DISPLAY "EMPLEADO " WS-EMP-PCT "% -$"
                  WS-EMP-DESC " (antes $" WS-PRECIO-LLENO
                  ")" LINE 4 POSITION 10
           END-IF.
           DISPLAY "Cantidad:" LINE 6 POSITION 62.
           MOVE 1 TO WS-CANT-VENDER.
           ACCEPT WS-CANT-VENDER LINE 6 POSITION 72.
              END-IF
           END-IF.
      * Un kit no valida su propio stock: valida el disponible de
      * cada componente de la definicion. Si hay kits armados con
      * anticipacion que alcanzan, se vende como articulo comun.
           PERFORM VERIFICAR-SI-KIT.
           IF WS-ES-KIT = "S" AND STOCK > 0
              PERFORM SUMAR-RESERVAS
              PERFORM SUMAR-YA-EN-TIQUETE
              COMPUTE WS-DISPONIBLE = STOCK - WS-RESERVADO
              IF WS-CANT-VENDER + WS-EN-TIQUETE
                 NOT > WS-DISPONIBLE
                 MOVE "N" TO WS-ES-KIT
              END-IF
           END-IF.
           IF WS-ES-KIT = "S"
              PERFORM VERIFICAR-COMPONENTES
              IF WS-COMP-OK = "S"
                     WS-DISPONIBLE " (reservado "
                     WS-RESERVADO ")" LINE 6 POSITION 10
      * Lo que no se pudo vender no se evapora: queda como demanda
      * perdida para que compras lo vea, salvo que un sustituto la
      * rescate.
                 PERFORM OFRECER-SUSTITUTOS
              ELSE
                 PERFORM INSERTAR-RENGLON-VENTA
              END-IF
           END-IF.

      ****************************************************************
      * Agotado: se ofrecen hasta tres sustitutos del articulo       *
      * (sustitutos.dat, por rango) que tengan disponible para la    *
      * cantidad pedida, con su precio. Si el cajero toma uno, la    *
      * demanda queda SUSTITUIDO con el articulo que se llevo; si    *
      * no, queda perdida (SIN-STOCK).                               *
      ****************************************************************
       OFRECER-SUSTITUTOS.
           MOVE CODART TO WS-SUS-ORIG.
           MOVE WS-CANT-VENDER TO WS-SUS-CANT.
           MOVE 0 TO WS-SUS-NUM.
           MOVE 0 TO WS-SUS-ELEGIDO.
           OPEN INPUT ARCHIVO-SUS.
           IF WS-FS-SUS = "00"
              MOVE WS-SUS-ORIG TO SU-CODART
              MOVE 0 TO SU-RANGO
              START ARCHIVO-SUS KEY IS NOT LESS THAN SU-CLAVE
                  INVALID KEY
                      MOVE "10" TO WS-FS-SUS
              END-START
              PERFORM UNTIL WS-FS-SUS NOT = "00" OR WS-SUS-NUM = 3
                 READ ARCHIVO-SUS NEXT RECORD
                     AT END MOVE "10" TO WS-FS-SUS
                 END-READ
                 IF WS-FS-SUS = "00"
                    IF SU-CODART = WS-SUS-ORIG
                       PERFORM EVALUAR-SUSTITUTO
                    ELSE
                       MOVE "10" TO WS-FS-SUS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARCHIVO-SUS
           END-IF.
           IF WS-SUS-NUM > 0
              PERFORM ELEGIR-SUSTITUTO
           END-IF.
           IF WS-SUS-ELEGIDO > 0
              MOVE WS-SUS-CANT TO WS-CANT-VENDER
              MOVE WS-NUM-ITEMS TO WS-SUS-ITEMS
              PERFORM CALCULAR-PRECIO-IVA
              PERFORM APLICAR-PROMOCION
              PERFORM APLICAR-DESC-EMPLEADO
              PERFORM INSERTAR-RENGLON-VENTA
              IF WS-NUM-ITEMS = WS-SUS-ITEMS
                 MOVE 0 TO WS-SUS-ELEGIDO
              END-IF
           END-IF.
           IF WS-SUS-ELEGIDO > 0
              MOVE CODART TO WS-VPL-SUSTITUTO
              MOVE "SUSTITUIDO" TO WS-VPL-MOTIVO
           ELSE
              MOVE "SIN-STOCK" TO WS-VPL-MOTIVO
           END-IF.
           MOVE WS-SUS-ORIG TO CODART.
           MOVE WS-SUS-CANT TO WS-CANT-VENDER.
           PERFORM REGISTRAR-VENTA-PERDIDA.

      * El sustituto de SU-SUSTITUTO entra a la lista si se puede
      * vender (no bloqueado ni pendiente, no es kit) y su
      * disponible, descontado lo que ya va en el tiquete, alcanza.
       EVALUAR-SUSTITUTO.
           MOVE SU-SUSTITUTO TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM LEER-ESTADO-ART.
           IF EST-BLOQUEADO OR EST-PENDIENTE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFICAR-SI-KIT.
           IF WS-ES-KIT = "S"
              EXIT PARAGRAPH
           END-IF.
           PERFORM SUMAR-RESERVAS.
           PERFORM SUMAR-YA-EN-TIQUETE.
           COMPUTE WS-DISPONIBLE = STOCK - WS-RESERVADO
               - WS-EN-TIQUETE.
           IF WS-DISPONIBLE < WS-SUS-CANT
              EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-PRECIO-IVA.
           ADD 1 TO WS-SUS-NUM.
           MOVE CODART TO ST-CODART(WS-SUS-NUM).
           MOVE DESCRI(1:30) TO ST-DESCRI(WS-SUS-NUM).
           MOVE WS-PRECIO-IVA TO ST-PRECIO(WS-SUS-NUM).
           MOVE WS-DISPONIBLE TO ST-DISPON(WS-SUS-NUM).

      * Lista de sustitutos en las lineas 20 a 23 y la eleccion en
      * la 24; el sustituto elegido queda leido en el area del
      * registro.
       ELEGIR-SUSTITUTO.
           DISPLAY "Sustitutos con disponible:" LINE 20 POSITION 10.
           PERFORM VARYING WS-SUS-I FROM 1 BY 1
               UNTIL WS-SUS-I > WS-SUS-NUM
              COMPUTE WS-SUS-LIN = 20 + WS-SUS-I
              DISPLAY WS-SUS-I " " ST-DESCRI(WS-SUS-I) " $"
                  ST-PRECIO(WS-SUS-I) " disp " ST-DISPON(WS-SUS-I)
                  LINE WS-SUS-LIN POSITION 10
           END-PERFORM.
           DISPLAY "Sustituto (numero, ENTER=ninguno):" LINE 24
               POSITION 10.
           MOVE 0 TO WS-SUS-ELEGIDO.
           ACCEPT WS-SUS-ELEGIDO LINE 24 POSITION 46.
           PERFORM VARYING WS-SUS-LIN FROM 20 BY 1
               UNTIL WS-SUS-LIN > 24
              DISPLAY WS-SUS-BLANCO LINE WS-SUS-LIN POSITION 10
           END-PERFORM.
           IF WS-SUS-ELEGIDO > WS-SUS-NUM
              MOVE 0 TO WS-SUS-ELEGIDO
           END-IF.
           IF WS-SUS-ELEGIDO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE ST-CODART(WS-SUS-ELEGIDO) TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   MOVE 0 TO WS-SUS-ELEGIDO
           END-READ.

      * Inserta el articulo del area del registro como renglon de
      * la venta en curso, con el precio con IVA (y promocion) ya
      * calculado en WS-PRECIO-IVA.
       INSERTAR-RENGLON-VENTA.
      * Un articulo serializado no entra al tiquete sin un serial
      * disponible por cada unidad.
           PERFORM CAPTURAR-SERIALES-VENTA.
           IF WS-SER-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ITEMS.
           COMPUTE WS-EMP-DESC-VTA = WS-EMP-DESC-VTA
               + WS-EMP-DESC * WS-CANT-VENDER.
           MOVE CODART TO VT-CODART(WS-NUM-ITEMS).
           MOVE DESCRI(1:40) TO VT-DESCRI(WS-NUM-ITEMS).
           MOVE WS-CANT-VENDER TO VT-CANT(WS-NUM-ITEMS).
           COMPUTE VT-SUBTOT(WS-NUM-ITEMS) =
               WS-CANT-VENDER * WS-PRECIO-IVA.
           ADD VT-SUBTOT(WS-NUM-ITEMS) TO WS-TOTAL-VENTA.
           PERFORM SUMAR-BASE-EXENTA.
           IF WS-LIN > 18
              MOVE 7 TO WS-LIN
           END-IF.
           DISPLAY "TOTAL: " WS-TOTAL-VENTA
               LINE 19 POSITION 10.

      ****************************************************************
      * Seriales del renglon: si el articulo exige serial se pide    *
      * uno por unidad; cada serial debe estar disponible en         *
      * seriales.dat para ese articulo y no repetirse en el          *
      * tiquete. ENTER en blanco desiste del renglon completo.       *
      ****************************************************************
       CAPTURAR-SERIALES-VENTA.
           MOVE "S" TO WS-SER-OK.
           PERFORM LEER-ART-SERIAL.
           IF WS-ES-SERIAL NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-SER + WS-CANT-VENDER > 50
              DISPLAY "Demasiados seriales para un tiquete."
                  LINE 20 POSITION 10
              MOVE "N" TO WS-SER-OK
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-SER.
           IF WS-FS-SER NOT = "00"
              DISPLAY "No hay seriales recibidos de este articulo."
                  LINE 20 POSITION 10
              MOVE "N" TO WS-SER-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-SER TO WS-SER-BASE.
           MOVE 0 TO WS-SER-UNI.
           PERFORM UNTIL WS-SER-UNI >= WS-CANT-VENDER
               OR WS-SER-OK NOT = "S"
              PERFORM CAPTURAR-UN-SERIAL-VTA
           END-PERFORM.
           CLOSE ARCHIVO-SER.
           IF WS-SER-OK NOT = "S"
              MOVE WS-SER-BASE TO WS-NUM-SER
           END-IF.
           DISPLAY "                                                  "
               LINE 20 POSITION 10.

       CAPTURAR-UN-SERIAL-VTA.
           DISPLAY "Serial de la unidad (ENTER=desistir):"
               LINE 20 POSITION 10.
           MOVE SPACES TO WS-SER-LEIDO.
           ACCEPT WS-SER-LEIDO LINE 20 POSITION 48.
           IF WS-SER-LEIDO = SPACES
              DISPLAY "Renglon descartado: faltan seriales."
                  LINE 6 POSITION 10
              MOVE "N" TO WS-SER-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-SER-LEIDO TO SR-SERIAL.
           MOVE CODART TO SR-CODART.
           READ ARCHIVO-SER
               INVALID KEY
                   DISPLAY "Serial no recibido para este articulo."
                       LINE 21 POSITION 10
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SR-DISPONIBLE
              DISPLAY "Serial no disponible (estado " SR-ESTADO ").   "
                  LINE 21 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SER-REPETIDO.
           PERFORM VARYING WS-SER-J FROM 1 BY 1
               UNTIL WS-SER-J > WS-NUM-SER
              IF VS-SERIAL(WS-SER-J) = WS-SER-LEIDO
                 AND VS-CODART(WS-SER-J) = CODART
                 MOVE "S" TO WS-SER-REPETIDO
              END-IF
           END-PERFORM.
           IF WS-SER-REPETIDO = "S"
              DISPLAY "Ese serial ya esta en el tiquete.      "
                  LINE 21 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-SER.
           ADD 1 TO WS-SER-UNI.
           MOVE CODART TO VS-CODART(WS-NUM-SER).
           MOVE WS-SER-LEIDO TO VS-SERIAL(WS-NUM-SER).
           MOVE WS-SER-MESES TO VS-MESES(WS-NUM-SER).
           DISPLAY "                                       "
               LINE 21 POSITION 10.

      * Al confirmar, cada serial del tiquete pasa a vendido con el
      * numero de tiquete, el cliente y la fecha de fin de garantia.
       MARCAR-SERIALES-VENTA.
           OPEN I-O ARCHIVO-SER.
           IF WS-FS-SER NOT = "00"
              MOVE "PUNTO-VENTA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/seriales.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-SER TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SER-J FROM 1 BY 1
               UNTIL WS-SER-J > WS-NUM-SER
              MOVE VS-SERIAL(WS-SER-J) TO SR-SERIAL
              MOVE VS-CODART(WS-SER-J) TO SR-CODART
              READ ARCHIVO-SER
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "V" TO SR-ESTADO
                      MOVE WS-NUM-TIQUETE TO SR-TIQUETE
                      MOVE WS-FECHA-HOY TO SR-FECVTA
                      MOVE WS-CLI-VENTA TO SR-CLIENTE
                      PERFORM CALCULAR-FIN-GARANTIA
                      MOVE WS-GAR-HASTA TO SR-GARANTIA
                      REWRITE SERDATA
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-SER.

      * Fin de garantia: fecha de venta mas los meses del articulo
      * (dia tope 28, valido en cualquier mes).
       CALCULAR-FIN-GARANTIA.
           MOVE WS-FECHA-HOY TO WS-GAR-FEC.
           COMPUTE WS-GAR-MESNUM = WS-GAR-FEC-AA * 12
               + WS-GAR-FEC-MM - 1 + VS-MESES(WS-SER-J).
           DIVIDE WS-GAR-MESNUM BY 12 GIVING WS-GAR-FEC-AA
               REMAINDER WS-GAR-MESREM.
           COMPUTE WS-GAR-FEC-MM = WS-GAR-MESREM + 1.
           IF WS-GAR-FEC-DD > 28
              MOVE 28 TO WS-GAR-FEC-DD
           END-IF.
           MOVE WS-GAR-FEC TO WS-GAR-HASTA.

      * Los seriales vendidos en el tiquete anulado vuelven a estar
      * disponibles (la clave va por serial, asi que se recorre).
       LIBERAR-SERIALES-ANU.
           OPEN I-O ARCHIVO-SER.
           IF WS-FS-SER NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SR-CLAVE.
           START ARCHIVO-SER KEY IS NOT LESS THAN SR-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-SER
           END-START.
           IF WS-FS-SER = "00"
              PERFORM READ-SIGUIENTE-SER
              PERFORM UNTIL WS-FS-SER NOT = "00"
                 IF SR-VENDIDO AND SR-TIQUETE = WS-NUM-ANULA
                    MOVE "D" TO SR-ESTADO
                    MOVE 0 TO SR-TIQUETE
                    MOVE 0 TO SR-FECVTA
                    MOVE 0 TO SR-CLIENTE
                    MOVE 0 TO SR-GARANTIA
                    REWRITE SERDATA
                 END-IF
                 PERFORM READ-SIGUIENTE-SER
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-SER.

       READ-SIGUIENTE-SER.
           READ ARCHIVO-SER NEXT RECORD
               AT END MOVE "10" TO WS-FS-SER
           END-READ.

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
      * Kits: un articulo es kit si tiene al menos una fila en       *
      * kits.dat con su CODART como cabeza.                          *
           END-IF.
           MOVE "00" TO WS-FS-KIT.

      * El renglon en VTA-CLAVE salio del stock del kit armado.
       MARCAR-VENTA-ARMADA.
           MOVE VTA-NUMERO TO VK-NUMERO.
           MOVE VTA-LINEA TO VK-LINEA.
           MOVE VTA-CODART TO VK-CODART.
           MOVE VTA-CANT TO VK-CANT.
           WRITE VKADATA
               INVALID KEY
                   REWRITE VKADATA
           END-WRITE.

      * ¿El renglon de kit en VTA-CLAVE se vendio del stock armado?
      * En ese caso se trata como articulo comun (WS-ES-KIT = "N").
       VERIFICAR-VENTA-ARMADA.
           MOVE VTA-NUMERO TO VK-NUMERO.
           MOVE VTA-LINEA TO VK-LINEA.
           READ ARCHIVO-VKA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-KIT
           END-READ.

      * Disponible de cada componente contra lo que pide el kit por
      * la cantidad del renglon; al final el registro del kit vuelve
      * al area de articulos para que el renglon se inserte bien.
           ELSE
              SUBTRACT WS-COMP-NECESITA FROM STOCK
           END-IF.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al descontar componente. FS = " WS-FS
              EXIT PARAGRAPH
           PERFORM AJUSTAR-BODEGA-PRI.
           COMPUTE WS-LOTE-PEND = WS-STOCK-ANT - STOCK.
           PERFORM CONSUMIR-LOTES.
           COMPUTE WS-CSG-PEND = WS-STOCK-ANT - STOCK.
           PERFORM CONSUMIR-CONSIGNACION.

       READ-SIGUIENTE-KIT.
           READ ARCHIVO-KIT NEXT RECORD
               AT END MOVE "10" TO WS-FS-KIT
           END-READ.

      ****************************************************************
      * Consignacion: las unidades que salen del articulo en CODART  *
      * se toman primero de lo consignado que siga en la tienda (por *
      * proveedor, en orden de NIT); cada toma queda en              *
      * ventas-consig.dat con el renglon del tiquete y el costo      *
      * pactado para la liquidacion al proveedor.                    *
      ****************************************************************
       CONSUMIR-CONSIGNACION.
           IF WS-CSG-PEND = 0 OR WS-FS-CSG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO CS-CODART.
           MOVE 0 TO CS-NIT.
           START ARCHIVO-CSG KEY IS NOT LESS THAN CS-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CSG
           END-START.
           IF WS-FS-CSG = "00"
              PERFORM READ-SIGUIENTE-CSG
              PERFORM UNTIL WS-FS-CSG NOT = "00"
                 IF CS-CODART = CODART AND WS-CSG-PEND > 0
                    PERFORM TOMAR-DE-CONSIGNACION
                    PERFORM READ-SIGUIENTE-CSG
                 ELSE
                    MOVE "10" TO WS-FS-CSG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CSG.

       TOMAR-DE-CONSIGNACION.
           COMPUTE WS-CSG-DISP = CS-RECIBIDO - CS-VENDIDO
               - CS-DEVUELTO.
           IF WS-CSG-DISP NOT > 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-CSG-PEND > WS-CSG-DISP
              MOVE WS-CSG-DISP TO WS-CSG-TOMA
           ELSE
              MOVE WS-CSG-PEND TO WS-CSG-TOMA
           END-IF.
           ADD WS-CSG-TOMA TO CS-VENDIDO.
           REWRITE CSGDATA.
           SUBTRACT WS-CSG-TOMA FROM WS-CSG-PEND.
           MOVE WS-NUM-TIQUETE TO VC-NUMERO.
           MOVE WS-IDX TO VC-LINEA.
           MOVE CODART TO VC-CODART.
           MOVE CS-NIT TO VC-NIT.
           MOVE WS-CSG-TOMA TO VC-CANT.
           MOVE CS-COSTO TO VC-COSTO.
           MOVE WS-FECHA-HOY TO VC-FECHA.
           MOVE 0 TO VC-LIQUIDA.
           WRITE VCSDATA.
           IF WS-FS-VCS NOT = "00"
              DISPLAY "Error venta consignada. FS = " WS-FS-VCS
           END-IF.

      * Anulacion del renglon en VTA-CLAVE: lo consignado que salio
      * y aun no se ha liquidado vuelve a la consignacion. Lo ya
      * liquidado (pagado al proveedor) regresa como stock propio.
       REVERSAR-CONSIGNACION-ANU.
           IF WS-FS-VCS NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE VTA-NUMERO TO VC-NUMERO.
           MOVE VTA-LINEA TO VC-LINEA.
           MOVE LOW-VALUES TO VC-CODART.
           MOVE 0 TO VC-NIT.
           START ARCHIVO-VCS KEY IS NOT LESS THAN VC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VCS
           END-START.
           IF WS-FS-VCS = "00"
              PERFORM READ-SIGUIENTE-VCS
              PERFORM UNTIL WS-FS-VCS NOT = "00"
                 IF VC-NUMERO = VTA-NUMERO AND VC-LINEA = VTA-LINEA
                    IF VC-LIQUIDA = 0
                       PERFORM DEVOLVER-A-CONSIGNACION
                       DELETE ARCHIVO-VCS
                    END-IF
                    PERFORM READ-SIGUIENTE-VCS
                 ELSE
                    MOVE "10" TO WS-FS-VCS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VCS.

       DEVOLVER-A-CONSIGNACION.
           MOVE VC-CODART TO CS-CODART.
           MOVE VC-NIT TO CS-NIT.
           READ ARCHIVO-CSG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VC-CANT > CS-VENDIDO
                      MOVE 0 TO CS-VENDIDO
                   ELSE
                      SUBTRACT VC-CANT FROM CS-VENDIDO
                   END-IF
                   REWRITE CSGDATA
           END-READ.
           MOVE "00" TO WS-FS-CSG.

       READ-SIGUIENTE-CSG.
           READ ARCHIVO-CSG NEXT RECORD
               AT END MOVE "10" TO WS-FS-CSG
           END-READ.

       READ-SIGUIENTE-VCS.
           READ ARCHIVO-VCS NEXT RECORD
               AT END MOVE "10" TO WS-FS-VCS
           END-READ.

      ****************************************************************
      * Emision de bono regalo: se graba el bono numerado con su     *
      * saldo en bonos.dat y la venta del bono se cobra como         *
           MOVE T-NUMDOC TO VTA-OPER.
           MOVE WS-ESTACION TO VTA-ESTACION.
           MOVE 0 TO VTA-SUCURSAL.
           WRITE VTADATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.
           MOVE WS-NUM-TIQUETE TO VTA-NUMERO.
           MOVE 0 TO VTA-LINEA.
           MOVE WS-FECHA-HOY TO VTA-FECHA.
           MOVE T-NUMDOC TO VTA-OPER.
           MOVE WS-ESTACION TO VTA-ESTACION.
           MOVE 0 TO VTA-SUCURSAL.
           WRITE VTADATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.
           IF WS-FS-VTA NOT = "00"
              DISPLAY "Error al grabar tiquete. FS = " WS-FS-VTA
                  LINE 8 POSITION 20
              DISPLAY "Bono " WS-NUM-BONO " emitido. Tiquete "
                  WS-NUM-TIQUETE LINE 8 POSITION 20
              MOVE WS-VALOR-BONO TO WS-TOTAL-VENTA
      * La compra de un bono no gana puntos: los gana la compra que
      * despues se pague con el bono.
              MOVE 0 TO WS-CLI-VENTA
              MOVE 0 TO WS-EMP-VENTA
              PERFORM COBRAR-VENTA
           END-IF.
           PERFORM PAUSA.
           END-IF.
           CLOSE ARCHIVO-BON.

      ****************************************************************
      * Redencion de puntos como medio de pago: solo con cliente     *
      * identificado. El valor se recorta a los puntos vivos del     *
      * cliente y a puntos enteros (cada punto vale lo que diga      *
      * puntos.cfg); los puntos salen de los lotes mas antiguos y    *
      * la redencion queda como fila R del tiquete.                  *
      ****************************************************************
       REDIMIR-PUNTOS.
           MOVE "N" TO WS-PTS-OK.
           IF WS-CLI-VENTA = 0
              DISPLAY "Puntos solo con cliente identificado."
                  LINE 24 POSITION 5
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-PTS.
           IF WS-FS-PTS NOT = "00"
              DISPLAY "El cliente no tiene puntos.     "
                  LINE 24 POSITION 5
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-VENTA TO WS-PTS-CLIENTE.
           PERFORM SUMAR-PUNTOS-DISPON.
           COMPUTE WS-PTS-USAR = WS-VALOR-APLICA / WS-PTS-VALOR.
           IF WS-PTS-USAR > WS-PTS-DISPON
              MOVE WS-PTS-DISPON TO WS-PTS-USAR
           END-IF.
           IF WS-PTS-USAR = 0
              DISPLAY "Puntos insuficientes. Tiene: " WS-PTS-DISPON
                  LINE 24 POSITION 5
              CLOSE ARCHIVO-PTS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALOR-APLICA = WS-PTS-USAR * WS-PTS-VALOR.
           MOVE WS-PTS-USAR TO WS-PTS-FALTA.
           PERFORM CONSUMIR-PUNTOS.
           MOVE WS-NUM-TIQUETE TO WS-PTS-TIQUETE.
           MOVE "R" TO WS-PTS-TIPO.
           PERFORM GRABAR-MOV-PUNTOS.
           MOVE "S" TO WS-PTS-OK.
           DISPLAY "Puntos redimidos: " WS-PTS-USAR " por "
               WS-VALOR-APLICA LINE 24 POSITION 5.
           CLOSE ARCHIVO-PTS.

      * Puntos ganados por la venta: sobre lo que no se pago con
      * puntos, un punto por cada base de compra de puntos.cfg.
       ACUMULAR-PUNTOS.
           IF WS-TOTAL-VENTA NOT > WS-PAGO-PTS
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PTS-GANA =
               (WS-TOTAL-VENTA - WS-PAGO-PTS) / WS-PTS-BASE.
           IF WS-PTS-GANA = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-PTS.
           IF WS-FS-PTS = "35"
              CLOSE ARCHIVO-PTS
              OPEN OUTPUT ARCHIVO-PTS
              CLOSE ARCHIVO-PTS
              OPEN I-O ARCHIVO-PTS
           END-IF.
           IF WS-FS-PTS NOT = "00"
              MOVE "PUNTO-VENTA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/puntos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-PTS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-VENTA TO WS-PTS-CLIENTE.
           MOVE WS-NUM-TIQUETE TO WS-PTS-TIQUETE.
           MOVE "G" TO WS-PTS-TIPO.
           MOVE WS-PTS-GANA TO WS-PTS-USAR.
           PERFORM CALCULAR-VENCE-PUNTOS.
           PERFORM GRABAR-MOV-PUNTOS.
           CLOSE ARCHIVO-PTS.
           DISPLAY "Puntos ganados: " WS-PTS-GANA LINE 21 POSITION 5.

      * Puntos vivos del cliente: saldo de sus lotes sin vencer.
       SUMAR-PUNTOS-DISPON.
           MOVE 0 TO WS-PTS-DISPON.
           MOVE WS-PTS-CLIENTE TO PT-CLIENTE.
           MOVE 0 TO PT-FECHA.
           MOVE 0 TO PT-TIQUETE.
           MOVE LOW-VALUES TO PT-TIPO.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF PT-CLIENTE = WS-PTS-CLIENTE
                    IF (PT-GANADO OR PT-REINTEGRO)
                       AND PT-VENCE >= WS-FECHA-HOY
                       ADD PT-SALDO TO WS-PTS-DISPON
                    END-IF
                    PERFORM READ-SIGUIENTE-PTS
                 ELSE
                    MOVE "10" TO WS-FS-PTS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.

      * Rebaja WS-PTS-FALTA puntos de los lotes vivos del cliente,
      * del mas antiguo al mas nuevo; lo que no alcance queda en
      * WS-PTS-FALTA.
       CONSUMIR-PUNTOS.
           MOVE WS-PTS-CLIENTE TO PT-CLIENTE.
           MOVE 0 TO PT-FECHA.
           MOVE 0 TO PT-TIQUETE.
           MOVE LOW-VALUES TO PT-TIPO.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00" OR WS-PTS-FALTA = 0
                 IF PT-CLIENTE = WS-PTS-CLIENTE
                    IF (PT-GANADO OR PT-REINTEGRO) AND PT-SALDO > 0
                       AND PT-VENCE >= WS-FECHA-HOY
                       PERFORM TOMAR-DE-LOTE
                    END-IF
                    PERFORM READ-SIGUIENTE-PTS
                 ELSE
                    MOVE "10" TO WS-FS-PTS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.

       TOMAR-DE-LOTE.
           IF PT-SALDO > WS-PTS-FALTA
              SUBTRACT WS-PTS-FALTA FROM PT-SALDO
              MOVE 0 TO WS-PTS-FALTA
           ELSE
              SUBTRACT PT-SALDO FROM WS-PTS-FALTA
              MOVE 0 TO PT-SALDO
           END-IF.
           REWRITE PTSDATA.

      * Retira WS-PTS-QUITAR puntos de la fila G ya leida: primero
      * de su propio saldo y lo demas de los otros lotes vivos. Lo
      * retirado queda en WS-PTS-USAR con su fila D; lo que el
      * cliente ya redimio y no se pudo retirar queda en
      * WS-PTS-FALTA.
       QUITAR-PUNTOS-GANADOS.
           MOVE 0 TO WS-PTS-USAR.
           MOVE 0 TO WS-PTS-FALTA.
           IF WS-PTS-QUITAR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE PT-CLIENTE TO WS-PTS-CLIENTE.
           ADD WS-PTS-QUITAR TO PT-RETIRADO.
           MOVE WS-PTS-QUITAR TO WS-PTS-FALTA.
           PERFORM TOMAR-DE-LOTE.
           IF WS-PTS-FALTA > 0
              PERFORM CONSUMIR-PUNTOS
           END-IF.
           COMPUTE WS-PTS-USAR = WS-PTS-QUITAR - WS-PTS-FALTA.
           IF WS-PTS-USAR > 0
              MOVE "D" TO WS-PTS-TIPO
              PERFORM GRABAR-MOV-PUNTOS
           END-IF.

      * Busca en el libro la fila WS-PTS-TIPO del tiquete
      * WS-PTS-TIQUETE (la clave va por cliente, asi que se recorre
      * completo); si la halla queda leida para REWRITE.
       BUSCAR-PUNTOS-TIQUETE.
           MOVE "N" TO WS-PTS-HALLADO.
           MOVE LOW-VALUES TO PT-CLAVE.
           START ARCHIVO-PTS KEY IS NOT LESS THAN PT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PTS
           END-START.
           IF WS-FS-PTS = "00"
              PERFORM READ-SIGUIENTE-PTS
              PERFORM UNTIL WS-FS-PTS NOT = "00"
                 IF PT-TIQUETE = WS-PTS-TIQUETE
                    AND PT-TIPO = WS-PTS-TIPO
                    MOVE "S" TO WS-PTS-HALLADO
                    MOVE "10" TO WS-FS-PTS
                 ELSE
                    PERFORM READ-SIGUIENTE-PTS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PTS.

      * Graba la fila WS-PTS-TIPO del cliente y tiquete con fecha de
      * hoy; G e I son lotes con saldo y vencimiento. Si la fila ya
      * existe (otro pago o devolucion del mismo dia) se acumula.
       GRABAR-MOV-PUNTOS.
           MOVE WS-PTS-CLIENTE TO PT-CLIENTE.
           MOVE WS-FECHA-HOY TO PT-FECHA.
           MOVE WS-PTS-TIQUETE TO PT-TIQUETE.
           MOVE WS-PTS-TIPO TO PT-TIPO.
           MOVE WS-PTS-USAR TO PT-PUNTOS.
           MOVE 0 TO PT-SALDO.
           MOVE 0 TO PT-RETIRADO.
           MOVE 0 TO PT-VENCE.
           IF PT-GANADO OR PT-REINTEGRO
              MOVE WS-PTS-USAR TO PT-SALDO
              MOVE WS-PTS-VENCE TO PT-VENCE
           END-IF.
           WRITE PTSDATA
               INVALID KEY
                   READ ARCHIVO-PTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-PTS-USAR TO PT-PUNTOS
                           IF PT-GANADO OR PT-REINTEGRO
                              ADD WS-PTS-USAR TO PT-SALDO
                           END-IF
                           REWRITE PTSDATA
                   END-READ
           END-WRITE.

      * Vencimiento de un lote nuevo: hoy mas los meses de vigencia
      * de puntos.cfg (dia tope 28, valido en cualquier mes).
       CALCULAR-VENCE-PUNTOS.
           MOVE WS-FECHA-HOY TO WS-PTS-FEC.
           COMPUTE WS-PTS-MESNUM =
               WS-PTS-FEC-AA * 12 + WS-PTS-FEC-MM - 1 + WS-PTS-MESES.
           DIVIDE WS-PTS-MESNUM BY 12 GIVING WS-PTS-FEC-AA
               REMAINDER WS-PTS-MESREM.
           COMPUTE WS-PTS-FEC-MM = WS-PTS-MESREM + 1.
           IF WS-PTS-FEC-DD > 28
              MOVE 28 TO WS-PTS-FEC-DD
           END-IF.
           MOVE WS-PTS-FEC TO WS-PTS-VENCE.

       READ-SIGUIENTE-PTS.
           READ ARCHIVO-PTS NEXT RECORD
               AT END MOVE "10" TO WS-FS-PTS
           END-READ.

      ****************************************************************
      * Codigo de balanza: 13 digitos, prefijo 2; las posiciones     *
      * 1-8 identifican el articulo (su CODBAR en el maestro) y las  *
      * promocion si aplica); el stock entero del maestro se
      * descuenta al KG redondeado, minimo 1.
       AGREGAR-RENGLON-BALANZA.
           PERFORM LEER-ESTADO-ART.
           IF EST-BLOQUEADO OR EST-PENDIENTE
              PERFORM AVISAR-ESTADO-VENTA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-PRECIO-IVA.
           PERFORM APLICAR-PROMOCION.
           PERFORM APLICAR-DESC-EMPLEADO.
           COMPUTE WS-SUBTOT-BAL ROUNDED =
               WS-PESO-KG * WS-PRECIO-IVA.
           COMPUTE WS-CANT-KG ROUNDED = WS-PESO-KG.
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-ITEMS.
           COMPUTE WS-EMP-DESC-VTA ROUNDED = WS-EMP-DESC-VTA
               + WS-EMP-DESC * WS-PESO-KG.
           MOVE CODART TO VT-CODART(WS-NUM-ITEMS).
           MOVE DESCRI(1:40) TO VT-DESCRI(WS-NUM-ITEMS).
           MOVE WS-CANT-VENDER TO VT-CANT(WS-NUM-ITEMS).
           MOVE WS-PRECIO-IVA TO VT-PRECIO(WS-NUM-ITEMS).
           MOVE WS-SUBTOT-BAL TO VT-SUBTOT(WS-NUM-ITEMS).
           ADD VT-SUBTOT(WS-NUM-ITEMS) TO WS-TOTAL-VENTA.
           PERFORM SUMAR-BASE-EXENTA.
           IF WS-LIN > 18
              MOVE 7 TO WS-LIN
           END-IF.
                      DISPLAY "Articulo desaparecio del maestro: "
                          VT-CODART(WS-IDX)(1:30)
                  NOT INVALID KEY
                      MOVE "N" TO WS-KIT-ARMADO
                      PERFORM VERIFICAR-SI-KIT
                      IF WS-ES-KIT = "S"
                         AND VT-CANT(WS-IDX) NOT > STOCK
                         MOVE "N" TO WS-ES-KIT
                         MOVE "S" TO WS-KIT-ARMADO
                      END-IF
                      IF WS-ES-KIT = "S"
      * Los kits no descargan su propio stock: cada componente sale
      * con su cantidad, su kardex SAL-KIT, su bodega y sus lotes.
      * El kit armado con anticipacion sale como cualquier articulo.
                         MOVE VT-CANT(WS-IDX) TO WS-KIT-CANT
                         PERFORM DESCARGAR-COMPONENTES-KIT
                      ELSE
                            SUBTRACT VT-CANT(WS-IDX) FROM STOCK
                         END-IF
                         REWRITE USUART
                         MOVE "R" TO WS-DIARIO-OPER
                         PERFORM DIARIO-ARTICULOS
                         IF WS-FS NOT = "00"
                            DISPLAY "Error al descontar stock. FS = "
                                WS-FS
                            COMPUTE WS-LOTE-PEND =
                                WS-STOCK-ANT - STOCK
                            PERFORM CONSUMIR-LOTES
                            COMPUTE WS-CSG-PEND =
                                WS-STOCK-ANT - STOCK
                            PERFORM CONSUMIR-CONSIGNACION
                         END-IF
                      END-IF
              END-READ
              MOVE WS-ESTACION TO VTA-ESTACION
              MOVE 0 TO VTA-SUCURSAL
              WRITE VTADATA
              MOVE "W" TO WS-DIARIO-OPER
              PERFORM DIARIO-VENTAS
              IF WS-FS-VTA NOT = "00"
                 DISPLAY "Error al grabar renglon tiquete. FS = "
                     WS-FS-VTA
              END-IF
              IF WS-KIT-ARMADO = "S"
                 PERFORM MARCAR-VENTA-ARMADA
              END-IF
           END-PERFORM.
           IF WS-NUM-SER > 0
              PERFORM MARCAR-SERIALES-VENTA
           END-IF.
           MOVE WS-NUM-TIQUETE TO VTA-NUMERO.
           MOVE 0 TO VTA-LINEA.
           MOVE WS-FECHA-HOY TO VTA-FECHA.
           MOVE T-NUMDOC TO VTA-OPER.
           MOVE WS-ESTACION TO VTA-ESTACION.
           MOVE 0 TO VTA-SUCURSAL.
           WRITE VTADATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-VENTAS.
           IF WS-FS-VTA NOT = "00"
              DISPLAY "Error al grabar tiquete. FS = " WS-FS-VTA
           ELSE
              DISPLAY "Tiquete " WS-NUM-TIQUETE " grabado. TOTAL: "
                  WS-TOTAL-VENTA LINE 22 POSITION 10
              IF WS-EXE-VENTA NOT = SPACE
                 PERFORM GRABAR-VENTA-EXENTA
              END-IF
              PERFORM COBRAR-VENTA
              PERFORM CAPTURAR-DOMICILIO
           END-IF.
           DISPLAY "Mensajero:" LINE 24 POSITION 58.
           MOVE SPACES TO DM-COURIER.
           ACCEPT DM-COURIER LINE 24 POSITION 69.
      * Contraentrega: el mensajero cobra en la puerta y responde
      * por ese valor hasta que lo liquidan en domicilios.
           MOVE "N" TO DM-CONTRAENT.
           MOVE 0 TO DM-VALOR-COBRO.
           MOVE 0 TO DM-LIQUIDACION.
           DISPLAY "¿Contraentrega? (S/N):                 "
               LINE 23 POSITION 40.
           ACCEPT DM-CONTRAENT LINE 23 POSITION 64.
           IF DM-CONTRAENT = "s"
              MOVE "S" TO DM-CONTRAENT
           END-IF.
           IF DM-ES-CONTRAENT
              DISPLAY "Valor a cobrar (0=total):             "
                  LINE 23 POSITION 40
              MOVE 0 TO WS-VALOR-COBRO
              ACCEPT WS-VALOR-COBRO LINE 23 POSITION 66
              IF WS-VALOR-COBRO = 0
                 MOVE WS-TOTAL-VENTA TO WS-VALOR-COBRO
              END-IF
              MOVE WS-VALOR-COBRO TO DM-VALOR-COBRO
           ELSE
              MOVE "N" TO DM-CONTRAENT
           END-IF.
           ACCEPT DM-FECHA FROM DATE YYYYMMDD.
           MOVE "P" TO DM-ESTADO.
           WRITE DOMDATA
           END-IF.
           MOVE WS-TOTAL-VENTA TO WS-SALDO-COBRO.
           MOVE 0 TO WS-VP-SEQ.
           MOVE 0 TO WS-PAGO-PTS.
           MOVE 0 TO WS-PAGO-NOM.
           PERFORM CAPTURAR-MEDIO-PAGO
               UNTIL WS-SALDO-COBRO <= 0 OR WS-VP-SEQ >= 99.
           CLOSE ARCHIVO-VPAG.
           IF WS-CLI-VENTA > 0
              PERFORM ACUMULAR-PUNTOS
           END-IF.
           IF WS-EMP-VENTA > 0
              PERFORM GRABAR-COMPRA-EMPLEADO
           END-IF.

       CAPTURAR-MEDIO-PAGO.
           DISPLAY "Falta por cobrar: " WS-SALDO-COBRO
               " Medio (E/T/B/C/P/N):" LINE 23 POSITION 5.
           MOVE "E" TO WS-FORMA-PAGO.
           ACCEPT WS-FORMA-PAGO LINE 23 POSITION 60.
           IF WS-FORMA-PAGO NOT = "E" AND WS-FORMA-PAGO NOT = "e"
              AND WS-FORMA-PAGO NOT = "T" AND WS-FORMA-PAGO NOT = "t"
              AND WS-FORMA-PAGO NOT = "B" AND WS-FORMA-PAGO NOT = "b"
              AND WS-FORMA-PAGO NOT = "C" AND WS-FORMA-PAGO NOT = "c"
              AND WS-FORMA-PAGO NOT = "P" AND WS-FORMA-PAGO NOT = "p"
              AND WS-FORMA-PAGO NOT = "N" AND WS-FORMA-PAGO NOT = "n"
              DISPLAY "Medio invalido.          " LINE 24 POSITION 5
              EXIT PARAGRAPH
           END-IF.
      * El descuento de nomina solo cabe en una compra de empleado.
           IF (WS-FORMA-PAGO = "N" OR WS-FORMA-PAGO = "n")
              AND WS-EMP-VENTA = 0
              DISPLAY "Nomina solo en compras de empleado."
                  LINE 24 POSITION 5
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Valor entregado (0=todo):" LINE 23 POSITION 64.
           MOVE 0 TO WS-VALOR-TENDER.
           ACCEPT WS-VALOR-TENDER LINE 24 POSITION 64.
              MOVE WS-SALDO-COBRO TO WS-VALOR-TENDER
           END-IF.
      * Solo el efectivo puede superar el saldo: la diferencia son
      * las vueltas; tarjeta, bono, credito, puntos y nomina se
      * recortan al saldo.
           IF WS-VALOR-TENDER > WS-SALDO-COBRO
              IF WS-FORMA-PAGO = "E" OR WS-FORMA-PAGO = "e"
                 COMPUTE WS-VUELTAS =
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-FORMA-PAGO = "P" OR WS-FORMA-PAGO = "p"
              PERFORM REDIMIR-PUNTOS
              IF WS-PTS-OK NOT = "S"
                 EXIT PARAGRAPH
              END-IF
              ADD WS-VALOR-APLICA TO WS-PAGO-PTS
           END-IF.
           IF WS-FORMA-PAGO = "N" OR WS-FORMA-PAGO = "n"
              ADD WS-VALOR-APLICA TO WS-PAGO-NOM
           END-IF.
           ADD 1 TO WS-VP-SEQ.
           MOVE WS-NUM-TIQUETE TO VP-NUMERO.
           MOVE WS-VP-SEQ TO VP-SEQ.
               WHEN "t" MOVE "T" TO VP-TIPO
               WHEN "B" MOVE "B" TO VP-TIPO
               WHEN "b" MOVE "B" TO VP-TIPO
               WHEN "P" MOVE "P" TO VP-TIPO
               WHEN "p" MOVE "P" TO VP-TIPO
               WHEN "N" MOVE "N" TO VP-TIPO
               WHEN "n" MOVE "N" TO VP-TIPO
               WHEN OTHER MOVE "C" TO VP-TIPO
           END-EVALUATE.
           MOVE WS-VALOR-APLICA TO VP-VALOR.
                   DISPLAY "Error al grabar medio de pago."
                       LINE 24 POSITION 5
           END-WRITE.
           MOVE "W" TO WS-DIARIO-OPER.
           PERFORM DIARIO-VENTAS-PAGO.
           SUBTRACT WS-VALOR-APLICA FROM WS-SALDO-COBRO.

      * Venta a credito: el cliente debe existir en data-user.dat;
           IF WS-CLI-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-PLAN-CUOTAS.
           OPEN I-O ARCHIVO-MOV.
           IF WS-FS-MOV = "35"
              CLOSE ARCHIVO-MOV
              CLOSE ARCHIVO-MOV
              OPEN I-O ARCHIVO-MOV
           END-IF.
      * Cupo de credito: el saldo del cliente mas este cargo (el
      * plan completo con su interes, si es a plazos) no puede
      * superar LIMCRED (0 = sin limite); superarlo exige un
      * autorizador con el permiso CREDLIM y queda en auditoria.
           IF WS-LIMCRED-CLI > 0
              PERFORM VERIFICAR-CUPO-CLIENTE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-CUOTAS > 1
              PERFORM GRABAR-PLAN-CUOTAS
              CLOSE ARCHIVO-MOV
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-CREDITO TO MC-NUMDOC.
           MOVE WS-FECHA-HOY TO MC-FECHA.
           MOVE WS-NUM-TIQUETE TO MC-NUMDOCU.
               NOT INVALID KEY
                   DISPLAY "Cargo a credito registrado."
                       LINE 24 POSITION 10
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.
           CLOSE ARCHIVO-MOV.

      * Plan de pago: 0 = un solo cargo; 3, 6 o 12 cuotas mensuales
      * con interes de financiacion opcional (tasa mensual en
      * centesimas de punto, 0 = sin interes), simple sobre el
      * capital por el numero de cuotas.
       PEDIR-PLAN-CUOTAS.
           MOVE 99 TO WS-CUOTAS.
           PERFORM UNTIL WS-CUOTAS = 0 OR WS-CUOTAS = 3
               OR WS-CUOTAS = 6 OR WS-CUOTAS = 12
              DISPLAY "Cuotas (0=un cargo, 3/6/12):          "
                  LINE 24 POSITION 10
              MOVE 0 TO WS-CUOTAS
              ACCEPT WS-CUOTAS LINE 24 POSITION 42
           END-PERFORM.
           MOVE 0 TO WS-TASA-FIN.
           MOVE 0 TO WS-INTERES-FIN.
           IF WS-CUOTAS > 0
              DISPLAY "Interes mensual (centesimas, 0=sin):  "
                  LINE 24 POSITION 10
              ACCEPT WS-TASA-FIN LINE 24 POSITION 48
              COMPUTE WS-INTERES-FIN ROUNDED =
                  WS-VALOR-APLICA * WS-TASA-FIN * WS-CUOTAS / 10000
           END-IF.
           COMPUTE WS-CARGO-CUPO = WS-VALOR-APLICA + WS-INTERES-FIN.

      ****************************************************************
      * Venta a plazos: una cuota por mes desde el mes siguiente a   *
      * la venta, el mismo dia (o el ultimo del mes si no existe).   *
      * Cada cuota es un cargo con su vencimiento como fecha; la     *
      * ultima absorbe el redondeo. El plan queda en                 *
      * planes-credito.dat para el estado de cuenta y la interfaz    *
      * contable (que asienta el interes de financiacion).           *
      ****************************************************************
       GRABAR-PLAN-CUOTAS.
           COMPUTE WS-VALOR-CUOTA = WS-CARGO-CUPO / WS-CUOTAS.
           MOVE 0 TO WS-CUOTA-ACUM.
           PERFORM GRABAR-UNA-CUOTA
               VARYING WS-CUOTA-NUM FROM 1 BY 1
               UNTIL WS-CUOTA-NUM > WS-CUOTAS.
           OPEN I-O ARCHIVO-PLC.
           IF WS-FS-PLC = "35"
              CLOSE ARCHIVO-PLC
              OPEN OUTPUT ARCHIVO-PLC
              CLOSE ARCHIVO-PLC
              OPEN I-O ARCHIVO-PLC
           END-IF.
           IF WS-FS-PLC NOT = "00"
              DISPLAY "No se pudo grabar el plan. FS = " WS-FS-PLC
                  LINE 24 POSITION 10
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-TIQUETE TO PL-TIQUETE.
           MOVE WS-CLI-CREDITO TO PL-CLIENTE.
           MOVE WS-FECHA-HOY TO PL-FECHA.
           MOVE WS-CUOTAS TO PL-CUOTAS.
           MOVE WS-TASA-FIN TO PL-TASA.
           MOVE WS-VALOR-APLICA TO PL-CAPITAL.
           MOVE WS-INTERES-FIN TO PL-INTERES.
           MOVE "A" TO PL-ESTADO.
           WRITE PLCDATA
               INVALID KEY
                   DISPLAY "Plan duplicado: revise la cuenta."
                       LINE 24 POSITION 10
               NOT INVALID KEY
                   DISPLAY "Plan de " WS-CUOTAS " cuotas de "
                       WS-VALOR-CUOTA " registrado.       "
                       LINE 24 POSITION 10
           END-WRITE.
           CLOSE ARCHIVO-PLC.

       GRABAR-UNA-CUOTA.
           PERFORM CALCULAR-VENCE-CUOTA.
           MOVE WS-CLI-CREDITO TO MC-NUMDOC.
           MOVE WS-VENCE-N TO MC-FECHA.
           MOVE WS-NUM-TIQUETE TO MC-NUMDOCU.
           MOVE "C" TO MC-TIPO.
           IF WS-CUOTA-NUM = WS-CUOTAS
              COMPUTE MC-VALOR = WS-CARGO-CUPO - WS-CUOTA-ACUM
           ELSE
              MOVE WS-VALOR-CUOTA TO MC-VALOR
           END-IF.
           ADD MC-VALOR TO WS-CUOTA-ACUM.
           MOVE SPACES TO MC-DETALLE.
           STRING "TIQUETE " WS-NUM-TIQUETE " CUOTA " WS-CUOTA-NUM
               "/" WS-CUOTAS
               DELIMITED BY SIZE INTO MC-DETALLE
           END-STRING.
           MOVE 0 TO MC-APLICADO.
           WRITE MOVDATA
               INVALID KEY
                   DISPLAY "Cuota duplicada: revise la cuenta."
                       LINE 24 POSITION 10
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-MOV-CLI.

       CALCULAR-VENCE-CUOTA.
           MOVE WS-FECHA-HOY TO WS-VENCE-N.
           COMPUTE WS-MESES = WS-VENCE-MM - 1 + WS-CUOTA-NUM.
           DIVIDE WS-MESES BY 12 GIVING WS-ANIOS
               REMAINDER WS-MES-RESTO.
           ADD WS-ANIOS TO WS-VENCE-AA.
           COMPUTE WS-VENCE-MM = WS-MES-RESTO + 1.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-VENCE-N) = 0
              SUBTRACT 1 FROM WS-VENCE-DD
           END-PERFORM.

      * Saldo corrido del cliente en movimientos-cli.dat; si el
      * cupo no alcanza, el sobregiro se aprueba solo con el
      * permiso CREDLIM de un autorizador, y queda auditado.
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-MOV.
           IF WS-SALDO-CUPO + WS-CARGO-CUPO <= WS-LIMCRED-CLI
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Saldo " WS-SALDO-CUPO " supera cupo "
           ACCEPT WS-HORA-AUD  FROM TIME.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " SOBREGIRO CUPO CLIENTE=" WS-CLI-CREDITO
               " CARGO=" WS-CARGO-CUPO
               " AUTORIZA=" WS-AUT-NUMDOC
               " EST=" WS-ESTACION
               DELIMITED BY SIZE
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

       TOTAL-DEL-DIA.
           DISPLAY "Tarjeta  : " WS-TOT-TAR LINE 13 POSITION 20.
           DISPLAY "Bono     : " WS-TOT-BON LINE 14 POSITION 20.
           DISPLAY "Credito  : " WS-TOT-CRE LINE 15 POSITION 20.
           DISPLAY "Puntos   : " WS-TOT-PTS LINE 16 POSITION 20.
           DISPLAY "Nomina   : " WS-TOT-NOM LINE 17 POSITION 20.
           PERFORM PAUSA.

      * Desglose del dia por medio de pago, desde ventas-pago.dat.
           MOVE 0 TO WS-TOT-TAR.
           MOVE 0 TO WS-TOT-BON.
           MOVE 0 TO WS-TOT-CRE.
           MOVE 0 TO WS-TOT-PTS.
           MOVE 0 TO WS-TOT-NOM.
           OPEN INPUT ARCHIVO-VPAG.
           IF WS-FS-VPG NOT = "00"
              EXIT PARAGRAPH
                        WHEN "T" ADD VP-VALOR TO WS-TOT-TAR
                        WHEN "B" ADD VP-VALOR TO WS-TOT-BON
                        WHEN "C" ADD VP-VALOR TO WS-TOT-CRE
                        WHEN "P" ADD VP-VALOR TO WS-TOT-PTS
                        WHEN "N" ADD VP-VALOR TO WS-TOT-NOM
                        WHEN OTHER CONTINUE
                    END-EVALUATE
                 END-IF
           END-PERFORM.
           CLOSE ARCHIVO-IVA.

      * Parametros de puntos.cfg; sin archivo (o con cero) quedan
      * los de cajon.
       LEER-PARAM-PUNTOS.
           OPEN INPUT ARCHIVO-PTSCFG.
           IF WS-FS-PCF NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-PCF.
           PERFORM UNTIL WS-FIN-PCF = "Y"
              READ ARCHIVO-PTSCFG
                  AT END MOVE "Y" TO WS-FIN-PCF
                  NOT AT END
                      IF PCF-VALOR IS NUMERIC AND PCF-VALOR > 0
                         EVALUATE PCF-TIPO
                             WHEN "G" MOVE PCF-VALOR TO WS-PTS-BASE
                             WHEN "V" MOVE PCF-VALOR TO WS-PTS-VALOR
                             WHEN "M" MOVE PCF-VALOR TO WS-PTS-MESES
                             WHEN OTHER CONTINUE
                         END-EVALUATE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PTSCFG.

      * Parametros de desc-empleado.cfg (o los de cajon si no existe).
       LEER-PARAM-EMPLEADO.
           OPEN INPUT ARCHIVO-DEMCFG.
           IF WS-FS-DEM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-DEM.
           PERFORM UNTIL WS-FIN-DEM = "Y"
              READ ARCHIVO-DEMCFG
                  AT END MOVE "Y" TO WS-FIN-DEM
                  NOT AT END
                      IF DEM-VALOR IS NUMERIC
                         EVALUATE DEM-TIPO
                             WHEN "D"
                                 MOVE DEM-VALOR TO WS-EMP-PCT-DEF
                             WHEN "T"
                                 MOVE DEM-VALOR TO WS-EMP-TOPE
                             WHEN "C"
                                 IF WS-DEM-NUM < 30
                                    ADD 1 TO WS-DEM-NUM
                                    MOVE DEM-CAT
                                        TO DE-CAT(WS-DEM-NUM)
                                    MOVE DEM-VALOR
                                        TO DE-PCT(WS-DEM-NUM)
                                 END-IF
                             WHEN OTHER CONTINUE
                         END-EVALUATE
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-DEMCFG.

      ****************************************************************
      * Compra de empleado: el NUMDOC debe ser un usuario activo de  *
      * usuarios.dat; se suma lo que ya compro en el mes para el     *
      * tope mensual.                                                *
      ****************************************************************
       IDENTIFICAR-EMPLEADO-VENTA.
           MOVE 0 TO WS-EMP-GASTADO.
           DISPLAY "Empleado (NUMDOC):" LINE 4 POSITION 45.
           ACCEPT WS-EMP-VENTA LINE 4 POSITION 64.
           IF WS-EMP-VENTA = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE NOT = "00"
              DISPLAY "No se pudo abrir usuarios.dat. FS = " WS-FS-OPE
                  LINE 6 POSITION 10
              MOVE 0 TO WS-EMP-VENTA
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-VENTA TO OP-NUMDOC.
           READ ARCHIVO-OPERADOR
               INVALID KEY
                   DISPLAY "Ese empleado no existe." LINE 6 POSITION 10
                   MOVE 0 TO WS-EMP-VENTA
               NOT INVALID KEY
                   IF OP-ACTIVO
                      DISPLAY OP-NOMAPE(1:30) LINE 4 POSITION 45
                   ELSE
                      DISPLAY "El empleado no esta activo."
                          LINE 6 POSITION 10
                      MOVE 0 TO WS-EMP-VENTA
                   END-IF
           END-READ.
           CLOSE ARCHIVO-OPERADOR.
           IF WS-EMP-VENTA > 0
              PERFORM SUMAR-COMPRAS-EMP-MES
           END-IF.

      * Compras activas del empleado en el mes en curso, por la
      * clave alterna CE-NUMDOC.
       SUMAR-COMPRAS-EMP-MES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-EMP-PERIODO.
           OPEN INPUT ARCHIVO-CEM.
           IF WS-FS-CEM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-VENTA TO CE-NUMDOC.
           START ARCHIVO-CEM KEY IS NOT LESS THAN CE-NUMDOC
               INVALID KEY
                   MOVE "10" TO WS-FS-CEM
           END-START.
           IF WS-FS-CEM = "00"
              PERFORM READ-SIGUIENTE-CEM
              PERFORM UNTIL WS-FS-CEM NOT = "00"
                 IF CE-NUMDOC = WS-EMP-VENTA
                    IF CE-ACTIVA AND CE-FECHA(1:6) = WS-EMP-PERIODO
                       ADD CE-TOTAL TO WS-EMP-GASTADO
                    END-IF
                    PERFORM READ-SIGUIENTE-CEM
                 ELSE
                    MOVE "10" TO WS-FS-CEM
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE ARCHIVO-CEM.
           MOVE "00" TO WS-FS-CEM.

       READ-SIGUIENTE-CEM.
           READ ARCHIVO-CEM NEXT RECORD
               AT END MOVE "10" TO WS-FS-CEM
           END-READ.

      * Descuento de personal sobre el precio pleno del renglon con
      * el porcentaje de su categoria; no se acumula con la
      * promocion: queda el mayor de los dos.
       APLICAR-DESC-EMPLEADO.
           MOVE 0 TO WS-EMP-DESC.
           IF WS-EMP-VENTA = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-PCT-DEF TO WS-EMP-PCT.
           PERFORM VARYING WS-DEM-IDX FROM 1 BY 1
                   UNTIL WS-DEM-IDX > WS-DEM-NUM
              IF DE-CAT(WS-DEM-IDX) = CP-NOMBRE
                 MOVE DE-PCT(WS-DEM-IDX) TO WS-EMP-PCT
              END-IF
           END-PERFORM.
           COMPUTE WS-EMP-DESC ROUNDED =
               WS-PRECIO-LLENO * WS-EMP-PCT / 100.
           IF WS-EMP-DESC > WS-PROMO-DESC
              COMPUTE WS-PRECIO-IVA = WS-PRECIO-LLENO - WS-EMP-DESC
              MOVE 0 TO WS-PROMO-DESC
              MOVE 0 TO WS-PROMO-NUM
           ELSE
              MOVE 0 TO WS-EMP-DESC
           END-IF.

      * Tope mensual: lo ya comprado en el mes mas esta venta no
      * puede pasar de WS-EMP-TOPE (0 = sin tope).
       VERIFICAR-TOPE-EMPLEADO.
           MOVE "S" TO WS-EMP-OK.
           MOVE 0 TO WS-EMP-DISPON.
           IF WS-EMP-VENTA = 0 OR WS-EMP-TOPE = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EMP-DISPON = WS-EMP-TOPE - WS-EMP-GASTADO.
           IF WS-EMP-DISPON < 0
              MOVE 0 TO WS-EMP-DISPON
           END-IF.
           IF WS-TOTAL-VENTA > WS-EMP-DISPON
              MOVE "N" TO WS-EMP-OK
           END-IF.

      * La compra cobrada queda en compras-empleado.dat con lo que
      * se paga por nomina, para la liquidacion de fin de mes.
       GRABAR-COMPRA-EMPLEADO.
           OPEN I-O ARCHIVO-CEM.
           IF WS-FS-CEM = "35"
              CLOSE ARCHIVO-CEM
              OPEN OUTPUT ARCHIVO-CEM
              CLOSE ARCHIVO-CEM
              OPEN I-O ARCHIVO-CEM
           END-IF.
           MOVE WS-NUM-TIQUETE  TO CE-TIQUETE.
           MOVE WS-EMP-VENTA    TO CE-NUMDOC.
           MOVE WS-FECHA-HOY    TO CE-FECHA.
           MOVE WS-TOTAL-VENTA  TO CE-TOTAL.
           MOVE WS-EMP-DESC-VTA TO CE-DESCUENTO.
           MOVE WS-PAGO-NOM     TO CE-NOMINA.
           MOVE "A"             TO CE-ESTADO.
           WRITE CEMDATA
               INVALID KEY
                   MOVE "PUNTO-VENTA" TO WS-EXC-PROGRAMA
                   MOVE "../Articulos/compras-empleado.dat"
                       TO WS-EXC-ARCHIVO
                   MOVE WS-FS-CEM TO WS-EXC-FS
                   PERFORM REGISTRAR-EXCEPCION-IO
           END-WRITE.
           CLOSE ARCHIVO-CEM.

      * Un tiquete de empleado anulado sale del tope del mes y de la
      * liquidacion de nomina.
       ANULAR-COMPRA-EMPLEADO.
           OPEN I-O ARCHIVO-CEM.
           IF WS-FS-CEM NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-ANULA TO CE-TIQUETE.
           READ ARCHIVO-CEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO CE-ESTADO
                   REWRITE CEMDATA
           END-READ.
           CLOSE ARCHIVO-CEM.

       IDENTIFICAR-CLIENTE-VENTA.
           MOVE 0 TO WS-CLI-VENTA.
           MOVE SPACE TO WS-SEG-VENTA.
                       LINE 4 POSITION 45
           END-READ.
           CLOSE ARCHIVO-DUS.
           IF WS-CLI-VENTA > 0
              PERFORM LEER-EXENCION-CLI
           END-IF.

      ****************************************************************
      * Exencion de IVA del cliente identificado: solo cuenta con    *
      * certificado vigente hoy; vencida, la venta lleva IVA y la    *
      * caja lo avisa para que el cliente la renueve.                *
      ****************************************************************
       LEER-EXENCION-CLI.
           MOVE SPACE TO WS-EXE-VENTA.
           OPEN INPUT ARCHIVO-EXE.
           IF WS-FS-EXE NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-VENTA TO EX-NUMDOC.
           READ ARCHIVO-EXE
               INVALID KEY
                   MOVE SPACE TO EX-TIPO
           END-READ.
           CLOSE ARCHIVO-EXE.
           IF EX-TIPO NOT = "E" AND EX-TIPO NOT = "X"
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           IF EX-VIGENCIA < WS-FECHA-HOY
              DISPLAY "Exencion IVA VENCIDA (" EX-VIGENCIA
                  "): se cobra IVA." LINE 5 POSITION 45
              EXIT PARAGRAPH
           END-IF.
           MOVE EX-TIPO TO WS-EXE-VENTA.
           MOVE EX-CERTIFICADO TO WS-EXE-CERT.
           MOVE EX-VIGENCIA TO WS-EXE-VIGENCIA.
           IF WS-EXE-VENTA = "E"
              DISPLAY "EXENTO DE IVA, cert. " WS-EXE-CERT
                  LINE 5 POSITION 45
           ELSE
              DISPLAY "EXCLUIDO DE IVA, cert. " WS-EXE-CERT
                  LINE 5 POSITION 45
           END-IF.

      * El renglon recien insertado (articulo del area del registro)
      * suma a la base sin IVA cuando su tarifa no es la exenta.
       SUMAR-BASE-EXENTA.
           IF WS-EXE-VENTA = SPACE OR CATIVA = "E"
              EXIT PARAGRAPH
           END-IF.
           IF CATIVA = "R"
              ADD VT-SUBTOT(WS-NUM-ITEMS) TO WS-EXE-BASE-R
           ELSE
              ADD VT-SUBTOT(WS-NUM-ITEMS) TO WS-EXE-BASE-G
           END-IF.

      * Deja el tiquete como vendido sin IVA, con su certificado,
      * para la factura, el acumulado de ventas y la declaracion.
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
           MOVE WS-CLI-VENTA TO VE-CLIENTE.
           MOVE WS-EXE-VENTA TO VE-TIPO.
           MOVE WS-EXE-CERT TO VE-CERTIFICADO.
           MOVE WS-EXE-VIGENCIA TO VE-VIGENCIA.
           MOVE WS-EXE-BASE-R TO VE-BASE-R.
           MOVE WS-EXE-BASE-G TO VE-BASE-G.
           WRITE VEXDATA
               INVALID KEY
                   REWRITE VEXDATA
                   END-REWRITE
           END-WRITE.
           IF WS-FS-VEX NOT = "00"
              DISPLAY "No se pudo marcar el tiquete exento. FS = "
                  WS-FS-VEX LINE 23 POSITION 10
           END-IF.
           CLOSE ARCHIVO-VEX.

      * Precio base del renglon: la lista del segmento del cliente
      * identificado cuando existe fila, si no el PREVEN del
               WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
               WHEN OTHER MOVE WS-TASA-G TO WS-TASA-ART
           END-EVALUATE.
      * Cliente exento o excluido con certificado vigente: los
      * renglones gravados salen sin IVA.
           IF WS-EXE-VENTA NOT = SPACE
              MOVE 0 TO WS-TASA-ART
           END-IF.
           COMPUTE WS-PRECIO-IVA ROUNDED =
               WS-PRECIO-BASE * (10000 + WS-TASA-ART) / 10000.

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

       DIARIO-VENTAS.
           IF WS-FS-VTA = "00" OR WS-FS-VTA = "02"
              MOVE "VENTAS" TO DRJ-ARCHIVO
              MOVE VTADATA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

       DIARIO-VENTAS-PAGO.
           IF WS-FS-VPG = "00" OR WS-FS-VPG = "02"
              MOVE "VENTAS-PAGO" TO DRJ-ARCHIVO
              MOVE VPAGDATA TO DRJ-IMAGEN
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
           MOVE "PUNTO-VENTA" TO DRJ-PROGRAMA.
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
