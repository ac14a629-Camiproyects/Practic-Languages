      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Pagos a proveedores: corrida de pagos (G)  *
      *      por fecha de corte y NIT con abonos parciales, pago     *
      *      individual (P) con valor y referencia, comprobante de   *
      *      egreso por proveedor (pagos-prov.dat y                  *
      *      comprobante-egreso-NNNNNN.txt), archivo de transferencia*
      *      para el portal del banco (pagos-banco-*.csv, con las    *
      *      cuentas de prov-banco.dat, opcion B) y libro de         *
      *      cuentas por pagar con saldo corrido (K). La factura     *
      *      solo se cierra cuando su saldo llega a cero y rep-cxp   *
      *      incluye lo vencido y lo abonado.                        *
      * Mod: 15-10-2026 - Retenciones: al registrar la factura se    *
      *      calcula el IVA por renglon (tasas-iva.cfg) y, segun el  *
      *      perfil del proveedor y el concepto, la retencion en la  *
      *      fuente, ReteIVA y ReteICA con las tasas y bases minimas *
      *      de retenciones.cfg; quedan en la factura y el saldo por *
      *      pagar es neto. Opcion M: resumen mensual para la        *
      *      declaracion; opcion A: certificado anual por proveedor. *
      * Mod: 15-10-2026 - Moneda extranjera: la factura toma la      *
      *      moneda de su OC, se digita en esa moneda y se lleva a   *
      *      pesos con la tasa de la fecha de factura                *
      *      (tasas-cambio.dat, opcion T). Al pagar se usa la tasa   *
      *      del dia y la diferencia en cambio queda en el pago      *
      *      (reporte D). Vencimientos muestra el saldo en moneda    *
      *      extranjera y su valor en pesos a la tasa de hoy.        *
      * Mod: 15-10-2026 - Un vencimiento digitado en sabado, domingo *
      *      o festivo (festivos.dat) se corre al siguiente dia      *
      *      habil.                                                  *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

           SELECT ARCHIVO-REPORTE ASSIGN TO "../Articulos/rep-cxp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-PAG ASSIGN TO "../Articulos/pagos-prov.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PAG.
           SELECT ARCHIVO-PGCTL ASSIGN TO "../Articulos/pagos-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PGC.
           SELECT ARCHIVO-PBA ASSIGN TO "../Articulos/prov-banco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-NIT
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PBA.
           SELECT ARCHIVO-BANCO ASSIGN TO WS-RUTA-BANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BCO.
           SELECT ARCHIVO-COMPROB ASSIGN TO WS-RUTA-COMPROB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CPB.
           SELECT ARCHIVO-LIBRO
               ASSIGN TO "../Articulos/rep-libro-cxp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-RTC ASSIGN TO "../Articulos/retenciones.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RTC.
           SELECT ARCHIVO-RETREP ASSIGN TO WS-RUTA-RETREP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RRP.
           SELECT ARCHIVO-TCB ASSIGN TO "../Articulos/tasas-cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TCB.
           SELECT ARCHIVO-DIFC
               ASSIGN TO "../Articulos/rep-difcambio.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DFC.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FES.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.
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

       FD  ARCHIVO-FPD.
       01  FPDDATA.
              88 OC-CERRADA  VALUE "C".
           05 OC-OPER        PIC 9(10).
           05 OC-LINEAS      PIC 9(4).
           05 OC-MONEDA      PIC X(3).

       FD ARCHIVO-OCD.
       01 OCDDATA.
           05 PRV-CONTACTO   PIC X(30).
           05 PRV-TEL1       PIC X(10).
           05 PRV-TEL2       PIC X(10).
           05 PRV-REGIMEN    PIC X.
              88 PRV-RESP-IVA VALUE "R".
              88 PRV-NO-RESP  VALUE "N".
           05 PRV-RET-FTE    PIC X.
           05 PRV-RET-IVA    PIC X.
           05 PRV-RET-ICA    PIC X.
           05 PRV-CONCEPTO   PIC X(4).

       FD ARCHIVO-ART.
       01 USUART.
       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

      * Pagos a proveedores por comprobante de egreso: renglon 0 es
      * el encabezado con el total girado; los demas son abonos a
      * facturas (F) o notas credito aplicadas al pago (C).
       FD  ARCHIVO-PAG.
       01  PAGDATA.
           05 PG-CLAVE.
              07 PG-COMPROB  PIC 9(6).
              07 PG-LINEA    PIC 9(3).
           05 PG-NIT         PIC 9(10).
           05 PG-FACTURA     PIC 9(6).
           05 PG-NUMFAC      PIC X(15).
           05 PG-TIPO        PIC X.
              88 PG-ABONO-FAC VALUE "F".
              88 PG-CRUCE-NC  VALUE "C".
           05 PG-FECHA       PIC 9(8).
           05 PG-VALOR       PIC S9(12)V99.
           05 PG-REFBANCO    PIC X(20).
           05 PG-OPER        PIC 9(10).
           05 PG-MONEDA      PIC X(3).
           05 PG-VALOR-ME    PIC S9(12)V99.
           05 PG-TASA        PIC 9(6)V99.
           05 PG-DIFCAMBIO   PIC S9(12)V99.

       FD  ARCHIVO-PGCTL.
       01  REG-PGCTL.
           05 PGCTL-ULT      PIC 9(6).

      * Cuenta bancaria del proveedor para el archivo de pagos.
       FD  ARCHIVO-PBA.
       01  PBADATA.
           05 PB-NIT         PIC 9(10).
           05 PB-BANCO       PIC X(20).
           05 PB-TIPO-CTA    PIC X.
              88 PB-AHORROS  VALUE "A".
              88 PB-CORRIENTE VALUE "C".
           05 PB-CUENTA      PIC X(20).

       FD  ARCHIVO-BANCO.
       01  BANCO-LINEA       PIC X(160).

       FD  ARCHIVO-COMPROB.
       01  CPB-LINEA         PIC X(100).

       FD  ARCHIVO-LIBRO.
       01  LIBRO-LINEA       PIC X(132).

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

      * Tasas de retencion por concepto: una linea por concepto y
      * tipo (F fuente, I ReteIVA sobre el IVA, C ReteICA), la tasa
      * en porcentaje con tres decimales (002500 = 2.5%) y la base
      * minima en pesos. La linea EMP trae NIT y razon social del
      * agente retenedor para los certificados.
       FD  ARCHIVO-RTC.
       01  RTC-LINEA.
           05 RTC-CONCEPTO   PIC X(4).
           05 FILLER         PIC X.
           05 RTC-TIPO       PIC X.
           05 FILLER         PIC X.
           05 RTC-TASA       PIC 9(3)V9(3).
           05 FILLER         PIC X.
           05 RTC-BASE       PIC 9(12).
       01  RTC-LINEA-EMP.
           05 FILLER         PIC X(5).
           05 RTC-AGENTE     PIC X(70).

      * Tasa de cambio a pesos por moneda y fecha.
       FD  ARCHIVO-TCB.
       01  TCBDATA.
           05 TC-CLAVE.
              07 TC-MONEDA   PIC X(3).
              07 TC-FECHA    PIC 9(8).
           05 TC-TASA        PIC 9(6)V99.

       FD  ARCHIVO-DIFC.
       01  DIFC-LINEA        PIC X(132).

       FD  ARCHIVO-RETREP.
       01  RETREP-LINEA      PIC X(132).

      * Calendario de festivos compartido (programa festivos).
       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FILLER         PIC X(20).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       01 WS-I                PIC 9(2).
       01 WS-HALLADO          PIC X.
       01 WS-TOT-SEMANA       PIC S9(14)V99.
       01 WS-TOT-ADEUDADO     PIC S9(14)V99.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-TCB           PIC XX.
       01 WS-FS-DFC           PIC XX.
       01 WS-FS-FES           PIC XX.
       01 WS-FES-ABIERTO      PIC X VALUE "N".
       01 WS-FECHA-HABIL      PIC 9(8).
       01 WS-INT-HABIL        PIC 9(7).
       01 WS-COC-SEMANA       PIC 9(7).
       01 WS-DIA-SEMANA       PIC 9.
       01 WS-ES-HABIL         PIC X.
       01 WS-MON-BUS          PIC X(3).
       01 WS-FECHA-BUS        PIC 9(8).
       01 WS-TASA-CAMBIO      PIC 9(6)V99.
       01 WS-TASA-ED          PIC ZZZ,ZZ9.99.
       01 WS-MON-PAGO         PIC X(3).
       01 WS-TASA-PAGO        PIC 9(6)V99.
       01 WS-VALOR-ME         PIC S9(12)V99.
       01 WS-PESOS-PAGO       PIC S9(12)V99.
       01 WS-DIF-CAMBIO       PIC S9(12)V99.
       01 WS-TOT-DIF          PIC S9(14)V99.
       01 WS-COSTO-ME         PIC 9(10)V99.
       01 WS-VALOR-HOY        PIC S9(14)V99.
       01 WS-MON-HOY          PIC X(3).
       01 WS-TASA-HOY         PIC 9(6)V99.
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-FS-RTC           PIC XX.
       01 WS-FS-RRP           PIC XX.
       01 WS-FIN-IVA          PIC X.
       01 WS-FIN-RTC          PIC X.
       01 WS-TASA-E           PIC 9(4) VALUE 0.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-TASA-ART         PIC 9(4).
       01 WS-IVA-FAC          PIC 9(12)V99.
       01 WS-TOT-RET          PIC 9(12)V99.
       01 WS-RUTA-RETREP      PIC X(60).
       01 WS-AGENTE           PIC X(70) VALUE SPACES.
       01 WS-PERIODO          PIC 9(6).
       01 WS-ANIO             PIC 9(4).
       01 WS-FACT-RET         PIC 9(6).
       01 WS-CERTIFICADOS     PIC 9(4).
       01 WS-BASE-ED          PIC Z(11)9.99.
       01 WS-RET-ED           PIC Z(9)9.99.

      * Tasas de retencion cargadas de retenciones.cfg; si el
      * archivo no esta se trabaja con las de compras y servicios.
       01 WS-TR-CANT          PIC 99 VALUE 0.
       01 WS-TR-IDX           PIC 99.
       01 TABLA-RETENCION.
           05 TR-ENTRADA OCCURS 40 TIMES.
              10 TR-CONCEPTO PIC X(4).
              10 TR-TIPO     PIC X.
              10 TR-TASA     PIC 9(3)V9(3).
              10 TR-BASE     PIC 9(12).

      * Acumulado por concepto para el resumen y el certificado.
       01 WS-AC-CANT          PIC 99 VALUE 0.
       01 WS-AC-IDX           PIC 99.
       01 TABLA-ACUM-RET.
           05 AC-ENTRADA OCCURS 20 TIMES.
              10 AC-CONCEPTO PIC X(4).
              10 AC-BASE     PIC 9(14)V99.
              10 AC-IVA      PIC 9(14)V99.
              10 AC-RETEFTE  PIC 9(12)V99.
              10 AC-RETEIVA  PIC 9(12)V99.
              10 AC-RETEICA  PIC 9(12)V99.
       01 WS-PAGADO-FAC       PIC S9(12)V99.
       01 WS-MARCA-VENCIDA    PIC X(8).
       01 WS-FS-PAG           PIC XX.
       01 WS-FS-PGC           PIC XX.
       01 WS-FS-PBA           PIC XX.
       01 WS-FS-BCO           PIC XX.
       01 WS-FS-CPB           PIC XX.
       01 WS-FS-LIB           PIC XX.
       01 WS-RUTA-BANCO       PIC X(48).
       01 WS-RUTA-COMPROB     PIC X(48).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-FECHA-CORTE      PIC 9(8).
       01 WS-NIT-FILTRO       PIC 9(10).
       01 WS-REF-LOTE         PIC X(20).
       01 WS-MODO-PAGO        PIC X.
       01 WS-VALOR-PAGO       PIC 9(12)V99.
       01 WS-CONFIRMA         PIC X.
       01 WS-NUM-COMPROB      PIC 9(6).
       01 WS-PG-LINEA         PIC 9(3).
       01 WS-TOT-COMPROB      PIC S9(12)V99.
       01 WS-TOT-CORRIDA      PIC S9(14)V99.
       01 WS-COMPROBANTES     PIC 9(4).
       01 WS-SIN-CUENTA       PIC 9(4).
       01 WS-CON-BANCO        PIC X.
       01 WS-NIT-ACTUAL       PIC 9(10).
       01 WS-SUMA-NIT         PIC S9(12)V99.
       01 WS-CRUCE            PIC S9(12)V99.
       01 WS-VALOR-ED         PIC -Z(11)9.99.
       01 WS-VALOR-BCO        PIC 9(12).99.
       01 WS-SALDO-CORRIDO    PIC S9(14)V99.
       01 WS-SALDO-ED         PIC -Z(13)9.99.
       01 WS-CARGO-ED         PIC Z(11)9.99.
       01 WS-ABONO-ED         PIC Z(11)9.99.

      * Pagos elegidos en la corrida, ordenados por NIT al insertar
      * para sacar un comprobante por proveedor.
       01 WS-TP-MAX           PIC 9(4) VALUE 300.
       01 WS-TP-CANT          PIC 9(4) VALUE 0.
       01 WS-TP-IDX           PIC 9(4).
       01 WS-TP-POS           PIC 9(4).
       01 WS-TP-INI           PIC 9(4).
       01 TABLA-PAGOS.
           05 TP-ENTRADA OCCURS 300 TIMES.
              10 TP-NIT      PIC 9(10).
              10 TP-FACTURA  PIC 9(6).
              10 TP-NUMFAC   PIC X(15).
              10 TP-TIPO     PIC X.
              10 TP-VALOR    PIC S9(12)V99.

      * Movimientos de un proveedor para el libro, por fecha.
       01 WS-LM-MAX           PIC 9(4) VALUE 500.
       01 WS-LM-CANT          PIC 9(4) VALUE 0.
       01 WS-LM-IDX           PIC 9(4).
       01 WS-LM-POS           PIC 9(4).
       01 WS-LM-FECHA         PIC 9(8).
       01 TABLA-LIBRO.
           05 LM-ENTRADA OCCURS 500 TIMES.
              10 LM-FECHA    PIC 9(8).
              10 LM-DOC      PIC X(30).
              10 LM-CARGO    PIC 9(12)V99.
              10 LM-ABONO    PIC 9(12)V99.
       01 WS-LM-DOC           PIC X(30).
       01 WS-LM-CARGO         PIC 9(12)V99.
       01 WS-LM-ABONO         PIC 9(12)V99.

      * Totales por NIT del reporte de vencimientos.
       01 TABLA-NITS.
           05 TN-ENTRADA OCCURS 50 TIMES.
              10 TN-NIT      PIC 9(10).
              10 TN-TOTAL    PIC S9(14)V99.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       LINKAGE SECTION.
       01 PASAR.
           OPEN INPUT ARCHIVO-OCD.
           OPEN INPUT ARCHIVO-PRV.
           OPEN INPUT ARCHIVO-ART.
           PERFORM LEER-TASAS-IVA.
           PERFORM CARGAR-RETENCIONES.
           PERFORM MENU-CXP UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-FPR.
           CLOSE ARCHIVO-FPD.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  R -> Registrar factura de OC"  LINE 7 POSITION 20.
           DISPLAY "  C -> Consultar factura"        LINE 8 POSITION 20.
           DISPLAY "  P -> Registrar pago de factura"
               LINE 9 POSITION 20.
           DISPLAY "  V -> Vencimientos de la semana"
               LINE 10 POSITION 20.
           DISPLAY "  G -> Corrida de pagos"        LINE 11 POSITION 20.
           DISPLAY "  K -> Libro por proveedor"     LINE 12 POSITION 20.
           DISPLAY "  B -> Datos bancarios proveedor"
               LINE 13 POSITION 20.
           DISPLAY "  M -> Resumen mensual retenciones"
               LINE 14 POSITION 20.
           DISPLAY "  A -> Certificado anual retenciones"
               LINE 15 POSITION 20.
           DISPLAY "  T -> Tasas de cambio"         LINE 16 POSITION 20.
           DISPLAY "  D -> Diferencia en cambio"    LINE 17 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 18 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 20 POSITION 20.
           ACCEPT WS-OPCION LINE 20 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "R"
                    PERFORM REGISTRAR-FACTURA
                    PERFORM MARCAR-PAGADA
               WHEN "V"
                    PERFORM REPORTE-VENCIMIENTOS
               WHEN "G"
                    PERFORM CORRIDA-PAGOS
               WHEN "K"
                    PERFORM LIBRO-PROVEEDOR
               WHEN "B"
                    PERFORM DATOS-BANCARIOS
               WHEN "M"
                    PERFORM RESUMEN-RETENCIONES
               WHEN "A"
                    PERFORM CERTIFICADO-RETENCIONES
               WHEN "T"
                    PERFORM TASAS-CAMBIO
               WHEN "D"
                    PERFORM REPORTE-DIF-CAMBIO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
           DISPLAY "Vence (AAAAMMDD):" LINE 10 POSITION 20.
           MOVE 0 TO FP-VENCE.
           ACCEPT FP-VENCE LINE 10 POSITION 48.
           MOVE FP-VENCE TO WS-FECHA-HABIL.
           PERFORM ABRIR-FESTIVOS.
           PERFORM SIGUIENTE-DIA-HABIL.
           PERFORM CERRAR-FESTIVOS.
           IF WS-FECHA-HABIL NOT = FP-VENCE
              DISPLAY "No habil: vence " WS-FECHA-HABIL
                  LINE 10 POSITION 58
              MOVE WS-FECHA-HABIL TO FP-VENCE
           END-IF.
      * La factura va en la moneda de su orden; en moneda extranjera
      * se registra con la tasa de la fecha de la factura.
           MOVE OC-MONEDA TO FP-MONEDA.
           IF FP-MONEDA = SPACES
              MOVE "COP" TO FP-MONEDA
           END-IF.
           MOVE 1 TO FP-TASA.
           IF FP-MONEDA NOT = "COP"
              MOVE FP-MONEDA TO WS-MON-BUS
              MOVE FP-FECHA TO WS-FECHA-BUS
              PERFORM OBTENER-TASA-CAMBIO
              IF WS-TASA-CAMBIO = 0
                 DISPLAY "Sin tasa de cambio: no se graba." LINE 20
                     POSITION 10
                 PERFORM PAUSA
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-TASA-CAMBIO TO FP-TASA
              MOVE FP-TASA TO WS-TASA-ED
              DISPLAY "Factura en " FP-MONEDA " a tasa " WS-TASA-ED
                  LINE 11 POSITION 20
              PERFORM PAUSA
           END-IF.
           MOVE 0 TO WS-TOTAL-FAC.
           MOVE 0 TO WS-IVA-FAC.
           MOVE 0 TO WS-LINEAS-FAC.
           MOVE 0 TO WS-DIFERENCIAS.
           PERFORM CAPTURAR-RENGLONES-FAC.
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Retenciones de la factura -----" LINE 3
               POSITION 20.
           MOVE WS-TOTAL-FAC TO FP-BASE.
           MOVE WS-IVA-FAC TO FP-IVA.
           MOVE PRV-CONCEPTO TO FP-CONCEPTO.
           IF FP-CONCEPTO = SPACES
              MOVE "COMP" TO FP-CONCEPTO
           END-IF.
           DISPLAY "Concepto de retencion:" LINE 5 POSITION 10.
           DISPLAY FP-CONCEPTO LINE 5 POSITION 40.
           ACCEPT FP-CONCEPTO LINE 5 POSITION 40.
           PERFORM CALCULAR-RETENCIONES.
           COMPUTE FP-TOTAL = FP-BASE + FP-IVA.
           COMPUTE WS-TOT-RET = FP-RETEFTE + FP-RETEIVA + FP-RETEICA.
           COMPUTE FP-SALDO = FP-TOTAL - WS-TOT-RET.
           COMPUTE FP-TOTAL-ME ROUNDED = FP-TOTAL / FP-TASA.
           COMPUTE FP-SALDO-ME ROUNDED = FP-SALDO / FP-TASA.
           MOVE "A" TO FP-ESTADO.
           MOVE FP-BASE TO WS-BASE-ED.
           DISPLAY "Base     : " WS-BASE-ED LINE 7 POSITION 10.
           MOVE FP-IVA TO WS-BASE-ED.
           DISPLAY "IVA      : " WS-BASE-ED LINE 8 POSITION 10.
           MOVE FP-RETEFTE TO WS-RET-ED.
           DISPLAY "Retefte  : " WS-RET-ED LINE 9 POSITION 10.
           MOVE FP-RETEIVA TO WS-RET-ED.
           DISPLAY "ReteIVA  : " WS-RET-ED LINE 10 POSITION 10.
           MOVE FP-RETEICA TO WS-RET-ED.
           DISPLAY "ReteICA  : " WS-RET-ED LINE 11 POSITION 10.
           MOVE FP-SALDO TO WS-BASE-ED.
           DISPLAY "Neto a pagar: " WS-BASE-ED LINE 12 POSITION 10.
           IF FP-MONEDA NOT = "COP"
              MOVE FP-SALDO-ME TO WS-BASE-ED
              DISPLAY "Neto en " FP-MONEDA ": " WS-BASE-ED LINE 13
                  POSITION 10
           END-IF.
           WRITE FPRDATA.
           IF WS-FS-FPR = "00"
              MOVE FP-TOTAL TO WS-BASE-ED
              DISPLAY "Factura interna " WS-NUM-FACTURA " por "
                  WS-BASE-ED LINE 20 POSITION 10
              DISPLAY "Renglones " WS-LINEAS-FAC
                  " con diferencias " WS-DIFERENCIAS
                  LINE 21 POSITION 10
           IF WS-CANT-FAC = 0
              EXIT PARAGRAPH
           END-IF.
           IF FP-MONEDA = "COP"
              DISPLAY "Costo unitario facturado:" LINE 10 POSITION 10
              MOVE 0 TO WS-COSTO-FAC
              ACCEPT WS-COSTO-FAC LINE 10 POSITION 45
           ELSE
              DISPLAY "Costo unitario facturado " FP-MONEDA ":"
                  LINE 10 POSITION 10
              MOVE 0 TO WS-COSTO-ME
              ACCEPT WS-COSTO-ME LINE 10 POSITION 45
              COMPUTE WS-COSTO-FAC ROUNDED = WS-COSTO-ME * FP-TASA
              DISPLAY "= $" WS-COSTO-FAC LINE 10 POSITION 60
           END-IF.
           MOVE WS-NUM-FACTURA TO FPD-NUMERO.
           MOVE OCD-CODART TO FPD-CODART.
           MOVE WS-CANT-FAC TO FPD-CANT-FAC.
      * El costo del maestro (promedio tras la recepcion) sirve de
      * referencia: una diferencia grande amerita reclamo.
           MOVE OCD-CODART TO CODART.
           MOVE WS-TASA-G TO WS-TASA-ART.
           READ ARCHIVO-ART
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE CATIVA
                       WHEN "E" MOVE WS-TASA-E TO WS-TASA-ART
                       WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
                       WHEN OTHER MOVE WS-TASA-G TO WS-TASA-ART
                   END-EVALUATE
                   IF WS-COSTO-FAC NOT = PRECOM
                      MOVE "S" TO FPD-DIFER
                      DISPLAY "** COSTO FACTURADO " WS-COSTO-FAC
                   ADD 1 TO WS-LINEAS-FAC
                   COMPUTE WS-TOTAL-FAC = WS-TOTAL-FAC
                       + WS-CANT-FAC * WS-COSTO-FAC
                   COMPUTE WS-IVA-FAC ROUNDED = WS-IVA-FAC
                       + WS-CANT-FAC * WS-COSTO-FAC * WS-TASA-ART
                       / 10000
           END-WRITE.
           PERFORM PAUSA.

               " VENCE " FP-VENCE LINE 8 POSITION 10.
           DISPLAY "Total  : " FP-TOTAL " SALDO " FP-SALDO
               " ESTADO " FP-ESTADO LINE 9 POSITION 10.
           DISPLAY "Base " FP-BASE " IVA " FP-IVA " Concepto "
               FP-CONCEPTO LINE 10 POSITION 10.
           DISPLAY "Retefte " FP-RETEFTE " ReteIVA " FP-RETEIVA
               " ReteICA " FP-RETEICA LINE 11 POSITION 10.
           IF FP-MONEDA NOT = "COP" AND FP-MONEDA NOT = SPACES
              DISPLAY "Moneda " FP-MONEDA " tasa " FP-TASA " total "
                  FP-TOTAL-ME " saldo " FP-SALDO-ME LINE 12 POSITION 10
           END-IF.
           MOVE 13 TO WS-LIN.
           MOVE FP-NUMERO TO FPD-NUMERO.
           MOVE LOW-VALUES TO FPD-CODART.
           START ARCHIVO-FPD KEY IS NOT LESS THAN FPD-CLAVE
           MOVE "00" TO WS-FS-FPD.
           PERFORM PAUSA.

      ****************************************************************
      * Pago individual de una factura: valor (todo el saldo o un    *
      * abono), referencia del banco o cheque, y comprobante de      *
      * egreso igual que en la corrida; la factura solo se cierra    *
      * cuando el saldo llega a cero.                                *
      ****************************************************************
       MARCAR-PAGADA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Registrar pago de factura -----" LINE 3
               POSITION 20.
           DISPLAY "Numero interno:" LINE 5 POSITION 20.
           MOVE 0 TO FP-NUMERO.
           READ ARCHIVO-FPR
               INVALID KEY
                   DISPLAY "Factura no encontrada." LINE 7 POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF NOT FP-FACTURA OR NOT FP-ABIERTA OR FP-SALDO NOT > 0
              DISPLAY "Esa factura no tiene saldo por pagar."
                  LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE FP-SALDO TO WS-VALOR-ED.
           DISPLAY "NIT " FP-NIT " FACT " FP-NUMFAC " SALDO "
               WS-VALOR-ED LINE 7 POSITION 10.
           DISPLAY "Valor a pagar (0=todo el saldo):" LINE 9
               POSITION 10.
           MOVE 0 TO WS-VALOR-PAGO.
           ACCEPT WS-VALOR-PAGO LINE 9 POSITION 45.
           IF WS-VALOR-PAGO = 0 OR WS-VALOR-PAGO > FP-SALDO
              MOVE FP-SALDO TO WS-VALOR-PAGO
           END-IF.
           DISPLAY "Referencia banco/cheque:" LINE 10 POSITION 10.
           MOVE SPACES TO WS-REF-LOTE.
           ACCEPT WS-REF-LOTE LINE 10 POSITION 45.
           MOVE 0 TO WS-TP-CANT.
           PERFORM AGREGAR-PAGO-TABLA.
           DISPLAY "¿Confirma el pago? (S/N):" LINE 12 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 12 POSITION 37.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CON-BANCO.
           PERFORM APLICAR-PAGOS.
           DISPLAY "Comprobante de egreso " WS-NUM-COMPROB
               " registrado." LINE 14 POSITION 10.
           PERFORM PAUSA.

      ****************************************************************
      * Corrida de pagos: facturas abiertas que vencen hasta la      *
      * fecha de corte (de un NIT o de todos). Por cada una se       *
      * decide pagar todo, abonar o dejarla; las notas credito       *
      * abiertas del proveedor se cruzan contra lo que se le gira.   *
      * Sale un comprobante de egreso por proveedor y el archivo     *
      * de transferencia para el portal de pagos masivos del banco.  *
      ****************************************************************
       CORRIDA-PAGOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Corrida de pagos -----" LINE 3 POSITION 20.
           DISPLAY "Fecha de corte (AAAAMMDD, 0=hoy):" LINE 5
               POSITION 10.
           MOVE 0 TO WS-FECHA-CORTE.
           ACCEPT WS-FECHA-CORTE LINE 5 POSITION 45.
           IF WS-FECHA-CORTE = 0
              ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "NIT del proveedor (0=todos):" LINE 6 POSITION 10.
           MOVE 0 TO WS-NIT-FILTRO.
           ACCEPT WS-NIT-FILTRO LINE 6 POSITION 45.
           DISPLAY "Referencia del lote bancario:" LINE 7 POSITION 10.
           MOVE SPACES TO WS-REF-LOTE.
           ACCEPT WS-REF-LOTE LINE 7 POSITION 45.
           MOVE 0 TO WS-TP-CANT.
           MOVE LOW-VALUES TO FP-NUMERO.
           START ARCHIVO-FPR KEY IS NOT LESS THAN FP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-FPR
           END-START.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00"
                 IF FP-FACTURA AND FP-ABIERTA AND FP-SALDO > 0
                    AND FP-VENCE <= WS-FECHA-CORTE
                    AND (WS-NIT-FILTRO = 0 OR FP-NIT = WS-NIT-FILTRO)
                    PERFORM ELEGIR-PAGO
                 END-IF
                 PERFORM READ-SIGUIENTE-FPR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-FPR.
           PERFORM CLEAR-SCREEN.
           IF WS-TP-CANT = 0
              DISPLAY "No se eligio ningun pago." LINE 5 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CRUZAR-NOTAS-CREDITO.
           MOVE 0 TO WS-TOT-CORRIDA.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-CANT
              ADD TP-VALOR(WS-TP-IDX) TO WS-TOT-CORRIDA
           END-PERFORM.
           MOVE WS-TOT-CORRIDA TO WS-VALOR-ED.
           DISPLAY "Renglones de pago: " WS-TP-CANT "  Total a girar: "
               WS-VALOR-ED LINE 5 POSITION 10.
           DISPLAY "¿Genera comprobantes y archivo del banco? (S/N):"
               LINE 7 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 7 POSITION 60.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CON-BANCO.
           PERFORM APLICAR-PAGOS.
           DISPLAY "Comprobantes generados: " WS-COMPROBANTES
               LINE 9 POSITION 10.
           DISPLAY "Archivo del banco: " WS-RUTA-BANCO(1:45)
               LINE 10 POSITION 10.
           IF WS-SIN-CUENTA > 0
              DISPLAY "Proveedores sin cuenta (pago manual): "
                  WS-SIN-CUENTA LINE 11 POSITION 10
           END-IF.
           PERFORM PAUSA.

       ELEGIR-PAGO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Corrida de pagos -----" LINE 3 POSITION 20.
           MOVE FP-NIT TO PRV-NIT.
           READ ARCHIVO-PRV
               INVALID KEY
                   MOVE SPACES TO PRV-RAZSOC
           END-READ.
           DISPLAY "Proveedor: " FP-NIT " " PRV-RAZSOC(1:30)
               LINE 5 POSITION 10.
           DISPLAY "Factura  : " FP-NUMFAC " interna " FP-NUMERO
               LINE 6 POSITION 10.
           DISPLAY "Vence    : " FP-VENCE LINE 7 POSITION 10.
           MOVE FP-SALDO TO WS-VALOR-ED.
           DISPLAY "Saldo    : " WS-VALOR-ED LINE 8 POSITION 10.
           DISPLAY "T=pagar todo  P=abono parcial  N=no pagar:"
               LINE 10 POSITION 10.
           MOVE "T" TO WS-MODO-PAGO.
           ACCEPT WS-MODO-PAGO LINE 10 POSITION 54.
           EVALUATE WS-MODO-PAGO
               WHEN "T"
               WHEN "t"
                   MOVE FP-SALDO TO WS-VALOR-PAGO
               WHEN "P"
               WHEN "p"
                   DISPLAY "Valor del abono:" LINE 11 POSITION 10
                   MOVE 0 TO WS-VALOR-PAGO
                   ACCEPT WS-VALOR-PAGO LINE 11 POSITION 30
                   IF WS-VALOR-PAGO > FP-SALDO
                      MOVE FP-SALDO TO WS-VALOR-PAGO
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-VALOR-PAGO
           END-EVALUATE.
           IF WS-VALOR-PAGO = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-TP-CANT >= WS-TP-MAX
              DISPLAY "Corrida llena: el resto queda para otra."
                  LINE 13 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM AGREGAR-PAGO-TABLA.

      * Inserta el pago de la factura en FPRDATA (valor en
      * WS-VALOR-PAGO) manteniendo la tabla ordenada por NIT.
       AGREGAR-PAGO-TABLA.
           MOVE 1 TO WS-TP-POS.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-CANT
              IF TP-NIT(WS-TP-IDX) NOT > FP-NIT
                 COMPUTE WS-TP-POS = WS-TP-IDX + 1
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-TP-IDX FROM WS-TP-CANT BY -1
               UNTIL WS-TP-IDX < WS-TP-POS
              MOVE TP-ENTRADA(WS-TP-IDX) TO TP-ENTRADA(WS-TP-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-TP-CANT.
           MOVE FP-NIT TO TP-NIT(WS-TP-POS).
           MOVE FP-NUMERO TO TP-FACTURA(WS-TP-POS).
           MOVE FP-NUMFAC TO TP-NUMFAC(WS-TP-POS).
           MOVE FP-TIPO TO TP-TIPO(WS-TP-POS).
           IF FP-CREDITO
              COMPUTE TP-VALOR(WS-TP-POS) = 0 - WS-VALOR-PAGO
           ELSE
              MOVE WS-VALOR-PAGO TO TP-VALOR(WS-TP-POS)
           END-IF.

      * Las notas credito abiertas de cada proveedor de la corrida
      * se cruzan hasta donde alcance lo que se le va a girar.
       CRUZAR-NOTAS-CREDITO.
           MOVE 0 TO WS-NIT-ACTUAL.
           PERFORM VARYING WS-TP-INI FROM 1 BY 1
               UNTIL WS-TP-INI > WS-TP-CANT
              IF TP-NIT(WS-TP-INI) NOT = WS-NIT-ACTUAL
                 AND TP-TIPO(WS-TP-INI) = "F"
                 MOVE TP-NIT(WS-TP-INI) TO WS-NIT-ACTUAL
                 PERFORM CRUZAR-NC-PROVEEDOR
              END-IF
           END-PERFORM.

       CRUZAR-NC-PROVEEDOR.
           MOVE 0 TO WS-SUMA-NIT.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-CANT
              IF TP-NIT(WS-TP-IDX) = WS-NIT-ACTUAL
                 ADD TP-VALOR(WS-TP-IDX) TO WS-SUMA-NIT
              END-IF
           END-PERFORM.
           MOVE LOW-VALUES TO FP-NUMERO.
           START ARCHIVO-FPR KEY IS NOT LESS THAN FP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-FPR
           END-START.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00" OR WS-SUMA-NIT = 0
                 IF FP-CREDITO AND FP-ABIERTA AND FP-SALDO < 0
                    AND FP-NIT = WS-NIT-ACTUAL
                    AND WS-TP-CANT < WS-TP-MAX
                    COMPUTE WS-CRUCE = 0 - FP-SALDO
                    IF WS-CRUCE > WS-SUMA-NIT
                       MOVE WS-SUMA-NIT TO WS-CRUCE
                    END-IF
                    MOVE WS-CRUCE TO WS-VALOR-PAGO
                    PERFORM AGREGAR-PAGO-TABLA
                    SUBTRACT WS-CRUCE FROM WS-SUMA-NIT
                 END-IF
                 PERFORM READ-SIGUIENTE-FPR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-FPR.

      * Aplica la tabla de pagos: un comprobante de egreso por NIT
      * (pagos-prov.dat y su documento), el saldo de cada factura o
      * nota abajo, y en la corrida una linea por proveedor en el
      * archivo del banco.
       APLICAR-PAGOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE 0 TO WS-COMPROBANTES.
           MOVE 0 TO WS-SIN-CUENTA.
           MOVE SPACES TO WS-MON-PAGO.
           OPEN I-O ARCHIVO-PAG.
           IF WS-FS-PAG = "35"
              CLOSE ARCHIVO-PAG
              OPEN OUTPUT ARCHIVO-PAG
              CLOSE ARCHIVO-PAG
              OPEN I-O ARCHIVO-PAG
           END-IF.
           IF WS-FS-PAG NOT = "00"
              DISPLAY "Error al abrir pagos-prov.dat. FS = " WS-FS-PAG
              MOVE "FACTURAS-PROV" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/pagos-prov.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-PAG TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-PBA.
           IF WS-CON-BANCO = "S"
              MOVE SPACES TO WS-RUTA-BANCO
              STRING "../Articulos/pagos-banco-" WS-FECHA-HOY "-"
                  WS-HORA-HOY(1:4) ".csv"
                  DELIMITED BY SIZE INTO WS-RUTA-BANCO
              END-STRING
              OPEN OUTPUT ARCHIVO-BANCO
              MOVE SPACES TO BANCO-LINEA
              STRING "nit;nombre;banco;tipo_cuenta;cuenta;"
                  "valor;referencia"
                  DELIMITED BY SIZE INTO BANCO-LINEA
              END-STRING
              WRITE BANCO-LINEA
           END-IF.
           MOVE 1 TO WS-TP-INI.
           PERFORM UNTIL WS-TP-INI > WS-TP-CANT
              PERFORM COMPROBANTE-PROVEEDOR
           END-PERFORM.
           IF WS-CON-BANCO = "S"
              CLOSE ARCHIVO-BANCO
           END-IF.
           IF WS-FS-PBA = "00"
              CLOSE ARCHIVO-PBA
           END-IF.
           CLOSE ARCHIVO-PAG.

      * Un comprobante con los renglones consecutivos del NIT que
      * arranca en WS-TP-INI; deja WS-TP-INI en el siguiente NIT.
       COMPROBANTE-PROVEEDOR.
           MOVE TP-NIT(WS-TP-INI) TO WS-NIT-ACTUAL.
           PERFORM OBTENER-NUMERO-COMPROB.
           ADD 1 TO WS-COMPROBANTES.
           MOVE WS-NIT-ACTUAL TO PRV-NIT.
           READ ARCHIVO-PRV
               INVALID KEY
                   MOVE SPACES TO PRV-RAZSOC
           END-READ.
           MOVE SPACES TO WS-RUTA-COMPROB.
           STRING "../Articulos/comprobante-egreso-" WS-NUM-COMPROB
               ".txt" DELIMITED BY SIZE INTO WS-RUTA-COMPROB
           END-STRING.
           OPEN OUTPUT ARCHIVO-COMPROB.
           MOVE SPACES TO CPB-LINEA.
           STRING "COMPROBANTE DE EGRESO No. " WS-NUM-COMPROB
               "   FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO CPB-LINEA
           END-STRING.
           WRITE CPB-LINEA.
           MOVE SPACES TO CPB-LINEA.
           STRING "PAGADO A: " PRV-RAZSOC " NIT " WS-NIT-ACTUAL
               DELIMITED BY SIZE INTO CPB-LINEA
           END-STRING.
           WRITE CPB-LINEA.
           MOVE SPACES TO CPB-LINEA.
           STRING "REFERENCIA: " WS-REF-LOTE
               DELIMITED BY SIZE INTO CPB-LINEA
           END-STRING.
           WRITE CPB-LINEA.
           MOVE SPACES TO CPB-LINEA.
           WRITE CPB-LINEA.
           MOVE 0 TO WS-PG-LINEA.
           MOVE 0 TO WS-TOT-COMPROB.
           PERFORM UNTIL WS-TP-INI > WS-TP-CANT
              OR TP-NIT(WS-TP-INI) NOT = WS-NIT-ACTUAL
              PERFORM APLICAR-UN-PAGO
              ADD 1 TO WS-TP-INI
           END-PERFORM.
           MOVE WS-NUM-COMPROB TO PG-COMPROB.
           MOVE 0 TO PG-LINEA.
           MOVE WS-NIT-ACTUAL TO PG-NIT.
           MOVE 0 TO PG-FACTURA.
           MOVE "** ENCABEZADO **" TO PG-NUMFAC.
           MOVE SPACE TO PG-TIPO.
           MOVE WS-FECHA-HOY TO PG-FECHA.
           MOVE WS-TOT-COMPROB TO PG-VALOR.
           MOVE WS-REF-LOTE TO PG-REFBANCO.
           MOVE T-NUMDOC TO PG-OPER.
           WRITE PAGDATA.
           IF WS-FS-PAG NOT = "00"
              DISPLAY "Error al grabar el comprobante. FS = "
                  WS-FS-PAG
           END-IF.
           MOVE SPACES TO CPB-LINEA.
           WRITE CPB-LINEA.
           MOVE WS-TOT-COMPROB TO WS-VALOR-ED.
           MOVE SPACES TO CPB-LINEA.
           STRING "TOTAL GIRADO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO CPB-LINEA
           END-STRING.
           WRITE CPB-LINEA.
           MOVE SPACES TO CPB-LINEA.
           WRITE CPB-LINEA.
           MOVE "ELABORO: ____________   APROBO: ____________"
               TO CPB-LINEA.
           WRITE CPB-LINEA.
           CLOSE ARCHIVO-COMPROB.
           IF WS-CON-BANCO = "S" AND WS-TOT-COMPROB > 0
              PERFORM ESCRIBIR-LINEA-BANCO
           END-IF.

       APLICAR-UN-PAGO.
           MOVE TP-FACTURA(WS-TP-INI) TO FP-NUMERO.
           READ ARCHIVO-FPR
               INVALID KEY
                   DISPLAY "Factura desaparecio: " TP-FACTURA(WS-TP-INI)
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CALCULAR-DIF-CAMBIO.
           SUBTRACT TP-VALOR(WS-TP-INI) FROM FP-SALDO.
           SUBTRACT WS-VALOR-ME FROM FP-SALDO-ME.
           IF FP-SALDO = 0
              MOVE 0 TO FP-SALDO-ME
           END-IF.
      * Solo se cierra lo que quedo en cero: un abono deja la
      * factura abierta con el saldo pendiente.
           IF FP-SALDO = 0
              MOVE "P" TO FP-ESTADO
           END-IF.
           REWRITE FPRDATA.
           IF WS-FS-FPR NOT = "00"
              DISPLAY "Error al abonar la factura. FS = " WS-FS-FPR
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PG-LINEA.
           MOVE WS-NUM-COMPROB TO PG-COMPROB.
           MOVE WS-PG-LINEA TO PG-LINEA.
           MOVE WS-NIT-ACTUAL TO PG-NIT.
           MOVE FP-NUMERO TO PG-FACTURA.
           MOVE FP-NUMFAC TO PG-NUMFAC.
           MOVE FP-TIPO TO PG-TIPO.
           MOVE WS-FECHA-HOY TO PG-FECHA.
           MOVE TP-VALOR(WS-TP-INI) TO PG-VALOR.
           MOVE WS-REF-LOTE TO PG-REFBANCO.
           MOVE T-NUMDOC TO PG-OPER.
           MOVE FP-MONEDA TO PG-MONEDA.
           MOVE WS-VALOR-ME TO PG-VALOR-ME.
           MOVE WS-TASA-PAGO TO PG-TASA.
           MOVE WS-DIF-CAMBIO TO PG-DIFCAMBIO.
           WRITE PAGDATA.
      * Se gira lo que vale hoy en pesos: el abono en libros mas la
      * diferencia en cambio.
           ADD TP-VALOR(WS-TP-INI) TO WS-TOT-COMPROB.
           ADD WS-DIF-CAMBIO TO WS-TOT-COMPROB.
           MOVE TP-VALOR(WS-TP-INI) TO WS-VALOR-ED.
           MOVE FP-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO CPB-LINEA.
           IF FP-CREDITO
              STRING "  CRUCE NC " FP-NUMERO "        " WS-VALOR-ED
                  DELIMITED BY SIZE INTO CPB-LINEA
              END-STRING
           ELSE
              STRING "  FACT " FP-NUMFAC " " WS-VALOR-ED
                  "  QUEDA " WS-SALDO-ED
                  DELIMITED BY SIZE INTO CPB-LINEA
              END-STRING
           END-IF.
           WRITE CPB-LINEA.
           IF WS-DIF-CAMBIO NOT = 0
              MOVE WS-VALOR-ME TO WS-VALOR-ED
              MOVE WS-DIF-CAMBIO TO WS-SALDO-ED
              MOVE WS-TASA-PAGO TO WS-TASA-ED
              MOVE SPACES TO CPB-LINEA
              STRING "       " FP-MONEDA WS-VALOR-ED " TASA "
                  WS-TASA-ED " DIF.CAMBIO " WS-SALDO-ED
                  DELIMITED BY SIZE INTO CPB-LINEA
              END-STRING
              WRITE CPB-LINEA
           END-IF.

      ****************************************************************
      * Factura en moneda extranjera: lo que se abona en libros      *
      * (TP-VALOR, a la tasa de la factura) equivale a WS-VALOR-ME   *
      * en la moneda; pagarlo hoy cuesta WS-VALOR-ME por la tasa del *
      * dia, y la diferencia es la diferencia en cambio (positiva:   *
      * perdida, se paga mas de lo registrado).                      *
      ****************************************************************
       CALCULAR-DIF-CAMBIO.
           MOVE 0 TO WS-DIF-CAMBIO.
           MOVE 1 TO WS-TASA-PAGO.
           MOVE TP-VALOR(WS-TP-INI) TO WS-VALOR-ME.
           IF FP-MONEDA = "COP" OR FP-MONEDA = SPACES OR FP-TASA = 0
              EXIT PARAGRAPH
           END-IF.
           IF TP-VALOR(WS-TP-INI) = FP-SALDO
              MOVE FP-SALDO-ME TO WS-VALOR-ME
           ELSE
              COMPUTE WS-VALOR-ME ROUNDED =
                  TP-VALOR(WS-TP-INI) / FP-TASA
           END-IF.
           IF FP-MONEDA NOT = WS-MON-PAGO
              MOVE FP-MONEDA TO WS-MON-BUS
              MOVE WS-FECHA-HOY TO WS-FECHA-BUS
              PERFORM OBTENER-TASA-CAMBIO
              MOVE FP-MONEDA TO WS-MON-PAGO
              MOVE WS-TASA-CAMBIO TO WS-TASA-PAGO
           ELSE
              MOVE WS-TASA-CAMBIO TO WS-TASA-PAGO
           END-IF.
           IF WS-TASA-PAGO = 0
              MOVE FP-TASA TO WS-TASA-PAGO
           END-IF.
           COMPUTE WS-PESOS-PAGO ROUNDED = WS-VALOR-ME * WS-TASA-PAGO.
           COMPUTE WS-DIF-CAMBIO = WS-PESOS-PAGO - TP-VALOR(WS-TP-INI).

      * Linea del portal de pagos masivos: un giro por proveedor con
      * su cuenta registrada; sin cuenta queda para pago manual.
       ESCRIBIR-LINEA-BANCO.
           MOVE WS-NIT-ACTUAL TO PB-NIT.
           IF WS-FS-PBA NOT = "00" AND WS-FS-PBA NOT = "23"
              ADD 1 TO WS-SIN-CUENTA
              EXIT PARAGRAPH
           END-IF.
           READ ARCHIVO-PBA
               INVALID KEY
                   ADD 1 TO WS-SIN-CUENTA
                   MOVE "00" TO WS-FS-PBA
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-TOT-COMPROB TO WS-VALOR-BCO.
           MOVE SPACES TO BANCO-LINEA.
           STRING WS-NIT-ACTUAL ";" PRV-RAZSOC ";" PB-BANCO ";"
               PB-TIPO-CTA ";" PB-CUENTA ";" WS-VALOR-BCO ";CE"
               WS-NUM-COMPROB
               DELIMITED BY SIZE INTO BANCO-LINEA
           END-STRING.
           WRITE BANCO-LINEA.

       OBTENER-NUMERO-COMPROB.
           OPEN I-O ARCHIVO-PGCTL.
           IF WS-FS-PGC = "35"
              OPEN OUTPUT ARCHIVO-PGCTL
              MOVE 0 TO PGCTL-ULT
              WRITE REG-PGCTL
              CLOSE ARCHIVO-PGCTL
              OPEN I-O ARCHIVO-PGCTL
           END-IF.
           READ ARCHIVO-PGCTL
               AT END
                   MOVE 0 TO PGCTL-ULT
           END-READ.
           ADD 1 TO PGCTL-ULT.
           MOVE PGCTL-ULT TO WS-NUM-COMPROB.
           REWRITE REG-PGCTL.
           CLOSE ARCHIVO-PGCTL.

      ****************************************************************
      * Libro de cuentas por pagar: por proveedor (o todos), las     *
      * facturas como cargo, las notas credito y los pagos girados   *
      * como abono, en orden de fecha y con el saldo corrido. Los    *
      * cruces de notas credito dentro de un comprobante no se       *
      * repiten: la nota ya esta como abono.                         *
      ****************************************************************
       LIBRO-PROVEEDOR.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Libro por proveedor -----" LINE 3
               POSITION 20.
           DISPLAY "NIT del proveedor (0=todos):" LINE 5 POSITION 10.
           MOVE 0 TO WS-NIT-FILTRO.
           ACCEPT WS-NIT-FILTRO LINE 5 POSITION 45.
           OPEN INPUT ARCHIVO-PAG.
           IF WS-FS-PAG = "35"
              CLOSE ARCHIVO-PAG
              OPEN OUTPUT ARCHIVO-PAG
              CLOSE ARCHIVO-PAG
              OPEN INPUT ARCHIVO-PAG
           END-IF.
           OPEN OUTPUT ARCHIVO-LIBRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO LIBRO-LINEA.
           STRING "LIBRO DE CUENTAS POR PAGAR - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LIBRO-LINEA
           END-STRING.
           WRITE LIBRO-LINEA.
           MOVE SPACES TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.
           IF WS-NIT-FILTRO NOT = 0
              MOVE WS-NIT-FILTRO TO PRV-NIT
              READ ARCHIVO-PRV
                  INVALID KEY
                      MOVE SPACES TO PRV-RAZSOC
              END-READ
              MOVE WS-NIT-FILTRO TO WS-NIT-ACTUAL
              PERFORM LIBRO-UN-PROVEEDOR
           ELSE
              MOVE LOW-VALUES TO PRV-NIT
              START ARCHIVO-PRV KEY IS NOT LESS THAN PRV-NIT
                  INVALID KEY
                      MOVE "10" TO WS-FS-PRV
              END-START
              IF WS-FS-PRV = "00"
                 PERFORM READ-SIGUIENTE-PRV
                 PERFORM UNTIL WS-FS-PRV NOT = "00"
                    MOVE PRV-NIT TO WS-NIT-ACTUAL
                    PERFORM LIBRO-UN-PROVEEDOR
                    PERFORM READ-SIGUIENTE-PRV
                 END-PERFORM
              END-IF
              MOVE "00" TO WS-FS-PRV
           END-IF.
           CLOSE ARCHIVO-LIBRO.
           MOVE "facturas-prov" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-libro-cxp.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "NIT=" WS-NIT-FILTRO
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-PAG.
           DISPLAY "Libro generado en rep-libro-cxp.txt" LINE 7
               POSITION 10.
           PERFORM PAUSA.

       LIBRO-UN-PROVEEDOR.
           MOVE 0 TO WS-LM-CANT.
           MOVE LOW-VALUES TO FP-NUMERO.
           START ARCHIVO-FPR KEY IS NOT LESS THAN FP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-FPR
           END-START.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00"
                 IF FP-NIT = WS-NIT-ACTUAL
                    MOVE FP-FECHA TO WS-LM-FECHA
                    MOVE SPACES TO WS-LM-DOC
                    MOVE 0 TO WS-LM-CARGO
                    MOVE 0 TO WS-LM-ABONO
                    IF FP-CREDITO
                       STRING "NOTA CREDITO " FP-NUMERO
                           DELIMITED BY SIZE INTO WS-LM-DOC
                       END-STRING
                       COMPUTE WS-LM-ABONO = 0 - FP-TOTAL
                    ELSE
                       STRING "FACT " FP-NUMFAC
                           DELIMITED BY SIZE INTO WS-LM-DOC
                       END-STRING
                       MOVE FP-TOTAL TO WS-LM-CARGO
                    END-IF
                    PERFORM AGREGAR-MOVIMIENTO-LIBRO
                    COMPUTE WS-LM-ABONO = FP-RETEFTE + FP-RETEIVA
                        + FP-RETEICA
                    IF WS-LM-ABONO > 0
                       MOVE SPACES TO WS-LM-DOC
                       STRING "RETENCIONES " FP-NUMFAC
                           DELIMITED BY SIZE INTO WS-LM-DOC
                       END-STRING
                       MOVE 0 TO WS-LM-CARGO
                       PERFORM AGREGAR-MOVIMIENTO-LIBRO
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-FPR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-FPR.
           MOVE LOW-VALUES TO PG-CLAVE.
           START ARCHIVO-PAG KEY IS NOT LESS THAN PG-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PAG
           END-START.
           IF WS-FS-PAG = "00"
              PERFORM READ-SIGUIENTE-PAG
              PERFORM UNTIL WS-FS-PAG NOT = "00"
                 IF PG-NIT = WS-NIT-ACTUAL AND PG-LINEA > 0
                    AND PG-ABONO-FAC
                    MOVE PG-FECHA TO WS-LM-FECHA
                    MOVE SPACES TO WS-LM-DOC
                    STRING "CE " PG-COMPROB " FACT " PG-NUMFAC
                        DELIMITED BY SIZE INTO WS-LM-DOC
                    END-STRING
                    MOVE 0 TO WS-LM-CARGO
                    MOVE PG-VALOR TO WS-LM-ABONO
                    PERFORM AGREGAR-MOVIMIENTO-LIBRO
                 END-IF
                 PERFORM READ-SIGUIENTE-PAG
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PAG.
           IF WS-LM-CANT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LIBRO-LINEA.
           STRING "PROVEEDOR " WS-NIT-ACTUAL " " PRV-RAZSOC
               DELIMITED BY SIZE INTO LIBRO-LINEA
           END-STRING.
           WRITE LIBRO-LINEA.
           MOVE SPACES TO LIBRO-LINEA.
           STRING "  FECHA    DOCUMENTO                      "
               "         CARGO"
               "            ABONO              SALDO"
               DELIMITED BY SIZE INTO LIBRO-LINEA
           END-STRING.
           WRITE LIBRO-LINEA.
           MOVE 0 TO WS-SALDO-CORRIDO.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-CANT
              COMPUTE WS-SALDO-CORRIDO = WS-SALDO-CORRIDO
                  + LM-CARGO(WS-LM-IDX) - LM-ABONO(WS-LM-IDX)
              MOVE LM-CARGO(WS-LM-IDX) TO WS-CARGO-ED
              MOVE LM-ABONO(WS-LM-IDX) TO WS-ABONO-ED
              MOVE WS-SALDO-CORRIDO TO WS-SALDO-ED
              MOVE SPACES TO LIBRO-LINEA
              STRING "  " LM-FECHA(WS-LM-IDX) " "
                  LM-DOC(WS-LM-IDX) " " WS-CARGO-ED " "
                  WS-ABONO-ED " " WS-SALDO-ED
                  DELIMITED BY SIZE INTO LIBRO-LINEA
              END-STRING
              WRITE LIBRO-LINEA
           END-PERFORM.
           MOVE WS-SALDO-CORRIDO TO WS-SALDO-ED.
           MOVE SPACES TO LIBRO-LINEA.
           STRING "  SALDO ADEUDADO: " WS-SALDO-ED
               DELIMITED BY SIZE INTO LIBRO-LINEA
           END-STRING.
           WRITE LIBRO-LINEA.
           MOVE SPACES TO LIBRO-LINEA.
           WRITE LIBRO-LINEA.

      * Inserta el movimiento en orden de fecha (a igual fecha, en
      * el orden en que llega: facturas antes que pagos).
       AGREGAR-MOVIMIENTO-LIBRO.
           IF WS-LM-CANT >= WS-LM-MAX
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-LM-POS.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-CANT
              IF LM-FECHA(WS-LM-IDX) NOT > WS-LM-FECHA
                 COMPUTE WS-LM-POS = WS-LM-IDX + 1
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-LM-IDX FROM WS-LM-CANT BY -1
               UNTIL WS-LM-IDX < WS-LM-POS
              MOVE LM-ENTRADA(WS-LM-IDX) TO LM-ENTRADA(WS-LM-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-LM-CANT.
           MOVE WS-LM-FECHA TO LM-FECHA(WS-LM-POS).
           MOVE WS-LM-DOC TO LM-DOC(WS-LM-POS).
           MOVE WS-LM-CARGO TO LM-CARGO(WS-LM-POS).
           MOVE WS-LM-ABONO TO LM-ABONO(WS-LM-POS).

      ****************************************************************
      * Cuenta bancaria del proveedor para el archivo de pagos.      *
      ****************************************************************
       DATOS-BANCARIOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Datos bancarios del proveedor -----" LINE 3
               POSITION 15.
           DISPLAY "NIT del proveedor:" LINE 5 POSITION 10.
           MOVE 0 TO PRV-NIT.
           ACCEPT PRV-NIT LINE 5 POSITION 35.
           READ ARCHIVO-PRV
               INVALID KEY
                   DISPLAY "Ese proveedor no existe." LINE 7
                       POSITION 10
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY PRV-RAZSOC(1:40) LINE 6 POSITION 10.
           OPEN I-O ARCHIVO-PBA.
           IF WS-FS-PBA = "35"
              CLOSE ARCHIVO-PBA
              OPEN OUTPUT ARCHIVO-PBA
              CLOSE ARCHIVO-PBA
              OPEN I-O ARCHIVO-PBA
           END-IF.
           MOVE PRV-NIT TO PB-NIT.
           READ ARCHIVO-PBA
               INVALID KEY
                   MOVE SPACES TO PB-BANCO
                   MOVE "A" TO PB-TIPO-CTA
                   MOVE SPACES TO PB-CUENTA
           END-READ.
           DISPLAY "Banco:" LINE 8 POSITION 10.
           DISPLAY PB-BANCO LINE 8 POSITION 35.
           ACCEPT PB-BANCO LINE 8 POSITION 35.
           DISPLAY "Tipo cuenta (A=ahorros C=corriente):" LINE 9
               POSITION 10.
           ACCEPT PB-TIPO-CTA LINE 9 POSITION 48.
           DISPLAY "Numero de cuenta:" LINE 10 POSITION 10.
           DISPLAY PB-CUENTA LINE 10 POSITION 35.
           ACCEPT PB-CUENTA LINE 10 POSITION 35.
           IF NOT PB-AHORROS AND NOT PB-CORRIENTE
              MOVE "A" TO PB-TIPO-CTA
           END-IF.
           MOVE PRV-NIT TO PB-NIT.
           WRITE PBADATA
               INVALID KEY
                   REWRITE PBADATA
           END-WRITE.
           IF WS-FS-PBA = "00"
              DISPLAY "Datos bancarios grabados." LINE 12 POSITION 10
           ELSE
              DISPLAY "Error FS = " WS-FS-PBA LINE 12 POSITION 10
           END-IF.
           CLOSE ARCHIVO-PBA.
           PERFORM PAUSA.

      ****************************************************************
           MOVE 0 TO WS-NUM-NITS.
           MOVE 0 TO WS-TOT-SEMANA.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE 0 TO WS-TOT-ADEUDADO.
           MOVE SPACES TO WS-MON-HOY.
           MOVE "CUENTAS POR PAGAR VENCIDAS Y QUE VENCEN ESTA SEMANA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00"
      * Lo vencido sigue debiendose: entra con marca VENCIDA. Lo que
      * esta en moneda extranjera se suma a su valor de hoy.
                 IF FP-ABIERTA
                    PERFORM VALOR-HOY-FACTURA
                    ADD WS-VALOR-HOY TO WS-TOT-ADEUDADO
                 END-IF
                 IF FP-ABIERTA
                    AND FP-VENCE <= WS-FECHA-LIM
                    PERFORM LISTAR-VENCIMIENTO
                 END-IF
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE WS-TOT-ADEUDADO TO WS-SALDO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SALDO TOTAL ADEUDADO A TASA DE HOY: "
               WS-SALDO-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "facturas-prov" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-cxp.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "VENCIMIENTOS"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Total de la semana: " WS-TOT-SEMANA
               LINE 5 POSITION 20.
           DISPLAY "Detalle en rep-cxp.txt" LINE 6 POSITION 20.
           PERFORM PAUSA.

       LISTAR-VENCIMIENTO.
           MOVE SPACES TO WS-MARCA-VENCIDA.
           IF FP-VENCE < WS-FECHA-HOY
              MOVE "VENCIDA" TO WS-MARCA-VENCIDA
           END-IF.
           COMPUTE WS-PAGADO-FAC = FP-TOTAL - FP-RETEFTE - FP-RETEIVA
               - FP-RETEICA - FP-SALDO.
           MOVE FP-SALDO TO WS-VALOR-ED.
           MOVE WS-PAGADO-FAC TO WS-SALDO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   NIT " FP-NIT " FACT " FP-NUMFAC
               " VENCE " FP-VENCE " SALDO " WS-VALOR-ED
               " ABONADO " WS-SALDO-ED " " WS-MARCA-VENCIDA
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           IF FP-MONEDA NOT = "COP" AND FP-MONEDA NOT = SPACES
              MOVE FP-SALDO-ME TO WS-VALOR-ED
              MOVE WS-VALOR-HOY TO WS-SALDO-ED
              MOVE WS-TASA-HOY TO WS-TASA-ED
              MOVE SPACES TO LINEA-REPORTE
              STRING "        SALDO " FP-MONEDA WS-VALOR-ED
                  " A TASA DE HOY " WS-TASA-ED " = $" WS-SALDO-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-IF.
           ADD FP-SALDO TO WS-TOT-SEMANA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
              MOVE FP-SALDO TO TN-TOTAL(WS-NUM-NITS)
           END-IF.

      ****************************************************************
      * Retenciones de la factura en FPRDATA segun el perfil del     *
      * proveedor (PRVDATA leido) y las tasas del concepto: la base  *
      * minima se compara contra la base de la factura en los tres   *
      * casos; ReteIVA solo a responsables de IVA y sobre el IVA.    *
      ****************************************************************
       CALCULAR-RETENCIONES.
           MOVE 0 TO FP-RETEFTE.
           MOVE 0 TO FP-RETEIVA.
           MOVE 0 TO FP-RETEICA.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-CANT
              IF TR-CONCEPTO(WS-TR-IDX) = FP-CONCEPTO
                 AND FP-BASE >= TR-BASE(WS-TR-IDX)
                 EVALUATE TR-TIPO(WS-TR-IDX)
                     WHEN "F"
                         IF PRV-RET-FTE = "S"
                            COMPUTE FP-RETEFTE ROUNDED =
                                FP-BASE * TR-TASA(WS-TR-IDX) / 100
                         END-IF
                     WHEN "I"
                         IF PRV-RET-IVA = "S" AND PRV-RESP-IVA
                            COMPUTE FP-RETEIVA ROUNDED =
                                FP-IVA * TR-TASA(WS-TR-IDX) / 100
                         END-IF
                     WHEN "C"
                         IF PRV-RET-ICA = "S"
                            COMPUTE FP-RETEICA ROUNDED =
                                FP-BASE * TR-TASA(WS-TR-IDX) / 100
                         END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.

       CARGAR-RETENCIONES.
           MOVE 0 TO WS-TR-CANT.
           OPEN INPUT ARCHIVO-RTC.
           IF WS-FS-RTC NOT = "00"
              PERFORM RETENCIONES-POR-DEFECTO
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-RTC.
           PERFORM UNTIL WS-FIN-RTC = "Y"
              READ ARCHIVO-RTC
                  AT END MOVE "Y" TO WS-FIN-RTC
                  NOT AT END
                      EVALUATE TRUE
                          WHEN RTC-CONCEPTO = "EMP "
                              MOVE RTC-AGENTE TO WS-AGENTE
                          WHEN RTC-CONCEPTO(1:1) = "*"
                              CONTINUE
                          WHEN RTC-TASA NOT NUMERIC
                              OR RTC-BASE NOT NUMERIC
                              CONTINUE
                          WHEN WS-TR-CANT < 40
                              ADD 1 TO WS-TR-CANT
                              MOVE RTC-CONCEPTO
                                  TO TR-CONCEPTO(WS-TR-CANT)
                              MOVE RTC-TIPO TO TR-TIPO(WS-TR-CANT)
                              MOVE RTC-TASA TO TR-TASA(WS-TR-CANT)
                              MOVE RTC-BASE TO TR-BASE(WS-TR-CANT)
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RTC.

      * Compras (COMP) y servicios (SERV) con las tasas generales.
       RETENCIONES-POR-DEFECTO.
           MOVE "COMP" TO TR-CONCEPTO(1).
           MOVE "F" TO TR-TIPO(1).
           MOVE 2.5 TO TR-TASA(1).
           MOVE 1414000 TO TR-BASE(1).
           MOVE "COMP" TO TR-CONCEPTO(2).
           MOVE "I" TO TR-TIPO(2).
           MOVE 15 TO TR-TASA(2).
           MOVE 1414000 TO TR-BASE(2).
           MOVE "COMP" TO TR-CONCEPTO(3).
           MOVE "C" TO TR-TIPO(3).
           MOVE 0.966 TO TR-TASA(3).
           MOVE 1414000 TO TR-BASE(3).
           MOVE "SERV" TO TR-CONCEPTO(4).
           MOVE "F" TO TR-TIPO(4).
           MOVE 4 TO TR-TASA(4).
           MOVE 210000 TO TR-BASE(4).
           MOVE "SERV" TO TR-CONCEPTO(5).
           MOVE "I" TO TR-TIPO(5).
           MOVE 15 TO TR-TASA(5).
           MOVE 210000 TO TR-BASE(5).
           MOVE "SERV" TO TR-CONCEPTO(6).
           MOVE "C" TO TR-TIPO(6).
           MOVE 0.966 TO TR-TASA(6).
           MOVE 210000 TO TR-BASE(6).
           MOVE 6 TO WS-TR-CANT.

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
                          WHEN "E" MOVE IVA-TASA TO WS-TASA-E
                          WHEN "R" MOVE IVA-TASA TO WS-TASA-R
                          WHEN "G" MOVE IVA-TASA TO WS-TASA-G
                          WHEN OTHER CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-IVA.

      ****************************************************************
      * Resumen mensual de retenciones para la declaracion: por      *
      * concepto la base, el IVA y lo retenido de cada impuesto, y   *
      * el detalle de las facturas del mes (por fecha de factura).   *
      ****************************************************************
       RESUMEN-RETENCIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Resumen mensual de retenciones -----" LINE 3
               POSITION 15.
           DISPLAY "Periodo (AAAAMM):" LINE 5 POSITION 10.
           MOVE 0 TO WS-PERIODO.
           ACCEPT WS-PERIODO LINE 5 POSITION 30.
           IF WS-PERIODO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RUTA-RETREP.
           STRING "../Articulos/rep-retenciones-" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-RUTA-RETREP
           END-STRING.
           OPEN OUTPUT ARCHIVO-RETREP.
           MOVE SPACES TO RETREP-LINEA.
           STRING "RETENCIONES PRACTICADAS - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           WRITE RETREP-LINEA.
           MOVE SPACES TO RETREP-LINEA.
           WRITE RETREP-LINEA.
           MOVE "  FACT.INT NIT        FACTURA         CONC"
               TO RETREP-LINEA.
           MOVE "BASE" TO RETREP-LINEA(55:4).
           MOVE "RETEFTE" TO RETREP-LINEA(69:7).
           MOVE "RETEIVA" TO RETREP-LINEA(83:7).
           MOVE "RETEICA" TO RETREP-LINEA(97:7).
           WRITE RETREP-LINEA.
           MOVE 0 TO WS-AC-CANT.
           MOVE 0 TO WS-FACT-RET.
           MOVE LOW-VALUES TO FP-NUMERO.
           START ARCHIVO-FPR KEY IS NOT LESS THAN FP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-FPR
           END-START.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00"
                 IF FP-FACTURA AND FP-FECHA(1:6) = WS-PERIODO
                    PERFORM ACUMULAR-RETENCION
                    PERFORM DETALLE-RETENCION
                 END-IF
                 PERFORM READ-SIGUIENTE-FPR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-FPR.
           MOVE SPACES TO RETREP-LINEA.
           WRITE RETREP-LINEA.
           MOVE "-- TOTALES POR CONCEPTO --" TO RETREP-LINEA.
           WRITE RETREP-LINEA.
           PERFORM ESCRIBIR-TOTALES-RET.
           CLOSE ARCHIVO-RETREP.
           DISPLAY "Facturas del periodo: " WS-FACT-RET
               LINE 7 POSITION 10.
           DISPLAY "Resumen en " WS-RUTA-RETREP(14:40)
               LINE 8 POSITION 10.
           PERFORM PAUSA.

       DETALLE-RETENCION.
           ADD 1 TO WS-FACT-RET.
           MOVE SPACES TO RETREP-LINEA.
           MOVE FP-BASE TO WS-BASE-ED.
           STRING "  " FP-NUMERO "   " FP-NIT " " FP-NUMFAC " "
               FP-CONCEPTO " " WS-BASE-ED
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           MOVE FP-RETEFTE TO WS-RET-ED.
           MOVE WS-RET-ED TO RETREP-LINEA(63:13).
           MOVE FP-RETEIVA TO WS-RET-ED.
           MOVE WS-RET-ED TO RETREP-LINEA(77:13).
           MOVE FP-RETEICA TO WS-RET-ED.
           MOVE WS-RET-ED TO RETREP-LINEA(91:13).
           WRITE RETREP-LINEA.

      * Suma la factura de FPRDATA en la entrada de su concepto.
       ACUMULAR-RETENCION.
           MOVE 0 TO WS-AC-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-AC-CANT
              IF AC-CONCEPTO(WS-I) = FP-CONCEPTO
                 MOVE WS-I TO WS-AC-IDX
              END-IF
           END-PERFORM.
           IF WS-AC-IDX = 0
              IF WS-AC-CANT >= 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-AC-CANT
              MOVE WS-AC-CANT TO WS-AC-IDX
              MOVE FP-CONCEPTO TO AC-CONCEPTO(WS-AC-IDX)
              MOVE 0 TO AC-BASE(WS-AC-IDX)
              MOVE 0 TO AC-IVA(WS-AC-IDX)
              MOVE 0 TO AC-RETEFTE(WS-AC-IDX)
              MOVE 0 TO AC-RETEIVA(WS-AC-IDX)
              MOVE 0 TO AC-RETEICA(WS-AC-IDX)
           END-IF.
           ADD FP-BASE TO AC-BASE(WS-AC-IDX).
           ADD FP-IVA TO AC-IVA(WS-AC-IDX).
           ADD FP-RETEFTE TO AC-RETEFTE(WS-AC-IDX).
           ADD FP-RETEIVA TO AC-RETEIVA(WS-AC-IDX).
           ADD FP-RETEICA TO AC-RETEICA(WS-AC-IDX).

      * Una linea por concepto e impuesto con base y valor retenido.
       ESCRIBIR-TOTALES-RET.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-CANT
              MOVE AC-BASE(WS-AC-IDX) TO WS-BASE-ED
              MOVE AC-RETEFTE(WS-AC-IDX) TO WS-RET-ED
              MOVE SPACES TO RETREP-LINEA
              STRING "  " AC-CONCEPTO(WS-AC-IDX)
                  " RETENCION EN LA FUENTE  BASE " WS-BASE-ED
                  "  RETENIDO " WS-RET-ED
                  DELIMITED BY SIZE INTO RETREP-LINEA
              END-STRING
              WRITE RETREP-LINEA
              MOVE AC-IVA(WS-AC-IDX) TO WS-BASE-ED
              MOVE AC-RETEIVA(WS-AC-IDX) TO WS-RET-ED
              MOVE SPACES TO RETREP-LINEA
              STRING "  " AC-CONCEPTO(WS-AC-IDX)
                  " RETEIVA (SOBRE IVA)     BASE " WS-BASE-ED
                  "  RETENIDO " WS-RET-ED
                  DELIMITED BY SIZE INTO RETREP-LINEA
              END-STRING
              WRITE RETREP-LINEA
              MOVE AC-BASE(WS-AC-IDX) TO WS-BASE-ED
              MOVE AC-RETEICA(WS-AC-IDX) TO WS-RET-ED
              MOVE SPACES TO RETREP-LINEA
              STRING "  " AC-CONCEPTO(WS-AC-IDX)
                  " RETEICA                 BASE " WS-BASE-ED
                  "  RETENIDO " WS-RET-ED
                  DELIMITED BY SIZE INTO RETREP-LINEA
              END-STRING
              WRITE RETREP-LINEA
           END-PERFORM.

      ****************************************************************
      * Certificado anual de retenciones por proveedor: un archivo   *
      * cert-retencion-AAAA-NIT.txt con lo retenido en el ano por    *
      * concepto e impuesto. Con NIT 0 sale uno por cada proveedor   *
      * al que se le haya retenido algo en el ano.                   *
      ****************************************************************
       CERTIFICADO-RETENCIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Certificado anual de retenciones -----" LINE 3
               POSITION 15.
           DISPLAY "Ano gravable (AAAA):" LINE 5 POSITION 10.
           MOVE 0 TO WS-ANIO.
           ACCEPT WS-ANIO LINE 5 POSITION 40.
           IF WS-ANIO = 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "NIT del proveedor (0=todos):" LINE 6 POSITION 10.
           MOVE 0 TO WS-NIT-FILTRO.
           ACCEPT WS-NIT-FILTRO LINE 6 POSITION 40.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CERTIFICADOS.
           IF WS-NIT-FILTRO NOT = 0
              MOVE WS-NIT-FILTRO TO PRV-NIT
              READ ARCHIVO-PRV
                  INVALID KEY
                      MOVE SPACES TO PRV-RAZSOC
              END-READ
              MOVE WS-NIT-FILTRO TO WS-NIT-ACTUAL
              PERFORM CERTIFICADO-PROVEEDOR
           ELSE
              MOVE LOW-VALUES TO PRV-NIT
              START ARCHIVO-PRV KEY IS NOT LESS THAN PRV-NIT
                  INVALID KEY
                      MOVE "10" TO WS-FS-PRV
              END-START
              IF WS-FS-PRV = "00"
                 PERFORM READ-SIGUIENTE-PRV
                 PERFORM UNTIL WS-FS-PRV NOT = "00"
                    MOVE PRV-NIT TO WS-NIT-ACTUAL
                    PERFORM CERTIFICADO-PROVEEDOR
                    PERFORM READ-SIGUIENTE-PRV
                 END-PERFORM
              END-IF
              MOVE "00" TO WS-FS-PRV
           END-IF.
           DISPLAY "Certificados generados: " WS-CERTIFICADOS
               LINE 8 POSITION 10.
           PERFORM PAUSA.

       CERTIFICADO-PROVEEDOR.
           MOVE 0 TO WS-AC-CANT.
           MOVE 0 TO WS-TOT-RET.
           MOVE LOW-VALUES TO FP-NUMERO.
           START ARCHIVO-FPR KEY IS NOT LESS THAN FP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-FPR
           END-START.
           IF WS-FS-FPR = "00"
              PERFORM READ-SIGUIENTE-FPR
              PERFORM UNTIL WS-FS-FPR NOT = "00"
                 IF FP-FACTURA AND FP-NIT = WS-NIT-ACTUAL
                    AND FP-FECHA(1:4) = WS-ANIO
                    PERFORM ACUMULAR-RETENCION
                    COMPUTE WS-TOT-RET = WS-TOT-RET + FP-RETEFTE
                        + FP-RETEIVA + FP-RETEICA
                 END-IF
                 PERFORM READ-SIGUIENTE-FPR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-FPR.
           IF WS-TOT-RET = 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CERTIFICADOS.
           MOVE SPACES TO WS-RUTA-RETREP.
           STRING "../Articulos/cert-retencion-" WS-ANIO "-"
               WS-NIT-ACTUAL ".txt"
               DELIMITED BY SIZE INTO WS-RUTA-RETREP
           END-STRING.
           OPEN OUTPUT ARCHIVO-RETREP.
           MOVE SPACES TO RETREP-LINEA.
           STRING "CERTIFICADO DE RETENCIONES - ANO GRAVABLE " WS-ANIO
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           WRITE RETREP-LINEA.
           MOVE SPACES TO RETREP-LINEA.
           WRITE RETREP-LINEA.
           MOVE SPACES TO RETREP-LINEA.
           STRING "AGENTE RETENEDOR: " WS-AGENTE
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           WRITE RETREP-LINEA.
           MOVE SPACES TO RETREP-LINEA.
           STRING "RETENIDO        : " PRV-RAZSOC " NIT "
               WS-NIT-ACTUAL
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           WRITE RETREP-LINEA.
           MOVE SPACES TO RETREP-LINEA.
           WRITE RETREP-LINEA.
           PERFORM ESCRIBIR-TOTALES-RET.
           MOVE SPACES TO RETREP-LINEA.
           WRITE RETREP-LINEA.
           MOVE WS-TOT-RET TO WS-RET-ED.
           MOVE SPACES TO RETREP-LINEA.
           STRING "TOTAL RETENIDO EN EL ANO: " WS-RET-ED
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           WRITE RETREP-LINEA.
           MOVE SPACES TO RETREP-LINEA.
           STRING "FECHA DE EXPEDICION: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO RETREP-LINEA
           END-STRING.
           WRITE RETREP-LINEA.
           CLOSE ARCHIVO-RETREP.

      * Saldo de la factura en pesos de hoy: igual al saldo si es en
      * pesos; en moneda extranjera, su saldo por la tasa de hoy
      * (una consulta por moneda en cada reporte).
       VALOR-HOY-FACTURA.
           MOVE FP-SALDO TO WS-VALOR-HOY.
           IF FP-MONEDA = "COP" OR FP-MONEDA = SPACES
              EXIT PARAGRAPH
           END-IF.
           IF FP-MONEDA NOT = WS-MON-HOY
              MOVE FP-MONEDA TO WS-MON-BUS
              MOVE WS-FECHA-HOY TO WS-FECHA-BUS
              PERFORM BUSCAR-TASA-CAMBIO
              MOVE FP-MONEDA TO WS-MON-HOY
              MOVE WS-TASA-CAMBIO TO WS-TASA-HOY
              IF WS-TASA-HOY = 0
                 MOVE FP-TASA TO WS-TASA-HOY
              END-IF
           END-IF.
           COMPUTE WS-VALOR-HOY ROUNDED = FP-SALDO-ME * WS-TASA-HOY.

      ****************************************************************
      * Tasas de cambio: una por moneda y fecha; la vigente para una *
      * fecha es la de la fecha mas reciente que no la pase.         *
      ****************************************************************
       TASAS-CAMBIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Tasas de cambio -----" LINE 3 POSITION 20.
           DISPLAY "Moneda (USD, EUR...):" LINE 5 POSITION 10.
           MOVE "USD" TO TC-MONEDA.
           ACCEPT TC-MONEDA LINE 5 POSITION 40.
           IF TC-MONEDA = SPACES OR TC-MONEDA = "COP"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha (AAAAMMDD, 0=hoy):" LINE 6 POSITION 10.
           MOVE 0 TO TC-FECHA.
           ACCEPT TC-FECHA LINE 6 POSITION 40.
           IF TC-FECHA = 0
              ACCEPT TC-FECHA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Pesos por unidad:" LINE 7 POSITION 10.
           MOVE 0 TO TC-TASA.
           ACCEPT TC-TASA LINE 7 POSITION 40.
           IF TC-TASA = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-TCB.
           IF WS-FS-TCB = "35"
              CLOSE ARCHIVO-TCB
              OPEN OUTPUT ARCHIVO-TCB
              CLOSE ARCHIVO-TCB
              OPEN I-O ARCHIVO-TCB
           END-IF.
           WRITE TCBDATA
               INVALID KEY
                   REWRITE TCBDATA
           END-WRITE.
           IF WS-FS-TCB = "00"
              DISPLAY "Tasa grabada." LINE 9 POSITION 10
           ELSE
              DISPLAY "Error FS = " WS-FS-TCB LINE 9 POSITION 10
           END-IF.
           CLOSE ARCHIVO-TCB.
           PERFORM PAUSA.

      * Tasa vigente sin preguntar (0 si no hay ninguna).
       BUSCAR-TASA-CAMBIO.
           MOVE 0 TO WS-TASA-CAMBIO.
           OPEN INPUT ARCHIVO-TCB.
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
           CLOSE ARCHIVO-TCB.

      * Tasa vigente; si no hay, se pide la de esa fecha y se graba.
       OBTENER-TASA-CAMBIO.
           PERFORM BUSCAR-TASA-CAMBIO.
           IF WS-TASA-CAMBIO > 0
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tasa " WS-MON-BUS " del " WS-FECHA-BUS ":"
               LINE 22 POSITION 10.
           ACCEPT WS-TASA-CAMBIO LINE 22 POSITION 40.
           IF WS-TASA-CAMBIO = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-TCB.
           IF WS-FS-TCB = "35"
              CLOSE ARCHIVO-TCB
              OPEN OUTPUT ARCHIVO-TCB
              CLOSE ARCHIVO-TCB
              OPEN I-O ARCHIVO-TCB
           END-IF.
           MOVE WS-MON-BUS TO TC-MONEDA.
           MOVE WS-FECHA-BUS TO TC-FECHA.
           MOVE WS-TASA-CAMBIO TO TC-TASA.
           WRITE TCBDATA
               INVALID KEY
                   REWRITE TCBDATA
           END-WRITE.
           CLOSE ARCHIVO-TCB.

       READ-SIGUIENTE-TCB.
           READ ARCHIVO-TCB NEXT RECORD
               AT END MOVE "10" TO WS-FS-TCB
           END-READ.

      ****************************************************************
      * Diferencia en cambio realizada: pagos de facturas en moneda  *
      * extranjera en un rango de fechas, con la tasa de la factura, *
      * la del pago y la diferencia (+ perdida, - ganancia).         *
      ****************************************************************
       REPORTE-DIF-CAMBIO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Diferencia en cambio -----" LINE 3
               POSITION 20.
           DISPLAY "Desde (AAAAMMDD):" LINE 5 POSITION 10.
           MOVE 0 TO WS-DESDE.
           ACCEPT WS-DESDE LINE 5 POSITION 40.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy):" LINE 6 POSITION 10.
           MOVE 0 TO WS-HASTA.
           ACCEPT WS-HASTA LINE 6 POSITION 40.
           IF WS-HASTA = 0
              ACCEPT WS-HASTA FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ARCHIVO-PAG.
           IF WS-FS-PAG NOT = "00"
              DISPLAY "No hay pagos registrados." LINE 8 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-DIFC.
           MOVE SPACES TO DIFC-LINEA.
           STRING "DIFERENCIA EN CAMBIO REALIZADA DE " WS-DESDE " A "
               WS-HASTA DELIMITED BY SIZE INTO DIFC-LINEA
           END-STRING.
           WRITE DIFC-LINEA.
           MOVE SPACES TO DIFC-LINEA.
           WRITE DIFC-LINEA.
           MOVE 0 TO WS-TOT-DIF.
           MOVE LOW-VALUES TO PG-CLAVE.
           START ARCHIVO-PAG KEY IS NOT LESS THAN PG-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PAG
           END-START.
           IF WS-FS-PAG = "00"
              PERFORM READ-SIGUIENTE-PAG
              PERFORM UNTIL WS-FS-PAG NOT = "00"
                 IF PG-LINEA > 0 AND PG-ABONO-FAC
                    AND PG-DIFCAMBIO NOT = 0
                    AND PG-FECHA >= WS-DESDE AND PG-FECHA <= WS-HASTA
                    PERFORM LISTAR-DIF-CAMBIO
                 END-IF
                 PERFORM READ-SIGUIENTE-PAG
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-PAG.
           MOVE WS-TOT-DIF TO WS-SALDO-ED.
           MOVE SPACES TO DIFC-LINEA.
           WRITE DIFC-LINEA.
           MOVE SPACES TO DIFC-LINEA.
           STRING "TOTAL DIFERENCIA EN CAMBIO (+PERDIDA -GANANCIA): "
               WS-SALDO-ED DELIMITED BY SIZE INTO DIFC-LINEA
           END-STRING.
           WRITE DIFC-LINEA.
           CLOSE ARCHIVO-DIFC.
           MOVE "facturas-prov" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-difcambio.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DIFERENCIA EN CAMBIO"
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           CLOSE ARCHIVO-PAG.
           DISPLAY "Total diferencia: " WS-SALDO-ED LINE 8 POSITION 10.
           DISPLAY "Detalle en rep-difcambio.txt" LINE 9 POSITION 10.
           PERFORM PAUSA.

       LISTAR-DIF-CAMBIO.
           ADD PG-DIFCAMBIO TO WS-TOT-DIF.
           MOVE PG-FACTURA TO FP-NUMERO.
           READ ARCHIVO-FPR
               INVALID KEY
                   MOVE 0 TO FP-TASA
           END-READ.
           MOVE PG-VALOR-ME TO WS-VALOR-ED.
           MOVE PG-DIFCAMBIO TO WS-SALDO-ED.
           MOVE SPACES TO DIFC-LINEA.
           STRING PG-FECHA " CE " PG-COMPROB " NIT " PG-NIT " FACT "
               PG-NUMFAC " " PG-MONEDA WS-VALOR-ED " TASA FAC "
               FP-TASA " PAGO " PG-TASA " DIF " WS-SALDO-ED
               DELIMITED BY SIZE INTO DIFC-LINEA
           END-STRING.
           WRITE DIFC-LINEA.

       READ-SIGUIENTE-OCD.
           READ ARCHIVO-OCD NEXT RECORD
               AT END MOVE "10" TO WS-FS-OCD
               AT END MOVE "10" TO WS-FS-FPD
           END-READ.

       READ-SIGUIENTE-PAG.
           READ ARCHIVO-PAG NEXT RECORD
               AT END MOVE "10" TO WS-FS-PAG
           END-READ.

       READ-SIGUIENTE-PRV.
           READ ARCHIVO-PRV NEXT RECORD
               AT END MOVE "10" TO WS-FS-PRV
           END-READ.

       READ-SIGUIENTE-FPR.
           READ ARCHIVO-FPR NEXT RECORD
               AT END MOVE "10" TO WS-FS-FPR
           WRITE EXCIO-LINEA.
           CLOSE ARCHIVO-EXCIO.

      ****************************************************************
      * Dia habil: de lunes a viernes y fuera del calendario de      *
      * festivos. SIGUIENTE-DIA-HABIL lleva WS-FECHA-HABIL al primer *
      * dia habil desde esa fecha (la deja igual si ya lo es).       *
      ****************************************************************
       SIGUIENTE-DIA-HABIL.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HABIL) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INT-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HABIL).
           PERFORM VERIFICAR-DIA-HABIL.
           PERFORM UNTIL WS-ES-HABIL = "S"
              ADD 1 TO WS-INT-HABIL
              COMPUTE WS-FECHA-HABIL =
                  FUNCTION DATE-OF-INTEGER(WS-INT-HABIL)
              PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

      * El residuo del entero de fecha entre 7 da 1 = lunes ...
      * 6 = sabado, 0 = domingo. Sin calendario solo cuenta el fin
      * de semana.
       VERIFICAR-DIA-HABIL.
           MOVE "S" TO WS-ES-HABIL.
           DIVIDE WS-INT-HABIL BY 7 GIVING WS-COC-SEMANA
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
              MOVE "N" TO WS-ES-HABIL
              EXIT PARAGRAPH
           END-IF.
           IF WS-FES-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HABIL TO FE-FECHA.
           READ ARCHIVO-FES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-HABIL
           END-READ.
           MOVE "00" TO WS-FS-FES.

       ABRIR-FESTIVOS.
           MOVE "N" TO WS-FES-ABIERTO.
           OPEN INPUT ARCHIVO-FES.
           IF WS-FS-FES = "00"
              MOVE "S" TO WS-FES-ABIERTO
           END-IF.

       CERRAR-FESTIVOS.
           IF WS-FES-ABIERTO = "S"
              CLOSE ARCHIVO-FES
              MOVE "N" TO WS-FES-ABIERTO
           END-IF.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.
