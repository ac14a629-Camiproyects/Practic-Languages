       IDENTIFICATION DIVISION.
       PROGRAM-ID. acumula-ventas.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                ACUMULADO DIARIO DE VENTAS                    *
      *                                                              *
      * Descripcion: Mantiene el resumen de ventas por dia: uno por  *
      *              fecha y articulo (resumen-ventas.dat: unidades, *
      *              venta bruta, neta sin IVA, IVA, costo al PRECOM *
      *              del momento, descuento y tiquetes, mas las      *
      *              devoluciones de notas credito del dia) y otro   *
      *              por fecha, operador y sucursal                  *
      *              (resumen-oper.dat: tiquetes, anulados, total de *
      *              encabezados, los mismos valores de renglones y  *
      *              las notas credito que hizo). Los tiquetes       *
      *              anulados no suman; como solo se anulan el mismo *
      *              dia, al acumular ya vienen marcados.            *
      *              resumen-ventas.ctl guarda el ultimo tiquete     *
      *              acumulado de cada serie (el primer digito del   *
      *              numero: 0 local, las demas sucursales           *
      *              consolidadas) y la ultima nota credito. Modos:  *
      *              C (cierre-dia): acumula lo pendiente en los     *
      *              resumenes y avanza los punteros.                *
      *              P (reportes): acumula lo pendiente en un        *
      *              resumen temporal de la estacion, sin tocar los  *
      *              punteros, y devuelve las rutas.                 *
      *              R (resumen-ventas): rehace el rango de fechas   *
      *              pedido desde ventas.dat y notas-credito.dat,    *
      *              solo con lo que ya estaba acumulado.            *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Los tiquetes vendidos sin IVA a un         *
      *      cliente exento o excluido (ventas-exentas.dat), y sus   *
      *      notas credito, suman todo el renglon como venta neta    *
      *      sin IVA.                                                *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VTA ASSIGN TO "../Articulos/ventas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VTA-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VTA.
           SELECT ARCHIVO-NC ASSIGN TO "../Articulos/notas-credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-NC.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-VEX
               ASSIGN TO "../Articulos/ventas-exentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VEX.
           SELECT ARCHIVO-RV ASSIGN TO WS-RUTA-RV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RV.
           SELECT ARCHIVO-RO ASSIGN TO WS-RUTA-RO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RO.
           SELECT ARCHIVO-CTL
               ASSIGN TO "../Articulos/resumen-ventas.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-NC.
       01  NCDATA.
           05 NC-CLAVE.
              07 NC-NUMERO   PIC 9(6).
              07 NC-LINEA    PIC 9(3).
           05 NC-TIQUETE     PIC 9(6).
           05 NC-FECHA       PIC 9(8).
           05 NC-HORA        PIC 9(8).
           05 NC-CODART      PIC X(120).
           05 NC-DESCRI      PIC X(40).
           05 NC-CANT        PIC 9(5).
           05 NC-PRECIO      PIC 9(10)V99.
           05 NC-SUBTOT      PIC 9(12)V99.
           05 NC-OPER        PIC 9(10).

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

      * Resumen por fecha y articulo. Los renglones sin articulo
      * (bonos) quedan con RV-CODART en blanco y tarifa E. Las
      * devoluciones van en la fecha de la nota credito.
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

       FD  ARCHIVO-RV.
       01  RVDATA.
           05 RV-CLAVE.
              07 RV-FECHA       PIC 9(8).
              07 RV-CODART      PIC X(120).
           05 RV-CATIVA         PIC X.
           05 RV-UNIDADES       PIC S9(9).
           05 RV-BRUTO          PIC S9(12)V99.
           05 RV-NETO           PIC S9(12)V99.
           05 RV-IVA            PIC S9(12)V99.
           05 RV-COSTO          PIC S9(12)V99.
           05 RV-DESCUENTO      PIC S9(12)V99.
           05 RV-TIQUETES       PIC 9(6).
           05 RV-ULT-TIQ        PIC 9(6).
           05 RV-DEV-UNIDADES   PIC S9(9).
           05 RV-DEV-BRUTO      PIC S9(12)V99.
           05 RV-DEV-NETO       PIC S9(12)V99.
           05 RV-DEV-IVA        PIC S9(12)V99.
           05 RV-DEV-COSTO      PIC S9(12)V99.

      * Resumen por fecha, operador y sucursal. RO-TOTAL es la suma
      * de los encabezados (lo cobrado); las notas credito van con
      * el operador que las hizo, sucursal 00.
       FD  ARCHIVO-RO.
       01  RODATA.
           05 RO-CLAVE.
              07 RO-FECHA       PIC 9(8).
              07 RO-OPER        PIC 9(10).
              07 RO-SUCURSAL    PIC 9(2).
           05 RO-TIQUETES       PIC 9(6).
           05 RO-ANULADOS       PIC 9(6).
           05 RO-TOTAL          PIC S9(12)V99.
           05 RO-UNIDADES       PIC S9(9).
           05 RO-BRUTO          PIC S9(12)V99.
           05 RO-NETO           PIC S9(12)V99.
           05 RO-IVA            PIC S9(12)V99.
           05 RO-COSTO          PIC S9(12)V99.
           05 RO-DESCUENTO      PIC S9(12)V99.
           05 RO-NOTAS          PIC 9(6).
           05 RO-DEVUELTO       PIC S9(12)V99.

      * Punteros del acumulado. RC-FEC-VIVO: primer dia cuyos
      * tiquetes siguen en ventas.dat (lo deja cierre-anio).
       FD  ARCHIVO-CTL.
       01  RCDATA.
           05 RC-ULT-TIQ        PIC 9(6) OCCURS 10 TIMES.
           05 RC-ULT-NC         PIC 9(6).
           05 RC-ULT-FECHA      PIC 9(8).
           05 RC-ULT-HORA       PIC 9(8).
           05 RC-FEC-VIVO       PIC 9(8).

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
           05 FILLER      PIC X.
           05 IVA-TASA    PIC 9(4).

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-NC            PIC XX.
       01 WS-FS-VEX           PIC XX.
       01 WS-FS-RV            PIC XX.
       01 WS-FS-RO            PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-ETC           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).

       01 WS-RUTA-RV          PIC X(60).
       01 WS-RUTA-RO          PIC X(60).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-HORA-HOY         PIC 9(8).
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-ART-ABIERTO      PIC X.
       01 WS-VEX-ABIERTO      PIC X.
       01 WS-TASA-E           PIC 9(4) VALUE 0.
       01 WS-TASA-R           PIC 9(4) VALUE 500.
       01 WS-TASA-G           PIC 9(4) VALUE 1900.
       01 WS-TASA-ART         PIC 9(4).
       01 WS-FIN-IVA          PIC X.

      * Control de punteros en memoria.
       01 WS-CONTROL.
           05 WS-ULT-TIQ      PIC 9(6) OCCURS 10 TIMES.
           05 WS-ULT-NC       PIC 9(6).
           05 WS-FEC-VIVO     PIC 9(8).
       01 WS-SERIE            PIC 9(2).
       01 WS-S                PIC 9(2).
       01 WS-TOPE-SERIE       PIC 9(6).
       01 WS-CORTE            PIC X.
       01 WS-EN-RANGO         PIC X.
       01 WS-FIN-BORRADO      PIC X.

      * Tiquete o nota en curso (el encabezado va primero en la
      * clave aunque se grabe de ultimo).
       01 WS-TIQ-ACTUAL       PIC 9(6).
       01 WS-TIQUETE-VALE     PIC X.
       01 WS-ENC-FECHA        PIC 9(8).
       01 WS-ENC-OPER         PIC 9(10).
       01 WS-ENC-SUC          PIC 9(2).
      * S = el tiquete (o el de origen de la nota) se vendio sin IVA
      * a un cliente exento o excluido.
       01 WS-TIQ-EXENTO       PIC X.

      * Un renglon desagregado.
       01 WS-L-CODART         PIC X(120).
       01 WS-L-CANT           PIC 9(5).
       01 WS-L-PRECIO         PIC 9(10)V99.
       01 WS-L-SUBTOT         PIC 9(12)V99.
       01 WS-L-CATIVA         PIC X.
       01 WS-NETO-LIN         PIC S9(12)V99.
       01 WS-IVA-LIN          PIC S9(12)V99.
       01 WS-COSTO-LIN        PIC S9(12)V99.
       01 WS-DESC-LIN         PIC S9(12)V99.

       01 WS-CLAVE-RV.
           05 WS-CRV-FECHA    PIC 9(8).
           05 WS-CRV-CODART   PIC X(120).
       01 WS-CLAVE-RO.
           05 WS-CRO-FECHA    PIC 9(8).
           05 WS-CRO-OPER     PIC 9(10).
           05 WS-CRO-SUC      PIC 9(2).
       01 WS-RV-NUEVO         PIC X.
       01 WS-RO-NUEVO         PIC X.

       LINKAGE SECTION.
      * AV-MODO: C cierre, P pendiente para reportes, R rehacer.
      * AV-DESDE/AV-HASTA solo cuentan en R. AV-RUTA-ART y
      * AV-RUTA-OPE devuelven los resumenes que se trabajaron.
      * AV-ESTADO: 00 bien, VT sin ventas.dat, RS un resumen no
      * abrio, CT no se pudo grabar el control.
       01 AV-PEDIDO.
           05 AV-MODO         PIC X.
           05 AV-DESDE        PIC 9(8).
           05 AV-HASTA        PIC 9(8).
           05 AV-RUTA-ART     PIC X(60).
           05 AV-RUTA-OPE     PIC X(60).
           05 AV-TIQUETES     PIC 9(6).
           05 AV-NOTAS        PIC 9(6).
           05 AV-ESTADO       PIC XX.

       PROCEDURE DIVISION USING AV-PEDIDO.
       INICIO.
           MOVE "00" TO AV-ESTADO.
           MOVE 0 TO AV-TIQUETES.
           MOVE 0 TO AV-NOTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY  FROM TIME.
           PERFORM LEER-CONTROL.
           PERFORM LEER-TASAS-IVA.
           IF AV-MODO = "P"
              PERFORM PREPARAR-PENDIENTE
           ELSE
              MOVE "../Articulos/resumen-ventas.dat" TO WS-RUTA-RV
              MOVE "../Articulos/resumen-oper.dat" TO WS-RUTA-RO
           END-IF.
           MOVE WS-RUTA-RV TO AV-RUTA-ART.
           MOVE WS-RUTA-RO TO AV-RUTA-OPE.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              MOVE "VT" TO AV-ESTADO
              MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VTA TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              GOBACK
           END-IF.
           PERFORM ABRIR-RESUMENES.
           IF AV-ESTADO NOT = "00"
              CLOSE ARCHIVO-VTA
              GOBACK
           END-IF.
           MOVE "S" TO WS-ART-ABIERTO.
           OPEN INPUT ARCHIVO-ART.
           IF WS-FS NOT = "00"
              MOVE "N" TO WS-ART-ABIERTO
           END-IF.
           MOVE "S" TO WS-VEX-ABIERTO.
           OPEN INPUT ARCHIVO-VEX.
           IF WS-FS-VEX NOT = "00"
              MOVE "N" TO WS-VEX-ABIERTO
           END-IF.
           IF AV-MODO = "R"
              PERFORM REHACER-RANGO
           ELSE
              PERFORM ACUMULAR-PENDIENTES
           END-IF.
           CLOSE ARCHIVO-VTA.
           CLOSE ARCHIVO-RV.
           CLOSE ARCHIVO-RO.
           IF WS-ART-ABIERTO = "S"
              CLOSE ARCHIVO-ART
           END-IF.
           IF WS-VEX-ABIERTO = "S"
              CLOSE ARCHIVO-VEX
           END-IF.
           IF AV-MODO = "C"
              PERFORM GRABAR-CONTROL
           END-IF.
           GOBACK.

      * El pendiente de los reportes va a un resumen propio de la
      * estacion, vaciado en cada llamada, para que dos cajas no se
      * pisen el temporal.
       PREPARAR-PENDIENTE.
           PERFORM LEER-ESTACION.
           MOVE SPACES TO WS-RUTA-RV.
           STRING "../Articulos/resumen-pend-" WS-ESTACION ".dat"
               DELIMITED BY SIZE INTO WS-RUTA-RV
           END-STRING.
           MOVE SPACES TO WS-RUTA-RO.
           STRING "../Articulos/resumen-opend-" WS-ESTACION ".dat"
               DELIMITED BY SIZE INTO WS-RUTA-RO
           END-STRING.
           OPEN OUTPUT ARCHIVO-RV.
           CLOSE ARCHIVO-RV.
           OPEN OUTPUT ARCHIVO-RO.
           CLOSE ARCHIVO-RO.

       ABRIR-RESUMENES.
           OPEN I-O ARCHIVO-RV.
           IF WS-FS-RV = "35"
              CLOSE ARCHIVO-RV
              OPEN OUTPUT ARCHIVO-RV
              CLOSE ARCHIVO-RV
              OPEN I-O ARCHIVO-RV
           END-IF.
           IF WS-FS-RV NOT = "00"
              MOVE "RS" TO AV-ESTADO
              MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
              MOVE WS-RUTA-RV TO WS-EXC-ARCHIVO
              MOVE WS-FS-RV TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-RO.
           IF WS-FS-RO = "35"
              CLOSE ARCHIVO-RO
              OPEN OUTPUT ARCHIVO-RO
              CLOSE ARCHIVO-RO
              OPEN I-O ARCHIVO-RO
           END-IF.
           IF WS-FS-RO NOT = "00"
              MOVE "RS" TO AV-ESTADO
              MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
              MOVE WS-RUTA-RO TO WS-EXC-ARCHIVO
              MOVE WS-FS-RO TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-RV
           END-IF.

      ****************************************************************
      * Lo pendiente: por cada serie, los tiquetes despues del       *
      * ultimo acumulado, y las notas credito despues de la ultima.  *
      * Un numero con renglones pero sin encabezado es un tiquete    *
      * que la caja esta grabando (el encabezado se graba al final): *
      * la serie se corta ahi y queda para la siguiente corrida.     *
      ****************************************************************
       ACUMULAR-PENDIENTES.
           PERFORM VARYING WS-SERIE FROM 0 BY 1 UNTIL WS-SERIE > 9
              PERFORM ACUMULAR-SERIE
           END-PERFORM.
           PERFORM ACUMULAR-NOTAS-PEND.

       ACUMULAR-SERIE.
           COMPUTE WS-S = WS-SERIE + 1.
           COMPUTE WS-TOPE-SERIE = WS-SERIE * 100000 + 99999.
           IF WS-ULT-TIQ(WS-S) = 0
              COMPUTE VTA-NUMERO = WS-SERIE * 100000
           ELSE
              COMPUTE VTA-NUMERO = WS-ULT-TIQ(WS-S) + 1
           END-IF.
           MOVE 0 TO VTA-LINEA.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           MOVE "N" TO WS-CORTE.
           MOVE "N" TO WS-EN-RANGO.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
                         OR VTA-NUMERO > WS-TOPE-SERIE
                         OR WS-CORTE = "S"
                 IF VTA-LINEA = 0
                    PERFORM TOMAR-ENCABEZADO
                    MOVE VTA-NUMERO TO WS-ULT-TIQ(WS-S)
                    ADD 1 TO AV-TIQUETES
                 ELSE
                    IF WS-EN-RANGO = "N"
                       OR VTA-NUMERO NOT = WS-TIQ-ACTUAL
                       MOVE "S" TO WS-CORTE
                    ELSE
                       IF WS-TIQUETE-VALE = "S"
                          PERFORM TOMAR-RENGLON-VTA
                       END-IF
                    END-IF
                 END-IF
                 IF WS-CORTE = "N"
                    PERFORM READ-SIGUIENTE-VTA
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VTA.

       ACUMULAR-NOTAS-PEND.
           OPEN INPUT ARCHIVO-NC.
           IF WS-FS-NC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE NC-NUMERO = WS-ULT-NC + 1.
           MOVE 0 TO NC-LINEA.
           START ARCHIVO-NC KEY IS NOT LESS THAN NC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NC
           END-START.
           MOVE "N" TO WS-CORTE.
           MOVE "N" TO WS-EN-RANGO.
           IF WS-FS-NC = "00"
              PERFORM READ-SIGUIENTE-NC
              PERFORM UNTIL WS-FS-NC NOT = "00" OR WS-CORTE = "S"
                 IF NC-LINEA = 0
                    PERFORM TOMAR-ENCABEZADO-NC
                    MOVE NC-NUMERO TO WS-ULT-NC
                    ADD 1 TO AV-NOTAS
                 ELSE
                    IF WS-EN-RANGO = "N"
                       OR NC-NUMERO NOT = WS-TIQ-ACTUAL
                       MOVE "S" TO WS-CORTE
                    ELSE
                       PERFORM TOMAR-RENGLON-NC
                    END-IF
                 END-IF
                 IF WS-CORTE = "N"
                    PERFORM READ-SIGUIENTE-NC
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-NC.
           CLOSE ARCHIVO-NC.

      ****************************************************************
      * Rehacer un rango: se borran las filas de esas fechas en los  *
      * dos resumenes y se vuelven a acumular los tiquetes y notas   *
      * del rango que ya estaban acumulados (numero hasta el         *
      * puntero); lo de despues lo toma el siguiente cierre. Antes   *
      * de RC-FEC-VIVO los tiquetes ya se fueron al .arc del ano y   *
      * no hay de donde rehacer, asi que el rango arranca ahi.       *
      ****************************************************************
       REHACER-RANGO.
           IF AV-DESDE < WS-FEC-VIVO
              MOVE WS-FEC-VIVO TO AV-DESDE
           END-IF.
           IF AV-HASTA = 0
              MOVE WS-FECHA-HOY TO AV-HASTA
           END-IF.
           IF AV-HASTA < AV-DESDE
              EXIT PARAGRAPH
           END-IF.
           PERFORM BORRAR-RANGO-RV.
           PERFORM BORRAR-RANGO-RO.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           MOVE "N" TO WS-EN-RANGO.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
                 IF VTA-LINEA = 0
                    COMPUTE WS-S = VTA-NUMERO / 100000 + 1
                    IF VTA-NUMERO <= WS-ULT-TIQ(WS-S)
                       AND VTA-FECHA >= AV-DESDE
                       AND VTA-FECHA <= AV-HASTA
                       PERFORM TOMAR-ENCABEZADO
                       ADD 1 TO AV-TIQUETES
                    ELSE
                       MOVE "N" TO WS-EN-RANGO
                    END-IF
                 ELSE
                    IF WS-EN-RANGO = "S"
                       AND VTA-NUMERO = WS-TIQ-ACTUAL
                       AND WS-TIQUETE-VALE = "S"
                       PERFORM TOMAR-RENGLON-VTA
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-VTA
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VTA.
           PERFORM REHACER-NOTAS.

       REHACER-NOTAS.
           OPEN INPUT ARCHIVO-NC.
           IF WS-FS-NC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO NC-CLAVE.
           START ARCHIVO-NC KEY IS NOT LESS THAN NC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NC
           END-START.
           MOVE "N" TO WS-EN-RANGO.
           IF WS-FS-NC = "00"
              PERFORM READ-SIGUIENTE-NC
              PERFORM UNTIL WS-FS-NC NOT = "00"
                 IF NC-LINEA = 0
                    IF NC-NUMERO <= WS-ULT-NC
                       AND NC-FECHA >= AV-DESDE
                       AND NC-FECHA <= AV-HASTA
                       PERFORM TOMAR-ENCABEZADO-NC
                       ADD 1 TO AV-NOTAS
                    ELSE
                       MOVE "N" TO WS-EN-RANGO
                    END-IF
                 ELSE
                    IF WS-EN-RANGO = "S"
                       AND NC-NUMERO = WS-TIQ-ACTUAL
                       PERFORM TOMAR-RENGLON-NC
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-NC
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-NC.
           CLOSE ARCHIVO-NC.

      * Se reposiciona en cada borrado para no depender de la
      * posicion de lectura despues del DELETE.
       BORRAR-RANGO-RV.
           MOVE "N" TO WS-FIN-BORRADO.
           PERFORM UNTIL WS-FIN-BORRADO = "S"
              MOVE AV-DESDE TO RV-FECHA
              MOVE LOW-VALUES TO RV-CODART
              START ARCHIVO-RV KEY IS NOT LESS THAN RV-CLAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIN-BORRADO
              END-START
              IF WS-FIN-BORRADO = "N"
                 READ ARCHIVO-RV NEXT RECORD
                     AT END
                         MOVE "S" TO WS-FIN-BORRADO
                     NOT AT END
                         IF RV-FECHA > AV-HASTA
                            MOVE "S" TO WS-FIN-BORRADO
                         ELSE
                            DELETE ARCHIVO-RV RECORD
                         END-IF
                 END-READ
              END-IF
           END-PERFORM.

       BORRAR-RANGO-RO.
           MOVE "N" TO WS-FIN-BORRADO.
           PERFORM UNTIL WS-FIN-BORRADO = "S"
              MOVE AV-DESDE TO RO-FECHA
              MOVE 0 TO RO-OPER
              MOVE 0 TO RO-SUCURSAL
              START ARCHIVO-RO KEY IS NOT LESS THAN RO-CLAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIN-BORRADO
              END-START
              IF WS-FIN-BORRADO = "N"
                 READ ARCHIVO-RO NEXT RECORD
                     AT END
                         MOVE "S" TO WS-FIN-BORRADO
                     NOT AT END
                         IF RO-FECHA > AV-HASTA
                            MOVE "S" TO WS-FIN-BORRADO
                         ELSE
                            DELETE ARCHIVO-RO RECORD
                         END-IF
                 END-READ
              END-IF
           END-PERFORM.

      ****************************************************************
      * Encabezado de tiquete: fija el tiquete en curso y su clave   *
      * de operador; el anulado solo se cuenta, el valido suma el    *
      * tiquete y su total cobrado.                                  *
      ****************************************************************
       TOMAR-ENCABEZADO.
           MOVE "S" TO WS-EN-RANGO.
           MOVE VTA-NUMERO TO WS-TIQ-ACTUAL.
           MOVE VTA-FECHA TO WS-ENC-FECHA.
           MOVE VTA-OPER TO WS-ENC-OPER.
           MOVE VTA-SUCURSAL TO WS-ENC-SUC.
           MOVE VTA-NUMERO TO VE-NUMERO.
           PERFORM BUSCAR-VENTA-EXENTA.
           PERFORM LEER-RO.
           IF VTA-DESCRI = "** ANULADO **"
              MOVE "N" TO WS-TIQUETE-VALE
              ADD 1 TO RO-ANULADOS
           ELSE
              MOVE "S" TO WS-TIQUETE-VALE
              ADD 1 TO RO-TIQUETES
              ADD VTA-SUBTOT TO RO-TOTAL
           END-IF.
           PERFORM GRABAR-RO.

       TOMAR-RENGLON-VTA.
           MOVE VTA-CODART TO WS-L-CODART.
           MOVE VTA-CANT TO WS-L-CANT.
           MOVE VTA-PRECIO TO WS-L-PRECIO.
           MOVE VTA-SUBTOT TO WS-L-SUBTOT.
           PERFORM DESAGREGAR-RENGLON.
           PERFORM LEER-RV.
           MOVE WS-L-CATIVA TO RV-CATIVA.
           ADD WS-L-CANT TO RV-UNIDADES.
           ADD WS-L-SUBTOT TO RV-BRUTO.
           ADD WS-NETO-LIN TO RV-NETO.
           ADD WS-IVA-LIN TO RV-IVA.
           ADD WS-COSTO-LIN TO RV-COSTO.
           ADD WS-DESC-LIN TO RV-DESCUENTO.
           IF RV-TIQUETES = 0 OR RV-ULT-TIQ NOT = WS-TIQ-ACTUAL
              ADD 1 TO RV-TIQUETES
              MOVE WS-TIQ-ACTUAL TO RV-ULT-TIQ
           END-IF.
           PERFORM GRABAR-RV.
           PERFORM LEER-RO.
           ADD WS-L-CANT TO RO-UNIDADES.
           ADD WS-L-SUBTOT TO RO-BRUTO.
           ADD WS-NETO-LIN TO RO-NETO.
           ADD WS-IVA-LIN TO RO-IVA.
           ADD WS-COSTO-LIN TO RO-COSTO.
           ADD WS-DESC-LIN TO RO-DESCUENTO.
           PERFORM GRABAR-RO.

      * La nota credito va en su propia fecha, con el operador que
      * la hizo; el total del encabezado es lo devuelto.
       TOMAR-ENCABEZADO-NC.
           MOVE "S" TO WS-EN-RANGO.
           MOVE NC-NUMERO TO WS-TIQ-ACTUAL.
           MOVE NC-FECHA TO WS-ENC-FECHA.
           MOVE NC-OPER TO WS-ENC-OPER.
           MOVE 0 TO WS-ENC-SUC.
           MOVE NC-TIQUETE TO VE-NUMERO.
           PERFORM BUSCAR-VENTA-EXENTA.
           PERFORM LEER-RO.
           ADD 1 TO RO-NOTAS.
           ADD NC-SUBTOT TO RO-DEVUELTO.
           PERFORM GRABAR-RO.

       TOMAR-RENGLON-NC.
           MOVE NC-CODART TO WS-L-CODART.
           MOVE NC-CANT TO WS-L-CANT.
           MOVE NC-PRECIO TO WS-L-PRECIO.
           MOVE NC-SUBTOT TO WS-L-SUBTOT.
           PERFORM DESAGREGAR-RENGLON.
           PERFORM LEER-RV.
           MOVE WS-L-CATIVA TO RV-CATIVA.
           ADD WS-L-CANT TO RV-DEV-UNIDADES.
           ADD WS-L-SUBTOT TO RV-DEV-BRUTO.
           ADD WS-NETO-LIN TO RV-DEV-NETO.
           ADD WS-IVA-LIN TO RV-DEV-IVA.
           ADD WS-COSTO-LIN TO RV-DEV-COSTO.
           PERFORM GRABAR-RV.

      * Tarifa y costo del maestro; un articulo ya borrado entra con
      * tarifa general y costo cero, un renglon sin articulo (bono)
      * exento. El descuento es lo que falta del precio de lista.
       DESAGREGAR-RENGLON.
           MOVE "G" TO CATIVA.
           MOVE 0 TO PRECOM.
           IF WS-L-CODART = SPACES
              MOVE "E" TO CATIVA
           ELSE
              IF WS-ART-ABIERTO = "S"
                 MOVE WS-L-CODART TO CODART
                 READ ARCHIVO-ART
                     INVALID KEY
                         MOVE "G" TO CATIVA
                         MOVE 0 TO PRECOM
                 END-READ
              END-IF
           END-IF.
           EVALUATE CATIVA
               WHEN "E" MOVE WS-TASA-E TO WS-TASA-ART
               WHEN "R" MOVE WS-TASA-R TO WS-TASA-ART
               WHEN OTHER
                   MOVE "G" TO CATIVA
                   MOVE WS-TASA-G TO WS-TASA-ART
           END-EVALUATE.
      * Vendido sin IVA a un cliente exento o excluido: todo es neto.
           IF WS-TIQ-EXENTO = "S"
              MOVE 0 TO WS-TASA-ART
           END-IF.
           MOVE CATIVA TO WS-L-CATIVA.
           COMPUTE WS-NETO-LIN ROUNDED =
               WS-L-SUBTOT * 10000 / (10000 + WS-TASA-ART).
           COMPUTE WS-IVA-LIN = WS-L-SUBTOT - WS-NETO-LIN.
           COMPUTE WS-COSTO-LIN = WS-L-CANT * PRECOM.
           COMPUTE WS-DESC-LIN = WS-L-CANT * WS-L-PRECIO - WS-L-SUBTOT.
           IF WS-DESC-LIN < 0
              MOVE 0 TO WS-DESC-LIN
           END-IF.

      * Marca del tiquete en VE-NUMERO en ventas-exentas.dat.
       BUSCAR-VENTA-EXENTA.
           MOVE "N" TO WS-TIQ-EXENTO.
           IF WS-VEX-ABIERTO NOT = "S"
              EXIT PARAGRAPH
           END-IF.
           READ ARCHIVO-VEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TIQ-EXENTO
           END-READ.

       LEER-RV.
           MOVE WS-ENC-FECHA TO WS-CRV-FECHA.
           MOVE WS-L-CODART TO WS-CRV-CODART.
           MOVE WS-CLAVE-RV TO RV-CLAVE.
           MOVE "N" TO WS-RV-NUEVO.
           READ ARCHIVO-RV
               INVALID KEY
                   MOVE "S" TO WS-RV-NUEVO
           END-READ.
           IF WS-RV-NUEVO = "S"
              INITIALIZE RVDATA
              MOVE WS-CLAVE-RV TO RV-CLAVE
           END-IF.

       GRABAR-RV.
           IF WS-RV-NUEVO = "S"
              WRITE RVDATA
                  INVALID KEY
                      MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
                      MOVE WS-RUTA-RV TO WS-EXC-ARCHIVO
                      MOVE WS-FS-RV TO WS-EXC-FS
                      PERFORM REGISTRAR-EXCEPCION-IO
              END-WRITE
           ELSE
              REWRITE RVDATA
                  INVALID KEY
                      MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
                      MOVE WS-RUTA-RV TO WS-EXC-ARCHIVO
                      MOVE WS-FS-RV TO WS-EXC-FS
                      PERFORM REGISTRAR-EXCEPCION-IO
              END-REWRITE
           END-IF.

       LEER-RO.
           MOVE WS-ENC-FECHA TO WS-CRO-FECHA.
           MOVE WS-ENC-OPER TO WS-CRO-OPER.
           MOVE WS-ENC-SUC TO WS-CRO-SUC.
           MOVE WS-CLAVE-RO TO RO-CLAVE.
           MOVE "N" TO WS-RO-NUEVO.
           READ ARCHIVO-RO
               INVALID KEY
                   MOVE "S" TO WS-RO-NUEVO
           END-READ.
           IF WS-RO-NUEVO = "S"
              INITIALIZE RODATA
              MOVE WS-CLAVE-RO TO RO-CLAVE
           END-IF.

       GRABAR-RO.
           IF WS-RO-NUEVO = "S"
              WRITE RODATA
                  INVALID KEY
                      MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
                      MOVE WS-RUTA-RO TO WS-EXC-ARCHIVO
                      MOVE WS-FS-RO TO WS-EXC-FS
                      PERFORM REGISTRAR-EXCEPCION-IO
              END-WRITE
              MOVE "N" TO WS-RO-NUEVO
           ELSE
              REWRITE RODATA
                  INVALID KEY
                      MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
                      MOVE WS-RUTA-RO TO WS-EXC-ARCHIVO
                      MOVE WS-FS-RO TO WS-EXC-FS
                      PERFORM REGISTRAR-EXCEPCION-IO
              END-REWRITE
           END-IF.

      * Sin control todavia: todo esta por acumular.
       LEER-CONTROL.
           MOVE ZEROS TO WS-CONTROL.
           OPEN INPUT ARCHIVO-CTL.
           IF WS-FS-CTL NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           READ ARCHIVO-CTL
               AT END CONTINUE
               NOT AT END
                   PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 10
                      MOVE RC-ULT-TIQ(WS-S) TO WS-ULT-TIQ(WS-S)
                   END-PERFORM
                   MOVE RC-ULT-NC TO WS-ULT-NC
                   MOVE RC-FEC-VIVO TO WS-FEC-VIVO
           END-READ.
           CLOSE ARCHIVO-CTL.

       GRABAR-CONTROL.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 10
              MOVE WS-ULT-TIQ(WS-S) TO RC-ULT-TIQ(WS-S)
           END-PERFORM.
           MOVE WS-ULT-NC TO RC-ULT-NC.
           MOVE WS-FECHA-HOY TO RC-ULT-FECHA.
           MOVE WS-HORA-HOY TO RC-ULT-HORA.
           MOVE WS-FEC-VIVO TO RC-FEC-VIVO.
           OPEN OUTPUT ARCHIVO-CTL.
           IF WS-FS-CTL NOT = "00"
              MOVE "CT" TO AV-ESTADO
              MOVE "ACUMULA-VENTAS" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/resumen-ventas.ctl" TO WS-EXC-ARCHIVO
              MOVE WS-FS-CTL TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              EXIT PARAGRAPH
           END-IF.
           WRITE RCDATA.
           CLOSE ARCHIVO-CTL.

       LEER-ESTACION.
           MOVE 0 TO WS-ESTACION.
           OPEN INPUT ARCHIVO-ESTCFG.
           IF WS-FS-ETC = "00"
              READ ARCHIVO-ESTCFG
                  NOT AT END
                      IF EST-LINEA IS NUMERIC
                         MOVE EST-LINEA TO WS-ESTACION
                      END-IF
              END-READ
              CLOSE ARCHIVO-ESTCFG
           END-IF.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
           END-READ.

       READ-SIGUIENTE-NC.
           READ ARCHIVO-NC NEXT RECORD
               AT END MOVE "10" TO WS-FS-NC
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
                          WHEN "E" MOVE IVA-TASA TO WS-TASA-E
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
