       IDENTIFICATION DIVISION.
       PROGRAM-ID. traslado-sucursal.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                TRASLADOS ENTRE SUCURSALES                    *
      *                                                              *
      * Descripcion: Documento de envio de mercancia de esta tienda  *
      *              (sucursal.cfg) a otra. Cada linea baja el stock *
      *              con kardex TRASL-SA y la bodega PRI, y queda en *
      *              transito.dat en estado T (en transito) con el   *
      *              PRECOM del envio. El documento viaja en el      *
      *              extracto diario de exporta-sucursal y la tienda *
      *              destino lo recibe en consolida-sucursal, donde  *
      *              se confirma lo que llego: la diferencia queda   *
      *              marcada como merma en transito. Los envios sin  *
      *              recibir y su antiguedad salen en                *
      *              reporte-transito. Exige el permiso TRASLSUC y   *
      *              respeta el congelamiento por conteo fisico.     *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Opcion L del menu: reporte de traslados    *
      *      en transito y mermas (programa reporte-transito).       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TTR ASSIGN TO "../Articulos/transito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TTR.
           SELECT ARCHIVO-TTRCTL
               ASSIGN TO "../Articulos/transito-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TTC.
           SELECT ARCHIVO-ART ASSIGN TO "../Articulos/articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODART
               ALTERNATE KEY IS CODBAR
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-KARDEX ASSIGN TO "../Articulos/kardex.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KDX-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-KDX.
           SELECT ARCHIVO-SBOD ASSIGN TO "../Articulos/stock-bod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-PERM ASSIGN TO "../Usuarios/permisos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERM-CLAVE
               FILE STATUS IS WS-FS-PERM.
           SELECT ARCHIVO-SUC ASSIGN TO "sucursal.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUC.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Una linea por articulo enviado; el documento es sucursal de
      * origen + numero, y todas sus lineas comparten destino y
      * motivo. El registro mide 240, lo mismo que el dato de una
      * linea del extracto de sucursal, donde viaja tal cual.
       FD  ARCHIVO-TTR.
       01  TTRDATA.
           05 TT-CLAVE.
              07 TT-SUC-ORIGEN  PIC 9(2).
              07 TT-NUMERO      PIC 9(6).
              07 TT-LINEA       PIC 9(3).
           05 TT-SUC-DESTINO    PIC 9(2).
           05 TT-CODART         PIC X(120).
           05 TT-CANT-ENV       PIC 9(10).
           05 TT-CANT-REC       PIC 9(10).
           05 TT-COSTO-UNIT     PIC 9(10)V99.
           05 TT-FECHA-ENV      PIC 9(8).
           05 TT-HORA-ENV       PIC 9(8).
           05 TT-OPER-ENV       PIC 9(10).
           05 TT-ESTADO         PIC X.
              88 TT-EN-TRANSITO     VALUE "T".
              88 TT-RECIBIDO        VALUE "R".
              88 TT-CON-DIFERENCIA  VALUE "D".
           05 TT-FECHA-REC      PIC 9(8).
           05 TT-OPER-REC       PIC 9(10).
           05 TT-MOTIVO         PIC X(30).

       FD ARCHIVO-TTRCTL.
       01 REG-TTRCTL.
           05 TTRCTL-ULT     PIC 9(6).

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

       FD  ARCHIVO-SBOD.
       01  SBODATA.
           05 SB-CLAVE.
              07 SB-CODART   PIC X(120).
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

      * Vista minima del maestro de usuarios: nombre y CARGO.
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(50).
           05 OP-CARGO       PIC X.
           05 FILLER         PIC X(168).

      * Matriz de permisos por cargo, la misma de gestion-user:
      * existe (CARGO, OPERACION) = ese cargo puede.
       FD  ARCHIVO-PERM.
       01  PERMDATA.
           05 PERM-CLAVE.
              07 PERM-CARGO  PIC X.
              07 PERM-OPER   PIC X(8).

       FD  ARCHIVO-SUC.
       01  SUC-LINEA         PIC 9(2).

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

       FD  ARCHIVO-ESTCFG.
       01  EST-LINEA         PIC 9(4).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS               PIC XX.
       01 WS-FS-TTR           PIC XX.
       01 WS-FS-TTC           PIC XX.
       01 WS-FS-KDX           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-PERM          PIC XX.
       01 WS-FS-SUC           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-FS-ETC           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-FECHA-AUD        PIC 9(8).
       01 WS-HORA-AUD         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-CONFIRMA         PIC X.
       01 WS-OTRA             PIC X.
       01 WS-LIN              PIC 9(2).
       01 WS-HAY              PIC X.
       01 WS-ESTACION         PIC 9(4) VALUE 0.
       01 WS-SUCURSAL         PIC 9(2) VALUE 0.
       01 WS-RUTA-CONGELA     PIC X(40)
           VALUE "../Articulos/congela-inv.flg".
       01 WS-CON-INFO.
           05 WS-CON-SIZE     PIC X(8) COMP-X.
           05 WS-CON-FECH     PIC X(8) COMP-X.
           05 WS-CON-HORA     PIC X(8) COMP-X.
       01 WS-CON-RET          PIC 9(9) COMP-X.
       01 WS-INV-CONGELADO    PIC X.
       01 WS-STOCK-ANT        PIC 9(10).
       01 WS-KDX-TIPO         PIC X(8).
       01 WS-KDX-CANT         PIC S9(10).
       01 WS-KDX-SIG          PIC 9(8).
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).
       01 WS-OPER-CARGO       PIC X.
       01 WS-PERM-OK          PIC X.
       01 WS-PERM-OPER        PIC X(8).

      * Encabezado del traslado en captura.
       01 WS-NUM-DOC          PIC 9(6).
       01 WS-DESTINO          PIC 9(2).
       01 WS-ORIGEN-CON       PIC 9(2).
       01 WS-MOTIVO           PIC X(30).

      * Lineas del traslado antes de confirmar.
       01 WS-MAX-LINEAS       PIC 9(2) VALUE 20.
       01 WS-NUM-LINEAS       PIC 9(2) VALUE 0.
       01 WS-L                PIC 9(2).
       01 WS-DOC-LINEAS.
           05 DL-ENTRADA OCCURS 20 TIMES.
              07 DL-CODART    PIC X(120).
              07 DL-DESCRI    PIC X(30).
              07 DL-CANTIDAD  PIC 9(10).
       01 WS-CANT             PIC 9(10).
       01 WS-GRABADAS         PIC 9(3).
       01 WS-OMITIDAS         PIC 9(3).
       01 WS-COSTO-DOC        PIC 9(14)V99.
       01 WS-COSTO-LIN        PIC 9(12)V99.

      * Campos editados para pantalla.
       01 WS-CANT-ED          PIC Z(9)9.
       01 WS-REC-ED           PIC Z(9)9.
       01 WS-COSTO-ED         PIC Z(9)9.99.
       01 WS-VALOR-ED         PIC Z(13)9.99.

      * Sello encadenado de la bitacora de auditoria: cada linea
      * lleva un resumen de su contenido mezclado con el sello de la
      * linea anterior (ver SELLAR-AUDITORIA).
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
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-TTR.
           IF WS-FS-TTR = "35"
              CLOSE ARCHIVO-TTR
              OPEN OUTPUT ARCHIVO-TTR
              CLOSE ARCHIVO-TTR
              OPEN I-O ARCHIVO-TTR
           END-IF.
           OPEN I-O ARCHIVO-ART.
           IF WS-FS NOT = "00"
              DISPLAY "Error al abrir articulos.dat. FS = " WS-FS
              MOVE "TRASLADO-SUCURSAL" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/articulos.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              CLOSE ARCHIVO-TTR
              GOBACK
           END-IF.
           PERFORM LEER-ESTACION.
           PERFORM LEER-SUCURSAL.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-TRASLADO UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-TTR.
           CLOSE ARCHIVO-ART.
           GOBACK.

       MENU-TRASLADO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  TRASLADOS A SUCURSAL         " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  E -> Emitir traslado"          LINE 7 POSITION 20.
           DISPLAY "  C -> Consultar traslado"       LINE 8 POSITION 20.
           DISPLAY "  L -> Reporte en transito"      LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 10 POSITION 20.
           DISPLAY "Esta tienda es la sucursal " WS-SUCURSAL
               LINE 12 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 14 POSITION 20.
           ACCEPT WS-OPCION LINE 14 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "E"
                    PERFORM EMITIR-TRASLADO
               WHEN "C"
                    PERFORM CONSULTAR-TRASLADO
               WHEN "L"
                    PERFORM REPORTE-EN-TRANSITO
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Traslado a otra sucursal: destino y motivo, luego las lineas *
      * (hasta 20). Ninguna linea puede enviar mas de lo que hay en  *
      * STOCK. El operador necesita el permiso TRASLSUC.             *
      ****************************************************************
       EMITIR-TRASLADO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Traslado a otra sucursal -----"
               LINE 3 POSITION 20.
           PERFORM VERIFICAR-CONGELADO.
           IF WS-INV-CONGELADO = "S"
              DISPLAY "INVENTARIO CONGELADO POR CONTEO FISICO."
                  LINE 5 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-CARGO-OPERADOR.
           MOVE "TRASLSUC" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "No tiene el permiso TRASLSUC."
                  LINE 5 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sucursal destino (0=principal, 1-9):"
               LINE 5 POSITION 10.
           MOVE 0 TO WS-DESTINO.
           ACCEPT WS-DESTINO LINE 5 POSITION 48.
           IF WS-DESTINO > 9 OR WS-DESTINO = WS-SUCURSAL
              DISPLAY "Destino invalido: debe ser otra tienda (0-9)."
                  LINE 6 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo:" LINE 7 POSITION 10.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO LINE 7 POSITION 40.
           MOVE 0 TO WS-NUM-LINEAS.
           MOVE "S" TO WS-OTRA.
           PERFORM CAPTURAR-LINEA
               UNTIL WS-OTRA NOT = "S"
                  OR WS-NUM-LINEAS = WS-MAX-LINEAS.
           IF WS-NUM-LINEAS = 0
              DISPLAY "Traslado sin lineas: no se graba."
                  LINE 18 POSITION 10
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Traslado a otra sucursal -----"
               LINE 3 POSITION 20.
           DISPLAY "De sucursal " WS-SUCURSAL " a sucursal "
               WS-DESTINO "  " WS-MOTIVO LINE 4 POSITION 10.
           PERFORM MOSTRAR-LINEAS.
           DISPLAY "¿Confirma el envio? (S/N):" LINE 20 POSITION 10.
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA LINE 20 POSITION 40.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
              EXIT PARAGRAPH
           END-IF.
           PERFORM APLICAR-TRASLADO.
           MOVE WS-COSTO-DOC TO WS-VALOR-ED.
           DISPLAY "Traslado " WS-SUCURSAL "-" WS-NUM-DOC
               " en transito. Lineas: " WS-GRABADAS
               " Costo: " WS-VALOR-ED LINE 21 POSITION 10.
           IF WS-OMITIDAS > 0
              DISPLAY "Lineas omitidas por stock insuficiente: "
                  WS-OMITIDAS LINE 22 POSITION 10
           END-IF.
           PERFORM PAUSA.

       CAPTURAR-LINEA.
           DISPLAY "-- Linea " LINE 9 POSITION 10.
           COMPUTE WS-L = WS-NUM-LINEAS + 1.
           DISPLAY WS-L LINE 9 POSITION 19.
           MOVE SPACES TO CODART.
           DISPLAY "Categoria:"          LINE 10 POSITION 10.
           ACCEPT CP-NOMBRE              LINE 10 POSITION 40.
           DISPLAY "Subcategoria:"       LINE 11 POSITION 10.
           ACCEPT SC-NOMBRE              LINE 11 POSITION 40.
           DISPLAY "Codigo de articulo:" LINE 12 POSITION 10.
           ACCEPT ARTCOD                 LINE 12 POSITION 40.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "El articulo no existe en el maestro."
                       LINE 14 POSITION 10
                   PERFORM PREGUNTAR-OTRA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) LINE 13 POSITION 10.
           DISPLAY "Stock: " STOCK LINE 13 POSITION 52.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-NUM-LINEAS
              IF DL-CODART(WS-L) = CODART
                 DISPLAY "Ese articulo ya esta en el traslado."
                     LINE 14 POSITION 10
                 PERFORM PREGUNTAR-OTRA
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           DISPLAY "Cantidad (unidad base):" LINE 14 POSITION 10.
           MOVE 0 TO WS-CANT.
           ACCEPT WS-CANT LINE 14 POSITION 40.
           IF WS-CANT = 0
              PERFORM PREGUNTAR-OTRA
              EXIT PARAGRAPH
           END-IF.
           IF WS-CANT > STOCK
              DISPLAY "No hay stock suficiente para esa cantidad."
                  LINE 15 POSITION 10
              PERFORM PREGUNTAR-OTRA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-LINEAS.
           MOVE CODART TO DL-CODART(WS-NUM-LINEAS).
           MOVE DESCRI(1:30) TO DL-DESCRI(WS-NUM-LINEAS).
           MOVE WS-CANT TO DL-CANTIDAD(WS-NUM-LINEAS).
           DISPLAY "Linea agregada." LINE 15 POSITION 10.
           PERFORM PREGUNTAR-OTRA.

       PREGUNTAR-OTRA.
           DISPLAY "¿Otra linea? (S/N):" LINE 16 POSITION 10.
           MOVE "N" TO WS-OTRA.
           ACCEPT WS-OTRA LINE 16 POSITION 40.
           IF WS-OTRA = "s"
              MOVE "S" TO WS-OTRA
           END-IF.
           DISPLAY " " LINE 10 POSITION 1 ERASE EOS.

       MOSTRAR-LINEAS.
           MOVE 6 TO WS-LIN.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-NUM-LINEAS
              MOVE DL-CANTIDAD(WS-L) TO WS-CANT-ED
              DISPLAY DL-CODART(WS-L)(1:30) " "
                  DL-DESCRI(WS-L)(1:25) " x" WS-CANT-ED
                  LINE WS-LIN POSITION 5
              ADD 1 TO WS-LIN
              IF WS-LIN > 17
                 PERFORM PAUSA
                 DISPLAY " " LINE 6 POSITION 1 ERASE EOS
                 MOVE 6 TO WS-LIN
              END-IF
           END-PERFORM.

      ****************************************************************
      * Aplica el traslado: numero nuevo de la sucursal, y por linea *
      * baja STOCK, deja kardex TRASL-SA, baja la bodega PRI y graba *
      * la linea en transito con el PRECOM del momento. Si entre la  *
      * captura y la confirmacion otra caja dejo el articulo sin     *
      * stock, la linea se omite y se informa.                       *
      ****************************************************************
       APLICAR-TRASLADO.
           OPEN I-O ARCHIVO-KARDEX.
           IF WS-FS-KDX = "35"
              CLOSE ARCHIVO-KARDEX
              OPEN OUTPUT ARCHIVO-KARDEX
              CLOSE ARCHIVO-KARDEX
              OPEN I-O ARCHIVO-KARDEX
           END-IF.
           OPEN I-O ARCHIVO-SBOD.
           IF WS-FS-SBOD = "35"
              CLOSE ARCHIVO-SBOD
              OPEN OUTPUT ARCHIVO-SBOD
              CLOSE ARCHIVO-SBOD
              OPEN I-O ARCHIVO-SBOD
           END-IF.
           PERFORM OBTENER-NUMERO-DOC.
           MOVE 0 TO WS-GRABADAS.
           MOVE 0 TO WS-OMITIDAS.
           MOVE 0 TO WS-COSTO-DOC.
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-NUM-LINEAS
              PERFORM APLICAR-LINEA
           END-PERFORM.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           PERFORM AUDITAR-TRASLADO.

       APLICAR-LINEA.
           MOVE DL-CODART(WS-L) TO CODART.
           READ ARCHIVO-ART
               INVALID KEY
                   ADD 1 TO WS-OMITIDAS
                   EXIT PARAGRAPH
           END-READ.
           IF DL-CANTIDAD(WS-L) > STOCK
              ADD 1 TO WS-OMITIDAS
              EXIT PARAGRAPH
           END-IF.
           MOVE STOCK TO WS-STOCK-ANT.
           SUBTRACT DL-CANTIDAD(WS-L) FROM STOCK.
           REWRITE USUART
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-ARTICULOS.
           IF WS-FS NOT = "00"
              DISPLAY "Error al bajar stock. FS = " WS-FS
              ADD 1 TO WS-OMITIDAS
              EXIT PARAGRAPH
           END-IF.
           MOVE "TRASL-SA" TO WS-KDX-TIPO.
           COMPUTE WS-KDX-CANT = 0 - DL-CANTIDAD(WS-L).
           PERFORM REGISTRAR-KARDEX.
           MOVE WS-KDX-CANT TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA-PRI.
           COMPUTE WS-COSTO-LIN = DL-CANTIDAD(WS-L) * PRECOM.
           ADD 1 TO WS-GRABADAS.
           MOVE WS-SUCURSAL TO TT-SUC-ORIGEN.
           MOVE WS-NUM-DOC TO TT-NUMERO.
           MOVE WS-GRABADAS TO TT-LINEA.
           MOVE WS-DESTINO TO TT-SUC-DESTINO.
           MOVE CODART TO TT-CODART.
           MOVE DL-CANTIDAD(WS-L) TO TT-CANT-ENV.
           MOVE 0 TO TT-CANT-REC.
           MOVE PRECOM TO TT-COSTO-UNIT.
           ACCEPT TT-FECHA-ENV FROM DATE YYYYMMDD.
           ACCEPT TT-HORA-ENV FROM TIME.
           MOVE T-NUMDOC TO TT-OPER-ENV.
           SET TT-EN-TRANSITO TO TRUE.
           MOVE 0 TO TT-FECHA-REC.
           MOVE 0 TO TT-OPER-REC.
           MOVE WS-MOTIVO TO TT-MOTIVO.
           WRITE TTRDATA.
           IF WS-FS-TTR NOT = "00"
              DISPLAY "Error al grabar la linea. FS = " WS-FS-TTR
           END-IF.
           ADD WS-COSTO-LIN TO WS-COSTO-DOC.

       OBTENER-NUMERO-DOC.
           OPEN I-O ARCHIVO-TTRCTL.
           IF WS-FS-TTC = "35"
              OPEN OUTPUT ARCHIVO-TTRCTL
              MOVE 0 TO TTRCTL-ULT
              WRITE REG-TTRCTL
              CLOSE ARCHIVO-TTRCTL
              OPEN I-O ARCHIVO-TTRCTL
           END-IF.
           READ ARCHIVO-TTRCTL
               AT END
                   MOVE 0 TO TTRCTL-ULT
           END-READ.
           ADD 1 TO TTRCTL-ULT.
           MOVE TTRCTL-ULT TO WS-NUM-DOC.
           REWRITE REG-TTRCTL.
           CLOSE ARCHIVO-TTRCTL.

       AUDITAR-TRASLADO.
           ACCEPT WS-FECHA-AUD FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUD  FROM TIME.
           MOVE WS-COSTO-DOC TO WS-COSTO-ED.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-AUD " " WS-HORA-AUD
               " TRASL-SUC DOC=" WS-SUCURSAL "-" WS-NUM-DOC
               " DEST=" WS-DESTINO
               " OPER=" T-NUMDOC
               " LIN=" WS-GRABADAS
               " COSTO=" WS-COSTO-ED
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.

      ****************************************************************
      * Consulta de un traslado: encabezado y, por linea, lo enviado *
      * y lo recibido con su estado (en transito, recibido o con     *
      * diferencia).                                                 *
      ****************************************************************
       CONSULTAR-TRASLADO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Consultar traslado -----" LINE 3
               POSITION 20.
           DISPLAY "Sucursal de origen:" LINE 5 POSITION 10.
           MOVE WS-SUCURSAL TO WS-ORIGEN-CON.
           ACCEPT WS-ORIGEN-CON LINE 5 POSITION 40.
           DISPLAY "Numero de traslado:" LINE 6 POSITION 10.
           MOVE 0 TO WS-NUM-DOC.
           ACCEPT WS-NUM-DOC LINE 6 POSITION 40.
           MOVE "N" TO WS-HAY.
           MOVE 0 TO WS-COSTO-DOC.
           MOVE WS-ORIGEN-CON TO TT-SUC-ORIGEN.
           MOVE WS-NUM-DOC TO TT-NUMERO.
           MOVE 0 TO TT-LINEA.
           START ARCHIVO-TTR KEY IS NOT LESS THAN TT-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TTR
           END-START.
           IF WS-FS-TTR = "00"
              PERFORM READ-SIGUIENTE-TTR
              PERFORM UNTIL WS-FS-TTR NOT = "00"
                 IF TT-SUC-ORIGEN = WS-ORIGEN-CON
                    AND TT-NUMERO = WS-NUM-DOC
                    IF WS-HAY = "N"
                       MOVE "S" TO WS-HAY
                       PERFORM MOSTRAR-ENCABEZADO
                    END-IF
                    PERFORM MOSTRAR-LINEA-DOC
                    PERFORM READ-SIGUIENTE-TTR
                 ELSE
                    MOVE "10" TO WS-FS-TTR
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-TTR.
           IF WS-HAY = "N"
              DISPLAY "Ese traslado no existe." LINE 8 POSITION 10
           ELSE
              MOVE WS-COSTO-DOC TO WS-VALOR-ED
              DISPLAY "Costo enviado: " WS-VALOR-ED LINE WS-LIN
                  POSITION 10
           END-IF.
           PERFORM PAUSA.

       MOSTRAR-ENCABEZADO.
           DISPLAY "Enviado: " TT-FECHA-ENV "  De " TT-SUC-ORIGEN
               " a " TT-SUC-DESTINO "  Oper: " TT-OPER-ENV
               LINE 8 POSITION 10.
           DISPLAY "Motivo: " TT-MOTIVO LINE 9 POSITION 10.
           MOVE 11 TO WS-LIN.

       MOSTRAR-LINEA-DOC.
           IF WS-LIN > 20
              PERFORM PAUSA
              DISPLAY " " LINE 11 POSITION 1 ERASE EOS
              MOVE 11 TO WS-LIN
           END-IF.
           MOVE TT-CANT-ENV TO WS-CANT-ED.
           MOVE TT-CANT-REC TO WS-REC-ED.
           EVALUATE TRUE
               WHEN TT-EN-TRANSITO
                   DISPLAY TT-LINEA " " TT-CODART(1:30) " env"
                       WS-CANT-ED " EN TRANSITO"
                       LINE WS-LIN POSITION 5
               WHEN TT-RECIBIDO
                   DISPLAY TT-LINEA " " TT-CODART(1:30) " env"
                       WS-CANT-ED " rec" WS-REC-ED " " TT-FECHA-REC
                       LINE WS-LIN POSITION 5
               WHEN OTHER
                   DISPLAY TT-LINEA " " TT-CODART(1:30) " env"
                       WS-CANT-ED " rec" WS-REC-ED " DIFERENCIA"
                       LINE WS-LIN POSITION 5
           END-EVALUATE.
           COMPUTE WS-COSTO-LIN = TT-CANT-ENV * TT-COSTO-UNIT.
           ADD WS-COSTO-LIN TO WS-COSTO-DOC.
           ADD 1 TO WS-LIN.

       READ-SIGUIENTE-TTR.
           READ ARCHIVO-TTR NEXT RECORD
               AT END MOVE "10" TO WS-FS-TTR
           END-READ.

       LEER-CARGO-OPERADOR.
           MOVE "1" TO WS-OPER-CARGO.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF WS-FS-OPE = "00"
              MOVE T-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-CARGO TO WS-OPER-CARGO
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

      * El admin (CARGO 2) siempre puede; para los demas cargos la
      * operacion sensible exige su registro en permisos.dat, igual
      * que en gestion-user y punto-venta.
       VERIFICAR-PERMISO.
           IF WS-OPER-CARGO = "2"
              MOVE "S" TO WS-PERM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PERM-OK.
           OPEN INPUT ARCHIVO-PERM.
           IF WS-FS-PERM = "00"
              MOVE WS-OPER-CARGO TO PERM-CARGO
              MOVE WS-PERM-OPER TO PERM-OPER
              READ ARCHIVO-PERM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-PERM-OK
              END-READ
              CLOSE ARCHIVO-PERM
           END-IF.

      * Candado de conteo fisico: mientras exista congela-inv.flg
      * ningun documento puede mover STOCK.
       VERIFICAR-CONGELADO.
           MOVE "N" TO WS-INV-CONGELADO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RUTA-CONGELA
               WS-CON-INFO RETURNING WS-CON-RET.
           IF WS-CON-RET = 0
              MOVE "S" TO WS-INV-CONGELADO
           END-IF.

       REGISTRAR-KARDEX.
           PERFORM BUSCAR-SIG-KDX.
           MOVE CODART TO KDX-CODART.
           MOVE WS-KDX-SIG TO KDX-SEQ.
           ACCEPT KDX-FECHA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA  FROM TIME.
           MOVE WS-KDX-TIPO TO KDX-TIPO.
           MOVE WS-KDX-CANT TO KDX-CANTIDAD.
           MOVE WS-STOCK-ANT TO KDX-STOCK-ANT.
           MOVE STOCK TO KDX-STOCK-NUE.
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.

       BUSCAR-SIG-KDX.
           MOVE 1 TO WS-KDX-SIG.
           MOVE CODART TO KDX-CODART.
           MOVE 0 TO KDX-SEQ.
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KDX-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-KDX
           END-START.
           IF WS-FS-KDX = "00"
              PERFORM READ-SIGUIENTE-KDX
              PERFORM UNTIL WS-FS-KDX NOT = "00"
                 IF KDX-CODART = CODART
                    COMPUTE WS-KDX-SIG = KDX-SEQ + 1
                    PERFORM READ-SIGUIENTE-KDX
                 ELSE
                    MOVE "10" TO WS-FS-KDX
                 END-IF
              END-PERFORM
           END-IF.

       READ-SIGUIENTE-KDX.
           READ ARCHIVO-KARDEX NEXT RECORD
               AT END MOVE "10" TO WS-FS-KDX
           END-READ.

       AJUSTAR-BODEGA-PRI.
           MOVE CODART TO SB-CODART.
           MOVE "PRI" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE CODART TO SB-CODART
                   MOVE "PRI" TO SB-BODEGA
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

       LEER-ESTACION.
           OPEN INPUT ARCHIVO-ESTCFG.
           IF WS-FS-ETC = "00"
              READ ARCHIVO-ESTCFG
                  AT END CONTINUE
                  NOT AT END MOVE EST-LINEA TO WS-ESTACION
              END-READ
              CLOSE ARCHIVO-ESTCFG
           END-IF.

      * Sucursal de esta tienda (sucursal.cfg, 0 = principal).
       LEER-SUCURSAL.
           OPEN INPUT ARCHIVO-SUC.
           IF WS-FS-SUC = "00"
              READ ARCHIVO-SUC
                  AT END CONTINUE
                  NOT AT END MOVE SUC-LINEA TO WS-SUCURSAL
              END-READ
              CLOSE ARCHIVO-SUC
           END-IF.

       ESCRIBIR-AUDITORIA.
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

      * reporte-transito abre transito.dat por su cuenta: se suelta
      * mientras corre y se vuelve a tomar al regresar.
       REPORTE-EN-TRANSITO.
           PERFORM CLEAR-SCREEN.
           CLOSE ARCHIVO-TTR.
           CALL "reporte-transito"
           END-CALL.
           OPEN I-O ARCHIVO-TTR.
           PERFORM PAUSA.

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar..." LINE 23
               POSITION 10.
           ACCEPT WS-CONFIRMA LINE 23 POSITION 45.

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
           MOVE "TRASLADO-SUCURSAL" TO DRJ-PROGRAMA.
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
