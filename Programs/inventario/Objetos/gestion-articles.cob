      *      WITH ALL OTHER, bloqueo automatico por registro) para   *
      *      que dos estaciones trabajen a la vez; un registro       *
      *      tomado por otra terminal avisa "en uso" en vez del FS.  *
      * Mod: 15-10-2026 - Opcion S: articulo serializado y meses de  *
      *      garantia (art-serial.dat); la recepcion y la venta de   *
      *      esos articulos exigen un serial por unidad.             *
      * Mod: 15-10-2026 - Opcion M: encuestas de precios de la       *
      *      competencia (precios-comp) con reporte comparativo.     *
      * Mod: 15-10-2026 - Kits cierra tambien kardex y bodegas al    *
      *      llamarse: sus ordenes de armado los mueven.             *
      * Mod: 15-10-2026 - Proveedores con perfil de retenciones:     *
      *      regimen de IVA, si se le practica retencion en la       *
      *      fuente, ReteIVA y ReteICA, y concepto por defecto.      *
      * Mod: 15-10-2026 - Opcion I: marca de inspeccion de calidad   *
      *      por articulo (art-inspeccion.dat); lo marcado se        *
      *      recibe en cuarentena.                                   *
      * Mod: 15-10-2026 - La ubicacion en gondola (PRI) lleva el     *
      *      minimo y el maximo de frentes del articulo; la opcion   *
      *      T llama a reposicion-gondola, que genera y confirma     *
      *      las tareas de reposicion desde BOD.                     *
      * Mod: 15-10-2026 - Cada linea de hist-prec.log lleva un       *
      *      sello encadenado con el de la linea anterior (ultimo    *
      *      sello en hist-prec-cadena.dat), para que verifica-logs  *
      *      detecte lineas alteradas, intercaladas o quitadas. La   *
      *      consulta de meses archivados del kardex lee las lineas  *
      *      con su sello.                                           *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      articulos.dat, kardex.dat y stock-bod.dat queda en el   *
      *      diario de recuperacion (diario-recup.dat) con su        *
      *      imagen posterior, fecha, hora, programa y estacion,     *
      *      para que recupera-diario la reaplique sobre un          *
      *      respaldo. El saldo por bodega vuelve a actualizarse     *
      *      cuando la bodega ya existe: el NOT INVALID KEY de la    *
      *      lectura quedaba amarrado a la grabacion del alta.       *
      * Mod: 15-10-2026 - Opcion N del menu de inventario:           *
      *      documentos de consumo interno por departamento          *
      *      (consumo-interno).                                      *
      * Mod: 15-10-2026 - Opcion E: estado de ciclo de vida del      *
      *      articulo (estado-art.dat): activo, descontinuado,       *
      *      bloqueado para la venta o pendiente de alta. El cambio  *
      *      exige permiso ESTADART y un motivo, y queda en          *
      *      auditoria.log. El alta sin precio de venta queda        *
      *      pendiente y pasa a activo cuando se le pone precio.     *
      * Mod: 15-10-2026 - Opcion W: sustitutos de cada articulo en   *
      *      orden de preferencia (sustitutos.dat), que el punto de  *
      *      venta y los pedidos web ofrecen cuando el articulo no   *
      *      tiene disponible.                                       *
      * Mod: 15-10-2026 - Opcion S del menu de inventario:           *
      *      traslados de mercancia a otra sucursal con seguimiento  *
      *      en transito (traslado-sucursal).                        *
      ****************************************************************
       DATE-WRITTEN.07-02-2025.
       ENVIRONMENT DIVISION.
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-CAT ASSIGN TO "../Articulos/categorias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT ARCHIVO-HISPRE ASSIGN TO "../Articulos/hist-prec.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.
           SELECT ARCHIVO-AUDIT ASSIGN TO "../Usuarios/auditoria.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.
           SELECT ARCHIVO-ESTCFG ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETC.
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CBA.
           SELECT ARCHIVO-SUS ASSIGN TO "../Articulos/sustitutos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SUS.
           SELECT ARCHIVO-KARC ASSIGN TO WS-RUTA-KARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-KRC.
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ABC.
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
           SELECT ARCHIVO-ASR ASSIGN TO "../Articulos/art-serial.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CODART
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ASR.
           SELECT ARCHIVO-PPR ASSIGN TO "../Articulos/precios-prov.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 SC-DESCRI-K    PIC X(50).

       FD ARCHIVO-HISPRE.
       01  HISPRE-REG.
           05 HISPRE-LINEA     PIC X(160).
           05 HISPRE-MARCA     PIC X.
           05 HISPRE-SELLO     PIC 9(10).

      * Estacion asignada a esta terminal por inicio-sesion.
       FD  ARCHIVO-ESTCFG.
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

      * Stock por bodega: el STOCK del maestro sigue siendo el total,
      * y aqui se guarda cuanto de ese total esta en cada ubicacion
           05 CBA-CODART     PIC X(120).
           05 CBA-FACTOR     PIC 9(5).

      * Sustitutos aceptables de cada articulo, en orden de
      * preferencia (rango 01 primero): misma talla de otra marca,
      * empaque mayor. El punto de venta y los pedidos web los
      * ofrecen cuando el articulo no tiene disponible.
       FD  ARCHIVO-SUS.
       01  SUSDATA.
           05 SU-CLAVE.
              07 SU-CODART   PIC X(120).
              07 SU-RANGO    PIC 9(2).
           05 SU-SUSTITUTO   PIC X(120).
           05 SU-NOTA        PIC X(30).

      * Mes archivado del kardex (lo genera archiva-kardex), en las
      * mismas columnas fijas con las que se escribio.
       FD  ARCHIVO-KARC.
           05 KARC-OPER      PIC 9(10).
           05 FILLER         PIC X.
           05 KARC-EST       PIC 9(4).
           05 KARC-MARCA     PIC X.
           05 KARC-SELLO     PIC 9(10).

      * Ubicacion fisica (pasillo/estante) de cada articulo dentro
      * de cada bodega, para que un nuevo pueda alistar sin guia.
      * En la gondola (PRI) lleva el minimo y el maximo de frentes
      * con que la reposicion sube mercancia desde BOD.
       FD  ARCHIVO-UBI.
       01  UBIDATA.
           05 UB-CLAVE.
              07 UB-BODEGA   PIC X(3).
           05 UB-PASILLO     PIC X(4).
           05 UB-ESTANTE     PIC X(4).
           05 UB-MINIMO      PIC 9(6).
           05 UB-MAXIMO      PIC 9(6).

      * Clase ABC vigente de cada articulo (la asigna la corrida
      * clasifica-abc); aqui solo se consulta.
           05 AB-FECHA       PIC 9(8).
           05 AB-VALOR       PIC 9(14)V99.

      * Articulos serializados (electrodomesticos, electronica): la
      * recepcion y la venta piden un serial por unidad, y la venta
      * deja la garantia del serial con los meses de aqui.
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

       FD  ARCHIVO-ASR.
       01  ASRDATA.
           05 AS-CODART      PIC X(120).
           05 AS-SERIALIZADO PIC X.
              88 AS-EXIGE-SERIAL VALUE "S".
           05 AS-GARANTIA    PIC 9(3).

      * Precios por proveedor: el mismo articulo puede comprarse a
      * varios NIT con costos distintos; la fecha dice desde cuando
      * rige la cotizacion.
           05 OP-CARGO       PIC X.
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
       01 WS-FS              PIC XX.
       01 WS-FS-CAT           PIC XX.
       01 WS-KDX-CONT         PIC 9(5).
       01 WS-FS-PRV           PIC XX.
       01 WS-PRV-VALIDO       PIC X.
       01 WS-LIN-PRV          PIC 99.
       01 WS-RESP-PRV         PIC X.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-TRAS          PIC XX.
       01 WS-FS-ACTL          PIC XX.
       01 WS-PPR-LIN          PIC 9(2).
       01 WS-FS-ABC           PIC XX.
       01 WS-CLASE-ABC        PIC X.
       01 WS-FS-ASR           PIC XX.
       01 WS-FS-AIN           PIC XX.
       01 WS-FS-EAR           PIC XX.
       01 WS-FS-AUD           PIC XX.
       01 WS-EST-ART          PIC X.
          88 EST-ACTIVO          VALUE "A".
          88 EST-DESCONTINUADO   VALUE "D".
          88 EST-BLOQUEADO       VALUE "B".
          88 EST-PENDIENTE       VALUE "P".
       01 WS-EST-MOTIVO       PIC X(40).
       01 WS-EST-NUEVO        PIC X.
       01 WS-EST-RAZON        PIC X(40).
       01 WS-EST-GRABO        PIC X.
       01 WS-FECHA-EST        PIC 9(8).
       01 WS-HORA-EST         PIC 9(8).
       01 WS-FS-UBI           PIC XX.
       01 WS-UBI-PRI          PIC X(9).
       01 WS-UBI-BOD          PIC X(9).
       01 WS-FS-CBA           PIC XX.
       01 WS-CBA-LIN          PIC 9(2).
       01 WS-FS-SUS           PIC XX.
       01 WS-SUS-BASE         PIC X(120).
       01 WS-SUS-LIN          PIC 9(2).
       01 WS-SUS-CODBAR       PIC X(48).
       01 WS-FS-PSG           PIC XX.
       01 WS-FS-PSL           PIC XX.
       01 WS-OLD-PSEG         PIC 9(10)V99.
       01 WS-FS-ETC           PIC XX.
       01 WS-ESTACION         PIC 9(4) VALUE 0.

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
           DISPLAY " 9->  KITS (COMBOS)"            LINE 14 POSITION 20.
           DISPLAY " W->  PEDIDOS WEB"              LINE 6 POSITION 52.
           DISPLAY " Z->  COTIZACIONES"             LINE 7 POSITION 52.
           DISPLAY " M->  PRECIOS COMPETENCIA"      LINE 8 POSITION 52.
           DISPLAY " N->  CONSUMO INTERNO"          LINE 9 POSITION 52.
           DISPLAY " S->  TRASLADO A SUCURSAL"      LINE 10 POSITION 52.
           DISPLAY "  Q -> Salir"                   LINE 15 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 17 POSITION 20.
           ACCEPT WS-OPCION LINE 17 POSITION 41.
                    PERFORM LLAMAR-PEDIDOS-WEB
               WHEN "Z"
                    PERFORM LLAMAR-COTIZACIONES
               WHEN "M"
                    PERFORM LLAMAR-PRECIOS-COMP
               WHEN "N"
                    PERFORM LLAMAR-CONSUMO-INTERNO
               WHEN "S"
                    PERFORM LLAMAR-TRASLADO-SUCURSAL
               WHEN "Q"
                    DISPLAY "SALIENDING ...."
               WHEN OTHER
      * para validar kit y componentes.
       LLAMAR-KITS.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CALL "kits" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-KARDEX.
           OPEN I-O ARCHIVO-SBOD.

      * El cargador de pedidos web abre articulos, apartados, kardex
      * y bodegas por su cuenta; se le cede el control con los
           OPEN I-O ARCHIVO-SBOD.
           OPEN INPUT ARCHIVO-APA.

      * Las encuestas de competencia leen articulos.dat y la lista
      * por segmento por su cuenta.
       LLAMAR-PRECIOS-COMP.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-PSG.
           CALL "precios-comp" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-PSG.

      * Los documentos de consumo interno bajan STOCK, kardex y
      * bodega por su cuenta; se le cede el control con los archivos
      * cerrados, igual que a kits.
       LLAMAR-CONSUMO-INTERNO.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CALL "consumo-interno" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-KARDEX.
           OPEN I-O ARCHIVO-SBOD.

      * Los traslados a otra sucursal tambien bajan STOCK, kardex y
      * bodega por su cuenta.
       LLAMAR-TRASLADO-SUCURSAL.
           CLOSE ARCHIVO-ART.
           CLOSE ARCHIVO-KARDEX.
           CLOSE ARCHIVO-SBOD.
           CALL "traslado-sucursal" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-ART.
           OPEN I-O ARCHIVO-KARDEX.
           OPEN I-O ARCHIVO-SBOD.

      * El exportador solo lee articulos.dat, pero lo abre por su
      * cuenta, asi que tambien se le cede el control con el archivo
      * cerrado.
                   ACCEPT PRV-TEL1 LINE 8 POSITION 50
                   DISPLAY "Telefono 2:" LINE 9 POSITION 20
                   ACCEPT PRV-TEL2 LINE 9 POSITION 50
                   MOVE "R" TO PRV-REGIMEN
                   MOVE "S" TO PRV-RET-FTE
                   MOVE "S" TO PRV-RET-IVA
                   MOVE "S" TO PRV-RET-ICA
                   MOVE "COMP" TO PRV-CONCEPTO
                   MOVE 10 TO WS-LIN-PRV
                   PERFORM PRV-CAPTURAR-RETENCION
                   WRITE PRVDATA
                   IF WS-FS-PRV = "00"
                      DISPLAY "Proveedor creado." LINE 15 POSITION 20
                   ELSE
                      DISPLAY "Error FS = " WS-FS-PRV LINE 15
                          POSITION 20
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Ese proveedor ya existe." LINE 15
                       POSITION 20
           END-READ.
           PERFORM PAUSA.
                       POSITION 20
                   DISPLAY "Telefonos  : " PRV-TEL1 " " PRV-TEL2
                       LINE 10 POSITION 20
                   DISPLAY "Regimen IVA: " PRV-REGIMEN
                       "   Concepto: " PRV-CONCEPTO
                       LINE 11 POSITION 20
                   DISPLAY "Retiene FTE/IVA/ICA: " PRV-RET-FTE " "
                       PRV-RET-IVA " " PRV-RET-ICA
                       LINE 12 POSITION 20
           END-READ.
           PERFORM PAUSA.

                   ACCEPT PRV-TEL1 LINE 9 POSITION 50
                   DISPLAY "Nuevo telefono 2:" LINE 10 POSITION 20
                   ACCEPT PRV-TEL2 LINE 10 POSITION 50
                   MOVE 11 TO WS-LIN-PRV
                   PERFORM PRV-CAPTURAR-RETENCION
                   REWRITE PRVDATA
                   IF WS-FS-PRV NOT = "00"
                      DISPLAY "Error FS = " WS-FS-PRV LINE 16
                          POSITION 20
                   ELSE
                      DISPLAY "Proveedor actualizado." LINE 16
                          POSITION 20
                   END-IF
           END-READ.
           PERFORM PAUSA.

      * Perfil de retenciones del proveedor, a partir de la linea
      * WS-LIN-PRV; lo que no sea S/N (o R/N) conserva lo que traia.
       PRV-CAPTURAR-RETENCION.
           MOVE PRV-REGIMEN TO WS-RESP-PRV.
           DISPLAY "Regimen IVA (R=responsable N=no):" LINE WS-LIN-PRV
               POSITION 20.
           ACCEPT WS-RESP-PRV LINE WS-LIN-PRV POSITION 56.
           IF WS-RESP-PRV = "R" OR WS-RESP-PRV = "N"
              MOVE WS-RESP-PRV TO PRV-REGIMEN
           END-IF.
           ADD 1 TO WS-LIN-PRV.
           DISPLAY "Retiene FTE / IVA / ICA (S/N):" LINE WS-LIN-PRV
               POSITION 20.
           MOVE PRV-RET-FTE TO WS-RESP-PRV.
           ACCEPT WS-RESP-PRV LINE WS-LIN-PRV POSITION 56.
           IF WS-RESP-PRV = "S" OR WS-RESP-PRV = "N"
              MOVE WS-RESP-PRV TO PRV-RET-FTE
           END-IF.
           MOVE PRV-RET-IVA TO WS-RESP-PRV.
           ACCEPT WS-RESP-PRV LINE WS-LIN-PRV POSITION 59.
           IF WS-RESP-PRV = "S" OR WS-RESP-PRV = "N"
              MOVE WS-RESP-PRV TO PRV-RET-IVA
           END-IF.
           MOVE PRV-RET-ICA TO WS-RESP-PRV.
           ACCEPT WS-RESP-PRV LINE WS-LIN-PRV POSITION 62.
           IF WS-RESP-PRV = "S" OR WS-RESP-PRV = "N"
              MOVE WS-RESP-PRV TO PRV-RET-ICA
           END-IF.
           ADD 1 TO WS-LIN-PRV.
           DISPLAY "Concepto de retencion (COMP/SERV):" LINE WS-LIN-PRV
               POSITION 20.
           DISPLAY PRV-CONCEPTO LINE WS-LIN-PRV POSITION 56.
           ACCEPT PRV-CONCEPTO LINE WS-LIN-PRV POSITION 56.
           IF PRV-CONCEPTO = SPACES
              MOVE "COMP" TO PRV-CONCEPTO
           END-IF.

       PRV-ELIMINAR.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Eliminar proveedor -----" LINE 3 POSITION 20.
               POSITION 60.
           DISPLAY "  V -> Precio por segmento"     LINE 14
               POSITION 60.
           DISPLAY "  S -> Serial y garantia"       LINE 13
               POSITION 60.
           DISPLAY "  I -> Inspeccion de calidad"   LINE 12
               POSITION 60.
           DISPLAY "  T -> Reposicion de gondola"   LINE 11
               POSITION 60.
           DISPLAY "  E -> Estado del articulo"     LINE 10
               POSITION 60.
           DISPLAY "  W -> Sustitutos"              LINE 9
               POSITION 60.
           DISPLAY "  Q -> Salir"                   LINE 17 POSITION 60.
           DISPLAY "Seleccione una opción:"         LINE 18 POSITION 20.
           ACCEPT WS-OPCION LINE 18 POSITION 41.
                    PERFORM OPERACION-ALIAS
               WHEN "V"
                    PERFORM OPERACION-PRECIO-SEG
               WHEN "S"
                    PERFORM OPERACION-SERIAL
               WHEN "I"
                    PERFORM OPERACION-INSPECCION
               WHEN "T"
                    PERFORM LLAMAR-REPOSICION
               WHEN "E"
                    PERFORM OPERACION-ESTADO
               WHEN "W"
                    PERFORM OPERACION-SUSTITUTOS
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
               AT END MOVE "10" TO WS-FS-CBA
           END-READ.

      ****************************************************************
      * Sustitutos del articulo: lista ordenada por rango de los     *
      * articulos que se pueden ofrecer cuando este se agota.        *
      ****************************************************************
       OPERACION-SUSTITUTOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Sustitutos del articulo -----"
               LINE 3 POSITION 20.
           PERFORM ARMAR-CODART.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "Articulo no encontrado." LINE 9
                       POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           MOVE CODART TO WS-SUS-BASE.
           DISPLAY DESCRI(1:40) LINE 8 POSITION 20.
           OPEN I-O ARCHIVO-SUS.
           IF WS-FS-SUS = "35"
              CLOSE ARCHIVO-SUS
              OPEN OUTPUT ARCHIVO-SUS
              CLOSE ARCHIVO-SUS
              OPEN I-O ARCHIVO-SUS
           END-IF.
           DISPLAY "A=agregar, L=listar, D=quitar:" LINE 4
               POSITION 20.
           MOVE SPACES TO WS-OPTION.
           ACCEPT WS-OPTION LINE 4 POSITION 52.
           EVALUATE WS-OPTION
               WHEN "A" PERFORM SUS-AGREGAR
               WHEN "L" PERFORM SUS-LISTAR
               WHEN "D" PERFORM SUS-QUITAR
               WHEN OTHER DISPLAY "Opción no válida."
           END-EVALUATE.
           CLOSE ARCHIVO-SUS.
           PERFORM PAUSA.

       SUS-AGREGAR.
           DISPLAY "Rango (01 = el primero que se ofrece):" LINE 10
               POSITION 20.
           MOVE 0 TO SU-RANGO.
           ACCEPT SU-RANGO LINE 10 POSITION 60.
           IF SU-RANGO = 0
              DISPLAY "Rango invalido." LINE 14 POSITION 20
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo de barras del sustituto:" LINE 11
               POSITION 20.
           MOVE SPACES TO WS-SUS-CODBAR.
           ACCEPT WS-SUS-CODBAR LINE 11 POSITION 52.
           MOVE WS-SUS-CODBAR TO CODBAR.
           READ ARCHIVO-ART RECORD KEY CODBAR
               INVALID KEY
                   DISPLAY "Sustituto no encontrado." LINE 14
                       POSITION 20
                   EXIT PARAGRAPH
           END-READ.
           IF CODART = WS-SUS-BASE
              DISPLAY "Un articulo no se sustituye a si mismo."
                  LINE 14 POSITION 20
              EXIT PARAGRAPH
           END-IF.
           DISPLAY DESCRI(1:40) LINE 12 POSITION 20.
           MOVE CODART TO SU-SUSTITUTO.
           MOVE WS-SUS-BASE TO SU-CODART.
           DISPLAY "Nota (otra marca, empaque mayor...):" LINE 13
               POSITION 20.
           MOVE SPACES TO SU-NOTA.
           ACCEPT SU-NOTA LINE 13 POSITION 58.
           WRITE SUSDATA
               INVALID KEY
                   REWRITE SUSDATA
           END-WRITE.
           IF WS-FS-SUS = "00"
              DISPLAY "Sustituto grabado." LINE 14 POSITION 20
           ELSE
              DISPLAY "Error FS = " WS-FS-SUS LINE 14 POSITION 20
           END-IF.

       SUS-LISTAR.
           MOVE 10 TO WS-SUS-LIN.
           MOVE WS-SUS-BASE TO SU-CODART.
           MOVE 0 TO SU-RANGO.
           START ARCHIVO-SUS KEY IS NOT LESS THAN SU-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-SUS
           END-START.
           IF WS-FS-SUS = "00"
              PERFORM READ-SIGUIENTE-SUS
              PERFORM UNTIL WS-FS-SUS NOT = "00"
                 IF SU-CODART = WS-SUS-BASE
                    IF WS-SUS-LIN > 20
                       PERFORM PAUSA
                       PERFORM CLEAR-SCREEN
                       MOVE 5 TO WS-SUS-LIN
                    END-IF
                    DISPLAY SU-RANGO " " SU-SUSTITUTO(1:30) " "
                        SU-NOTA LINE WS-SUS-LIN POSITION 10
                    ADD 1 TO WS-SUS-LIN
                    PERFORM READ-SIGUIENTE-SUS
                 ELSE
                    MOVE "10" TO WS-FS-SUS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-SUS.
           IF WS-SUS-LIN = 10
              DISPLAY "Sin sustitutos registrados." LINE 10
                  POSITION 20
           END-IF.

       SUS-QUITAR.
           DISPLAY "Rango a quitar:" LINE 10 POSITION 20.
           MOVE 0 TO SU-RANGO.
           ACCEPT SU-RANGO LINE 10 POSITION 40.
           MOVE WS-SUS-BASE TO SU-CODART.
           READ ARCHIVO-SUS
               INVALID KEY
                   DISPLAY "No hay sustituto en ese rango." LINE 12
                       POSITION 20
               NOT INVALID KEY
                   DELETE ARCHIVO-SUS
                   IF WS-FS-SUS = "00"
                      DISPLAY "Sustituto quitado." LINE 12
                          POSITION 20
                   ELSE
                      DISPLAY "Error FS = " WS-FS-SUS LINE 12
                          POSITION 20
                   END-IF
           END-READ.

       READ-SIGUIENTE-SUS.
           READ ARCHIVO-SUS NEXT RECORD
               AT END MOVE "10" TO WS-FS-SUS
           END-READ.

      * Req. catalogo: la busqueda por palabra clave ya no barre el
      * archivo completo inspeccionando los 500 bytes de cada
      * descripcion; consulta el indice de palabras (indice-descri.
                    PERFORM VALIDAR-PROVEEDOR
                    PERFORM VALIDAR-CATIVA
                    WRITE USUART
                    MOVE "W" TO WS-DIARIO-OPER
                    PERFORM DIARIO-ARTICULOS
                    IF WS-FS NOT = "00"
                       DISPLAY "Error al crear articulo. FS = " WS-FS
                    ELSE
                       MOVE "I" TO WS-IX-ACCION
                       MOVE DESCRI TO WS-DESCRI-IDX
                       PERFORM APLICAR-INDICE-DESCRI
                       IF PREVEN = 0
                          PERFORM LEER-ESTADO-ART
                          MOVE "P" TO WS-EST-NUEVO
                          MOVE "ALTA SIN PRECIO DE VENTA"
                              TO WS-EST-RAZON
                          PERFORM CAMBIAR-ESTADO-ART
                       END-IF
                       IF STOCK > 0
                          MOVE 0 TO WS-STOCK-ANT
                          MOVE STOCK TO WS-KDX-CANT
                   PERFORM VALIDAR-PROVEEDOR
                   PERFORM VALIDAR-CATIVA
                   REWRITE USUART
                   MOVE "R" TO WS-DIARIO-OPER
                   PERFORM DIARIO-ARTICULOS
                   IF WS-FS NOT = "00"
                      DISPLAY "Error al actualizar. FS = " WS-FS
                      PERFORM AVISAR-REGISTRO-EN-USO
                         OR PREVEN NOT = WS-OLD-PREVEN
                         PERFORM REGISTRAR-HIST-PRECIO
                      END-IF
                      PERFORM ESTADO-POR-PRECIO
                      IF STOCK NOT = WS-STOCK-ANT
                         COMPUTE WS-KDX-CANT = STOCK - WS-STOCK-ANT
                         MOVE "AJUSTE" TO WS-KDX-TIPO
                   MOVE DESCRI TO WS-DESCRI-IDX
                   PERFORM APLICAR-INDICE-DESCRI
                   DELETE ARCHIVO-ART
                   MOVE "D" TO WS-DIARIO-OPER
                   PERFORM DIARIO-ARTICULOS
                   IF WS-FS NOT = "00"
                      DISPLAY "Error al eliminar. FS = " WS-FS
                   ELSE
                      DISPLAY "Articulo eliminado exitosamente."
                      PERFORM BORRAR-ESTADO-ART
                   END-IF
           END-READ.
           PERFORM PAUSA.
                          LINE 21 POSITION 20
                      MOVE WS-CONTEO-FISICO TO STOCK
                      REWRITE USUART
                      MOVE "R" TO WS-DIARIO-OPER
                      PERFORM DIARIO-ARTICULOS
                      IF WS-FS NOT = "00"
                         DISPLAY "Error al ajustar stock. FS = " WS-FS
                             LINE 22 POSITION 20
               WS-DISPONIBLE LINE 22 POSITION 20.
           PERFORM LEER-CLASE-ABC.
           DISPLAY "Clase ABC: " WS-CLASE-ABC LINE 21 POSITION 60.
           PERFORM LEER-ESTADO-ART.
           DISPLAY "Estado   : " WS-EST-ART LINE 18 POSITION 60.

      ****************************************************************
      * Ubicacion del articulo dentro de una bodega: pasillo y       *
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO UB-CODART.
           READ ARCHIVO-UBI
               INVALID KEY
                   MOVE CODART TO UB-CODART
                   MOVE SPACES TO UB-PASILLO
                   MOVE SPACES TO UB-ESTANTE
                   MOVE 0 TO UB-MINIMO
                   MOVE 0 TO UB-MAXIMO
           END-READ.
           DISPLAY "Pasillo:" LINE 11 POSITION 20.
           ACCEPT UB-PASILLO LINE 11 POSITION 42.
           DISPLAY "Estante:" LINE 12 POSITION 20.
           ACCEPT UB-ESTANTE LINE 12 POSITION 42.
      * Frentes de gondola: la reposicion sube desde BOD cuando lo
      * que hay en PRI baja del minimo, hasta completar el maximo.
           IF UB-BODEGA = "PRI"
              DISPLAY "Minimo de frentes:" LINE 13 POSITION 20
              ACCEPT UB-MINIMO LINE 13 POSITION 42
              DISPLAY "Maximo de frentes:" LINE 13 POSITION 50
              ACCEPT UB-MAXIMO LINE 13 POSITION 70
              IF UB-MAXIMO < UB-MINIMO
                 MOVE UB-MINIMO TO UB-MAXIMO
              END-IF
           END-IF.
           WRITE UBIDATA
               INVALID KEY
                   REWRITE UBIDATA
           END-IF.
           PERFORM PAUSA.

      ****************************************************************
      * Serial y garantia: marca el articulo como serializado (la    *
      * recepcion y la venta piden un serial por unidad) y fija los  *
      * meses de garantia que se cuentan desde la venta.             *
      ****************************************************************
       OPERACION-SERIAL.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Serial y garantia -----" LINE 3
               POSITION 20.
           PERFORM ARMAR-CODART.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "Articulo no encontrado." LINE 9
                       POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) LINE 9 POSITION 20.
           OPEN I-O ARCHIVO-ASR.
           IF WS-FS-ASR = "35"
              CLOSE ARCHIVO-ASR
              OPEN OUTPUT ARCHIVO-ASR
              CLOSE ARCHIVO-ASR
              OPEN I-O ARCHIVO-ASR
           END-IF.
           MOVE CODART TO AS-CODART.
           READ ARCHIVO-ASR
               INVALID KEY
                   MOVE "N" TO AS-SERIALIZADO
                   MOVE 0 TO AS-GARANTIA
           END-READ.
           DISPLAY "Actual: serial " AS-SERIALIZADO " garantia "
               AS-GARANTIA " meses" LINE 10 POSITION 20.
           DISPLAY "Exige serial por unidad (S/N):" LINE 11
               POSITION 20.
           ACCEPT AS-SERIALIZADO LINE 11 POSITION 52.
           IF AS-SERIALIZADO = "s"
              MOVE "S" TO AS-SERIALIZADO
           END-IF.
           IF AS-SERIALIZADO NOT = "S"
              MOVE "N" TO AS-SERIALIZADO
           END-IF.
           DISPLAY "Meses de garantia:" LINE 12 POSITION 20.
           ACCEPT AS-GARANTIA LINE 12 POSITION 52.
           MOVE CODART TO AS-CODART.
           WRITE ASRDATA
               INVALID KEY
                   REWRITE ASRDATA
           END-WRITE.
           IF WS-FS-ASR = "00"
              DISPLAY "Serial y garantia grabados." LINE 14
                  POSITION 20
           ELSE
              DISPLAY "Error FS = " WS-FS-ASR LINE 14 POSITION 20
           END-IF.
           CLOSE ARCHIVO-ASR.
           PERFORM PAUSA.

      ****************************************************************
      * Inspeccion de calidad: el articulo marcado se recibe en la   *
      * bodega de cuarentena y solo entra al stock vendible cuando   *
      * la inspeccion lo acepta (ordenes-compra, opcion I).          *
      ****************************************************************
       OPERACION-INSPECCION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Inspeccion de calidad -----" LINE 3
               POSITION 20.
           PERFORM ARMAR-CODART.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "Articulo no encontrado." LINE 9
                       POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) LINE 9 POSITION 20.
           OPEN I-O ARCHIVO-AIN.
           IF WS-FS-AIN = "35"
              CLOSE ARCHIVO-AIN
              OPEN OUTPUT ARCHIVO-AIN
              CLOSE ARCHIVO-AIN
              OPEN I-O ARCHIVO-AIN
           END-IF.
           MOVE CODART TO AI-CODART.
           READ ARCHIVO-AIN
               INVALID KEY
                   MOVE "N" TO AI-INSPECCION
           END-READ.
           DISPLAY "Actual: inspeccion " AI-INSPECCION LINE 10
               POSITION 20.
           DISPLAY "Exige inspeccion al recibir (S/N):" LINE 11
               POSITION 20.
           ACCEPT AI-INSPECCION LINE 11 POSITION 56.
           IF AI-INSPECCION = "s"
              MOVE "S" TO AI-INSPECCION
           END-IF.
           IF AI-INSPECCION NOT = "S"
              MOVE "N" TO AI-INSPECCION
           END-IF.
           MOVE CODART TO AI-CODART.
           WRITE AINDATA
               INVALID KEY
                   REWRITE AINDATA
           END-WRITE.
           IF WS-FS-AIN = "00"
              DISPLAY "Marca de inspeccion grabada." LINE 14
                  POSITION 20
           ELSE
              DISPLAY "Error FS = " WS-FS-AIN LINE 14 POSITION 20
           END-IF.
           CLOSE ARCHIVO-AIN.
           PERFORM PAUSA.

      ****************************************************************
      * Estado de ciclo de vida: A(ctivo), D(escontinuado: se vende  *
      * lo que queda y no se vuelve a pedir), B(loqueado para la     *
      * venta) y P(endiente de alta, sin precio). Compras, bajo      *
      * stock, punto de venta, pedidos web, cotizaciones y el        *
      * catalogo web lo respetan; cada cambio queda en la auditoria  *
      * con su motivo.                                               *
      ****************************************************************
       OPERACION-ESTADO.
           MOVE "ESTADART" TO WS-PERM-OPER.
           PERFORM VERIFICAR-PERMISO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "Su cargo no tiene permiso para esta operacion."
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Estado del articulo -----" LINE 3
               POSITION 20.
           PERFORM ARMAR-CODART.
           READ ARCHIVO-ART RECORD KEY CODART
               INVALID KEY
                   DISPLAY "Articulo no encontrado." LINE 9
                       POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESCRI(1:40) " PREVEN " PREVEN LINE 9
               POSITION 20.
           PERFORM LEER-ESTADO-ART.
           DISPLAY "Actual: " WS-EST-ART " " WS-EST-MOTIVO LINE 10
               POSITION 20.
           DISPLAY "A=activo D=descontinuado B=bloqueado P=pendiente"
               LINE 11 POSITION 20.
           DISPLAY "Nuevo estado:" LINE 12 POSITION 20.
           MOVE SPACES TO WS-EST-NUEVO.
           ACCEPT WS-EST-NUEVO LINE 12 POSITION 52.
           IF WS-EST-NUEVO NOT = "A" AND WS-EST-NUEVO NOT = "D"
              AND WS-EST-NUEVO NOT = "B" AND WS-EST-NUEVO NOT = "P"
              DISPLAY "Estado invalido." LINE 14 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-EST-NUEVO = WS-EST-ART
              DISPLAY "El articulo ya esta en ese estado." LINE 14
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-EST-NUEVO = "A" AND PREVEN = 0
              DISPLAY "Sin precio de venta no puede quedar activo."
                  LINE 14 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motivo:" LINE 13 POSITION 20.
           MOVE SPACES TO WS-EST-RAZON.
           ACCEPT WS-EST-RAZON LINE 13 POSITION 52.
           IF WS-EST-RAZON = SPACES
              DISPLAY "El cambio de estado exige un motivo." LINE 14
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           PERFORM CAMBIAR-ESTADO-ART.
           IF WS-EST-GRABO = "S"
              DISPLAY "Estado grabado." LINE 14 POSITION 20
           ELSE
              DISPLAY "Error FS = " WS-FS-EAR LINE 14 POSITION 20
           END-IF.
           PERFORM PAUSA.

      * Estado vigente del articulo en CODART; sin registro (o sin
      * archivo todavia) el articulo esta activo.
       LEER-ESTADO-ART.
           MOVE "A" TO WS-EST-ART.
           MOVE SPACES TO WS-EST-MOTIVO.
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
                   MOVE EA-MOTIVO TO WS-EST-MOTIVO
           END-READ.
           CLOSE ARCHIVO-EAR.

      * Pasa el articulo de WS-EST-ART a WS-EST-NUEVO con el motivo
      * de WS-EST-RAZON y deja la linea en la auditoria.
       CAMBIAR-ESTADO-ART.
           MOVE "N" TO WS-EST-GRABO.
           OPEN I-O ARCHIVO-EAR.
           IF WS-FS-EAR = "35"
              CLOSE ARCHIVO-EAR
              OPEN OUTPUT ARCHIVO-EAR
              CLOSE ARCHIVO-EAR
              OPEN I-O ARCHIVO-EAR
           END-IF.
           MOVE CODART TO EA-CODART.
           MOVE WS-EST-NUEVO TO EA-ESTADO.
           MOVE WS-EST-RAZON TO EA-MOTIVO.
           ACCEPT EA-FECHA FROM DATE YYYYMMDD.
           MOVE T-NUMDOC TO EA-OPER.
           WRITE EARDATA
               INVALID KEY
                   REWRITE EARDATA
           END-WRITE.
           IF WS-FS-EAR = "00"
              MOVE "S" TO WS-EST-GRABO
           END-IF.
           CLOSE ARCHIVO-EAR.
           IF WS-EST-GRABO = "S"
              PERFORM AUDITAR-ESTADO-ART
           END-IF.

       AUDITAR-ESTADO-ART.
           ACCEPT WS-FECHA-EST FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EST  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-EST " " WS-HORA-EST
               " EST-ART " CODART(1:30)
               " " WS-EST-ART "->" WS-EST-NUEVO
               " OP=" T-NUMDOC
               " MOT=" WS-EST-RAZON
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           PERFORM ESCRIBIR-AUDITORIA.

      * Despues de cambiar el precio de venta: el articulo pendiente
      * que ya tiene precio queda activo y el activo que queda sin
      * precio vuelve a pendiente.
       ESTADO-POR-PRECIO.
           PERFORM LEER-ESTADO-ART.
           IF EST-PENDIENTE AND PREVEN > 0
              MOVE "A" TO WS-EST-NUEVO
              MOVE "PRECIO DE VENTA ASIGNADO" TO WS-EST-RAZON
              PERFORM CAMBIAR-ESTADO-ART
           END-IF.
           IF EST-ACTIVO AND PREVEN = 0
              MOVE "P" TO WS-EST-NUEVO
              MOVE "PRECIO DE VENTA EN CERO" TO WS-EST-RAZON
              PERFORM CAMBIAR-ESTADO-ART
           END-IF.

       BORRAR-ESTADO-ART.
           OPEN I-O ARCHIVO-EAR.
           IF WS-FS-EAR NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE CODART TO EA-CODART.
           DELETE ARCHIVO-EAR
               INVALID KEY
                   CONTINUE
           END-DELETE.
           CLOSE ARCHIVO-EAR.

       ESCRIBIR-AUDITORIA.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF WS-FS-AUD NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

      * La reposicion de gondola mueve stock-bod.dat y lee
      * ubicaciones.dat por su cuenta.
       LLAMAR-REPOSICION.
           CLOSE ARCHIVO-SBOD.
           CLOSE ARCHIVO-UBI.
           CALL "reposicion-gondola" USING PASAR
           END-CALL.
           OPEN I-O ARCHIVO-SBOD.
           OPEN I-O ARCHIVO-UBI.

      * Ubicaciones del articulo en CODART para las pantallas de
      * consulta, en formato PAS/EST.
       LEER-UBICACIONES.
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
           END-IF.
           IF WS-RP-FASE = "A"
              REWRITE USUART
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-ARTICULOS
              IF WS-FS NOT = "00"
                 DISPLAY "Error al repreciar " CODART(1:30)
                     " FS = " WS-FS
           IF WS-FS-HIS NOT = "00"
              OPEN OUTPUT ARCHIVO-HISPRE
           END-IF.
           PERFORM SELLAR-HIST-PRECIO.
           WRITE HISPRE-REG.
           CLOSE ARCHIVO-HISPRE.

       REGISTRAR-CONTEO.
           MOVE T-NUMDOC TO KDX-OPER.
           MOVE WS-ESTACION TO KDX-ESTACION.
           MOVE 0 TO KDX-SUCURSAL.
           WRITE KDXDATA
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-KARDEX.
           IF WS-FS-KDX NOT = "00"
              DISPLAY "Error al escribir kardex. FS = " WS-FS-KDX
           END-IF.
       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

      ****************************************************************
      * Sello de la linea del historial de precios, encadenado con   *
      * el de la linea anterior (hist-prec-cadena.dat).              *
      ****************************************************************
      * Sello de la linea de auditoria, encadenado con el de la
      * linea anterior (auditoria-cadena.dat).
       SELLAR-AUDITORIA.
           MOVE "../Usuarios/auditoria-cadena.dat" TO WS-RUTA-SLO.
           MOVE AUDIT-LINEA TO WS-SELLO-TEXTO.
           MOVE 120 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO AUDIT-MARCA.
           MOVE WS-SELLO TO AUDIT-SELLO.

       SELLAR-HIST-PRECIO.
           MOVE "../Articulos/hist-prec-cadena.dat" TO WS-RUTA-SLO.
           MOVE HISPRE-LINEA TO WS-SELLO-TEXTO.
           MOVE 160 TO WS-SELLO-LARGO.
           PERFORM ENCADENAR-SELLO.
           MOVE "#" TO HISPRE-MARCA.
           MOVE WS-SELLO TO HISPRE-SELLO.

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
           MOVE "GESTION-ARTICLES" TO DRJ-PROGRAMA.
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
