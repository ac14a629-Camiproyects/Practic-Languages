       IDENTIFICATION DIVISION.
       PROGRAM-ID. reposicion-gondola.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                REPOSICION DE GONDOLA DESDE BODEGA            *
      *                                                              *
      * Descripcion: Lo que esta en la bodega trasera no se vende.   *
      *              La corrida (G) recorre las ubicaciones de       *
      *              gondola (PRI) que tienen minimo de frentes en   *
      *              ubicaciones.dat y, si lo que hay en PRI segun   *
      *              stock-bod.dat quedo por debajo del minimo y hay *
      *              en BOD, genera una tarea en                     *
      *              tareas-reposicion.dat para subir hasta el       *
      *              maximo. La lista (L) sale por pasillo/estante   *
      *              en reposicion.txt. Confirmar (C) una tarea hace *
      *              el traslado BOD a PRI con su renglon en         *
      *              traslados.log, igual que el traslado de         *
      *              gestion-articles. Cada gondola encontrada vacia *
      *              con mercancia en BOD queda en gondola-vacia.log *
      *              y el reporte (V) las resume: son ventas que se  *
      *              pierden por culpa nuestra.                      *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre             *
      *      stock-bod.dat queda en el diario de recuperacion        *
      *      (diario-recup.dat) con su imagen posterior, fecha,      *
      *      hora, programa y estacion, para que recupera-diario la  *
      *      reaplique sobre un respaldo. El saldo por bodega        *
      *      vuelve a actualizarse cuando la bodega ya existe: el    *
      *      NOT INVALID KEY de la lectura quedaba amarrado a la     *
      *      grabacion del alta.                                     *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-TAR
               ASSIGN TO "../Articulos/tareas-reposicion.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-NUMERO
               ALTERNATE RECORD KEY IS TR-CODART WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TAR.
           SELECT ARCHIVO-TRCTL
               ASSIGN TO "../Articulos/reposicion-ctl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRC.
           SELECT ARCHIVO-UBI ASSIGN TO "../Articulos/ubicaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-UBI.
           SELECT ARCHIVO-SBOD ASSIGN TO "../Articulos/stock-bod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-SBOD.
           SELECT ARCHIVO-DIARIO ASSIGN TO "../diario-recup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-DRJEST ASSIGN TO "estacion.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRJ.
           SELECT ARCHIVO-TRAS ASSIGN TO "../Articulos/traslados.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAS.
           SELECT ARCHIVO-VACIA
               ASSIGN TO "../Articulos/gondola-vacia.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VAC.
           SELECT ARCHIVO-LISTA
               ASSIGN TO "../Articulos/reposicion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-gondola-vacia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
           SELECT ARCHIVO-EXCIO ASSIGN TO "../excepciones-io.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      * Tarea de reposicion: subir TR-CANT de BOD a la gondola del
      * articulo. Pendiente (P) hasta que se confirma (C) con lo que
      * de verdad se subio, o se anula (A).
       FD  ARCHIVO-TAR.
       01  TARDATA.
           05 TR-NUMERO      PIC 9(6).
           05 TR-CODART      PIC X(120).
           05 TR-PASILLO     PIC X(4).
           05 TR-ESTANTE     PIC X(4).
           05 TR-UBI-BOD     PIC X(9).
           05 TR-PISO        PIC 9(10).
           05 TR-CANT        PIC 9(10).
           05 TR-FECHA       PIC 9(8).
           05 TR-ESTADO      PIC X.
              88 TR-PENDIENTE VALUE "P".
              88 TR-CONFIRMADA VALUE "C".
              88 TR-ANULADA   VALUE "A".
           05 TR-CANT-CONF   PIC 9(10).
           05 TR-FECCONF     PIC 9(8).
           05 TR-OPER        PIC 9(10).

       FD  ARCHIVO-TRCTL.
       01  REG-TRCTL.
           05 TRCTL-ULT      PIC 9(6).

       FD  ARCHIVO-UBI.
       01  UBIDATA.
           05 UB-CLAVE.
              07 UB-CODART   PIC X(120).
              07 UB-BODEGA   PIC X(3).
           05 UB-PASILLO     PIC X(4).
           05 UB-ESTANTE     PIC X(4).
           05 UB-MINIMO      PIC 9(6).
           05 UB-MAXIMO      PIC 9(6).

       FD  ARCHIVO-SBOD.
       01  SBODATA.
           05 SB-CLAVE.
              07 SB-CODART   PIC X(120).
              07 SB-BODEGA   PIC X(3).
           05 SB-CANTIDAD    PIC 9(10).

       FD  ARCHIVO-TRAS.
       01  TRAS-LINEA        PIC X(200).

      * Una linea por gondola encontrada vacia con mercancia en BOD.
       FD  ARCHIVO-VACIA.
       01  VACIA-LINEA.
           05 GV-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 GV-PASILLO     PIC X(4).
           05 FILLER         PIC X.
           05 GV-ESTANTE     PIC X(4).
           05 FILLER         PIC X.
           05 GV-BOD         PIC 9(10).
           05 FILLER         PIC X.
           05 GV-CODART      PIC X(120).

       FD  ARCHIVO-LISTA.
       01  LISTA-LINEA       PIC X(160).

       FD  ARCHIVO-REPORTE.
       01  REPORTE-LINEA     PIC X(160).

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
       01 WS-FS-TAR           PIC XX.
       01 WS-FS-TRC           PIC XX.
       01 WS-FS-UBI           PIC XX.
       01 WS-FS-SBOD          PIC XX.
       01 WS-FS-TRAS          PIC XX.
       01 WS-FS-VAC           PIC XX.
       01 WS-FS-LIS           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-SB-PRI           PIC 9(10).
       01 WS-SB-BOD           PIC 9(10).
       01 WS-SB-BODEGA        PIC X(3).
       01 WS-SB-DELTA         PIC S9(10).
       01 WS-SB-NUEVA         PIC S9(11).
       01 WS-CODART           PIC X(120).
       01 WS-PAS-PISO         PIC X(4).
       01 WS-EST-PISO         PIC X(4).
       01 WS-MAXIMO           PIC 9(6).
       01 WS-HAY-PEND         PIC X.
       01 WS-NUM-TAREA        PIC 9(6).
       01 WS-CANT-TAREA       PIC 9(10).
       01 WS-UBIS-LEIDAS      PIC 9(6).
       01 WS-TAREAS-NUEVAS    PIC 9(6).
       01 WS-YA-PENDIENTES    PIC 9(6).
       01 WS-VACIAS           PIC 9(6).
       01 WS-CANT-CONF        PIC 9(10).
       01 WS-FECHA-TRAS       PIC 9(8).
       01 WS-HORA-TRAS        PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-FIN-VAC          PIC X.
       01 WS-REP-FILAS        PIC 9(6).
       01 WS-REP-UNIDADES     PIC 9(12).
       01 WS-LIN              PIC 9(2).
      * Tareas pendientes ordenadas por pasillo/estante de gondola.
       01 WS-I                PIC 9(3).
       01 WS-J                PIC 9(3).
       01 WS-NUM-FILAS        PIC 9(3) VALUE 0.
       01 WS-TABLA-LLENA      PIC X VALUE "N".
       01 TABLA-TAREAS.
           05 TT-ENTRADA OCCURS 500 TIMES.
              10 TT-UBICACION PIC X(9).
              10 TT-NUMERO    PIC 9(6).
              10 TT-CODART    PIC X(120).
              10 TT-UBI-BOD   PIC X(9).
              10 TT-CANT      PIC 9(10).
       01 TT-TEMP.
           05 TX-UBICACION    PIC X(9).
           05 TX-NUMERO       PIC 9(6).
           05 TX-CODART       PIC X(120).
           05 TX-UBI-BOD      PIC X(9).
           05 TX-CANT         PIC 9(10).

      * Diario de recuperacion (ver REGISTRAR-DIARIO).
       01 WS-FS-DRJ          PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       LINKAGE SECTION.
       01 PASAR.
           07 T-NUMDOC       PIC 9(10).
           07 T-NOMAPE       PIC X(65).

       PROCEDURE DIVISION USING PASAR.
       INICIO.
           PERFORM CLEAR-SCREEN.
           OPEN I-O ARCHIVO-TAR.
           IF WS-FS-TAR = "35"
              CLOSE ARCHIVO-TAR
              OPEN OUTPUT ARCHIVO-TAR
              CLOSE ARCHIVO-TAR
              OPEN I-O ARCHIVO-TAR
           END-IF.
           IF WS-FS-TAR NOT = "00"
              DISPLAY "Error al abrir tareas-reposicion.dat. FS = "
                  WS-FS-TAR
              MOVE "REPOSICION-GONDOLA" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/tareas-reposicion.dat"
                  TO WS-EXC-ARCHIVO
              MOVE WS-FS-TAR TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              PERFORM PAUSA
              GOBACK
           END-IF.
           OPEN I-O ARCHIVO-SBOD.
           IF WS-FS-SBOD = "35"
              CLOSE ARCHIVO-SBOD
              OPEN OUTPUT ARCHIVO-SBOD
              CLOSE ARCHIVO-SBOD
              OPEN I-O ARCHIVO-SBOD
           END-IF.
           OPEN INPUT ARCHIVO-UBI.
           PERFORM MENU-REPOSICION UNTIL WS-OPCION = "Q".
           CLOSE ARCHIVO-TAR.
           CLOSE ARCHIVO-SBOD.
           IF WS-FS-UBI = "00"
              CLOSE ARCHIVO-UBI
           END-IF.
           GOBACK.

       MENU-REPOSICION.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  REPOSICION DE GONDOLA        " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  G -> Generar tareas"          LINE 7 POSITION 20.
           DISPLAY "  L -> Lista de tareas"         LINE 8 POSITION 20.
           DISPLAY "  C -> Confirmar tarea"         LINE 9 POSITION 20.
           DISPLAY "  V -> Gondolas vacias"        LINE 10 POSITION 20.
           DISPLAY "  Q -> Volver"                 LINE 11 POSITION 20.
           DISPLAY "Seleccione una opción:"        LINE 13 POSITION 20.
           ACCEPT WS-OPCION LINE 13 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "G"
                    PERFORM GENERAR-TAREAS
               WHEN "L"
                    PERFORM LISTAR-TAREAS
               WHEN "C"
                    PERFORM CONFIRMAR-TAREA
               WHEN "V"
                    PERFORM REPORTE-GONDOLA-VACIA
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

      ****************************************************************
      * Corrida de reposicion: por cada gondola con minimo, si en    *
      * PRI hay menos del minimo y en BOD hay mercancia, se pide     *
      * subir hasta el maximo (o lo que haya en BOD). Un articulo    *
      * que ya tiene tarea pendiente no se vuelve a pedir. La        *
      * gondola en cero con mercancia en BOD queda en el log de      *
      * gondolas vacias.                                             *
      ****************************************************************
       GENERAR-TAREAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Generar tareas de reposicion -----" LINE 3
               POSITION 20.
           IF WS-FS-UBI NOT = "00"
              DISPLAY "No hay ubicaciones registradas." LINE 5
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-UBIS-LEIDAS.
           MOVE 0 TO WS-TAREAS-NUEVAS.
           MOVE 0 TO WS-YA-PENDIENTES.
           MOVE 0 TO WS-VACIAS.
           MOVE LOW-VALUES TO UB-CLAVE.
           START ARCHIVO-UBI KEY IS NOT LESS THAN UB-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-UBI
           END-START.
           IF WS-FS-UBI = "00"
              PERFORM READ-SIGUIENTE-UBI
              PERFORM UNTIL WS-FS-UBI NOT = "00"
                 IF UB-BODEGA = "PRI" AND UB-MINIMO > 0
                    ADD 1 TO WS-UBIS-LEIDAS
                    PERFORM REVISAR-GONDOLA
                 END-IF
                 PERFORM READ-SIGUIENTE-UBI
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-UBI.
           DISPLAY "Gondolas con minimo      : " WS-UBIS-LEIDAS
               LINE 5 POSITION 20.
           DISPLAY "Tareas nuevas            : " WS-TAREAS-NUEVAS
               LINE 6 POSITION 20.
           DISPLAY "Ya tenian tarea pendiente: " WS-YA-PENDIENTES
               LINE 7 POSITION 20.
           DISPLAY "Gondolas vacias con BOD  : " WS-VACIAS
               LINE 8 POSITION 20.
           PERFORM ESCRIBIR-LISTA.
           DISPLAY "Lista en reposicion.txt (" WS-NUM-FILAS
               " tareas pendientes)." LINE 10 POSITION 20.
           PERFORM PAUSA.

       REVISAR-GONDOLA.
           MOVE UB-CODART TO WS-CODART.
           MOVE UB-PASILLO TO WS-PAS-PISO.
           MOVE UB-ESTANTE TO WS-EST-PISO.
           MOVE UB-MAXIMO TO WS-MAXIMO.
           IF WS-MAXIMO < UB-MINIMO
              MOVE UB-MINIMO TO WS-MAXIMO
           END-IF.
           PERFORM LEER-STOCK-BODEGAS.
           IF WS-SB-BOD = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-SB-PRI = 0
              ADD 1 TO WS-VACIAS
              PERFORM REGISTRAR-GONDOLA-VACIA
           END-IF.
           IF WS-SB-PRI >= UB-MINIMO
              EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-TAREA-PENDIENTE.
           IF WS-HAY-PEND = "S"
              ADD 1 TO WS-YA-PENDIENTES
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CANT-TAREA = WS-MAXIMO - WS-SB-PRI.
           IF WS-CANT-TAREA > WS-SB-BOD
              MOVE WS-SB-BOD TO WS-CANT-TAREA
           END-IF.
           PERFORM OBTENER-NUMERO-TAREA.
           MOVE WS-NUM-TAREA TO TR-NUMERO.
           MOVE WS-CODART TO TR-CODART.
           MOVE WS-PAS-PISO TO TR-PASILLO.
           MOVE WS-EST-PISO TO TR-ESTANTE.
           PERFORM RESOLVER-UBI-BOD.
           MOVE WS-SB-PRI TO TR-PISO.
           MOVE WS-CANT-TAREA TO TR-CANT.
           MOVE WS-FECHA-HOY TO TR-FECHA.
           MOVE "P" TO TR-ESTADO.
           MOVE 0 TO TR-CANT-CONF.
           MOVE 0 TO TR-FECCONF.
           MOVE 0 TO TR-OPER.
           WRITE TARDATA.
           IF WS-FS-TAR = "00"
              ADD 1 TO WS-TAREAS-NUEVAS
           ELSE
              DISPLAY "Error al grabar tarea. FS = " WS-FS-TAR
           END-IF.

      * Pasillo/estante en BOD de donde se baja la mercancia; se lee
      * por clave sin perder la posicion del recorrido de gondolas.
       RESOLVER-UBI-BOD.
           MOVE "SIN-UBI" TO TR-UBI-BOD.
           MOVE WS-CODART TO UB-CODART.
           MOVE "BOD" TO UB-BODEGA.
           READ ARCHIVO-UBI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO TR-UBI-BOD
                   STRING UB-PASILLO "-" UB-ESTANTE
                       DELIMITED BY SIZE INTO TR-UBI-BOD
                   END-STRING
           END-READ.
           MOVE WS-CODART TO UB-CODART.
           MOVE "PRI" TO UB-BODEGA.
           START ARCHIVO-UBI KEY IS GREATER THAN UB-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-UBI
           END-START.

       BUSCAR-TAREA-PENDIENTE.
           MOVE "N" TO WS-HAY-PEND.
           MOVE WS-CODART TO TR-CODART.
           START ARCHIVO-TAR KEY IS EQUAL TO TR-CODART
               INVALID KEY
                   MOVE "10" TO WS-FS-TAR
           END-START.
           IF WS-FS-TAR = "00"
              PERFORM READ-SIGUIENTE-TAR
              PERFORM UNTIL WS-FS-TAR NOT = "00"
                 IF TR-CODART = WS-CODART
                    IF TR-PENDIENTE
                       MOVE "S" TO WS-HAY-PEND
                       MOVE "10" TO WS-FS-TAR
                    ELSE
                       PERFORM READ-SIGUIENTE-TAR
                    END-IF
                 ELSE
                    MOVE "10" TO WS-FS-TAR
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-TAR.

       LEER-STOCK-BODEGAS.
           MOVE 0 TO WS-SB-PRI.
           MOVE 0 TO WS-SB-BOD.
           MOVE WS-CODART TO SB-CODART.
           MOVE "PRI" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SB-CANTIDAD TO WS-SB-PRI
           END-READ.
           MOVE WS-CODART TO SB-CODART.
           MOVE "BOD" TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SB-CANTIDAD TO WS-SB-BOD
           END-READ.

       REGISTRAR-GONDOLA-VACIA.
           MOVE SPACES TO VACIA-LINEA.
           MOVE WS-FECHA-HOY TO GV-FECHA.
           MOVE WS-PAS-PISO TO GV-PASILLO.
           MOVE WS-EST-PISO TO GV-ESTANTE.
           MOVE WS-SB-BOD TO GV-BOD.
           MOVE WS-CODART TO GV-CODART.
           OPEN EXTEND ARCHIVO-VACIA.
           IF WS-FS-VAC NOT = "00"
              OPEN OUTPUT ARCHIVO-VACIA
           END-IF.
           WRITE VACIA-LINEA.
           CLOSE ARCHIVO-VACIA.

       LISTAR-TAREAS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Tareas de reposicion pendientes -----" LINE 3
               POSITION 15.
           PERFORM ESCRIBIR-LISTA.
           IF WS-NUM-FILAS = 0
              DISPLAY "No hay tareas pendientes." LINE 5 POSITION 15
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "GONDOLA   TAREA  ARTICULO                  "
               "DESDE BOD  CANTIDAD" LINE 5 POSITION 2.
           MOVE 6 TO WS-LIN.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-FILAS OR WS-I > 15
              DISPLAY TT-UBICACION(WS-I) " " TT-NUMERO(WS-I) " "
                  TT-CODART(WS-I)(1:25) " " TT-UBI-BOD(WS-I) " "
                  TT-CANT(WS-I) LINE WS-LIN POSITION 2
              ADD 1 TO WS-LIN
           END-PERFORM.
           DISPLAY "Lista completa en reposicion.txt (" WS-NUM-FILAS
               " tareas)." LINE 22 POSITION 2.
           PERFORM PAUSA.

      * Carga las tareas pendientes, las ordena por la gondola y deja
      * la hoja de trabajo en reposicion.txt.
       ESCRIBIR-LISTA.
           MOVE 0 TO WS-NUM-FILAS.
           MOVE "N" TO WS-TABLA-LLENA.
           MOVE 0 TO TR-NUMERO.
           START ARCHIVO-TAR KEY IS NOT LESS THAN TR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-TAR
           END-START.
           IF WS-FS-TAR = "00"
              PERFORM READ-SIGUIENTE-TAR
              PERFORM UNTIL WS-FS-TAR NOT = "00"
                 IF TR-PENDIENTE
                    PERFORM CARGAR-FILA-TAREA
                 END-IF
                 PERFORM READ-SIGUIENTE-TAR
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-TAR.
           PERFORM ORDENAR-POR-UBICACION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT ARCHIVO-LISTA.
           MOVE SPACES TO LISTA-LINEA.
           STRING "TAREAS DE REPOSICION DE GONDOLA - " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LISTA-LINEA
           END-STRING.
           WRITE LISTA-LINEA.
           IF WS-TABLA-LLENA = "S"
              MOVE "(TABLA LLENA: LISTA PARCIAL)" TO LISTA-LINEA
              WRITE LISTA-LINEA
           END-IF.
           MOVE SPACES TO LISTA-LINEA.
           WRITE LISTA-LINEA.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-FILAS
              MOVE SPACES TO LISTA-LINEA
              STRING "   GONDOLA " TT-UBICACION(WS-I)
                  " TAREA " TT-NUMERO(WS-I) " "
                  TT-CODART(WS-I)(1:30)
                  " BAJAR DE BOD " TT-UBI-BOD(WS-I)
                  " CANT " TT-CANT(WS-I)
                  DELIMITED BY SIZE INTO LISTA-LINEA
              END-STRING
              WRITE LISTA-LINEA
           END-PERFORM.
           MOVE SPACES TO LISTA-LINEA.
           WRITE LISTA-LINEA.
           MOVE SPACES TO LISTA-LINEA.
           STRING "TOTAL TAREAS: " WS-NUM-FILAS
               DELIMITED BY SIZE INTO LISTA-LINEA
           END-STRING.
           WRITE LISTA-LINEA.
           CLOSE ARCHIVO-LISTA.

       CARGAR-FILA-TAREA.
           IF WS-NUM-FILAS >= 500
              MOVE "S" TO WS-TABLA-LLENA
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-FILAS.
           MOVE SPACES TO TT-UBICACION(WS-NUM-FILAS).
           STRING TR-PASILLO "-" TR-ESTANTE DELIMITED BY SIZE
               INTO TT-UBICACION(WS-NUM-FILAS)
           END-STRING.
           MOVE TR-NUMERO TO TT-NUMERO(WS-NUM-FILAS).
           MOVE TR-CODART TO TT-CODART(WS-NUM-FILAS).
           MOVE TR-UBI-BOD TO TT-UBI-BOD(WS-NUM-FILAS).
           MOVE TR-CANT TO TT-CANT(WS-NUM-FILAS).

       ORDENAR-POR-UBICACION.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-NUM-FILAS
              PERFORM VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J > WS-NUM-FILAS
                 IF WS-J > WS-I
                    AND TT-UBICACION(WS-J) < TT-UBICACION(WS-I)
                    MOVE TT-ENTRADA(WS-I) TO TT-TEMP
                    MOVE TT-ENTRADA(WS-J) TO TT-ENTRADA(WS-I)
                    MOVE TT-TEMP TO TT-ENTRADA(WS-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ****************************************************************
      * Confirmacion: lo que de verdad se subio (ENTER = lo pedido,  *
      * 0 = anular la tarea) pasa de BOD a PRI y queda en            *
      * traslados.log como cualquier traslado. El STOCK total del    *
      * maestro no cambia.                                           *
      ****************************************************************
       CONFIRMAR-TAREA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Confirmar tarea de reposicion -----" LINE 3
               POSITION 20.
           DISPLAY "Numero de tarea:" LINE 5 POSITION 20.
           MOVE 0 TO TR-NUMERO.
           ACCEPT TR-NUMERO LINE 5 POSITION 45.
           READ ARCHIVO-TAR
               INVALID KEY
                   DISPLAY "Esa tarea no existe." LINE 7 POSITION 20
                   PERFORM PAUSA
                   EXIT PARAGRAPH
           END-READ.
           IF NOT TR-PENDIENTE
              DISPLAY "La tarea ya fue atendida (" TR-ESTADO ")."
                  LINE 7 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE TR-CODART TO WS-CODART.
           PERFORM LEER-STOCK-BODEGAS.
           DISPLAY "Articulo : " TR-CODART(1:40) LINE 7 POSITION 20.
           DISPLAY "Gondola  : " TR-PASILLO "-" TR-ESTANTE
               "  desde BOD " TR-UBI-BOD LINE 8 POSITION 20.
           DISPLAY "Pedido   : " TR-CANT "  PRI=" WS-SB-PRI
               " BOD=" WS-SB-BOD LINE 9 POSITION 20.
           DISPLAY "Cantidad subida (ENTER=pedido, 0=anular):"
               LINE 11 POSITION 20.
           MOVE TR-CANT TO WS-CANT-CONF.
           ACCEPT WS-CANT-CONF LINE 11 POSITION 63.
           IF WS-CANT-CONF = 0
              MOVE "A" TO TR-ESTADO
              ACCEPT TR-FECCONF FROM DATE YYYYMMDD
              MOVE T-NUMDOC TO TR-OPER
              REWRITE TARDATA
              DISPLAY "Tarea anulada." LINE 13 POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           IF WS-CANT-CONF > WS-SB-BOD
              DISPLAY "No hay esa cantidad en BOD." LINE 13
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           MOVE "BOD" TO WS-SB-BODEGA.
           COMPUTE WS-SB-DELTA = 0 - WS-CANT-CONF.
           PERFORM AJUSTAR-BODEGA.
           MOVE "PRI" TO WS-SB-BODEGA.
           MOVE WS-CANT-CONF TO WS-SB-DELTA.
           PERFORM AJUSTAR-BODEGA.
           PERFORM LEER-STOCK-BODEGAS.
           PERFORM REGISTRAR-TRASLADO.
           MOVE "C" TO TR-ESTADO.
           MOVE WS-CANT-CONF TO TR-CANT-CONF.
           ACCEPT TR-FECCONF FROM DATE YYYYMMDD.
           MOVE T-NUMDOC TO TR-OPER.
           REWRITE TARDATA.
           IF WS-FS-TAR NOT = "00"
              DISPLAY "Error al cerrar la tarea. FS = " WS-FS-TAR
                  LINE 13 POSITION 20
           ELSE
              DISPLAY "Traslado aplicado. PRI=" WS-SB-PRI
                  " BOD=" WS-SB-BOD LINE 13 POSITION 20
           END-IF.
           PERFORM PAUSA.

      * El mismo renglon que deja el traslado entre bodegas.
       REGISTRAR-TRASLADO.
           ACCEPT WS-FECHA-TRAS FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-TRAS  FROM TIME.
           MOVE SPACES TO TRAS-LINEA.
           STRING WS-FECHA-TRAS " " WS-HORA-TRAS
               " OPER=" T-NUMDOC " CODART=" WS-CODART(1:30)
               " ORIGEN=BOD"
               " DESTINO=PRI"
               " CANTIDAD=" WS-CANT-CONF
               " PRI=" WS-SB-PRI " BOD=" WS-SB-BOD
               DELIMITED BY SIZE
               INTO TRAS-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-TRAS.
           IF WS-FS-TRAS NOT = "00"
              OPEN OUTPUT ARCHIVO-TRAS
           END-IF.
           WRITE TRAS-LINEA.
           CLOSE ARCHIVO-TRAS.

       AJUSTAR-BODEGA.
           MOVE WS-CODART TO SB-CODART.
           MOVE WS-SB-BODEGA TO SB-BODEGA.
           READ ARCHIVO-SBOD
               INVALID KEY
                   MOVE WS-CODART TO SB-CODART
                   MOVE WS-SB-BODEGA TO SB-BODEGA
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

      ****************************************************************
      * Gondolas vacias con mercancia en BOD entre dos fechas, segun *
      * las corridas de reposicion: cada linea es una gondola que el *
      * cliente encontro sin producto teniendolo en la tienda.       *
      ****************************************************************
       REPORTE-GONDOLA-VACIA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "----- Gondolas vacias con BOD -----" LINE 3
               POSITION 20.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Desde (AAAAMMDD):" LINE 5 POSITION 20.
           MOVE WS-FECHA-HOY TO WS-DESDE.
           MOVE "01" TO WS-DESDE(7:2).
           ACCEPT WS-DESDE LINE 5 POSITION 40.
           DISPLAY "Hasta (AAAAMMDD):" LINE 6 POSITION 20.
           MOVE WS-FECHA-HOY TO WS-HASTA.
           ACCEPT WS-HASTA LINE 6 POSITION 40.
           OPEN INPUT ARCHIVO-VACIA.
           IF WS-FS-VAC NOT = "00"
              DISPLAY "No hay gondolas vacias registradas." LINE 8
                  POSITION 20
              PERFORM PAUSA
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "GONDOLAS VACIAS CON MERCANCIA EN BODEGA DEL "
               WS-DESDE " AL " WS-HASTA
               DELIMITED BY SIZE INTO REPORTE-LINEA
           END-STRING.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE "FECHA     GONDOLA    EN BOD      ARTICULO"
               TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE 0 TO WS-REP-FILAS.
           MOVE 0 TO WS-REP-UNIDADES.
           MOVE "N" TO WS-FIN-VAC.
           PERFORM UNTIL WS-FIN-VAC = "S"
              READ ARCHIVO-VACIA
                  AT END MOVE "S" TO WS-FIN-VAC
                  NOT AT END
                      IF GV-FECHA >= WS-DESDE
                         AND GV-FECHA <= WS-HASTA
                         PERFORM ESCRIBIR-GONDOLA-VACIA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VACIA.
           MOVE SPACES TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE SPACES TO REPORTE-LINEA.
           STRING "VECES CON GONDOLA VACIA: " WS-REP-FILAS
               "   UNIDADES QUE ESPERABAN EN BOD: " WS-REP-UNIDADES
               DELIMITED BY SIZE INTO REPORTE-LINEA
           END-STRING.
           WRITE REPORTE-LINEA.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reposicion-gondola" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-gondola-vacia.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.
           DISPLAY "Veces con gondola vacia : " WS-REP-FILAS
               LINE 8 POSITION 20.
           DISPLAY "Unidades que habia en BOD: " WS-REP-UNIDADES
               LINE 9 POSITION 20.
           DISPLAY "Detalle en rep-gondola-vacia.txt" LINE 11
               POSITION 20.
           PERFORM PAUSA.

       ESCRIBIR-GONDOLA-VACIA.
           ADD 1 TO WS-REP-FILAS.
           ADD GV-BOD TO WS-REP-UNIDADES.
           MOVE SPACES TO REPORTE-LINEA.
           STRING GV-FECHA "  " GV-PASILLO "-" GV-ESTANTE "  "
               GV-BOD "  " GV-CODART(1:60)
               DELIMITED BY SIZE INTO REPORTE-LINEA
           END-STRING.
           WRITE REPORTE-LINEA.

      * Consecutivo de tareas, con el esquema de Contador.dat.
       OBTENER-NUMERO-TAREA.
           OPEN I-O ARCHIVO-TRCTL.
           IF WS-FS-TRC = "35"
              OPEN OUTPUT ARCHIVO-TRCTL
              MOVE 0 TO TRCTL-ULT
              WRITE REG-TRCTL
              CLOSE ARCHIVO-TRCTL
              OPEN I-O ARCHIVO-TRCTL
           END-IF.
           READ ARCHIVO-TRCTL
               AT END
                   MOVE 0 TO TRCTL-ULT
           END-READ.
           ADD 1 TO TRCTL-ULT.
           MOVE TRCTL-ULT TO WS-NUM-TAREA.
           REWRITE REG-TRCTL.
           CLOSE ARCHIVO-TRCTL.

       READ-SIGUIENTE-UBI.
           READ ARCHIVO-UBI NEXT RECORD
               AT END MOVE "10" TO WS-FS-UBI
           END-READ.

       READ-SIGUIENTE-TAR.
           READ ARCHIVO-TAR NEXT RECORD
               AT END MOVE "10" TO WS-FS-TAR
           END-READ.

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
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.

      * Imagen posterior al diario de recuperacion, solo si la
      * escritura sobre el archivo entro.
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
           MOVE "REPOSICION-GONDOLA" TO DRJ-PROGRAMA.
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
