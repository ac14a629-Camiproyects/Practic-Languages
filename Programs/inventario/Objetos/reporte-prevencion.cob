       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-prevencion.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *           EXCEPCIONES POR CAJERO (PREVENCION DE PERDIDAS)    *
      *                                                              *
      * Descripcion: Junta en un solo reporte, por operador y en un  *
      *              rango de fechas, lo que hoy esta regado en      *
      *              cinco archivos:                                 *
      *              - tiquetes anulados (encabezado marcado         *
      *                ** ANULADO ** en ventas.dat, VTA-OPER);       *
      *              - devoluciones (encabezados de                  *
      *                notas-credito.dat), aparte las de tiquetes    *
      *                que no se pagaron con tarjeta                 *
      *                (ventas-pago.dat), que salen en efectivo;     *
      *              - demanda perdida anotada a mano (motivo MANUAL *
      *                de ventas-perdidas.log);                      *
      *              - salidas de efectivo del cajon                 *
      *                (caja-mov.log, TIPO=SALIDA);                  *
      *              - diferencias del corte Z (CS-DIFER de las      *
      *                sesiones cerradas de caja-ses.dat).           *
      *              Cada metrica se compara con el promedio de los  *
      *              cajeros del periodo y se marca con * a quien lo *
      *              pase por mas del multiplo pedido (2.0 si se da  *
      *              ENTER). Sale en rep-prevencion.txt.             *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      * Mod: 15-10-2026 - Al cerrar el reporte deja su copia         *
      *      fechada en el archivo de reportes (archiva-reporte),    *
      *      con los parametros de la corrida.                       *
      * Mod: 15-10-2026 - La linea de ventas-perdidas.log se lee     *
      *      completa, con el operador y el sustituto ofrecido:      *
      *      leida corta, su cola entraba como un registro mas.      *
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
           SELECT ARCHIVO-VPAG ASSIGN TO "../Articulos/ventas-pago.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VPG.
           SELECT ARCHIVO-CAJA ASSIGN TO "../Articulos/caja-ses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CAJ.
           SELECT ARCHIVO-VPL
               ASSIGN TO "../Articulos/ventas-perdidas.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VPL.
           SELECT ARCHIVO-CMOV ASSIGN TO "../Articulos/caja-mov.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CMV.
           SELECT ARCHIVO-OPERADOR ASSIGN TO "../Usuarios/usuarios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMDOC
               FILE STATUS IS WS-FS-OPE.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO "../Articulos/rep-prevencion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REP.
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

       FD ARCHIVO-NC.
       01 NCDATA.
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

       FD  ARCHIVO-VPAG.
       01  VPAGDATA.
           05 VP-CLAVE.
              07 VP-NUMERO   PIC 9(6).
              07 VP-SEQ      PIC 9(2).
           05 VP-FECHA       PIC 9(8).
           05 VP-TIPO        PIC X.
           05 VP-VALOR       PIC 9(10)V99.

       FD  ARCHIVO-CAJA.
       01  CAJADATA.
           05 CS-NUMERO      PIC 9(6).
           05 CS-OPER        PIC 9(10).
           05 CS-FECHA-AP    PIC 9(8).
           05 CS-HORA-AP     PIC 9(8).
           05 CS-BASE        PIC 9(10)V99.
           05 CS-ENTRADAS    PIC 9(10)V99.
           05 CS-SALIDAS     PIC 9(10)V99.
           05 CS-FECHA-CI    PIC 9(8).
           05 CS-HORA-CI     PIC 9(8).
           05 CS-CONTADO     PIC 9(10)V99.
           05 CS-ESPERADO    PIC S9(12)V99.
           05 CS-DIFER       PIC S9(12)V99.
           05 CS-ESTADO      PIC X.
              88 CS-ABIERTA  VALUE "A".
              88 CS-CERRADA  VALUE "C".

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

      * Linea de caja-mov.log tal como la arma caja-sesion:
      * fecha hora SESION= OPER= TIPO= VALOR= CONCEPTO=.
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

      * Vista minima del maestro de usuarios: nombre del operador.
       FD  ARCHIVO-OPERADOR.
       01  OPE-REG.
           05 OP-NOMAPE      PIC X(65).
           05 FILLER         PIC X(2).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(219).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE     PIC X(160).

       FD  ARCHIVO-EXCIO.
       01  EXCIO-LINEA       PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-NC            PIC XX.
       01 WS-FS-VPG           PIC XX.
       01 WS-FS-CAJ           PIC XX.
       01 WS-FS-VPL           PIC XX.
       01 WS-FS-CMV           PIC XX.
       01 WS-FS-OPE           PIC XX.
       01 WS-FS-REP           PIC XX.
       01 WS-FS-EXC           PIC XX.
       01 WS-EXC-PROGRAMA     PIC X(20).
       01 WS-EXC-ARCHIVO      PIC X(40).
       01 WS-EXC-FS           PIC XX.
       01 WS-FECHA-EXC        PIC 9(8).
       01 WS-HORA-EXC         PIC 9(8).
       01 WS-DESDE            PIC 9(8).
       01 WS-HASTA            PIC 9(8).
       01 WS-MULTIPLO         PIC 9(3)V99 VALUE 2.00.
       01 WS-MULT-EDIT        PIC ZZ9.99.
       01 WS-FIN-ARCH         PIC X.
       01 WS-OPER-BUSCA       PIC 9(10).
       01 WS-CON-TARJETA      PIC X.
       01 WS-DIFER-ABS        PIC 9(12)V99.
       01 WS-I                PIC 9(2).
       01 WS-J                PIC 9(2).
       01 WS-M                PIC 9.
       01 WS-HALLADO          PIC X.
       01 WS-NUM-OPERS        PIC 9(2) VALUE 0.
       01 WS-NOMBRE-OP        PIC X(30).
       01 WS-MARCAS           PIC X(6).
       01 WS-MARCADOS         PIC 9(2) VALUE 0.
       01 WS-TOPE-MET         PIC 9(14)V99.
       01 WS-MARCA-ED         PIC X.
       01 WS-CONTEO-ED        PIC X(20).

      * Nombres cortos de las seis metricas que se comparan.
       01 WS-NOMBRES-MET.
           05 FILLER          PIC X(12) VALUE "ANULADOS".
           05 FILLER          PIC X(12) VALUE "DEVUELTO $".
           05 FILLER          PIC X(12) VALUE "DEV SIN TARJ".
           05 FILLER          PIC X(12) VALUE "PERD MANUAL".
           05 FILLER          PIC X(12) VALUE "SALIDAS $".
           05 FILLER          PIC X(12) VALUE "DIF CORTE Z$".
       01 WS-TABLA-MET REDEFINES WS-NOMBRES-MET.
           05 WS-NOMBRE-MET   PIC X(12) OCCURS 6 TIMES.

      * Por operador: conteos de apoyo y las seis metricas
      * comparables (1 anulados, 2 valor devuelto, 3 devoluciones
      * de tiquetes sin tarjeta, 4 perdidas manuales, 5 valor de
      * salidas de cajon, 6 diferencia absoluta de cortes Z).
       01 TABLA-OPERS.
           05 TO-ENTRADA OCCURS 60 TIMES.
              10 TO-OPER     PIC 9(10).
              10 TO-TIQUETES PIC 9(6).
              10 TO-DEVOL    PIC 9(5).
              10 TO-SALIDAS  PIC 9(5).
              10 TO-CORTES   PIC 9(5).
              10 TO-MET      PIC 9(12)V99 OCCURS 6 TIMES.
       01 TABLA-PROMEDIOS.
           05 TP-SUMA        PIC 9(14)V99 OCCURS 6 TIMES.
           05 TP-PROM        PIC 9(12)V99 OCCURS 6 TIMES.
      * Copia fechada del reporte en el archivo de reportes.
       01 WS-ARC-REPORTE.
           05 WS-ARC-PROGRAMA   PIC X(20).
           05 WS-ARC-RUTA       PIC X(60).
           05 WS-ARC-PARAMETROS PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "----- EXCEPCIONES POR CAJERO -----".
           DISPLAY "Desde (AAAAMMDD, 0=todo): ".
           MOVE 0 TO WS-DESDE.
           ACCEPT WS-DESDE.
           DISPLAY "Hasta (AAAAMMDD, 0=hoy) : ".
           MOVE 0 TO WS-HASTA.
           ACCEPT WS-HASTA.
           IF WS-HASTA = 0
              ACCEPT WS-HASTA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Multiplo del promedio para marcar (ENTER = 2.00): "
               WITH NO ADVANCING.
           ACCEPT WS-MULT-EDIT.
           IF WS-MULT-EDIT NOT = SPACES
              MOVE WS-MULT-EDIT TO WS-MULTIPLO
           END-IF.
           IF WS-MULTIPLO = 0
              MOVE 2.00 TO WS-MULTIPLO
           END-IF.
           OPEN INPUT ARCHIVO-VTA.
           IF WS-FS-VTA NOT = "00"
              DISPLAY "No hay ventas registradas. FS = " WS-FS-VTA
              MOVE "REPORTE-PREVENCION" TO WS-EXC-PROGRAMA
              MOVE "../Articulos/ventas.dat" TO WS-EXC-ARCHIVO
              MOVE WS-FS-VTA TO WS-EXC-FS
              PERFORM REGISTRAR-EXCEPCION-IO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE TABLA-OPERS.
           INITIALIZE TABLA-PROMEDIOS.
           PERFORM BARRER-ANULADOS.
           CLOSE ARCHIVO-VTA.
           PERFORM BARRER-DEVOLUCIONES.
           PERFORM BARRER-PERDIDAS.
           PERFORM BARRER-SALIDAS-CAJA.
           PERFORM BARRER-CORTES-Z.
           PERFORM CALCULAR-PROMEDIOS.
           OPEN INPUT ARCHIVO-OPERADOR.
           PERFORM ESCRIBIR-REPORTE.
           IF WS-FS-OPE = "00"
              CLOSE ARCHIVO-OPERADOR
           END-IF.
           DISPLAY "Cajeros " WS-NUM-OPERS " marcados " WS-MARCADOS.
           DISPLAY "Reporte generado en rep-prevencion.txt".
           GOBACK.

      * Encabezados de tiquete del periodo: los vigentes dan la base
      * de tiquetes del cajero y los anulados la metrica 1.
       BARRER-ANULADOS.
           MOVE LOW-VALUES TO VTA-CLAVE.
           START ARCHIVO-VTA KEY IS NOT LESS THAN VTA-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VTA
           END-START.
           IF WS-FS-VTA = "00"
              PERFORM READ-SIGUIENTE-VTA
              PERFORM UNTIL WS-FS-VTA NOT = "00"
                 IF VTA-LINEA = 0
                    AND VTA-FECHA >= WS-DESDE
                    AND VTA-FECHA <= WS-HASTA
                    MOVE VTA-OPER TO WS-OPER-BUSCA
                    PERFORM BUSCAR-OPERADOR
                    IF VTA-DESCRI = "** ANULADO **"
                       ADD 1 TO TO-MET(WS-J, 1)
                    ELSE
                       ADD 1 TO TO-TIQUETES(WS-J)
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-VTA
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VTA.

      * Notas credito del periodo por quien las hizo. Si el tiquete
      * original no tuvo pago con tarjeta la plata salio en efectivo
      * (o a credito), y esa cuenta aparte.
       BARRER-DEVOLUCIONES.
           OPEN INPUT ARCHIVO-NC.
           IF WS-FS-NC NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVO-VPAG.
           MOVE LOW-VALUES TO NC-CLAVE.
           START ARCHIVO-NC KEY IS NOT LESS THAN NC-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-NC
           END-START.
           IF WS-FS-NC = "00"
              PERFORM READ-SIGUIENTE-NC
              PERFORM UNTIL WS-FS-NC NOT = "00"
                 IF NC-LINEA = 0
                    AND NC-FECHA >= WS-DESDE
                    AND NC-FECHA <= WS-HASTA
                    MOVE NC-OPER TO WS-OPER-BUSCA
                    PERFORM BUSCAR-OPERADOR
                    ADD 1 TO TO-DEVOL(WS-J)
                    ADD NC-SUBTOT TO TO-MET(WS-J, 2)
                    PERFORM VERIFICAR-PAGO-TARJETA
                    IF WS-CON-TARJETA = "N"
                       ADD 1 TO TO-MET(WS-J, 3)
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-NC
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-NC.
           CLOSE ARCHIVO-NC.
           IF WS-FS-VPG = "00"
              CLOSE ARCHIVO-VPAG
           END-IF.

       VERIFICAR-PAGO-TARJETA.
           MOVE "N" TO WS-CON-TARJETA.
           IF WS-FS-VPG NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE NC-TIQUETE TO VP-NUMERO.
           MOVE 0 TO VP-SEQ.
           START ARCHIVO-VPAG KEY IS NOT LESS THAN VP-CLAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-VPG
           END-START.
           IF WS-FS-VPG = "00"
              PERFORM READ-SIGUIENTE-VPAG
              PERFORM UNTIL WS-FS-VPG NOT = "00"
                 IF VP-NUMERO NOT = NC-TIQUETE
                    MOVE "10" TO WS-FS-VPG
                 ELSE
                    IF VP-TIPO = "T"
                       MOVE "S" TO WS-CON-TARJETA
                    END-IF
                    PERFORM READ-SIGUIENTE-VPAG
                 END-IF
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-VPG.

      * Solo la demanda perdida anotada a mano: la que niega el
      * sistema por falta de disponible no depende del cajero.
       BARRER-PERDIDAS.
           OPEN INPUT ARCHIVO-VPL.
           IF WS-FS-VPL NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCH.
           PERFORM UNTIL WS-FIN-ARCH = "Y"
              READ ARCHIVO-VPL
                  AT END MOVE "Y" TO WS-FIN-ARCH
                  NOT AT END
                      IF VPL-MOTIVO = "MANUAL"
                         AND VPL-FECHA >= WS-DESDE
                         AND VPL-FECHA <= WS-HASTA
                         AND VPL-OPER IS NUMERIC
                         AND VPL-OPER > 0
                         MOVE VPL-OPER TO WS-OPER-BUSCA
                         PERFORM BUSCAR-OPERADOR
                         ADD 1 TO TO-MET(WS-J, 4)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VPL.

       BARRER-SALIDAS-CAJA.
           OPEN INPUT ARCHIVO-CMOV.
           IF WS-FS-CMV NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-ARCH.
           PERFORM UNTIL WS-FIN-ARCH = "Y"
              READ ARCHIVO-CMOV
                  AT END MOVE "Y" TO WS-FIN-ARCH
                  NOT AT END
                      IF CMV-TIPO = "SALIDA"
                         AND CMV-FECHA >= WS-DESDE
                         AND CMV-FECHA <= WS-HASTA
                         MOVE CMV-OPER TO WS-OPER-BUSCA
                         PERFORM BUSCAR-OPERADOR
                         ADD 1 TO TO-SALIDAS(WS-J)
                         ADD CMV-VALOR TO TO-MET(WS-J, 5)
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CMOV.

      * Sesiones cerradas en el periodo: sobrante o faltante, lo que
      * pesa es que el corte no cuadre.
       BARRER-CORTES-Z.
           OPEN INPUT ARCHIVO-CAJA.
           IF WS-FS-CAJ NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CS-NUMERO.
           START ARCHIVO-CAJA KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CAJ
           END-START.
           IF WS-FS-CAJ = "00"
              PERFORM READ-SIGUIENTE-CAJA
              PERFORM UNTIL WS-FS-CAJ NOT = "00"
                 IF CS-CERRADA
                    AND CS-FECHA-CI >= WS-DESDE
                    AND CS-FECHA-CI <= WS-HASTA
                    MOVE CS-OPER TO WS-OPER-BUSCA
                    PERFORM BUSCAR-OPERADOR
                    IF CS-DIFER NOT = 0
                       ADD 1 TO TO-CORTES(WS-J)
                       IF CS-DIFER < 0
                          COMPUTE WS-DIFER-ABS = 0 - CS-DIFER
                       ELSE
                          MOVE CS-DIFER TO WS-DIFER-ABS
                       END-IF
                       ADD WS-DIFER-ABS TO TO-MET(WS-J, 6)
                    END-IF
                 END-IF
                 PERFORM READ-SIGUIENTE-CAJA
              END-PERFORM
           END-IF.
           MOVE "00" TO WS-FS-CAJ.
           CLOSE ARCHIVO-CAJA.

       BUSCAR-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NUM-OPERS OR WS-HALLADO = "S"
              IF TO-OPER(WS-J) = WS-OPER-BUSCA
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           IF WS-HALLADO = "S"
              SUBTRACT 1 FROM WS-J
              EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-OPERS >= 60
              MOVE WS-NUM-OPERS TO WS-J
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-OPERS.
           MOVE WS-NUM-OPERS TO WS-J.
           MOVE WS-OPER-BUSCA TO TO-OPER(WS-J).

       CALCULAR-PROMEDIOS.
           IF WS-NUM-OPERS = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NUM-OPERS
              PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                 ADD TO-MET(WS-J, WS-M) TO TP-SUMA(WS-M)
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
              COMPUTE TP-PROM(WS-M) ROUNDED =
                  TP-SUMA(WS-M) / WS-NUM-OPERS
           END-PERFORM.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT ARCHIVO-REPORTE.
           MOVE "EXCEPCIONES POR CAJERO (PREVENCION DE PERDIDAS)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO: " WS-DESDE " A " WS-HASTA
               "  MARCA (*) SOBRE " WS-MULTIPLO
               " VECES EL PROMEDIO"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PROMEDIO DE LOS CAJEROS:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
              MOVE SPACES TO LINEA-REPORTE
              STRING "   " WS-NOMBRE-MET(WS-M) " " TP-PROM(WS-M)
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NUM-OPERS
              PERFORM ESCRIBIR-OPERADOR
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CAJEROS: " WS-NUM-OPERS
               "  CON ALGUNA MARCA: " WS-MARCADOS
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           CLOSE ARCHIVO-REPORTE.
           MOVE "reporte-prevencion" TO WS-ARC-PROGRAMA.
           MOVE "../Articulos/rep-prevencion.txt" TO WS-ARC-RUTA.
           MOVE SPACES TO WS-ARC-PARAMETROS.
           STRING "DESDE=" WS-DESDE " HASTA=" WS-HASTA
               " MULTIPLO=" WS-MULT-EDIT
               DELIMITED BY SIZE INTO WS-ARC-PARAMETROS
           END-STRING.
           CALL "archiva-reporte" USING WS-ARC-REPORTE
           END-CALL.

       ESCRIBIR-OPERADOR.
           PERFORM RESOLVER-NOMBRE.
           MOVE SPACES TO WS-MARCAS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
              COMPUTE WS-TOPE-MET = TP-PROM(WS-M) * WS-MULTIPLO
              IF TO-MET(WS-J, WS-M) > 0
                 AND TO-MET(WS-J, WS-M) > WS-TOPE-MET
                 MOVE "*" TO WS-MARCAS(WS-M:1)
              END-IF
           END-PERFORM.
           IF WS-MARCAS NOT = SPACES
              ADD 1 TO WS-MARCADOS
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERADOR " TO-OPER(WS-J) " " WS-NOMBRE-OP
               "  TIQUETES " TO-TIQUETES(WS-J)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
              MOVE WS-MARCAS(WS-M:1) TO WS-MARCA-ED
              MOVE SPACES TO WS-CONTEO-ED
              EVALUATE WS-M
                  WHEN 2
                      STRING "  NOTAS " TO-DEVOL(WS-J)
                          DELIMITED BY SIZE INTO WS-CONTEO-ED
                      END-STRING
                  WHEN 5
                      STRING "  SALIDAS " TO-SALIDAS(WS-J)
                          DELIMITED BY SIZE INTO WS-CONTEO-ED
                      END-STRING
                  WHEN 6
                      STRING "  CORTES " TO-CORTES(WS-J)
                          DELIMITED BY SIZE INTO WS-CONTEO-ED
                      END-STRING
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              MOVE SPACES TO LINEA-REPORTE
              STRING " " WS-MARCA-ED " " WS-NOMBRE-MET(WS-M)
                  " " TO-MET(WS-J, WS-M)
                  "  PROMEDIO " TP-PROM(WS-M)
                  WS-CONTEO-ED
                  DELIMITED BY SIZE INTO LINEA-REPORTE
              END-STRING
              WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       RESOLVER-NOMBRE.
           MOVE "(SIN NOMBRE)" TO WS-NOMBRE-OP.
           IF WS-FS-OPE NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE TO-OPER(WS-J) TO OP-NUMDOC.
           READ ARCHIVO-OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OP-NOMAPE(1:30) TO WS-NOMBRE-OP
           END-READ.
           MOVE "00" TO WS-FS-OPE.

       READ-SIGUIENTE-VTA.
           READ ARCHIVO-VTA NEXT RECORD
               AT END MOVE "10" TO WS-FS-VTA
           END-READ.

       READ-SIGUIENTE-NC.
           READ ARCHIVO-NC NEXT RECORD
               AT END MOVE "10" TO WS-FS-NC
           END-READ.

       READ-SIGUIENTE-VPAG.
           READ ARCHIVO-VPAG NEXT RECORD
               AT END MOVE "10" TO WS-FS-VPG
           END-READ.

       READ-SIGUIENTE-CAJA.
           READ ARCHIVO-CAJA NEXT RECORD
               AT END MOVE "10" TO WS-FS-CAJ
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
