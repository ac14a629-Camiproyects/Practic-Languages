      * Mod: 03-09-2026 - Paso 9: exportacion del dia para la        *
      *      consolidacion entre tiendas (exporta-sucursal), con     *
      *      totales de control en el trailer.                       *
      * Mod: 15-10-2026 - Paso 10: asiento contable del dia para el  *
      *      contador (programa interfaz-contable); un dia           *
      *      descuadrado queda rechazado con su explicacion pero no  *
      *      detiene el cierre.                                      *
      * Mod: 15-10-2026 - Paso 11: contabiliza en el libro mayor el  *
      *      asiento del dia.                                        *
      * Mod: 15-10-2026 - El calendario no abre un festivo           *
      *      (festivos.dat) como dia de proceso: el cierre se niega  *
      *      salvo que el festivo este habilitado para proceso en el *
      *      calendario de festivos.                                 *
      * Mod: 15-10-2026 - Paso 12: verificacion cruzada entre        *
      *      archivos (programa verifica-cruces): inventario,        *
      *      ventas del dia y cartera; los descuadres quedan en      *
      *      rep-verifica-cruces.txt sin detener el cierre.          *
      * Mod: 15-10-2026 - Paso 13: aplica los cambios de parametros  *
      *      (.cfg) programados con vigencia hasta el dia siguiente  *
      *      (programa parametros), para que ese dia abra con los    *
      *      valores nuevos.                                         *
      * Mod: 15-10-2026 - Paso 14: borra las copias del archivo de   *
      *      reportes que pasaron la retencion de retencion-rep.cfg  *
      *      (programa archivo-reportes).                            *
      * Mod: 15-10-2026 - Paso 15: acumula los tiquetes y notas de   *
      *      credito del dia en los resumenes de ventas por          *
      *      articulo y por operador (programa resumen-ventas).      *
      * Mod: 15-10-2026 - Paso 16: extracto incremental de ventas,   *
      *      kardex, cartera y maestros para la bodega de datos      *
      *      (programa extrae-bi).                                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCHIVO-AVISO ASSIGN TO "cierre-pend.flg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVI.
           SELECT ARCHIVO-FES ASSIGN TO "../festivos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-FECHA
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-FES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-AVISO.
       01  AVISO-LINEA  PIC X(60).

      * Calendario de festivos; FE-HABIL = "S" deja cerrar ese dia.
       FD  ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA     PIC 9(8).
           05 FE-NOMBRE    PIC X(30).
           05 FE-ORIGEN    PIC X.
           05 FE-HABIL     PIC X.
              88 FE-HABILITADO VALUE "S".
           05 FE-USUARIO   PIC 9(10).
           05 FE-FEC-MOD   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-CIE        PIC XX.
       01 WS-FECHA-CIE      PIC 9(8).
       01 WS-FS-AVI        PIC XX.
       01 WS-SES-VIVAS     PIC 9(3).
       01 WS-RUTA-AVISO    PIC X(20) VALUE "cierre-pend.flg".
       01 WS-FS-FES        PIC XX.
       01 WS-MOTIVO-RECHAZO PIC X(50).

       LINKAGE SECTION.
       01 CIE-NUMDOC       PIC 9(10).
           MOVE "LOTE" TO FLAGC-LINEA.
           WRITE FLAGC-LINEA.
           CLOSE ARCHIVO-FLAGC.
           PERFORM VARYING WS-PASO FROM 0 BY 1 UNTIL WS-PASO > 16
              IF WS-PASO >= WS-DESDE-PASO
                 PERFORM EJECUTAR-PASO
              END-IF
                   DISPLAY "9. Exportacion para consolidar..."
                   CALL "exporta-sucursal"
                   END-CALL
               WHEN 10
                   DISPLAY "10. Interfaz contable del dia..."
                   CALL "interfaz-contable"
                   END-CALL
               WHEN 11
                   DISPLAY "11. Contabilizacion en el libro mayor..."
                   CALL "libro-mayor"
                   END-CALL
               WHEN 12
                   DISPLAY "12. Verificacion cruzada entre archivos..."
                   CALL "verifica-cruces"
                   END-CALL
               WHEN 13
                   DISPLAY "13. Parametros programados para manana..."
                   CALL "parametros"
                   END-CALL
               WHEN 14
                   DISPLAY "14. Depuracion del archivo de reportes..."
                   CALL "archivo-reportes"
                   END-CALL
               WHEN 15
                   DISPLAY "15. Resumen de ventas del dia..."
                   CALL "resumen-ventas"
                   END-CALL
               WHEN 16
                   DISPLAY "16. Extracto para la bodega de datos..."
                   CALL "extrae-bi"
                   END-CALL
           END-EVALUATE.
           IF RETURN-CODE NOT = 0
              MOVE "FALLA " TO PASO-ESTADO
           IF WS-ULT-CIERRE = WS-FECHA-HOY
              DISPLAY "El cierre del dia " WS-FECHA-HOY
                  " ya fue ejecutado: no se repite."
              MOVE "YA EJECUTADO PARA LA FECHA" TO WS-MOTIVO-RECHAZO
              PERFORM REGISTRAR-RECHAZO-CIERRE
              GOBACK
           END-IF.
           PERFORM CONTROLAR-FESTIVO.
           IF WS-ULT-CIERRE > 0
              COMPUTE WS-INT-HOY =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
              END-IF
           END-IF.

      * Un festivo no se abre como dia de proceso, salvo que en el
      * calendario de festivos se haya habilitado para proceso.
      * Sin calendario no hay festivos que controlar.
       CONTROLAR-FESTIVO.
           OPEN INPUT ARCHIVO-FES.
           IF WS-FS-FES NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FECHA-HOY TO FE-FECHA.
           READ ARCHIVO-FES
               INVALID KEY
                   MOVE "23" TO WS-FS-FES
           END-READ.
           CLOSE ARCHIVO-FES.
           IF WS-FS-FES NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           IF FE-HABILITADO
              DISPLAY "AVISO: " WS-FECHA-HOY " es festivo ("
                  FE-NOMBRE ") habilitado para proceso."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "El " WS-FECHA-HOY " es festivo (" FE-NOMBRE
               "): no se abre como dia de proceso.".
           DISPLAY "Para cerrarlo, habilitelo en el calendario de "
               "festivos.".
           MOVE "FESTIVO NO HABILITADO PARA PROCESO"
               TO WS-MOTIVO-RECHAZO.
           PERFORM REGISTRAR-RECHAZO-CIERRE.
           GOBACK.

       AVANZAR-CALENDARIO.
           OPEN OUTPUT ARCHIVO-FPROC.
           MOVE WS-FECHA-HOY TO FPROC-LINEA.
           ACCEPT WS-FECHA-CIE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CIE  FROM TIME.
           STRING WS-FECHA-CIE " " WS-HORA-CIE
               " CIERRE RECHAZADO: " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING.
