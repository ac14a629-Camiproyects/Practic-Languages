       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifica-logs.
       AUTHOR. ANDRES CAMILO LAGUNA BERNAL.
      ****************************************************************
      *                VERIFICACION DE BITACORAS                     *
      *                                                              *
      * Descripcion: auditoria.log (altas, cambios, login...),       *
      *              sesiones.log y hist-prec.log llevan en cada     *
      *              linea un sello encadenado con el de la linea    *
      *              anterior, y el ultimo sello de cada una queda   *
      *              en su archivo -cadena.dat. Este programa        *
      *              recorre la bitacora, recalcula cada sello y     *
      *              dice en que linea se rompe la cadena: una linea *
      *              alterada, borrada o intercalada, o lineas       *
      *              quitadas del final. Tambien revisa un mes       *
      *              archivado de auditoria (depura-logs) o del      *
      *              kardex (archiva-kardex). Las lineas sin sello   *
      *              anteriores a la primera sellada son de antes de *
      *              la cadena y solo se cuentan.                    *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 15-10-2026                                            *
      ****************************************************************
       DATE-WRITTEN. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-LOG ASSIGN TO WS-RUTA-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SLO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-LOG.
       01  LOG-LINEA         PIC X(240).

       FD  ARCHIVO-SLO.
       01  SLO-ULT           PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOG           PIC XX.
       01 WS-FS-SLO           PIC XX.
       01 LIM                 PIC X.
       01 WS-OPCION           PIC X.
       01 WS-FIN              PIC X.
       01 WS-RUTA-LOG         PIC X(60).
       01 WS-RUTA-SLO         PIC X(60).
       01 WS-MES              PIC 9(6).
       01 WS-LIN              PIC 9(2).

      * Bitacora que se esta revisando: largo de la parte de datos
      * (el sello va justo despues: "#" y diez digitos) y si admite
      * ancla de depuracion en la primera linea.
       01 WS-VER-NOMBRE       PIC X(30).
       01 WS-VER-LARGO        PIC 9(3).
       01 WS-VER-ANCLA        PIC X.
       01 WS-POS-MARCA        PIC 9(3).
       01 WS-POS-SELLO        PIC 9(3).
       01 WS-SELLO-LINEA      PIC 9(10).
       01 WS-SELLO-GUARDADO   PIC 9(10).
       01 WS-NUM-LINEA        PIC 9(8).
       01 WS-SIN-SELLO        PIC 9(8).
       01 WS-SELLADAS         PIC 9(8).
       01 WS-EN-CADENA        PIC X.
       01 WS-ROTA             PIC X.
       01 WS-LINEA-ROTA       PIC 9(8).
       01 WS-MOTIVO           PIC X(40).
       01 WS-ANCLAS           PIC 9(2).
       01 WS-RESULTADO        PIC X(70).

      * Mismo calculo de sello que usan los programas que escriben
      * las bitacoras.
       01 WS-SELLO-TEXTO     PIC X(220).
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

       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACE TO WS-OPCION.
           PERFORM MENU-VERIFICA UNTIL WS-OPCION = "Q".
           GOBACK.

       MENU-VERIFICA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "-------------------------------" LINE 3 POSITION 20.
           DISPLAY "  VERIFICACION DE BITACORAS    " LINE 4 POSITION 20.
           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  A -> auditoria.log" LINE 7 POSITION 20.
           DISPLAY "  S -> sesiones.log" LINE 8 POSITION 20.
           DISPLAY "  H -> hist-prec.log" LINE 9 POSITION 20.
           DISPLAY "  T -> Las tres" LINE 10 POSITION 20.
           DISPLAY "  M -> Auditoria archivada (mes)" LINE 11
               POSITION 20.
           DISPLAY "  K -> Kardex archivado (mes)" LINE 12 POSITION 20.
           DISPLAY "  Q -> Volver" LINE 13 POSITION 20.
           DISPLAY "Seleccione una opción:" LINE 15 POSITION 20.
           ACCEPT WS-OPCION LINE 15 POSITION 41.
           MOVE 17 TO WS-LIN.
           EVALUATE WS-OPCION
               WHEN "A"
                    PERFORM VERIFICAR-AUDITORIA
                    PERFORM PAUSA
               WHEN "S"
                    PERFORM VERIFICAR-SESIONES
                    PERFORM PAUSA
               WHEN "H"
                    PERFORM VERIFICAR-HIST-PRECIO
                    PERFORM PAUSA
               WHEN "T"
                    PERFORM VERIFICAR-AUDITORIA
                    PERFORM VERIFICAR-SESIONES
                    PERFORM VERIFICAR-HIST-PRECIO
                    PERFORM PAUSA
               WHEN "M"
                    PERFORM PEDIR-MES
                    IF WS-MES > 0
                       PERFORM VERIFICAR-AUDITORIA-MES
                       PERFORM PAUSA
                    END-IF
               WHEN "K"
                    PERFORM PEDIR-MES
                    IF WS-MES > 0
                       PERFORM VERIFICAR-KARDEX-MES
                       PERFORM PAUSA
                    END-IF
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
                    DISPLAY "Opción no válida."
           END-EVALUATE.

       PEDIR-MES.
           DISPLAY "Mes archivado (AAAAMM, 0=volver):" LINE 17
               POSITION 10.
           MOVE 0 TO WS-MES.
           ACCEPT WS-MES LINE 17 POSITION 45.
           MOVE 19 TO WS-LIN.

       VERIFICAR-AUDITORIA.
           MOVE "../Usuarios/auditoria.log" TO WS-RUTA-LOG.
           MOVE "../Usuarios/auditoria-cadena.dat" TO WS-RUTA-SLO.
           MOVE "auditoria.log" TO WS-VER-NOMBRE.
           MOVE 120 TO WS-VER-LARGO.
           MOVE "S" TO WS-VER-ANCLA.
           PERFORM VERIFICAR-CADENA.

       VERIFICAR-SESIONES.
           MOVE "../Usuarios/sesiones.log" TO WS-RUTA-LOG.
           MOVE "../Usuarios/sesiones-cadena.dat" TO WS-RUTA-SLO.
           MOVE "sesiones.log" TO WS-VER-NOMBRE.
           MOVE 47 TO WS-VER-LARGO.
           MOVE "N" TO WS-VER-ANCLA.
           PERFORM VERIFICAR-CADENA.

       VERIFICAR-HIST-PRECIO.
           MOVE "../Articulos/hist-prec.log" TO WS-RUTA-LOG.
           MOVE "../Articulos/hist-prec-cadena.dat" TO WS-RUTA-SLO.
           MOVE "hist-prec.log" TO WS-VER-NOMBRE.
           MOVE 160 TO WS-VER-LARGO.
           MOVE "N" TO WS-VER-ANCLA.
           PERFORM VERIFICAR-CADENA.

      * Los meses archivados no tienen archivo -cadena: el de
      * auditoria abre con el ancla que dejo depura-logs y el del
      * kardex arranca su propia cadena en cero.
       VERIFICAR-AUDITORIA-MES.
           MOVE SPACES TO WS-RUTA-LOG.
           STRING "../Usuarios/auditoria-" WS-MES ".arc"
               DELIMITED BY SIZE INTO WS-RUTA-LOG
           END-STRING.
           MOVE SPACES TO WS-RUTA-SLO.
           MOVE SPACES TO WS-VER-NOMBRE.
           STRING "auditoria-" WS-MES ".arc"
               DELIMITED BY SIZE INTO WS-VER-NOMBRE
           END-STRING.
           MOVE 120 TO WS-VER-LARGO.
           MOVE "S" TO WS-VER-ANCLA.
           PERFORM VERIFICAR-CADENA.

       VERIFICAR-KARDEX-MES.
           MOVE SPACES TO WS-RUTA-LOG.
           STRING "../Articulos/kardex-" WS-MES ".arc"
               DELIMITED BY SIZE INTO WS-RUTA-LOG
           END-STRING.
           MOVE SPACES TO WS-RUTA-SLO.
           MOVE SPACES TO WS-VER-NOMBRE.
           STRING "kardex-" WS-MES ".arc"
               DELIMITED BY SIZE INTO WS-VER-NOMBRE
           END-STRING.
           MOVE 206 TO WS-VER-LARGO.
           MOVE "N" TO WS-VER-ANCLA.
           PERFORM VERIFICAR-CADENA.

      ****************************************************************
      * Recorre la bitacora recalculando cada sello con el de la     *
      * linea anterior; se detiene en la primera linea que no        *
      * cuadra. Si todo cuadra, el ultimo sello debe ser el que      *
      * quedo en el archivo -cadena; si no lo es, faltan lineas al   *
      * final.                                                       *
      ****************************************************************
       VERIFICAR-CADENA.
           COMPUTE WS-POS-MARCA = WS-VER-LARGO + 1.
           COMPUTE WS-POS-SELLO = WS-VER-LARGO + 2.
           MOVE 0 TO WS-NUM-LINEA.
           MOVE 0 TO WS-SIN-SELLO.
           MOVE 0 TO WS-SELLADAS.
           MOVE 0 TO WS-ANCLAS.
           MOVE 0 TO WS-SELLO-ANT.
           MOVE 0 TO WS-LINEA-ROTA.
           MOVE "N" TO WS-EN-CADENA.
           MOVE "N" TO WS-ROTA.
           MOVE SPACES TO WS-MOTIVO.
           OPEN INPUT ARCHIVO-LOG.
           IF WS-FS-LOG NOT = "00"
              MOVE SPACES TO WS-RESULTADO
              STRING WS-VER-NOMBRE DELIMITED BY SPACE
                  ": no existe." DELIMITED BY SIZE
                  INTO WS-RESULTADO
              END-STRING
              PERFORM MOSTRAR-RESULTADO
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "S" OR WS-ROTA = "S"
              READ ARCHIVO-LOG
                  AT END MOVE "S" TO WS-FIN
                  NOT AT END
                      ADD 1 TO WS-NUM-LINEA
                      PERFORM REVISAR-LINEA
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-LOG.
           IF WS-ROTA = "N" AND WS-RUTA-SLO NOT = SPACES
              AND WS-EN-CADENA = "S"
              PERFORM REVISAR-ULTIMO-SELLO
           END-IF.
           MOVE SPACES TO WS-RESULTADO.
           IF WS-ROTA = "S"
              STRING WS-VER-NOMBRE DELIMITED BY SPACE
                  ": CADENA ROTA en la linea " DELIMITED BY SIZE
                  WS-LINEA-ROTA DELIMITED BY SIZE
                  INTO WS-RESULTADO
              END-STRING
              PERFORM MOSTRAR-RESULTADO
              MOVE SPACES TO WS-RESULTADO
              STRING "   " WS-MOTIVO DELIMITED BY SIZE
                  INTO WS-RESULTADO
              END-STRING
              PERFORM MOSTRAR-RESULTADO
           ELSE
              STRING WS-VER-NOMBRE DELIMITED BY SPACE
                  ": cadena integra, " DELIMITED BY SIZE
                  WS-SELLADAS DELIMITED BY SIZE
                  " lineas selladas" DELIMITED BY SIZE
                  INTO WS-RESULTADO
              END-STRING
              PERFORM MOSTRAR-RESULTADO
           END-IF.
           IF WS-SIN-SELLO > 0
              MOVE SPACES TO WS-RESULTADO
              STRING "   " WS-SIN-SELLO
                  " lineas anteriores a la cadena (sin sello)"
                  DELIMITED BY SIZE INTO WS-RESULTADO
              END-STRING
              PERFORM MOSTRAR-RESULTADO
           END-IF.

       REVISAR-LINEA.
           IF WS-VER-ANCLA = "S"
              AND LOG-LINEA(19:12) = "ANCLA-CADENA"
              PERFORM REVISAR-ANCLA
              EXIT PARAGRAPH
           END-IF.
           IF LOG-LINEA(WS-POS-MARCA:1) NOT = "#"
              OR LOG-LINEA(WS-POS-SELLO:10) IS NOT NUMERIC
              IF WS-EN-CADENA = "S"
                 MOVE "S" TO WS-ROTA
                 MOVE WS-NUM-LINEA TO WS-LINEA-ROTA
                 MOVE "linea sin sello dentro de la cadena"
                     TO WS-MOTIVO
              ELSE
                 ADD 1 TO WS-SIN-SELLO
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE LOG-LINEA(WS-POS-SELLO:10) TO WS-SELLO-LINEA.
           MOVE LOG-LINEA(1:WS-VER-LARGO) TO WS-SELLO-TEXTO.
           MOVE WS-VER-LARGO TO WS-SELLO-LARGO.
           PERFORM CALCULAR-SELLO.
           IF WS-SELLO NOT = WS-SELLO-LINEA
              MOVE "S" TO WS-ROTA
              MOVE WS-NUM-LINEA TO WS-LINEA-ROTA
              MOVE "el sello no corresponde a la linea"
                  TO WS-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-EN-CADENA.
           ADD 1 TO WS-SELLADAS.
           MOVE WS-SELLO TO WS-SELLO-ANT.

      * El ancla la escribe depura-logs como primera linea del log
      * vivo o de un mes archivado nuevo, con el sello de la ultima
      * linea que quedo antes de ella. En otro lugar es un injerto.
       REVISAR-ANCLA.
           IF WS-NUM-LINEA NOT = 1
              OR LOG-LINEA(WS-POS-MARCA:1) NOT = "#"
              OR LOG-LINEA(WS-POS-SELLO:10) IS NOT NUMERIC
              MOVE "S" TO WS-ROTA
              MOVE WS-NUM-LINEA TO WS-LINEA-ROTA
              MOVE "ancla de depuracion fuera de lugar"
                  TO WS-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ANCLAS.
           MOVE LOG-LINEA(WS-POS-SELLO:10) TO WS-SELLO-ANT.
           MOVE "S" TO WS-EN-CADENA.

       REVISAR-ULTIMO-SELLO.
           OPEN INPUT ARCHIVO-SLO.
           IF WS-FS-SLO NOT = "00"
              MOVE "S" TO WS-ROTA
              COMPUTE WS-LINEA-ROTA = WS-NUM-LINEA + 1
              MOVE "falta el archivo -cadena de la bitacora"
                  TO WS-MOTIVO
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SELLO-GUARDADO.
           READ ARCHIVO-SLO
               NOT AT END
                   IF SLO-ULT IS NUMERIC
                      MOVE SLO-ULT TO WS-SELLO-GUARDADO
                   END-IF
           END-READ.
           CLOSE ARCHIVO-SLO.
           IF WS-SELLO-GUARDADO NOT = WS-SELLO-ANT
              MOVE "S" TO WS-ROTA
              COMPUTE WS-LINEA-ROTA = WS-NUM-LINEA + 1
              MOVE "faltan lineas al final de la bitacora"
                  TO WS-MOTIVO
           END-IF.

       MOSTRAR-RESULTADO.
           IF WS-LIN > 22
              DISPLAY "ENTER PARA MAS..." LINE 23 POSITION 10
              ACCEPT WS-OPCION LINE 23 POSITION 30
              PERFORM CLEAR-SCREEN
              MOVE 3 TO WS-LIN
           END-IF.
           DISPLAY WS-RESULTADO LINE WS-LIN POSITION 5.
           ADD 1 TO WS-LIN.

      * Resumen polinomico de los WS-SELLO-LARGO bytes del texto,
      * sembrado con el sello anterior, modulo 2147483647.
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

       CLEAR-SCREEN.
           MOVE " " TO LIM.
           DISPLAY LIM LINE 1 POSITION 1 ERASE EOS.

       PAUSA.
           DISPLAY "Presione ENTER para continuar...".
           ACCEPT WS-OPCION.
