      * Mod: 03-09-2026 - El maestro de clientes se abre con la ruta
      *      relativa a esta carpeta (../../../), que es donde
      *      corren los programas del banco.
      * Mod: 15-10-2026 - Embargos judiciales (opcion E): retencion
      *      de un monto de la cuenta con oficio, motivo y fecha en
      *      Embargos.dat. Retiros y transferencias solo van contra
      *      el saldo disponible (SALDO menos embargos activos); la
      *      liberacion exige el permiso EMBARGO de permisos.dat y
      *      queda en auditoria.log; listado de embargos activos en
      *      Embargos-Activos.txt para responder a los juzgados.
      * Mod: 15-10-2026 - GMF (4 por mil) en retiros y
      *      transferencias: se calcula en cada debito y se asienta
      *      como movimiento GMF propio. Opcion G: marcar la cuenta
      *      exenta de cada cliente (exenta hasta el tope mensual de
      *      gmf-tope.cfg) y reporte mensual de GMF retenido por
      *      cuenta y total (rep-gmf.txt).
      * Mod: 15-10-2026 - Depositos en cheque (opcion 3, tipo C):
      *      quedan en canje en Cheques-Canje.dat con banco, numero
      *      y monto, y pasan al SALDO solos al abrir el programa
      *      cuando se cumplen los dias habiles de canje-dias.cfg.
      *      Cheque devuelto (opcion H) reversa el deposito y cobra
      *      la comision de comision-cheque.cfg. Extracto y cuentas
      *      del cliente muestran saldo disponible y en canje.
      * Mod: 15-10-2026 - Los dias habiles de canje descuentan los
      *      festivos del calendario compartido (festivos.dat).
      * Mod: 15-10-2026 - Cada linea de auditoria.log lleva un sello
      *      encadenado con el de la linea anterior (ultimo sello en
      *      auditoria-cadena.dat), que revisa verifica-logs.
      * Mod: 15-10-2026 - Cada alta, cambio o baja sobre
      *      Data-Master.dat queda en el diario de recuperacion
      *      (diario-recup.dat) con su imagen posterior, fecha,
      *      hora, programa y estacion, para que recupera-diario
      *      la reaplique sobre un respaldo.
      * Mod: 15-10-2026 - Tarifario de comisiones
      *      (tarifas-cuenta.cfg): el extracto cobra su comision
      *      (COM-EXTRAC) y lo que el SALDO no alcanza queda en
      *      Comisiones-Pend.dat, que se cobra con el siguiente
      *      deposito o abono de cheque. Cuota de manejo, retiros
      *      adicionales y transferencias los cobra
      *      comisiones-mensual. Opcion T: reporte de ingresos por
      *      comisiones del mes y pendientes (rep-comisiones.txt).
      * Mod: 15-10-2026 - La transferencia recibida cobra las
      *      comisiones pendientes de la cuenta destino, igual que
      *      un deposito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS NUM-CUE
                     FILE STATUS IS FS-AR.
              SELECT ARCHIVO-DIARIO ASSIGN TO
                  "../../../inventario/diario-recup.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DJ.
              SELECT ARCHIVO-DRJEST ASSIGN TO
                  "../../../inventario/Objetos/estacion.cfg"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DJ.

              SELECT CONTADOR ASSIGN TO "Contador.dat"
                     ORGANIZATION IS SEQUENTIAL
                     RECORD KEY IS DU-NUMDOC
                     FILE STATUS IS FS-DU.

      * Embargos y retenciones judiciales: varios por cuenta, con
      * clave cuenta + consecutivo.
              SELECT ARCHIVO-EMBARGO ASSIGN TO "Embargos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS EMB-CLAVE
                     FILE STATUS IS FS-EM.

              SELECT ARCHIVO-EMB-REP ASSIGN TO "Embargos-Activos.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-ER.

      * Permisos, operadores y auditoria del arbol de inventario,
      * para que la liberacion de un embargo la autorice un
      * supervisor.
              SELECT ARCHIVO-PERM
                     ASSIGN TO
                     "../../../inventario/Usuarios/permisos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS PERM-CLAVE
                     FILE STATUS IS FS-PE.

              SELECT ARCHIVO-OPERADOR
                     ASSIGN TO
                     "../../../inventario/Usuarios/usuarios.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS OP-NUMDOC
                     FILE STATUS IS FS-OP.

              SELECT ARCHIVO-AUDIT
                     ASSIGN TO
                     "../../../inventario/Usuarios/auditoria.log"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-AU.

      * Ultimo sello encadenado de auditoria.log.
              SELECT ARCHIVO-SLO ASSIGN TO WS-RUTA-SLO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-SL.

      * Cuenta exenta de GMF por cliente (una sola por NUMDOC-TIT)
      * con lo acumulado exento en el mes, y el tope mensual.
              SELECT ARCHIVO-GMF-EXE ASSIGN TO "GMF-Exentas.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS GE-NUMDOC
                     FILE STATUS IS FS-GE.

              SELECT ARCHIVO-GMF-TOPE ASSIGN TO "gmf-tope.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-GT.

              SELECT ARCHIVO-REP-GMF ASSIGN TO "rep-gmf.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-RG.

      * Cheques consignados: en canje hasta su fecha de liberacion,
      * con clave cuenta + consecutivo.
              SELECT ARCHIVO-CHEQUE ASSIGN TO "Cheques-Canje.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS CH-CLAVE
                     FILE STATUS IS FS-CH.

              SELECT ARCHIVO-CANJE-CFG ASSIGN TO "canje-dias.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-CC.

              SELECT ARCHIVO-COMISION ASSIGN TO "comision-cheque.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-CM.

      * Tarifario de comisiones de las cuentas y comisiones que el
      * SALDO no alcanzo a cubrir (cuenta + consecutivo), que se
      * cobran con el siguiente deposito.
              SELECT ARCHIVO-TARIFAS ASSIGN TO "tarifas-cuenta.cfg"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-TF.

              SELECT ARCHIVO-COM-PEND ASSIGN TO "Comisiones-Pend.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS CP-CLAVE
                     FILE STATUS IS FS-CP.

              SELECT ARCHIVO-REP-COM ASSIGN TO "rep-comisiones.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS  IS FS-RC.

      * Calendario de festivos del arbol de inventario (programa
      * festivos): el dia habil es de lunes a viernes sin festivo.
              SELECT ARCHIVO-FES
                     ASSIGN TO "../../../inventario/festivos.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE DYNAMIC
                     RECORD KEY IS FE-FECHA
                     FILE STATUS IS FS-FE.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-MAESTRO.
           05 DU-CIUDAD      PIC X(20).
           05 FILLER         PIC X(163).

       FD ARCHIVO-EMBARGO.
       01 REG-EMBARGO.
           05 EMB-CLAVE.
              10 EMB-CUENTA  PIC 9(10).
              10 EMB-SEC     PIC 9(4).
           05 EMB-MONTO      PIC 9(13).
           05 EMB-OFICIO     PIC X(20).
           05 EMB-MOTIVO     PIC X(40).
           05 EMB-FECHA      PIC 9(8).
           05 EMB-ESTADO     PIC X.
              88 EMB-ACTIVO   VALUE "A".
              88 EMB-LIBERADO VALUE "L".
           05 EMB-FEC-LIB    PIC 9(8).
           05 EMB-AUTORIZA   PIC 9(10).
       FD ARCHIVO-EMB-REP.
       01 EMB-REP-LINEA      PIC X(160).

       FD ARCHIVO-PERM.
       01 PERMDATA.
           05 PERM-CLAVE.
              07 PERM-CARGO  PIC X.
              07 PERM-OPER   PIC X(8).

      * Vista minima del maestro de usuarios, solo para conocer el
      * CARGO del supervisor que autoriza.
       FD ARCHIVO-OPERADOR.
       01 OPE-REG.
           05 FILLER         PIC X(67).
           05 OP-NUMDOC      PIC 9(10).
           05 FILLER         PIC X(50).
           05 OP-CARGO       PIC X.
           05 FILLER         PIC X(168).

       FD ARCHIVO-AUDIT.
       01 AUDIT-REG.
           05 AUDIT-LINEA    PIC X(120).
           05 AUDIT-MARCA    PIC X.
           05 AUDIT-SELLO    PIC 9(10).

       FD ARCHIVO-GMF-EXE.
       01 REG-GMF-EXENTA.
           05 GE-NUMDOC      PIC 9(13).
           05 GE-CUENTA      PIC 9(10).
           05 GE-MES         PIC 9(6).
           05 GE-ACUMULADO   PIC 9(15).
       FD ARCHIVO-GMF-TOPE.
       01 GMF-TOPE-LINEA     PIC 9(15).

       FD ARCHIVO-REP-GMF.
       01 REP-GMF-LINEA      PIC X(120).

       FD ARCHIVO-CHEQUE.
       01 REG-CHEQUE.
           05 CH-CLAVE.
              10 CH-CUENTA   PIC 9(10).
              10 CH-SEC      PIC 9(4).
           05 CH-BANCO       PIC X(20).
           05 CH-NUMERO      PIC 9(10).
           05 CH-MONTO       PIC 9(13).
           05 CH-FECHA       PIC 9(8).
           05 CH-FEC-LIBERA  PIC 9(8).
           05 CH-ESTADO      PIC X.
              88 CH-EN-CANJE  VALUE "P".
              88 CH-LIBERADO  VALUE "L".
              88 CH-DEVUELTO  VALUE "D".
           05 CH-FEC-PROC    PIC 9(8).
       FD ARCHIVO-CANJE-CFG.
       01 CANJE-CFG-LINEA    PIC 9(2).
       FD ARCHIVO-COMISION.
       01 COMISION-LINEA     PIC 9(13).

      * Tarifario: una linea por concepto (MANEJO-x por estado de
      * cuenta, RET-LIBRES, RETIRO, EXTRACTO, TRANSFER) y su valor.
       FD ARCHIVO-TARIFAS.
       01 REG-TARIFA.
           05 TAR-CONCEPTO   PIC X(10).
           05 TAR-VALOR      PIC 9(13).

       FD ARCHIVO-COM-PEND.
       01 REG-COM-PEND.
           05 CP-CLAVE.
              10 CP-CUENTA   PIC 9(10).
              10 CP-SEC      PIC 9(4).
           05 CP-TIPO        PIC X(10).
           05 CP-ORIGINAL    PIC 9(13).
           05 CP-MONTO       PIC 9(13).
           05 CP-FECHA       PIC 9(8).
           05 CP-ESTADO      PIC X.
              88 CP-PENDIENTE VALUE "P".
              88 CP-COBRADA   VALUE "C".
           05 CP-FEC-COBRO   PIC 9(8).

       FD ARCHIVO-REP-COM.
       01 REP-COM-LINEA      PIC X(120).

      * Calendario de festivos compartido (programa festivos).
       FD ARCHIVO-FES.
       01  FESDATA.
           05 FE-FECHA       PIC 9(8).
           05 FE-NOMBRE      PIC X(30).
           05 FILLER         PIC X(20).

      * Ultimo sello de la bitacora que se esta escribiendo.
       FD ARCHIVO-SLO.
       01 SLO-ULT            PIC 9(10).

      * Diario de recuperacion: imagen posterior de cada alta,
      * cambio o baja sobre los maestros y archivos de movimiento,
      * para reaplicarla sobre un respaldo (recupera-diario).
       FD ARCHIVO-DIARIO.
       01 DRJ-REG.
           05 DRJ-FECHA      PIC 9(8).
           05 DRJ-HORA       PIC 9(8).
           05 DRJ-PROGRAMA   PIC X(20).
           05 DRJ-ESTACION   PIC 9(4).
           05 DRJ-ARCHIVO    PIC X(12).
           05 DRJ-OPERACION  PIC X.
           05 DRJ-IMAGEN     PIC X(800).
       FD ARCHIVO-DRJEST.
       01 DRJEST-LINEA      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 FS-AR     PIC XX.
       01 FS-CO     PIC XX.
       01 WS-CTAS-CLI       PIC 9(4).
       01 WS-SALDO-CLI      PIC 9(17).
       01 WS-LIN-CLI        PIC 9(2).
       01 FS-EM             PIC XX.
       01 FS-ER             PIC XX.
       01 FS-PE             PIC XX.
       01 FS-OP             PIC XX.
       01 FS-AU             PIC XX.
       01 WS-EMB-OPCION     PIC X.
       01 WS-EMB-RETENIDO   PIC 9(15).
       01 WS-DISPONIBLE     PIC 9(15).
       01 WS-EMB-SEC        PIC 9(4).
       01 WS-EMB-OFICIO     PIC X(20).
       01 WS-EMB-MOTIVO     PIC X(40).
       01 WS-EMB-ACTIVOS    PIC 9(6).
       01 WS-EMB-TOTAL      PIC 9(17).
       01 WS-LIN-EMB        PIC 9(2).
       01 WS-AUT-NUMDOC     PIC 9(10).
       01 WS-OPER-CARGO     PIC X.
       01 WS-PERM-OK        PIC X.
       01 FS-GE             PIC XX.
       01 FS-GT             PIC XX.
      * GMF (4 por mil) del debito en curso: base, parte exenta e
      * impuesto; el tope mensual exento va en pesos.
       01 WS-GMF-BASE       PIC 9(13).
       01 WS-GMF-EXENTO     PIC 9(13).
       01 WS-GMF            PIC 9(13).
       01 WS-GMF-TOPE       PIC 9(15) VALUE 17429650.
       01 WS-GMF-CUPO       PIC 9(15).
       01 WS-GMF-NUMDOC     PIC 9(13).
       01 WS-GMF-MONTO-AUX  PIC 9(13).
       01 WS-GMF-FECHA.
           05 WS-GMF-MES    PIC 9(6).
           05 FILLER        PIC 9(2).
       01 FS-RG             PIC XX.
       01 WS-GMF-CUENTA     PIC 9(10).
       01 WS-GMF-OPCION     PIC X.
       01 WS-GMF-REP-MES    PIC 9(6).
       01 WS-GMF-REP-TXT    PIC X(6).
       01 WS-GMF-TOTAL      PIC 9(15).
       01 WS-GMF-EXE-TOTAL  PIC 9(17).
       01 WS-GMF-CTA-TXT    PIC X(10).
       01 WS-GMF-CTA-NUM    PIC 9(10).
      * Acumulado del reporte mensual por cuenta, en el orden en
      * que aparecen en el libro.
       01 WS-GT-USADOS      PIC 9(4) VALUE 0.
       01 WS-GT-I           PIC 9(4).
       01 WS-GT-POS         PIC 9(4).
       01 FS-CH             PIC XX.
       01 FS-CC             PIC XX.
       01 FS-CM             PIC XX.
       01 FS-FE             PIC XX.
       01 WS-FES-ABIERTO    PIC X VALUE "N".
       01 WS-FECHA-HABIL    PIC 9(8).
       01 WS-INT-HABIL      PIC 9(7).
       01 WS-COC-SEMANA     PIC 9(7).
       01 WS-DIA-SEMANA     PIC 9.
       01 WS-ES-HABIL       PIC X.
      * Cheques en canje: dias habiles de canje, comision del
      * cheque devuelto y saldo en canje de la cuenta en el area.
       01 WS-CH-TIPO        PIC X.
       01 WS-CH-OPCION      PIC X.
       01 WS-CH-DIAS        PIC 9(2) VALUE 2.
       01 WS-CH-COMISION    PIC 9(13) VALUE 20000.
       01 WS-CH-COBRO       PIC 9(13).
       01 WS-CH-BANCO       PIC X(20).
       01 WS-CH-NUMERO      PIC 9(10).
       01 WS-CH-SEC         PIC 9(4).
       01 WS-CH-HOY         PIC 9(8).
       01 WS-CH-CUENTA-DIAS PIC 9(2).
       01 WS-CH-LIBERADOS   PIC 9(5).
       01 WS-CH-HALLADO     PIC X.
       01 WS-CANJE          PIC 9(15).
      * Tarifario vigente (sin tarifas-cuenta.cfg valen estos) y
      * comision en curso: valor, lo cobrado y lo que queda
      * pendiente.
       01 FS-TF             PIC XX.
       01 FS-CP             PIC XX.
       01 FS-RC             PIC XX.
       01 WS-TAR-RET-LIBRES PIC 9(3)  VALUE 4.
       01 WS-TAR-RETIRO     PIC 9(13) VALUE 2500.
       01 WS-TAR-EXTRACTO   PIC 9(13) VALUE 3500.
       01 WS-TAR-TRANSFER   PIC 9(13) VALUE 3000.
       01 WS-TM-USADOS      PIC 9(2).
       01 WS-TM-I           PIC 9(2).
       01 WS-TM-POS         PIC 9(2).
       01 WS-TM-BUSCA       PIC X.
       01 WS-TAR-MANEJO-TABLA.
           05 WS-TM-FILA OCCURS 10 TIMES.
              10 WS-TM-ESTADO PIC X.
              10 WS-TM-VALOR  PIC 9(13).
       01 WS-COM-TIPO       PIC X(10).
       01 WS-COM-VALOR      PIC 9(13).
       01 WS-COM-COBRO      PIC 9(13).
       01 WS-COM-FALTA      PIC 9(13).
       01 WS-COM-RECUP      PIC 9(15).
       01 WS-CP-SEC         PIC 9(4).
      * Reporte de ingresos por comisiones del mes, por concepto.
       01 WS-RC-MES         PIC 9(6).
       01 WS-RC-MES-TXT     PIC X(6).
       01 WS-RC-I           PIC 9.
       01 WS-RC-TOTAL       PIC 9(15).
       01 WS-RC-PEND        PIC 9(15).
       01 WS-RC-CTAS-PEND   PIC 9(6).
       01 WS-RC-TABLA.
           05 WS-RC-FILA OCCURS 5 TIMES.
              10 WS-RC-TIPO   PIC X(10).
              10 WS-RC-MOVS   PIC 9(6).
              10 WS-RC-VALOR  PIC 9(15).
       01 WS-GMF-TABLA.
           05 WS-GT-FILA OCCURS 3000 TIMES.
              10 WS-GT-CUENTA PIC 9(10).
              10 WS-GT-MOVS   PIC 9(5).
              10 WS-GT-VALOR  PIC 9(15).

      * Sello encadenado de las bitacoras (auditoria, sesiones e
      * historial de precios): cada linea lleva un resumen de su
      * contenido mezclado con el sello de la linea anterior, y el
      * ultimo sello de cada bitacora queda en su archivo -cadena.
      * Alterar, quitar o intercalar una linea rompe la cadena y
      * verifica-logs dice en cual.
       01 FS-SL              PIC XX.
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
       01 FS-DJ              PIC XX.
       01 WS-DIARIO-OPER     PIC X.
       01 WS-DIARIO-ESTACION PIC 9(4) VALUE 0.
       01 WS-DIARIO-EST-LEIDA PIC X VALUE "N".

       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "Eror al abri el archivo, FS = "  FS-AR
              STOP RUN
           END-IF.
           OPEN I-O ARCHIVO-EMBARGO.
           IF FS-EM = "35"
              CLOSE ARCHIVO-EMBARGO
              OPEN OUTPUT ARCHIVO-EMBARGO
              CLOSE ARCHIVO-EMBARGO
              OPEN I-O ARCHIVO-EMBARGO
           END-IF.
           OPEN I-O ARCHIVO-CHEQUE.
           IF FS-CH = "35"
              CLOSE ARCHIVO-CHEQUE
              OPEN OUTPUT ARCHIVO-CHEQUE
              CLOSE ARCHIVO-CHEQUE
              OPEN I-O ARCHIVO-CHEQUE
           END-IF.
           OPEN I-O ARCHIVO-COM-PEND.
           IF FS-CP = "35"
              CLOSE ARCHIVO-COM-PEND
              OPEN OUTPUT ARCHIVO-COM-PEND
              CLOSE ARCHIVO-COM-PEND
              OPEN I-O ARCHIVO-COM-PEND
           END-IF.
           PERFORM LIBERAR-CANJE.
           IF WS-CH-LIBERADOS > 0
              DISPLAY "Cheques liberados de canje: " WS-CH-LIBERADOS
                  LINE 2 POSITION 20
           END-IF.

           PERFORM PANTALLA-INI UNTIL INI = "9".
           CLOSE ARCHIVO-MAESTRO.
           CLOSE ARCHIVO-EMBARGO.
           CLOSE ARCHIVO-CHEQUE.
           CLOSE ARCHIVO-COM-PEND.
           STOP RUN.


      -    LINE 13 POSITION 20.
           DISPLAY "C: Cuentas de un cliente"
      -    LINE 14 POSITION 20.
           DISPLAY "E: Embargos judiciales"
      -    LINE 15 POSITION 20.
           DISPLAY "G: GMF (cuenta exenta / reporte mensual)"
      -    LINE 16 POSITION 20.
           DISPLAY "H: Cheque devuelto / liberar canje"
      -    LINE 17 POSITION 20.
           DISPLAY "T: Comisiones (tarifas / ingresos)"
      -    LINE 18 POSITION 20.
           DISPLAY "9: Salir"
           ACCEPT INI LINE 19 POSITION 20.

           EVALUATE INI
              WHEN "1"
                     PERFORM CAMBIAR-ESTADO-CUENTA
              WHEN "C"
                     PERFORM CUENTAS-DE-CLIENTE
              WHEN "E"
                     PERFORM EMBARGOS
              WHEN "G"
                     PERFORM GMF-MENU
              WHEN "H"
                     PERFORM CHEQUES-MENU
              WHEN "T"
                     PERFORM REPORTE-COMISIONES
              WHEN "9"
                     DISPLAY "ADIOS ;P"
              WHEN OTHER
                 PERFORM CLEAR-SCREEN
                 DISPLAY "Error: numero de cuenta ya existente."
                     LINE 7 POSITION 20
           END-WRITE
           MOVE "W" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           EXIT.

       AGR-SALDO.
              MOVE "10" TO FS-AR
           END-IF.
           IF FS-AR = "00"
              DISPLAY "Efectivo o cheque (E/C): " LINE 5 POSITION 20
              MOVE "E" TO WS-CH-TIPO
              ACCEPT WS-CH-TIPO          LINE 5 POSITION 45
           END-IF.
           IF FS-AR = "00" AND (WS-CH-TIPO = "C" OR WS-CH-TIPO = "c")
              PERFORM DEPOSITO-CHEQUE
              MOVE "10" TO FS-AR
           END-IF.
           IF FS-AR = "00"
              DISPLAY "Monto a depositar: " LINE 6 POSITION 20
              ACCEPT TRX-MONTO           LINE 6 POSITION 45
              ADD TRX-MONTO TO SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              DISPLAY "Saldo actualizado: " SALDO LINE 7 POSITION 20
              MOVE "DEPOSITO" TO WS-TIPO-MOV
              PERFORM REGISTRAR-MOVIMIENTO
              PERFORM COBRAR-PENDIENTES
              IF WS-COM-RECUP > 0
                 DISPLAY "Comisiones pendientes cobradas: "
                     WS-COM-RECUP " Saldo: " SALDO LINE 8 POSITION 20
              END-IF
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 10 POSITION 20.
           ACCEPT CLE LINE 10 POSITION 45.
              MOVE "10" TO FS-AR
           END-IF.
           IF FS-AR = "00"
              PERFORM CALCULAR-DISPONIBLE
              DISPLAY "Monto a retirar: " LINE 5 POSITION 20
              ACCEPT TRX-MONTO         LINE 5 POSITION 45
              MOVE TRX-MONTO TO WS-GMF-BASE
              PERFORM CALCULAR-GMF
              IF TRX-MONTO + WS-GMF > WS-DISPONIBLE
                 DISPLAY "Error: saldo insuficiente." LINE 7 POSITION 20
                 IF WS-EMB-RETENIDO > 0
                    DISPLAY "Disponible (hay embargos): "
                        WS-DISPONIBLE LINE 8 POSITION 20
                 END-IF
                 MOVE "RECHAZADO" TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
              ELSE
                 SUBTRACT TRX-MONTO FROM SALDO
                 REWRITE REG-CUENTA
                 MOVE "R" TO WS-DIARIO-OPER
                 PERFORM DIARIO-DATA-MASTER
                 DISPLAY "Saldo actualizado: " SALDO LINE 7 POSITION 20
                 MOVE "RETIRO" TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
                 PERFORM COBRAR-GMF
                 IF WS-GMF > 0
                    DISPLAY "GMF 4x1000: " WS-GMF " Saldo: " SALDO
                        LINE 8 POSITION 20
                 END-IF
              END-IF
           END-IF.
           DISPLAY "ENTER PARA CONTINUAR..." LINE 10 POSITION 20.
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR = "00"
              DISPLAY "Estado actualizado." LINE 9 POSITION 20
              MOVE 0 TO TRX-MONTO
           MOVE 0 TO WS-EXT-ENTRADAS.
           MOVE 0 TO WS-EXT-SALIDAS.
           MOVE 0 TO WS-EXT-LINEAS.
      * La comision del extracto se cobra antes de barrer el libro,
      * para que salga en el mismo extracto si el rango llega a hoy.
           MOVE WS-EXT-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 CONTINUE
           END-READ.
           IF FS-AR = "00" AND NOT CTA-CERRADA
              PERFORM LEER-TARIFAS
              MOVE WS-TAR-EXTRACTO TO WS-COM-VALOR
              MOVE "COM-EXTRAC" TO WS-COM-TIPO
              PERFORM CARGAR-COMISION
           END-IF.
           OPEN INPUT LIBRO-MOVIMIENTOS.
           IF FS-LM NOT = "00"
              DISPLAY "No hay movimientos registrados."
               DELIMITED BY SIZE INTO EXTRACTO-LINEA
           END-STRING.
           WRITE EXTRACTO-LINEA.
      * Saldos a hoy: el disponible descuenta embargos y el canje
      * son los cheques consignados que aun no pasan al SALDO.
           MOVE WS-EXT-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 MOVE 0 TO SALDO
           END-READ.
           PERFORM CALCULAR-DISPONIBLE.
           PERFORM CALCULAR-CANJE.
           MOVE SPACES TO EXTRACTO-LINEA.
           STRING "SALDO: " SALDO
               "  DISPONIBLE: " WS-DISPONIBLE
               "  EN CANJE: " WS-CANJE
               DELIMITED BY SIZE INTO EXTRACTO-LINEA
           END-STRING.
           WRITE EXTRACTO-LINEA.
           CLOSE ARCHIVO-EXTRACTO.
           DISPLAY "Disponible: " WS-DISPONIBLE "  En canje: "
               WS-CANJE LINE 9 POSITION 20.
           DISPLAY "Extracto generado en Extracto.txt ("
               WS-EXT-LINEAS " movimientos)." LINE 8 POSITION 20.
           PERFORM PAUSA-TRX.
                      ADD WS-EXT-MONTO TO WS-EXT-ENTRADAS
                  WHEN "TRANSF-REV"
                      ADD WS-EXT-MONTO TO WS-EXT-ENTRADAS
                  WHEN "CHEQ-ABONO"
                      ADD WS-EXT-MONTO TO WS-EXT-ENTRADAS
                  WHEN "CHEQ-REVER"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "COM-CHEQUE"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "RETIRO    "
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "TRANSF-ENV"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "GMF       "
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "COM-MANEJO"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "COM-RETIRO"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "COM-TRANSF"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN "COM-EXTRAC"
                      ADD WS-EXT-MONTO TO WS-EXT-SALIDAS
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-DISPONIBLE.
           MOVE TRX-CUENTA TO WS-GMF-CUENTA.
           MOVE TRX-MONTO TO WS-GMF-BASE.
           PERFORM CALCULAR-GMF.
           IF TRX-MONTO + WS-GMF > WS-DISPONIBLE
              DISPLAY "Error: saldo insuficiente." LINE 9 POSITION 20
              IF WS-EMB-RETENIDO > 0
                 DISPLAY "Disponible (hay embargos): "
                     WS-DISPONIBLE LINE 10 POSITION 20
              END-IF
              MOVE "RECHAZADO" TO WS-TIPO-MOV
              PERFORM REGISTRAR-MOVIMIENTO
              PERFORM PAUSA-TRX
           IF WS-ROLLBACK = "N"
              SUBTRACT TRX-MONTO FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR NOT = "00"
                 MOVE "S" TO WS-ROLLBACK
              ELSE
           IF WS-ROLLBACK = "N"
              ADD TRX-MONTO TO SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR NOT = "00"
                 MOVE "S" TO WS-ROLLBACK
              END-IF
              MOVE TRX-DESTINO TO TRX-CUENTA
              MOVE "TRANSF-REC" TO WS-TIPO-MOV
              PERFORM REGISTRAR-MOVIMIENTO
      * Lo recibido es un deposito para el destino: cobra sus
      * comisiones pendientes.
              PERFORM COBRAR-PENDIENTES
      * El GMF se cobra al origen solo con la transferencia ya
      * completa, para no tener que reversarlo.
              MOVE WS-GMF-CUENTA TO NUM-CUE
              READ ARCHIVO-MAESTRO
                 INVALID KEY
                    DISPLAY "GMF NO COBRADO CUENTA " NUM-CUE
                        LINE 10 POSITION 20
                 NOT INVALID KEY
                    PERFORM COBRAR-GMF
              END-READ
              DISPLAY "Transferencia aplicada." LINE 9 POSITION 20
           END-IF.
           PERFORM PAUSA-TRX.

      * Reverso del debito al origen cuando el abono al destino no
      * se pudo aplicar; queda tambien en el libro. No es un deposito
      * (devuelve el propio dinero): no cobra comisiones pendientes.
       REVERSAR-ORIGEN.
           MOVE TRX-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
           IF FS-AR = "00"
              ADD TRX-MONTO TO SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR = "00"
                 MOVE "TRANSF-REV" TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
                 ACCEPT TRX-CLAVE-NUEVA              LINE 6 POSITION 45
                 MOVE TRX-CLAVE-NUEVA TO CLAVE
                 REWRITE REG-CUENTA
                 MOVE "R" TO WS-DIARIO-OPER
                 PERFORM DIARIO-DATA-MASTER
                 DISPLAY "Clave actualizada." LINE 7 POSITION 20
              END-IF
           END-IF.
                       PERFORM CLEAR-SCREEN
                       MOVE 5 TO WS-LIN-CLI
                    END-IF
                    PERFORM CALCULAR-DISPONIBLE
                    PERFORM CALCULAR-CANJE
                    DISPLAY "CUENTA " NUM-CUE " SALDO " SALDO
                        " ESTADO " ESTADO-CTA
                        LINE WS-LIN-CLI POSITION 5
                    ADD 1 TO WS-LIN-CLI
                    DISPLAY "   DISPONIBLE " WS-DISPONIBLE
                        " EN CANJE " WS-CANJE
                        LINE WS-LIN-CLI POSITION 5
                    ADD 1 TO WS-LIN-CLI
                 END-IF
                 PERFORM LEER-SIGUIENTE-CUENTA
              END-PERFORM
               WS-SALDO-CLI LINE WS-LIN-CLI POSITION 5.
           PERFORM PAUSA-TRX.

      ****************************************************************
      * Saldo disponible de la cuenta que este en el area: SALDO    *
      * menos la suma de sus embargos activos (nunca negativo). Los *
      * debitos se validan contra este disponible.                  *
      ****************************************************************
       CALCULAR-DISPONIBLE.
           MOVE 0 TO WS-EMB-RETENIDO.
           MOVE NUM-CUE TO EMB-CUENTA.
           MOVE 0 TO EMB-SEC.
           START ARCHIVO-EMBARGO KEY IS NOT LESS THAN EMB-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-EM
           END-START.
           IF FS-EM = "00"
              PERFORM LEER-SIGUIENTE-EMB
              PERFORM UNTIL FS-EM NOT = "00"
                         OR EMB-CUENTA NOT = NUM-CUE
                 IF EMB-ACTIVO
                    ADD EMB-MONTO TO WS-EMB-RETENIDO
                 END-IF
                 PERFORM LEER-SIGUIENTE-EMB
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-EM.
           IF WS-EMB-RETENIDO >= SALDO
              MOVE 0 TO WS-DISPONIBLE
           ELSE
              COMPUTE WS-DISPONIBLE = SALDO - WS-EMB-RETENIDO
           END-IF.

       LEER-SIGUIENTE-EMB.
           READ ARCHIVO-EMBARGO NEXT RECORD
               AT END MOVE "10" TO FS-EM
           END-READ.

      ****************************************************************
      * GMF (4 por mil) sobre el debito de WS-GMF-BASE de la cuenta  *
      * que este en el area. Si es la cuenta exenta del titular en   *
      * GMF-Exentas.dat, la base queda exenta hasta completar el     *
      * tope mensual (gmf-tope.cfg) y solo el exceso paga.           *
      ****************************************************************
       CALCULAR-GMF.
           MOVE 0 TO WS-GMF-EXENTO.
           MOVE NUMDOC-TIT TO WS-GMF-NUMDOC.
           ACCEPT WS-GMF-FECHA FROM DATE YYYYMMDD.
           IF NUMDOC-TIT NOT = 0
              OPEN INPUT ARCHIVO-GMF-EXE
              IF FS-GE = "00"
                 MOVE NUMDOC-TIT TO GE-NUMDOC
                 READ ARCHIVO-GMF-EXE
                     INVALID KEY
                         MOVE 0 TO GE-CUENTA
                 END-READ
                 IF GE-CUENTA = NUM-CUE
                    PERFORM CALCULAR-GMF-EXENTO
                 END-IF
                 CLOSE ARCHIVO-GMF-EXE
              END-IF
           END-IF.
           COMPUTE WS-GMF ROUNDED =
               (WS-GMF-BASE - WS-GMF-EXENTO) * 4 / 1000.

       CALCULAR-GMF-EXENTO.
           OPEN INPUT ARCHIVO-GMF-TOPE.
           IF FS-GT = "00"
              READ ARCHIVO-GMF-TOPE
                  AT END CONTINUE
                  NOT AT END
                      IF GMF-TOPE-LINEA > 0
                         MOVE GMF-TOPE-LINEA TO WS-GMF-TOPE
                      END-IF
              END-READ
              CLOSE ARCHIVO-GMF-TOPE
           END-IF.
           IF GE-MES NOT = WS-GMF-MES
              MOVE 0 TO GE-ACUMULADO
           END-IF.
           IF GE-ACUMULADO < WS-GMF-TOPE
              COMPUTE WS-GMF-CUPO = WS-GMF-TOPE - GE-ACUMULADO
              IF WS-GMF-BASE > WS-GMF-CUPO
                 MOVE WS-GMF-CUPO TO WS-GMF-EXENTO
              ELSE
                 MOVE WS-GMF-BASE TO WS-GMF-EXENTO
              END-IF
           END-IF.

      * Cobra el GMF ya calculado a la cuenta que este en el area,
      * como movimiento GMF propio, y suma lo exento al mes.
       COBRAR-GMF.
           IF WS-GMF > 0
              SUBTRACT WS-GMF FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR = "00"
                 MOVE TRX-MONTO TO WS-GMF-MONTO-AUX
                 MOVE NUM-CUE TO TRX-CUENTA
                 MOVE WS-GMF TO TRX-MONTO
                 MOVE "GMF" TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
                 MOVE WS-GMF-MONTO-AUX TO TRX-MONTO
              ELSE
                 DISPLAY "Error al cobrar el GMF de la cuenta "
                     NUM-CUE " FS = " FS-AR
              END-IF
           END-IF.
           IF WS-GMF-EXENTO = 0
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-GMF-EXE.
           IF FS-GE = "00"
              MOVE WS-GMF-NUMDOC TO GE-NUMDOC
              READ ARCHIVO-GMF-EXE
                  INVALID KEY
                      MOVE "23" TO FS-GE
              END-READ
              IF FS-GE = "00"
                 IF GE-MES NOT = WS-GMF-MES
                    MOVE WS-GMF-MES TO GE-MES
                    MOVE 0 TO GE-ACUMULADO
                 END-IF
                 ADD WS-GMF-EXENTO TO GE-ACUMULADO
                 REWRITE REG-GMF-EXENTA
              END-IF
              CLOSE ARCHIVO-GMF-EXE
           END-IF.

      ****************************************************************
      * Deposito en cheque: no entra al SALDO; queda en canje con   *
      * su fecha de liberacion (dias habiles de canje-dias.cfg) y   *
      * en el libro como CHEQ-CANJE. Al liberarse entra al SALDO    *
      * como CHEQ-ABONO.                                            *
      ****************************************************************
       DEPOSITO-CHEQUE.
           DISPLAY "Banco girado:      " LINE 6 POSITION 20.
           MOVE SPACES TO WS-CH-BANCO.
           ACCEPT WS-CH-BANCO           LINE 6 POSITION 45.
           DISPLAY "Numero del cheque: " LINE 7 POSITION 20.
           MOVE 0 TO WS-CH-NUMERO.
           ACCEPT WS-CH-NUMERO          LINE 7 POSITION 45.
           DISPLAY "Monto del cheque:  " LINE 8 POSITION 20.
           MOVE 0 TO TRX-MONTO.
           ACCEPT TRX-MONTO             LINE 8 POSITION 45.
           IF TRX-MONTO = 0 OR WS-CH-BANCO = SPACES
              OR WS-CH-NUMERO = 0
              DISPLAY "Banco, numero y monto son obligatorios."
                  LINE 9 POSITION 20
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CH-SEC.
           MOVE TRX-CUENTA TO CH-CUENTA.
           MOVE 0 TO CH-SEC.
           START ARCHIVO-CHEQUE KEY IS NOT LESS THAN CH-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CH
           END-START.
           PERFORM UNTIL FS-CH NOT = "00"
              READ ARCHIVO-CHEQUE NEXT RECORD
                  AT END MOVE "10" TO FS-CH
              END-READ
              IF FS-CH = "00"
                 IF CH-CUENTA NOT = TRX-CUENTA
                    MOVE "10" TO FS-CH
                 ELSE
                    MOVE CH-SEC TO WS-CH-SEC
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CH.
           ADD 1 TO WS-CH-SEC.
           PERFORM LEER-CFG-CHEQUES.
           ACCEPT WS-CH-HOY FROM DATE YYYYMMDD.
           MOVE TRX-CUENTA TO CH-CUENTA.
           MOVE WS-CH-SEC TO CH-SEC.
           MOVE WS-CH-BANCO TO CH-BANCO.
           MOVE WS-CH-NUMERO TO CH-NUMERO.
           MOVE TRX-MONTO TO CH-MONTO.
           MOVE WS-CH-HOY TO CH-FECHA.
           PERFORM CALCULAR-FECHA-CANJE.
           MOVE "P" TO CH-ESTADO.
           MOVE 0 TO CH-FEC-PROC.
           WRITE REG-CHEQUE
              INVALID KEY
                 DISPLAY "Error: cheque ya registrado."
                     LINE 9 POSITION 20
                 EXIT PARAGRAPH
           END-WRITE.
           MOVE "CHEQ-CANJE" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           DISPLAY "Cheque en canje hasta " CH-FEC-LIBERA
               LINE 9 POSITION 20.

      * Suma los dias habiles (lunes a viernes sin festivo) de
      * canje a la fecha del deposito.
       CALCULAR-FECHA-CANJE.
           COMPUTE WS-INT-HABIL = FUNCTION INTEGER-OF-DATE(CH-FECHA).
           MOVE 0 TO WS-CH-CUENTA-DIAS.
           PERFORM ABRIR-FESTIVOS.
           PERFORM UNTIL WS-CH-CUENTA-DIAS >= WS-CH-DIAS
              ADD 1 TO WS-INT-HABIL
              COMPUTE WS-FECHA-HABIL =
                  FUNCTION DATE-OF-INTEGER(WS-INT-HABIL)
              PERFORM VERIFICAR-DIA-HABIL
              IF WS-ES-HABIL = "S"
                 ADD 1 TO WS-CH-CUENTA-DIAS
              END-IF
           END-PERFORM.
           PERFORM CERRAR-FESTIVOS.
           COMPUTE CH-FEC-LIBERA =
               FUNCTION DATE-OF-INTEGER(WS-INT-HABIL).

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
           MOVE "00" TO FS-FE.

       ABRIR-FESTIVOS.
           MOVE "N" TO WS-FES-ABIERTO.
           OPEN INPUT ARCHIVO-FES.
           IF FS-FE = "00"
              MOVE "S" TO WS-FES-ABIERTO
           END-IF.

       CERRAR-FESTIVOS.
           IF WS-FES-ABIERTO = "S"
              CLOSE ARCHIVO-FES
              MOVE "N" TO WS-FES-ABIERTO
           END-IF.

       LEER-CFG-CHEQUES.
           OPEN INPUT ARCHIVO-CANJE-CFG.
           IF FS-CC = "00"
              READ ARCHIVO-CANJE-CFG
                  AT END CONTINUE
                  NOT AT END
                      IF CANJE-CFG-LINEA > 0
                         MOVE CANJE-CFG-LINEA TO WS-CH-DIAS
                      END-IF
              END-READ
              CLOSE ARCHIVO-CANJE-CFG
           END-IF.
           OPEN INPUT ARCHIVO-COMISION.
           IF FS-CM = "00"
              READ ARCHIVO-COMISION
                  AT END CONTINUE
                  NOT AT END
                      MOVE COMISION-LINEA TO WS-CH-COMISION
              END-READ
              CLOSE ARCHIVO-COMISION
           END-IF.

      * Saldo en canje de la cuenta que este en el area.
       CALCULAR-CANJE.
           MOVE 0 TO WS-CANJE.
           MOVE NUM-CUE TO CH-CUENTA.
           MOVE 0 TO CH-SEC.
           START ARCHIVO-CHEQUE KEY IS NOT LESS THAN CH-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CH
           END-START.
           PERFORM UNTIL FS-CH NOT = "00"
              READ ARCHIVO-CHEQUE NEXT RECORD
                  AT END MOVE "10" TO FS-CH
              END-READ
              IF FS-CH = "00"
                 IF CH-CUENTA NOT = NUM-CUE
                    MOVE "10" TO FS-CH
                 ELSE
                    IF CH-EN-CANJE
                       ADD CH-MONTO TO WS-CANJE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CH.

      ****************************************************************
      * Liberacion del canje: todo cheque en canje con su fecha de  *
      * liberacion cumplida entra al SALDO de la cuenta como        *
      * CHEQ-ABONO. Corre sola al abrir el programa y a pedido.     *
      ****************************************************************
       LIBERAR-CANJE.
           MOVE 0 TO WS-CH-LIBERADOS.
           ACCEPT WS-CH-HOY FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO CH-CLAVE.
           START ARCHIVO-CHEQUE KEY IS NOT LESS THAN CH-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CH
           END-START.
           PERFORM UNTIL FS-CH NOT = "00"
              READ ARCHIVO-CHEQUE NEXT RECORD
                  AT END MOVE "10" TO FS-CH
              END-READ
              IF FS-CH = "00"
                 IF CH-EN-CANJE AND CH-FEC-LIBERA <= WS-CH-HOY
                    PERFORM ABONAR-CHEQUE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CH.

      * El cheque sigue en su area mientras se abona la cuenta, asi
      * que se reescribe sin perder la secuencia.
       ABONAR-CHEQUE.
           MOVE CH-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 DISPLAY "Cheque " CH-NUMERO " de cuenta inexistente "
                     CH-CUENTA
                 EXIT PARAGRAPH
           END-READ.
           ADD CH-MONTO TO SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al liberar cheque de cuenta " CH-CUENTA
                  " FS = " FS-AR
              EXIT PARAGRAPH
           END-IF.
           MOVE CH-CUENTA TO TRX-CUENTA.
           MOVE CH-MONTO TO TRX-MONTO.
           MOVE "CHEQ-ABONO" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM COBRAR-PENDIENTES.
           MOVE "L" TO CH-ESTADO.
           MOVE WS-CH-HOY TO CH-FEC-PROC.
           REWRITE REG-CHEQUE.
           ADD 1 TO WS-CH-LIBERADOS.

       CHEQUES-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "D: Cheque devuelto"         LINE 4 POSITION 20.
           DISPLAY "L: Liberar canje vencido"   LINE 5 POSITION 20.
           MOVE SPACE TO WS-CH-OPCION.
           ACCEPT WS-CH-OPCION LINE 7 POSITION 20.
           EVALUATE WS-CH-OPCION
              WHEN "D"
                     PERFORM CHEQUE-DEVUELTO
              WHEN "L"
                     PERFORM LIBERAR-CANJE
                     DISPLAY "Cheques liberados: " WS-CH-LIBERADOS
                         LINE 9 POSITION 20
                     PERFORM PAUSA-TRX
              WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      ****************************************************************
      * Cheque devuelto: si aun estaba en canje solo se anula       *
      * (CHEQ-DEVOL, el SALDO no lo tenia); si ya se habia liberado *
      * se debita de vuelta (CHEQ-REVER). En los dos casos se cobra *
      * la comision de comision-cheque.cfg (COM-CHEQUE), hasta lo   *
      * que alcance el SALDO.                                       *
      ****************************************************************
       CHEQUE-DEVUELTO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de cuenta:  " LINE 4 POSITION 20.
           MOVE 0 TO TRX-CUENTA.
           ACCEPT TRX-CUENTA            LINE 4 POSITION 45.
           DISPLAY "Numero del cheque: " LINE 5 POSITION 20.
           MOVE 0 TO WS-CH-NUMERO.
           ACCEPT WS-CH-NUMERO          LINE 5 POSITION 45.
           MOVE "N" TO WS-CH-HALLADO.
           MOVE TRX-CUENTA TO CH-CUENTA.
           MOVE 0 TO CH-SEC.
           START ARCHIVO-CHEQUE KEY IS NOT LESS THAN CH-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CH
           END-START.
           PERFORM UNTIL FS-CH NOT = "00" OR WS-CH-HALLADO = "S"
              READ ARCHIVO-CHEQUE NEXT RECORD
                  AT END MOVE "10" TO FS-CH
              END-READ
              IF FS-CH = "00"
                 IF CH-CUENTA NOT = TRX-CUENTA
                    MOVE "10" TO FS-CH
                 ELSE
                    IF CH-NUMERO = WS-CH-NUMERO
                       AND NOT CH-DEVUELTO
                       MOVE "S" TO WS-CH-HALLADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CH.
           IF WS-CH-HALLADO NOT = "S"
              DISPLAY "Cheque no encontrado o ya devuelto."
                  LINE 7 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           MOVE CH-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 DISPLAY "Cuenta no encontrada." LINE 7 POSITION 20
                 PERFORM PAUSA-TRX
                 EXIT PARAGRAPH
           END-READ.
           MOVE CH-MONTO TO TRX-MONTO.
           IF CH-LIBERADO
              IF SALDO < CH-MONTO
                 DISPLAY "Saldo insuficiente para reversar el cheque:"
                     LINE 7 POSITION 20
                 DISPLAY "cobro manual al cliente." LINE 8 POSITION 20
                 PERFORM PAUSA-TRX
                 EXIT PARAGRAPH
              END-IF
              SUBTRACT CH-MONTO FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              MOVE "CHEQ-REVER" TO WS-TIPO-MOV
           ELSE
              MOVE "CHEQ-DEVOL" TO WS-TIPO-MOV
           END-IF.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM LEER-CFG-CHEQUES.
           MOVE WS-CH-COMISION TO WS-CH-COBRO.
           IF WS-CH-COBRO > SALDO
              MOVE SALDO TO WS-CH-COBRO
           END-IF.
           IF WS-CH-COBRO > 0
              SUBTRACT WS-CH-COBRO FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              MOVE WS-CH-COBRO TO TRX-MONTO
              MOVE "COM-CHEQUE" TO WS-TIPO-MOV
              PERFORM REGISTRAR-MOVIMIENTO
           END-IF.
           ACCEPT WS-CH-HOY FROM DATE YYYYMMDD.
           MOVE "D" TO CH-ESTADO.
           MOVE WS-CH-HOY TO CH-FEC-PROC.
           REWRITE REG-CHEQUE.
           DISPLAY "Cheque devuelto. Comision cobrada: " WS-CH-COBRO
               LINE 7 POSITION 20.
           PERFORM PAUSA-TRX.

      ****************************************************************
      * GMF: marcar o quitar la cuenta exenta de un cliente (una    *
      * sola por titular) y reporte mensual del GMF retenido.       *
      ****************************************************************
       GMF-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "M: Marcar cuenta exenta"   LINE 4 POSITION 20.
           DISPLAY "D: Quitar cuenta exenta"   LINE 5 POSITION 20.
           DISPLAY "R: Reporte mensual de GMF" LINE 6 POSITION 20.
           MOVE SPACE TO WS-GMF-OPCION.
           ACCEPT WS-GMF-OPCION LINE 8 POSITION 20.
           EVALUATE WS-GMF-OPCION
              WHEN "M"
                     PERFORM MARCAR-EXENTA
              WHEN "D"
                     PERFORM QUITAR-EXENTA
              WHEN "R"
                     PERFORM REPORTE-GMF
              WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      * Marcar otra cuenta del mismo titular reemplaza la anterior y
      * conserva lo exento acumulado del mes, porque el tope es por
      * cliente.
       MARCAR-EXENTA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de cuenta: " LINE 4 POSITION 20.
           MOVE 0 TO TRX-CUENTA.
           ACCEPT TRX-CUENTA            LINE 4 POSITION 45.
           MOVE TRX-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 DISPLAY "Cuenta no encontrada." LINE 6 POSITION 20
                 PERFORM PAUSA-TRX
                 EXIT PARAGRAPH
           END-READ.
           IF NUMDOC-TIT = 0
              DISPLAY "La cuenta no tiene titular amarrado."
                  LINE 6 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARCHIVO-GMF-EXE.
           IF FS-GE = "35"
              OPEN OUTPUT ARCHIVO-GMF-EXE
              CLOSE ARCHIVO-GMF-EXE
              OPEN I-O ARCHIVO-GMF-EXE
           END-IF.
           MOVE NUMDOC-TIT TO GE-NUMDOC.
           READ ARCHIVO-GMF-EXE
              INVALID KEY
                 MOVE NUMDOC-TIT TO GE-NUMDOC
                 MOVE NUM-CUE TO GE-CUENTA
                 ACCEPT WS-GMF-FECHA FROM DATE YYYYMMDD
                 MOVE WS-GMF-MES TO GE-MES
                 MOVE 0 TO GE-ACUMULADO
                 WRITE REG-GMF-EXENTA
                 DISPLAY "Cuenta marcada exenta de GMF."
                     LINE 6 POSITION 20
              NOT INVALID KEY
                 DISPLAY "Cuenta exenta anterior: " GE-CUENTA
                     LINE 6 POSITION 20
                 MOVE NUM-CUE TO GE-CUENTA
                 REWRITE REG-GMF-EXENTA
                 DISPLAY "Cuenta exenta cambiada a " NUM-CUE
                     LINE 7 POSITION 20
           END-READ.
           CLOSE ARCHIVO-GMF-EXE.
           PERFORM PAUSA-TRX.

       QUITAR-EXENTA.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Documento del titular: " LINE 4 POSITION 20.
           MOVE 0 TO WS-CLI-BUSCA.
           ACCEPT WS-CLI-BUSCA LINE 4 POSITION 48.
           OPEN I-O ARCHIVO-GMF-EXE.
           IF FS-GE NOT = "00"
              DISPLAY "No hay cuentas exentas registradas."
                  LINE 6 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-BUSCA TO GE-NUMDOC.
           DELETE ARCHIVO-GMF-EXE
              INVALID KEY
                 DISPLAY "El cliente no tiene cuenta exenta."
                     LINE 6 POSITION 20
              NOT INVALID KEY
                 DISPLAY "Exencion de GMF retirada."
                     LINE 6 POSITION 20
           END-DELETE.
           CLOSE ARCHIVO-GMF-EXE.
           PERFORM PAUSA-TRX.

      ****************************************************************
      * Reporte mensual de GMF: suma los movimientos GMF del libro  *
      * del mes pedido por cuenta, con el total a pagar a la DIAN,  *
      * y lista lo exento de las cuentas marcadas en ese mes.       *
      ****************************************************************
       REPORTE-GMF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Mes del reporte (AAAAMM): " LINE 4 POSITION 20.
           MOVE 0 TO WS-GMF-REP-MES.
           ACCEPT WS-GMF-REP-MES LINE 4 POSITION 48.
           MOVE WS-GMF-REP-MES TO WS-GMF-REP-TXT.
           MOVE 0 TO WS-GT-USADOS.
           MOVE 0 TO WS-GMF-TOTAL.
           MOVE 0 TO WS-GMF-EXE-TOTAL.
           OPEN INPUT LIBRO-MOVIMIENTOS.
           IF FS-LM = "00"
              PERFORM UNTIL FS-LM NOT = "00"
                 READ LIBRO-MOVIMIENTOS
                     AT END MOVE "10" TO FS-LM
                     NOT AT END PERFORM SUMAR-LINEA-GMF
                 END-READ
              END-PERFORM
              CLOSE LIBRO-MOVIMIENTOS
           END-IF.
           OPEN OUTPUT ARCHIVO-REP-GMF.
           MOVE SPACES TO REP-GMF-LINEA.
           STRING "GMF 4 POR MIL RETENIDO - MES " WS-GMF-REP-TXT
               DELIMITED BY SIZE INTO REP-GMF-LINEA
           END-STRING.
           WRITE REP-GMF-LINEA.
           MOVE SPACES TO REP-GMF-LINEA.
           WRITE REP-GMF-LINEA.
           PERFORM VARYING WS-GT-I FROM 1 BY 1
                   UNTIL WS-GT-I > WS-GT-USADOS
              MOVE WS-GT-CUENTA(WS-GT-I) TO NUM-CUE
              READ ARCHIVO-MAESTRO
                 INVALID KEY
                    MOVE 0 TO NUMDOC-TIT
              END-READ
              MOVE SPACES TO REP-GMF-LINEA
              STRING "   CUENTA " WS-GT-CUENTA(WS-GT-I)
                  " TITULAR " NUMDOC-TIT
                  " MOVIMIENTOS " WS-GT-MOVS(WS-GT-I)
                  " GMF " WS-GT-VALOR(WS-GT-I)
                  DELIMITED BY SIZE INTO REP-GMF-LINEA
              END-STRING
              WRITE REP-GMF-LINEA
           END-PERFORM.
           MOVE SPACES TO REP-GMF-LINEA.
           WRITE REP-GMF-LINEA.
           MOVE SPACES TO REP-GMF-LINEA.
           STRING "CUENTAS " WS-GT-USADOS
               "  TOTAL GMF A PAGAR: " WS-GMF-TOTAL
               DELIMITED BY SIZE INTO REP-GMF-LINEA
           END-STRING.
           WRITE REP-GMF-LINEA.
           MOVE SPACES TO REP-GMF-LINEA.
           WRITE REP-GMF-LINEA.
           MOVE "CUENTAS EXENTAS CON MOVIMIENTO EN EL MES"
               TO REP-GMF-LINEA.
           WRITE REP-GMF-LINEA.
           OPEN INPUT ARCHIVO-GMF-EXE.
           IF FS-GE = "00"
              PERFORM UNTIL FS-GE NOT = "00"
                 READ ARCHIVO-GMF-EXE NEXT RECORD
                     AT END MOVE "10" TO FS-GE
                 END-READ
                 IF FS-GE = "00" AND GE-MES = WS-GMF-REP-MES
                    ADD GE-ACUMULADO TO WS-GMF-EXE-TOTAL
                    MOVE SPACES TO REP-GMF-LINEA
                    STRING "   TITULAR " GE-NUMDOC
                        " CUENTA " GE-CUENTA
                        " EXENTO " GE-ACUMULADO
                        DELIMITED BY SIZE INTO REP-GMF-LINEA
                    END-STRING
                    WRITE REP-GMF-LINEA
                 END-IF
              END-PERFORM
              CLOSE ARCHIVO-GMF-EXE
           END-IF.
           MOVE SPACES TO REP-GMF-LINEA.
           STRING "TOTAL EXENTO: " WS-GMF-EXE-TOTAL
               DELIMITED BY SIZE INTO REP-GMF-LINEA
           END-STRING.
           WRITE REP-GMF-LINEA.
           CLOSE ARCHIVO-REP-GMF.
           DISPLAY "Cuentas con GMF: " WS-GT-USADOS LINE 6 POSITION 20.
           DISPLAY "Total GMF:       " WS-GMF-TOTAL LINE 7 POSITION 20.
           DISPLAY "Reporte en rep-gmf.txt" LINE 8 POSITION 20.
           PERFORM PAUSA-TRX.

       SUMAR-LINEA-GMF.
           IF LIBRO-LINEA(1:6) NOT = WS-GMF-REP-TXT
              OR LIBRO-LINEA(42:10) NOT = "GMF       "
              EXIT PARAGRAPH
           END-IF.
           MOVE LIBRO-LINEA(59:13) TO WS-EXT-MONTO-TXT.
           MOVE LIBRO-LINEA(26:10) TO WS-GMF-CTA-TXT.
           IF WS-EXT-MONTO-TXT NOT NUMERIC
              OR WS-GMF-CTA-TXT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-MONTO-TXT TO WS-EXT-MONTO.
           MOVE WS-GMF-CTA-TXT TO WS-GMF-CTA-NUM.
           ADD WS-EXT-MONTO TO WS-GMF-TOTAL.
           MOVE 0 TO WS-GT-POS.
           PERFORM VARYING WS-GT-I FROM 1 BY 1
                   UNTIL WS-GT-I > WS-GT-USADOS OR WS-GT-POS > 0
              IF WS-GT-CUENTA(WS-GT-I) = WS-GMF-CTA-NUM
                 MOVE WS-GT-I TO WS-GT-POS
              END-IF
           END-PERFORM.
           IF WS-GT-POS = 0
              IF WS-GT-USADOS >= 3000
                 DISPLAY "Tabla del reporte GMF llena."
                     LINE 10 POSITION 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GT-USADOS
              MOVE WS-GT-USADOS TO WS-GT-POS
              MOVE WS-GMF-CTA-NUM TO WS-GT-CUENTA(WS-GT-POS)
              MOVE 0 TO WS-GT-MOVS(WS-GT-POS)
              MOVE 0 TO WS-GT-VALOR(WS-GT-POS)
           END-IF.
           ADD 1 TO WS-GT-MOVS(WS-GT-POS).
           ADD WS-EXT-MONTO TO WS-GT-VALOR(WS-GT-POS).

      ****************************************************************
      * Embargos judiciales: registrar la retencion que ordena un   *
      * oficio, liberarla con autorizacion de supervisor, o sacar   *
      * el listado de embargos activos para los juzgados.           *
      ****************************************************************
       EMBARGOS.
           PERFORM CLEAR-SCREEN.
           DISPLAY "R: Registrar embargo" LINE 4 POSITION 20.
           DISPLAY "L: Liberar embargo"   LINE 5 POSITION 20.
           DISPLAY "A: Listado de embargos activos"
               LINE 6 POSITION 20.
           MOVE SPACE TO WS-EMB-OPCION.
           ACCEPT WS-EMB-OPCION LINE 8 POSITION 20.
           EVALUATE WS-EMB-OPCION
              WHEN "R"
                     PERFORM REGISTRAR-EMBARGO
              WHEN "L"
                     PERFORM LIBERAR-EMBARGO
              WHEN "A"
                     PERFORM LISTAR-EMBARGOS
              WHEN OTHER
                     CONTINUE
           END-EVALUATE.

      * El embargo no mueve el SALDO: solo lo retiene. Queda en el
      * libro como movimiento EMBARGO por el monto retenido.
       REGISTRAR-EMBARGO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de cuenta: " LINE 4 POSITION 20.
           MOVE 0 TO TRX-CUENTA.
           ACCEPT TRX-CUENTA            LINE 4 POSITION 45.
           MOVE TRX-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 DISPLAY "Cuenta no encontrada." LINE 6 POSITION 20
                 PERFORM PAUSA-TRX
                 EXIT PARAGRAPH
           END-READ.
           DISPLAY "Monto a retener:  " LINE 5 POSITION 20.
           MOVE 0 TO TRX-MONTO.
           ACCEPT TRX-MONTO             LINE 5 POSITION 45.
           DISPLAY "Numero de oficio: " LINE 6 POSITION 20.
           MOVE SPACES TO WS-EMB-OFICIO.
           ACCEPT WS-EMB-OFICIO         LINE 6 POSITION 45.
           DISPLAY "Motivo:           " LINE 7 POSITION 20.
           MOVE SPACES TO WS-EMB-MOTIVO.
           ACCEPT WS-EMB-MOTIVO         LINE 7 POSITION 45.
           IF TRX-MONTO = 0 OR WS-EMB-OFICIO = SPACES
              DISPLAY "Monto y numero de oficio son obligatorios."
                  LINE 9 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
      * Consecutivo siguiente dentro de la cuenta.
           MOVE 0 TO WS-EMB-SEC.
           MOVE TRX-CUENTA TO EMB-CUENTA.
           MOVE 0 TO EMB-SEC.
           START ARCHIVO-EMBARGO KEY IS NOT LESS THAN EMB-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-EM
           END-START.
           IF FS-EM = "00"
              PERFORM LEER-SIGUIENTE-EMB
              PERFORM UNTIL FS-EM NOT = "00"
                         OR EMB-CUENTA NOT = TRX-CUENTA
                 MOVE EMB-SEC TO WS-EMB-SEC
                 PERFORM LEER-SIGUIENTE-EMB
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-EM.
           ADD 1 TO WS-EMB-SEC.
           MOVE TRX-CUENTA TO EMB-CUENTA.
           MOVE WS-EMB-SEC TO EMB-SEC.
           MOVE TRX-MONTO TO EMB-MONTO.
           MOVE WS-EMB-OFICIO TO EMB-OFICIO.
           MOVE WS-EMB-MOTIVO TO EMB-MOTIVO.
           ACCEPT EMB-FECHA FROM DATE YYYYMMDD.
           MOVE "A" TO EMB-ESTADO.
           MOVE 0 TO EMB-FEC-LIB.
           MOVE 0 TO EMB-AUTORIZA.
           WRITE REG-EMBARGO
              INVALID KEY
                 DISPLAY "Error: embargo ya existente."
                     LINE 11 POSITION 20
                 PERFORM PAUSA-TRX
                 EXIT PARAGRAPH
           END-WRITE.
           MOVE "EMBARGO" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           PERFORM CALCULAR-DISPONIBLE.
           DISPLAY "Embargo " WS-EMB-SEC " registrado. Disponible: "
               WS-DISPONIBLE LINE 11 POSITION 20.
           PERFORM PAUSA-TRX.

      * La liberacion la autoriza un supervisor: administrador
      * (CARGO 2) o un cargo con el permiso EMBARGO en permisos.dat.
      * Queda en auditoria.log y en el libro como EMB-LIBERA.
       LIBERAR-EMBARGO.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de cuenta: " LINE 4 POSITION 20.
           MOVE 0 TO TRX-CUENTA.
           ACCEPT TRX-CUENTA            LINE 4 POSITION 45.
           DISPLAY "Consecutivo del embargo: " LINE 5 POSITION 20.
           MOVE 0 TO WS-EMB-SEC.
           ACCEPT WS-EMB-SEC            LINE 5 POSITION 45.
           MOVE TRX-CUENTA TO EMB-CUENTA.
           MOVE WS-EMB-SEC TO EMB-SEC.
           READ ARCHIVO-EMBARGO
              INVALID KEY
                 DISPLAY "Embargo no encontrado." LINE 7 POSITION 20
                 PERFORM PAUSA-TRX
                 EXIT PARAGRAPH
           END-READ.
           IF NOT EMB-ACTIVO
              DISPLAY "El embargo ya fue liberado." LINE 7 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Oficio " EMB-OFICIO " monto " EMB-MONTO
               LINE 6 POSITION 20.
           DISPLAY "Supervisor que autoriza (NUMDOC): "
               LINE 7 POSITION 20.
           MOVE 0 TO WS-AUT-NUMDOC.
           ACCEPT WS-AUT-NUMDOC LINE 7 POSITION 55.
           PERFORM LEER-CARGO-DE-AUT.
           PERFORM VERIFICAR-PERMISO-EMBARGO.
           IF WS-PERM-OK NOT = "S"
              DISPLAY "El supervisor no tiene el permiso EMBARGO."
                  LINE 9 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           MOVE "L" TO EMB-ESTADO.
           ACCEPT EMB-FEC-LIB FROM DATE YYYYMMDD.
           MOVE WS-AUT-NUMDOC TO EMB-AUTORIZA.
           REWRITE REG-EMBARGO.
           IF FS-EM NOT = "00"
              DISPLAY "Error al liberar. FS = " FS-EM
                  LINE 9 POSITION 20
              PERFORM PAUSA-TRX
              EXIT PARAGRAPH
           END-IF.
           PERFORM AUDITAR-LIBERACION.
           MOVE EMB-MONTO TO TRX-MONTO.
           MOVE TRX-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 MOVE 0 TO SALDO
           END-READ.
           MOVE "EMB-LIBERA" TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           DISPLAY "Embargo liberado." LINE 9 POSITION 20.
           PERFORM PAUSA-TRX.

       LEER-CARGO-DE-AUT.
           MOVE "1" TO WS-OPER-CARGO.
           OPEN INPUT ARCHIVO-OPERADOR.
           IF FS-OP = "00"
              MOVE WS-AUT-NUMDOC TO OP-NUMDOC
              READ ARCHIVO-OPERADOR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE OP-CARGO TO WS-OPER-CARGO
              END-READ
              CLOSE ARCHIVO-OPERADOR
           END-IF.

       VERIFICAR-PERMISO-EMBARGO.
           IF WS-OPER-CARGO = "2"
              MOVE "S" TO WS-PERM-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PERM-OK.
           OPEN INPUT ARCHIVO-PERM.
           IF FS-PE = "00"
              MOVE WS-OPER-CARGO TO PERM-CARGO
              MOVE "EMBARGO" TO PERM-OPER
              READ ARCHIVO-PERM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-PERM-OK
              END-READ
              CLOSE ARCHIVO-PERM
           END-IF.

       AUDITAR-LIBERACION.
           ACCEPT WS-FECHA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MOV  FROM TIME.
           MOVE SPACES TO AUDIT-LINEA.
           STRING WS-FECHA-MOV " " WS-HORA-MOV
               " LIBERA EMBARGO CUENTA=" EMB-CUENTA
               " SEC=" EMB-SEC
               " OFICIO=" EMB-OFICIO
               " MONTO=" EMB-MONTO
               " AUTORIZA=" WS-AUT-NUMDOC
               DELIMITED BY SIZE
               INTO AUDIT-LINEA
           END-STRING.
           OPEN EXTEND ARCHIVO-AUDIT.
           IF FS-AU NOT = "00"
               OPEN OUTPUT ARCHIVO-AUDIT
           END-IF.
           PERFORM SELLAR-AUDITORIA.
           WRITE AUDIT-REG.
           CLOSE ARCHIVO-AUDIT.

      ****************************************************************
      * Listado de embargos activos: cuenta, titular, oficio, fecha,*
      * monto retenido y motivo, con el total, en pantalla y en     *
      * Embargos-Activos.txt.                                       *
      ****************************************************************
       LISTAR-EMBARGOS.
           PERFORM CLEAR-SCREEN.
           MOVE 0 TO WS-EMB-ACTIVOS.
           MOVE 0 TO WS-EMB-TOTAL.
           MOVE 5 TO WS-LIN-EMB.
           OPEN OUTPUT ARCHIVO-EMB-REP.
           ACCEPT WS-FECHA-MOV FROM DATE YYYYMMDD.
           MOVE SPACES TO EMB-REP-LINEA.
           STRING "EMBARGOS JUDICIALES ACTIVOS AL " WS-FECHA-MOV
               DELIMITED BY SIZE INTO EMB-REP-LINEA
           END-STRING.
           WRITE EMB-REP-LINEA.
           MOVE SPACES TO EMB-REP-LINEA.
           WRITE EMB-REP-LINEA.
           DISPLAY "CUENTA     SEC  OFICIO               MONTO"
               LINE 4 POSITION 5.
           MOVE LOW-VALUES TO EMB-CLAVE.
           START ARCHIVO-EMBARGO KEY IS NOT LESS THAN EMB-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-EM
           END-START.
           IF FS-EM = "00"
              PERFORM LEER-SIGUIENTE-EMB
              PERFORM UNTIL FS-EM NOT = "00"
                 IF EMB-ACTIVO
                    PERFORM LISTAR-UN-EMBARGO
                 END-IF
                 PERFORM LEER-SIGUIENTE-EMB
              END-PERFORM
           END-IF.
           MOVE "00" TO FS-EM.
           MOVE SPACES TO EMB-REP-LINEA.
           WRITE EMB-REP-LINEA.
           MOVE SPACES TO EMB-REP-LINEA.
           STRING "EMBARGOS ACTIVOS: " WS-EMB-ACTIVOS
               "  TOTAL RETENIDO: " WS-EMB-TOTAL
               DELIMITED BY SIZE INTO EMB-REP-LINEA
           END-STRING.
           WRITE EMB-REP-LINEA.
           CLOSE ARCHIVO-EMB-REP.
           ADD 1 TO WS-LIN-EMB.
           DISPLAY "ACTIVOS " WS-EMB-ACTIVOS " TOTAL RETENIDO "
               WS-EMB-TOTAL LINE WS-LIN-EMB POSITION 5.
           PERFORM PAUSA-TRX.

       LISTAR-UN-EMBARGO.
           ADD 1 TO WS-EMB-ACTIVOS.
           ADD EMB-MONTO TO WS-EMB-TOTAL.
           MOVE EMB-CUENTA TO NUM-CUE.
           READ ARCHIVO-MAESTRO
              INVALID KEY
                 MOVE 0 TO NUMDOC-TIT
                 MOVE 0 TO SALDO
           END-READ.
           PERFORM LEER-TITULAR-ACTUAL.
           IF WS-LIN-EMB > 20
              PERFORM PAUSA-TRX
              PERFORM CLEAR-SCREEN
              MOVE 5 TO WS-LIN-EMB
           END-IF.
           DISPLAY EMB-CUENTA " " EMB-SEC " " EMB-OFICIO " "
               EMB-MONTO LINE WS-LIN-EMB POSITION 5.
           ADD 1 TO WS-LIN-EMB.
           MOVE SPACES TO EMB-REP-LINEA.
           STRING "   CUENTA " EMB-CUENTA
               " SEC " EMB-SEC
               " TITULAR " NUMDOC-TIT " " WS-TIT-RAZSOC(1:30)
               " OFICIO " EMB-OFICIO
               " FECHA " EMB-FECHA
               " MONTO " EMB-MONTO
               " SALDO " SALDO
               " MOTIVO " EMB-MOTIVO
               DELIMITED BY SIZE INTO EMB-REP-LINEA
           END-STRING.
           WRITE EMB-REP-LINEA.

      ****************************************************************
      * Tarifario de comisiones (tarifas-cuenta.cfg). La cuota de   *
      * manejo de la cuenta activa (A, o en blanco en las cuentas   *
      * viejas) arranca en 12000; cada linea MANEJO-x fija o agrega *
      * la del estado x. La cuota de manejo, los retiros por encima *
      * de los libres y las transferencias los cobra el barrido     *
      * comisiones-mensual; aqui se cobra el extracto.              *
      ****************************************************************
       LEER-TARIFAS.
           MOVE 1 TO WS-TM-USADOS.
           MOVE "A" TO WS-TM-ESTADO(1).
           MOVE 12000 TO WS-TM-VALOR(1).
           OPEN INPUT ARCHIVO-TARIFAS.
           IF FS-TF NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-TF NOT = "00"
              READ ARCHIVO-TARIFAS
                  AT END MOVE "10" TO FS-TF
                  NOT AT END
                      IF TAR-VALOR IS NUMERIC
                         PERFORM TOMAR-TARIFA
                      END-IF
              END-READ
           END-PERFORM.
           CLOSE ARCHIVO-TARIFAS.

       TOMAR-TARIFA.
           IF TAR-CONCEPTO(1:7) = "MANEJO-"
              MOVE TAR-CONCEPTO(8:1) TO WS-TM-BUSCA
              PERFORM BUSCAR-MANEJO
              IF WS-TM-POS = 0 AND WS-TM-USADOS < 10
                 ADD 1 TO WS-TM-USADOS
                 MOVE WS-TM-USADOS TO WS-TM-POS
                 MOVE WS-TM-BUSCA TO WS-TM-ESTADO(WS-TM-POS)
              END-IF
              IF WS-TM-POS > 0
                 MOVE TAR-VALOR TO WS-TM-VALOR(WS-TM-POS)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TAR-CONCEPTO
              WHEN "RET-LIBRES"
                 MOVE TAR-VALOR TO WS-TAR-RET-LIBRES
              WHEN "RETIRO    "
                 MOVE TAR-VALOR TO WS-TAR-RETIRO
              WHEN "EXTRACTO  "
                 MOVE TAR-VALOR TO WS-TAR-EXTRACTO
              WHEN "TRANSFER  "
                 MOVE TAR-VALOR TO WS-TAR-TRANSFER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       BUSCAR-MANEJO.
           MOVE 0 TO WS-TM-POS.
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-TM-USADOS OR WS-TM-POS > 0
              IF WS-TM-ESTADO(WS-TM-I) = WS-TM-BUSCA
                 MOVE WS-TM-I TO WS-TM-POS
              END-IF
           END-PERFORM.

      * Cobra WS-COM-VALOR (tipo WS-COM-TIPO) a la cuenta en el area
      * hasta lo que alcance el SALDO; el resto queda pendiente en
      * Comisiones-Pend.dat para el siguiente deposito.
       CARGAR-COMISION.
           IF WS-COM-VALOR = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-COM-VALOR TO WS-COM-COBRO.
           IF WS-COM-COBRO > SALDO
              MOVE SALDO TO WS-COM-COBRO
           END-IF.
           IF WS-COM-COBRO > 0
              SUBTRACT WS-COM-COBRO FROM SALDO
              REWRITE REG-CUENTA
              MOVE "R" TO WS-DIARIO-OPER
              PERFORM DIARIO-DATA-MASTER
              IF FS-AR NOT = "00"
                 DISPLAY "Error al cobrar la comision de la cuenta "
                     NUM-CUE " FS = " FS-AR
                 ADD WS-COM-COBRO TO SALDO
                 MOVE 0 TO WS-COM-COBRO
              ELSE
                 MOVE NUM-CUE TO TRX-CUENTA
                 MOVE WS-COM-COBRO TO TRX-MONTO
                 MOVE WS-COM-TIPO TO WS-TIPO-MOV
                 PERFORM REGISTRAR-MOVIMIENTO
              END-IF
           END-IF.
           COMPUTE WS-COM-FALTA = WS-COM-VALOR - WS-COM-COBRO.
           IF WS-COM-FALTA > 0
              PERFORM GRABAR-PENDIENTE
           END-IF.

       GRABAR-PENDIENTE.
           MOVE 0 TO WS-CP-SEC.
           MOVE NUM-CUE TO CP-CUENTA.
           MOVE 0 TO CP-SEC.
           START ARCHIVO-COM-PEND KEY IS NOT LESS THAN CP-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CP
           END-START.
           PERFORM UNTIL FS-CP NOT = "00"
              READ ARCHIVO-COM-PEND NEXT RECORD
                  AT END MOVE "10" TO FS-CP
              END-READ
              IF FS-CP = "00"
                 IF CP-CUENTA NOT = NUM-CUE
                    MOVE "10" TO FS-CP
                 ELSE
                    MOVE CP-SEC TO WS-CP-SEC
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CP.
           ADD 1 TO WS-CP-SEC.
           MOVE NUM-CUE TO CP-CUENTA.
           MOVE WS-CP-SEC TO CP-SEC.
           MOVE WS-COM-TIPO TO CP-TIPO.
           MOVE WS-COM-VALOR TO CP-ORIGINAL.
           MOVE WS-COM-FALTA TO CP-MONTO.
           ACCEPT CP-FECHA FROM DATE YYYYMMDD.
           MOVE "P" TO CP-ESTADO.
           MOVE 0 TO CP-FEC-COBRO.
           WRITE REG-COM-PEND
              INVALID KEY
                 DISPLAY "Error al dejar pendiente la comision de "
                     NUM-CUE
           END-WRITE.

      * Recupera las comisiones pendientes de la cuenta en el area,
      * de la mas vieja a la mas nueva, hasta lo que alcance el
      * SALDO; cada abono va al libro con el tipo de la comision y
      * el total queda en WS-COM-RECUP.
       COBRAR-PENDIENTES.
           MOVE 0 TO WS-COM-RECUP.
           IF SALDO = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE NUM-CUE TO CP-CUENTA.
           MOVE 0 TO CP-SEC.
           START ARCHIVO-COM-PEND KEY IS NOT LESS THAN CP-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CP
           END-START.
           PERFORM UNTIL FS-CP NOT = "00" OR SALDO = 0
              READ ARCHIVO-COM-PEND NEXT RECORD
                  AT END MOVE "10" TO FS-CP
              END-READ
              IF FS-CP = "00"
                 IF CP-CUENTA NOT = NUM-CUE
                    MOVE "10" TO FS-CP
                 ELSE
                    IF CP-PENDIENTE
                       PERFORM RECUPERAR-PENDIENTE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CP.

       RECUPERAR-PENDIENTE.
           MOVE CP-MONTO TO WS-COM-COBRO.
           IF WS-COM-COBRO > SALDO
              MOVE SALDO TO WS-COM-COBRO
           END-IF.
           SUBTRACT WS-COM-COBRO FROM SALDO.
           REWRITE REG-CUENTA
           MOVE "R" TO WS-DIARIO-OPER
           PERFORM DIARIO-DATA-MASTER.
           IF FS-AR NOT = "00"
              DISPLAY "Error al cobrar pendiente en cuenta " NUM-CUE
                  " FS = " FS-AR
              ADD WS-COM-COBRO TO SALDO
              EXIT PARAGRAPH
           END-IF.
           ADD WS-COM-COBRO TO WS-COM-RECUP.
           MOVE NUM-CUE TO TRX-CUENTA.
           MOVE WS-COM-COBRO TO TRX-MONTO.
           MOVE CP-TIPO TO WS-TIPO-MOV.
           PERFORM REGISTRAR-MOVIMIENTO.
           SUBTRACT WS-COM-COBRO FROM CP-MONTO.
           IF CP-MONTO = 0
              MOVE "C" TO CP-ESTADO
              ACCEPT CP-FEC-COBRO FROM DATE YYYYMMDD
           END-IF.
           REWRITE REG-COM-PEND.

      ****************************************************************
      * Reporte de ingresos por comisiones: tarifario vigente, lo   *
      * cobrado en el mes pedido por concepto segun el libro (las   *
      * pendientes recuperadas cuentan el mes en que se cobran) y   *
      * lo que sigue pendiente por cuenta (rep-comisiones.txt).     *
      ****************************************************************
       REPORTE-COMISIONES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Mes del reporte (AAAAMM): " LINE 4 POSITION 20.
           MOVE 0 TO WS-RC-MES.
           ACCEPT WS-RC-MES LINE 4 POSITION 48.
           MOVE WS-RC-MES TO WS-RC-MES-TXT.
           PERFORM LEER-TARIFAS.
           MOVE "COM-MANEJO" TO WS-RC-TIPO(1).
           MOVE "COM-RETIRO" TO WS-RC-TIPO(2).
           MOVE "COM-TRANSF" TO WS-RC-TIPO(3).
           MOVE "COM-EXTRAC" TO WS-RC-TIPO(4).
           MOVE "COM-CHEQUE" TO WS-RC-TIPO(5).
           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > 5
              MOVE 0 TO WS-RC-MOVS(WS-RC-I)
              MOVE 0 TO WS-RC-VALOR(WS-RC-I)
           END-PERFORM.
           MOVE 0 TO WS-RC-TOTAL.
           MOVE 0 TO WS-RC-PEND.
           MOVE 0 TO WS-RC-CTAS-PEND.
           OPEN INPUT LIBRO-MOVIMIENTOS.
           IF FS-LM = "00"
              PERFORM UNTIL FS-LM NOT = "00"
                 READ LIBRO-MOVIMIENTOS
                     AT END MOVE "10" TO FS-LM
                     NOT AT END PERFORM SUMAR-LINEA-COM
                 END-READ
              END-PERFORM
              CLOSE LIBRO-MOVIMIENTOS
           END-IF.
           OPEN OUTPUT ARCHIVO-REP-COM.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "INGRESOS POR COMISIONES - MES " WS-RC-MES-TXT
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           MOVE SPACES TO REP-COM-LINEA.
           WRITE REP-COM-LINEA.
           MOVE "TARIFARIO VIGENTE" TO REP-COM-LINEA.
           WRITE REP-COM-LINEA.
           PERFORM VARYING WS-TM-I FROM 1 BY 1
                   UNTIL WS-TM-I > WS-TM-USADOS
              MOVE SPACES TO REP-COM-LINEA
              STRING "   CUOTA DE MANEJO ESTADO " WS-TM-ESTADO(WS-TM-I)
                  "      " WS-TM-VALOR(WS-TM-I)
                  DELIMITED BY SIZE INTO REP-COM-LINEA
              END-STRING
              WRITE REP-COM-LINEA
           END-PERFORM.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "   RETIROS LIBRES AL MES       " WS-TAR-RET-LIBRES
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "   RETIRO ADICIONAL            " WS-TAR-RETIRO
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "   TRANSFERENCIA               " WS-TAR-TRANSFER
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "   EXTRACTO                    " WS-TAR-EXTRACTO
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           MOVE SPACES TO REP-COM-LINEA.
           WRITE REP-COM-LINEA.
           MOVE "COBRADO EN EL MES POR CONCEPTO" TO REP-COM-LINEA.
           WRITE REP-COM-LINEA.
           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > 5
              ADD WS-RC-VALOR(WS-RC-I) TO WS-RC-TOTAL
              MOVE SPACES TO REP-COM-LINEA
              STRING "   " WS-RC-TIPO(WS-RC-I)
                  " MOVIMIENTOS " WS-RC-MOVS(WS-RC-I)
                  " VALOR " WS-RC-VALOR(WS-RC-I)
                  DELIMITED BY SIZE INTO REP-COM-LINEA
              END-STRING
              WRITE REP-COM-LINEA
           END-PERFORM.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "TOTAL INGRESOS POR COMISIONES: " WS-RC-TOTAL
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           MOVE SPACES TO REP-COM-LINEA.
           WRITE REP-COM-LINEA.
           MOVE "COMISIONES PENDIENTES POR COBRAR" TO REP-COM-LINEA.
           WRITE REP-COM-LINEA.
           PERFORM LISTAR-PENDIENTES.
           MOVE SPACES TO REP-COM-LINEA.
           STRING "PENDIENTES: " WS-RC-CTAS-PEND
               "  TOTAL PENDIENTE: " WS-RC-PEND
               DELIMITED BY SIZE INTO REP-COM-LINEA
           END-STRING.
           WRITE REP-COM-LINEA.
           CLOSE ARCHIVO-REP-COM.
           DISPLAY "Ingresos del mes:  " WS-RC-TOTAL LINE 6 POSITION 20.
           DISPLAY "Total pendiente:   " WS-RC-PEND LINE 7 POSITION 20.
           DISPLAY "Reporte en rep-comisiones.txt" LINE 8 POSITION 20.
           PERFORM PAUSA-TRX.

       SUMAR-LINEA-COM.
           IF LIBRO-LINEA(1:6) NOT = WS-RC-MES-TXT
              OR LIBRO-LINEA(42:4) NOT = "COM-"
              EXIT PARAGRAPH
           END-IF.
           MOVE LIBRO-LINEA(59:13) TO WS-EXT-MONTO-TXT.
           IF WS-EXT-MONTO-TXT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-MONTO-TXT TO WS-EXT-MONTO.
           PERFORM VARYING WS-RC-I FROM 1 BY 1 UNTIL WS-RC-I > 5
              IF WS-RC-TIPO(WS-RC-I) = LIBRO-LINEA(42:10)
                 ADD 1 TO WS-RC-MOVS(WS-RC-I)
                 ADD WS-EXT-MONTO TO WS-RC-VALOR(WS-RC-I)
              END-IF
           END-PERFORM.

       LISTAR-PENDIENTES.
           MOVE LOW-VALUES TO CP-CLAVE.
           START ARCHIVO-COM-PEND KEY IS NOT LESS THAN CP-CLAVE
               INVALID KEY
                   MOVE "10" TO FS-CP
           END-START.
           PERFORM UNTIL FS-CP NOT = "00"
              READ ARCHIVO-COM-PEND NEXT RECORD
                  AT END MOVE "10" TO FS-CP
              END-READ
              IF FS-CP = "00" AND CP-PENDIENTE
                 ADD 1 TO WS-RC-CTAS-PEND
                 ADD CP-MONTO TO WS-RC-PEND
                 MOVE SPACES TO REP-COM-LINEA
                 STRING "   CUENTA " CP-CUENTA
                     " " CP-TIPO
                     " FECHA " CP-FECHA
                     " ORIGINAL " CP-ORIGINAL
                     " PENDIENTE " CP-MONTO
                     DELIMITED BY SIZE INTO REP-COM-LINEA
                 END-STRING
                 WRITE REP-COM-LINEA
              END-IF
           END-PERFORM.
           MOVE "00" TO FS-CP.

       CLEAR-SCREEN.
           MOVE " " TO CLE.
           DISPLAY CLE LINE 1 POSITION 1 ERASE EOS.

           

      ****************************************************************
      * Sello de la linea de auditoria, encadenado con el de la      *
      * linea anterior (auditoria-cadena.dat).                       *
      ****************************************************************
       SELLAR-AUDITORIA.
           MOVE "../../../inventario/Usuarios/auditoria-cadena.dat"
               TO WS-RUTA-SLO.
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
           IF FS-SL = "00"
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
           IF FS-SL = "00"
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
       DIARIO-DATA-MASTER.
           IF FS-AR = "00" OR FS-AR = "02"
              MOVE "DATA-MASTER" TO DRJ-ARCHIVO
              MOVE REG-CUENTA TO DRJ-IMAGEN
              PERFORM REGISTRAR-DIARIO
           END-IF.

      * Agrega al diario de recuperacion la imagen que dejo la
      * ultima escritura (WS-DIARIO-OPER: W alta, R cambio, D baja),
      * con fecha, hora, programa y estacion de trabajo.
       REGISTRAR-DIARIO.
           IF WS-DIARIO-EST-LEIDA NOT = "S"
              MOVE "S" TO WS-DIARIO-EST-LEIDA
              OPEN INPUT ARCHIVO-DRJEST
              IF FS-DJ = "00"
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
           MOVE "PRB#1_1H" TO DRJ-PROGRAMA.
           MOVE WS-DIARIO-ESTACION TO DRJ-ESTACION.
           MOVE WS-DIARIO-OPER TO DRJ-OPERACION.
           OPEN EXTEND ARCHIVO-DIARIO.
           IF FS-DJ NOT = "00"
              OPEN OUTPUT ARCHIVO-DIARIO
           END-IF.
           IF FS-DJ = "00"
              WRITE DRJ-REG
              CLOSE ARCHIVO-DIARIO
           END-IF.





