      *              tiquete ya traen el IVA incluido y aqui se      *
      *              desagrega), datos del cliente tomados de        *
      *              data-user.dat cuando el tiquete fue venta a     *
      *              credito (o el del certificado cuando el         *
      *              tiquete se vendio sin IVA a un cliente exento   *
      *              o excluido), y numeracion tomada del rango de   *
      *              resolucion autorizado (resolucion.cfg: desde y  *
      *              hasta) con su consecutivo en factura-ctl.dat.   *
      *              Cuando al rango le quedan 100 numeros o menos   *
      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 03-09-2026                                            *
      * Mod: 15-10-2026 - Tiquete de cliente exento o excluido de    *
      *      IVA (ventas-exentas.dat): la factura lleva la leyenda   *
      *      y el certificado, los renglones gravados van con IVA 0  *
      *      y el resumen discrimina la base exenta o excluida del   *
      *      cliente.                                                *
      ****************************************************************
       DATE-WRITTEN. 03-09-2026.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CLAVE
               FILE STATUS IS WS-FS-MOV.
           SELECT ARCHIVO-VEX
               ASSIGN TO "../Articulos/ventas-exentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VEX.
           SELECT ARCHIVO-IVA ASSIGN TO "../Articulos/tasas-iva.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IVA.
           05 MC-DETALLE     PIC X(30).
           05 MC-APLICADO    PIC 9(10)V99.

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

       FD  ARCHIVO-IVA.
       01  IVA-LINEA.
           05 IVA-TIPO    PIC X.
       01 WS-FS-VTA           PIC XX.
       01 WS-FS-DUS           PIC XX.
       01 WS-FS-MOV           PIC XX.
       01 WS-FS-VEX           PIC XX.
       01 WS-FS-IVA           PIC XX.
       01 WS-FS-RES           PIC XX.
       01 WS-FS-CTL           PIC XX.
       01 WS-HAY-TIQUETE      PIC X.
       01 WS-CLI-FACTURA      PIC 9(13).
       01 WS-CLI-HALLADO      PIC X.
      * Tiquete de cliente exento (E) o excluido (X) de IVA; espacio
      * = venta con IVA. Bases de los renglones gravados vendidas
      * sin IVA.
       01 WS-TIQ-EXENTO       PIC X.
       01 WS-TIQ-CERT         PIC X(20).
       01 WS-TIQ-VIGENCIA     PIC 9(8).
       01 WS-BASE-EXE         PIC 9(12)V99.
       01 WS-BASE-EXC         PIC 9(12)V99.

       LINKAGE SECTION.
       01 PASAR.
              EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-CLIENTE-TIQUETE.
           PERFORM BUSCAR-VENTA-EXENTA.
           PERFORM TOMAR-NUMERO-FACTURA.
           PERFORM ESCRIBIR-FACTURA.
           PERFORM PAUSA.
               AT END MOVE "10" TO WS-FS-MOV
           END-READ.

      * Tiquete vendido sin IVA (ventas-exentas.dat): el cliente es
      * el del certificado aunque la venta haya sido de contado.
       BUSCAR-VENTA-EXENTA.
           MOVE SPACE TO WS-TIQ-EXENTO.
           OPEN INPUT ARCHIVO-VEX.
           IF WS-FS-VEX NOT = "00"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-TIQUETE TO VE-NUMERO.
           READ ARCHIVO-VEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VE-TIPO TO WS-TIQ-EXENTO
                   MOVE VE-CERTIFICADO TO WS-TIQ-CERT
                   MOVE VE-VIGENCIA TO WS-TIQ-VIGENCIA
                   MOVE VE-CLIENTE TO WS-CLI-FACTURA
                   MOVE "S" TO WS-CLI-HALLADO
           END-READ.
           CLOSE ARCHIVO-VEX.

      ****************************************************************
      * Escribe la factura: encabezado con resolucion y cliente,     *
      * renglones con base e IVA desagregados del precio (que ya lo  *
           MOVE 0 TO WS-IVA-R.
           MOVE 0 TO WS-BASE-G.
           MOVE 0 TO WS-IVA-G.
           MOVE 0 TO WS-BASE-EXE.
           MOVE 0 TO WS-BASE-EXC.
           MOVE 0 TO WS-TOT-LINEAS.
           MOVE SPACES TO WS-RUTA-FAC.
           STRING "../Articulos/factura-" WS-NUM-FACTURA ".txt"
           END-STRING.
           WRITE FAC-LINEA.
           PERFORM ESCRIBIR-DATOS-CLIENTE.
           IF WS-TIQ-EXENTO NOT = SPACE
              IF WS-TIQ-EXENTO = "E"
                 MOVE "VENTA EXENTA DE IVA" TO FAC-LINEA
              ELSE
                 MOVE "VENTA EXCLUIDA DE IVA" TO FAC-LINEA
              END-IF
              WRITE FAC-LINEA
              MOVE SPACES TO FAC-LINEA
              STRING "CERTIFICADO " WS-TIQ-CERT
                  " VIGENTE HASTA " WS-TIQ-VIGENCIA
                  DELIMITED BY SIZE INTO FAC-LINEA
              END-STRING
              WRITE FAC-LINEA
           END-IF.
           MOVE SPACES TO FAC-LINEA.
           WRITE FAC-LINEA.
           PERFORM RECORRER-LINEAS-TIQUETE.
               DELIMITED BY SIZE INTO FAC-LINEA
           END-STRING.
           WRITE FAC-LINEA.
           IF WS-TIQ-EXENTO = "E"
              MOVE SPACES TO FAC-LINEA
              STRING "   EXENTA CLIENTE   BASE " WS-BASE-EXE
                  " IVA 0"
                  DELIMITED BY SIZE INTO FAC-LINEA
              END-STRING
              WRITE FAC-LINEA
           END-IF.
           IF WS-TIQ-EXENTO = "X"
              MOVE SPACES TO FAC-LINEA
              STRING "   EXCLUIDA CLIENTE BASE " WS-BASE-EXC
                  " IVA 0"
                  DELIMITED BY SIZE INTO FAC-LINEA
              END-STRING
              WRITE FAC-LINEA
           END-IF.
           MOVE SPACES TO FAC-LINEA.
           STRING "TOTAL FACTURA: " WS-TOT-LINEAS
               "  TOTAL TIQUETE: " WS-TOT-TIQUETE
               VTA-SUBTOT * 10000 / (10000 + WS-TASA-ART).
           COMPUTE WS-IVA-LIN = VTA-SUBTOT - WS-BASE-LIN.
           ADD VTA-SUBTOT TO WS-TOT-LINEAS.
      * Cliente exento o excluido: el renglon gravado se vendio sin
      * IVA y todo su subtotal es base.
           IF WS-TIQ-EXENTO NOT = SPACE AND WS-CATIVA-LIN NOT = "E"
              MOVE VTA-SUBTOT TO WS-BASE-LIN
              MOVE 0 TO WS-IVA-LIN
              IF WS-TIQ-EXENTO = "E"
                 ADD WS-BASE-LIN TO WS-BASE-EXE
              ELSE
                 ADD WS-BASE-LIN TO WS-BASE-EXC
              END-IF
              MOVE "C" TO WS-CATIVA-LIN
           END-IF.
           EVALUATE WS-CATIVA-LIN
               WHEN "C"
                   CONTINUE
               WHEN "E"
                   ADD WS-BASE-LIN TO WS-BASE-E
                   ADD WS-IVA-LIN TO WS-IVA-E
