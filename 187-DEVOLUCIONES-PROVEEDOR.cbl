       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     DEVOLUCIONES-PROVEEDOR.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  VERSION ORIGINAL. DEVOLUCIONES DE
      *                    MERCADERIA A PROVEEDOR: CADA TRANSACCION
      *                    (PROVEEDOR, ARTICULO, CANTIDAD, SUCURSAL
      *                    QUE DEVUELVE, FECHA DE LA ORDEN, MOTIVO
      *                    DEFECTUOSA/EXCEDENTE Y REMITO DE
      *                    DEVOLUCION) SE VALIDA CONTRA LA ORDEN
      *                    RECIBIDA DE ORDENES-ACTUALIZADAS (SIN FECHA
      *                    DE ORDEN, LA ULTIMA RECIBIDA DEL PROVEEDOR
      *                    + ARTICULO): LO DEVUELTO DE LA ORDEN, MAS
      *                    LO YA DEVUELTO EN DEVOLUCIONES-PROVEEDOR
      *                    (CPDEVPR1), NO PUEDE SUPERAR LO RECIBIDO.
      *                    LA APLICADA BAJA LA EXISTENCIA A TRAVES DE
      *                    PROG0020 Y DE STOCK-SUCURSAL (CON SU
      *                    AUDITORIA), GRABA LA SALIDA EN
      *                    STOCK-HISTORIA Y EMITE LA NOTA DE DEBITO
      *                    AL PRECIO DE LA ORDEN, CON EL IVA EN LA
      *                    PROPORCION DE LA FACTURA DEL ARTICULO. LA
      *                    NOTA BAJA EL SALDO ABIERTO DEL PROVEEDOR EN
      *                    CUENTAS-PAGAR (PRIMERO LA FACTURA DEL
      *                    ARTICULO, DESPUES LAS DEMAS ABIERTAS; LA
      *                    QUE QUEDA EN CERO SE CIERRA CON LA NOTA
      *                    COMO REFERENCIA), SALE TIPO 'D' A
      *                    IVA-COMPRAS Y SE ACUMULA EN
      *                    DEVOLUCIONES-PROVEEDOR. CUENTAS-PAGAR SE
      *                    COPIA AL ARCHIVO NUEVO QUE LA REEMPLAZA EN
      *                    EL JCL, COMO EN EJECUTA-PAGO-PROVEEDORES.
      *                    ASIENTO: DEBE PROVEEDO CONTRA HABER
      *                    VARINVEN (NETO) E IVACOMPR (IVA). CON
      *                    RECHAZOS EL PASO TERMINA CON RC 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-DEVOLUCION-PROV ASSIGN TO UT-S-DEVPROV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT ORDENES-ACTUALIZADAS ASSIGN TO UT-S-ORDACT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-ORDENES.

           SELECT DEVOLUCIONES-PROVEEDOR ASSIGN TO UT-S-DEVPRHIS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-DEVPR.

           SELECT CUENTAS-PAGAR ASSIGN TO UT-S-CTASPAG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAG.

           SELECT CUENTAS-PAGAR-NUEVO ASSIGN TO UT-S-CTAPAGNU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAGN.

           SELECT IVA-COMPRAS ASSIGN TO UT-S-IVACOMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-IVA.

           SELECT STOCK-HISTORIA ASSIGN TO UT-S-STKHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-STKH.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-DEVOLUCION-PROV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-DEVOLUCION-PROV.
       01  REG-TRANS-DEVOLUCION-PROV.
           05 DVP-PROVEEDOR             PIC 9(05).
           05 DVP-ARTICULO              PIC 9(05).
           05 DVP-CANTIDAD              PIC 9(05).
           05 DVP-SUCURSAL              PIC 9(03).
           05 DVP-FECHA-ORDEN           PIC 9(08).
           05 DVP-MOTIVO                PIC X(01).
           05 DVP-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(43).

       FD  ORDENES-ACTUALIZADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS REG-ORDEN-COMPRA.
           COPY CPORDC01.

       FD  DEVOLUCIONES-PROVEEDOR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-DEVOLUCION-PROVEEDOR.
           COPY CPDEVPR1.

       FD  CUENTAS-PAGAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR.
           COPY CPCTAPG1.

       FD  CUENTAS-PAGAR-NUEVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR-NUEVO.
       01  REG-CUENTA-PAGAR-NUEVO       PIC X(100).

       FD  IVA-COMPRAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-IVA-COMPRA.
           COPY CPIVACP1.

       FD  STOCK-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-STOCK-HISTORIA.
           COPY CPSTKHS1.

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'DEVOLUCIONES A PROVEEDOR'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'PROV'.
           05 FILLER                    PIC X(07) VALUE 'ARTIC'.
           05 FILLER                    PIC X(08) VALUE 'CANTID'.
           05 FILLER                    PIC X(11) VALUE 'NOTA DEB'.
           05 FILLER                    PIC X(16) VALUE 'IMPORTE'.
           05 FILLER                    PIC X(31) VALUE 'RESULTADO'.

       01  WS-DETALLE.
           05 DET-PROVEEDOR             PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ARTICULO              PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NOTA-DEBITO           PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(28).
           05 FILLER                    PIC X(03) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(15)
              VALUE 'NOTAS DEBITO:'.
           05 RES-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-ORDENES            PIC X(02).
       01  WS-CODIGO-DEVPR              PIC X(02).
       01  WS-CODIGO-CTAPAG             PIC X(02).
       01  WS-CODIGO-CTAPAGN            PIC X(02).
       01  WS-CODIGO-IVA                PIC X(02).
       01  WS-CODIGO-STKH               PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-FIN-ORDENES               PIC X(01) VALUE 'N'.
           88 FIN-DE-ORDENES                       VALUE 'S'.
       01  SW-FIN-DEVPR                 PIC X(01) VALUE 'N'.
           88 FIN-DE-DEVPR                         VALUE 'S'.
       01  SW-FIN-CTAPAG                PIC X(01) VALUE 'N'.
           88 FIN-DE-CTAPAG                        VALUE 'S'.
       01  SW-PROVEEDOR-EN-LOTE         PIC X(01).
           88 PROVEEDOR-EN-LOTE                   VALUE 'S'.
       01  SW-FACTURA-HALLADA           PIC X(01).
           88 FACTURA-HALLADA                     VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).

       01  WS-FUNCION-ART               PIC X(02).
       01  WS-LLAVE-ART                 PIC 9(05).
       01  WS-USUARIO-DVP               PIC X(08) VALUE 'DEVPROV'.
           COPY CPARTWS.
       01  WS-CODIGO-ART                PIC X(02).

       01  WS-FUNCION-PRV               PIC X(02).
       01  WS-LLAVE-PRV                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PRV           PIC 9(05) VALUE ZEROS.
           COPY CPPROVWS.
       01  WS-CODIGO-PRV                PIC X(02).

       01  WS-FUNCION-STKS              PIC X(02).
       01  WS-LLAVE-STKS.
           05 WS-LLAVE-STKS-ARTICULO    PIC 9(05).
           05 WS-LLAVE-STKS-SUCURSAL    PIC 9(03).
       01  WS-LLAVE-HASTA-STKS          PIC 9(08) VALUE ZEROS.
       01  WS-REG-STKSUC-AUX.
           05 WS-STKSUC-ARTICULO-AUX    PIC 9(05).
           05 WS-STKSUC-SUCURSAL-AUX    PIC 9(03).
           05 WS-STKSUC-CANTIDAD-AUX    PIC 9(05).
           05 WS-STKSUC-REORDEN-AUX     PIC 9(05).
           05 WS-STKSUC-TRANSITO-AUX    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).

      * ORDENES RECIBIDAS EN MEMORIA, COMO EN REGISTRA-FACTURAS-PROV.
       01  WS-TABLA-ORDENES.
           05 WS-CANTIDAD-ORDENES       PIC 9(03) VALUE ZEROS.
           05 WS-ORDEN-TABLA            PIC X(67) OCCURS 200 TIMES.
       01  WS-IDX-ORD                   PIC 9(03).
       01  WS-ORDEN-TRABAJO.
           05 WS-OC-PROVEEDOR           PIC 9(05).
           05 WS-OC-ARTICULO            PIC 9(05).
           05 WS-OC-DESCRIPCION         PIC X(20).
           05 WS-OC-CANTIDAD            PIC 9(05).
           05 WS-OC-PLAZO-DIAS          PIC 9(03).
           05 WS-OC-ULT-PRECIO          PIC 9(05)V99.
           05 WS-OC-ESTADO              PIC X(01).
              88 WS-OC-RECIBIDA                 VALUE 'R'.
           05 WS-OC-FECHA               PIC 9(08).
           05 WS-OC-CANTIDAD-RECIBIDA   PIC 9(05).
           05 WS-OC-FECHA-RECEPCION     PIC 9(08).

      * DEVOLUCIONES DEL DIA EN TABLA: CADA UNA CON SU ORDEN YA
      * RESUELTA; UNA PASADA POR LA HISTORIA SUMA LO YA DEVUELTO
      * DE ESA ORDEN ANTES DE APLICAR NADA.
       01  WS-TABLA-DEVOLUCIONES.
           05 WS-CANTIDAD-DEVOLUCIONES  PIC 9(03) VALUE ZEROS.
           05 WS-DEVOLUCION-TABLA OCCURS 100 TIMES.
              10 WS-DVP-TAB-PROVEEDOR   PIC 9(05).
              10 WS-DVP-TAB-ARTICULO    PIC 9(05).
              10 WS-DVP-TAB-CANTIDAD    PIC 9(05).
              10 WS-DVP-TAB-SUCURSAL    PIC 9(03).
              10 WS-DVP-TAB-MOTIVO      PIC X(01).
              10 WS-DVP-TAB-REFERENCIA  PIC X(10).
              10 WS-DVP-TAB-HALLADA     PIC X(01).
              10 WS-DVP-TAB-FECHA-ORDEN PIC 9(08).
              10 WS-DVP-TAB-RECEPCION   PIC 9(08).
              10 WS-DVP-TAB-PRECIO      PIC 9(05)V99.
              10 WS-DVP-TAB-RECIBIDA    PIC 9(05).
              10 WS-DVP-TAB-DEVUELTA    PIC 9(05).
       01  WS-IDX-DVP                   PIC 9(03).
       01  WS-IDX-HER                   PIC 9(03).

      * CUENTAS-PAGAR DE LOS PROVEEDORES DEL LOTE: LA NOTA DE
      * DEBITO BAJA EL IMPORTE DE SUS FACTURAS ABIERTAS Y LA
      * REESCRITURA DEL ARCHIVO TOMA DE AQUI LAS MODIFICADAS.
       01  WS-TABLA-FACTURAS.
           05 WS-CANTIDAD-FACTURAS      PIC 9(03) VALUE ZEROS.
           05 WS-FACTURA-TABLA OCCURS 500 TIMES.
              10 WS-CXP-PROVEEDOR       PIC 9(05).
              10 WS-CXP-FACTURA         PIC X(10).
              10 WS-CXP-ARTICULO        PIC 9(05).
              10 WS-CXP-IMPORTE         PIC 9(09)V99.
              10 WS-CXP-NETO            PIC 9(09)V99.
              10 WS-CXP-IVA             PIC 9(09)V99.
              10 WS-CXP-TIPO-COMPROBANTE PIC X(01).
              10 WS-CXP-ESTADO          PIC X(01).
              10 WS-CXP-REFERENCIA      PIC X(10).
              10 WS-CXP-MODIFICADA      PIC X(01).
       01  WS-IDX-CXP                   PIC 9(03).
       01  WS-IDX-CXP-ARTICULO          PIC 9(03).

       01  WS-ULTIMA-NOTA               PIC 9(08) VALUE ZEROS.
       01  WS-NOTA-DEBITO.
           05 WS-PREFIJO-NOTA           PIC X(02) VALUE 'ND'.
           05 WS-NUMERO-NOTA            PIC 9(08).

       01  WS-SALDO-ABIERTO             PIC 9(11)V99 COMP-3.
       01  WS-RESTO-NOTA                PIC 9(09)V99 COMP-3.
       01  WS-NETO-NOTA                 PIC 9(09)V99.
       01  WS-IVA-NOTA                  PIC 9(09)V99.
       01  WS-TOTAL-NOTA                PIC 9(09)V99.
       01  WS-TASA-NOTA                 PIC 9(02)V99.
       01  WS-LETRA-NOTA                PIC X(01).
       01  WS-REMANENTE                 PIC S9(07).
       01  WS-MOTIVO-RECHAZO            PIC X(28).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-NETO                PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-IVA                 PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-NOTAS               PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'DEVOLUCIONES-PROV'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1500-ACUMULA-HISTORIA
           PERFORM 1600-CARGA-CUENTAS-PAGAR
           PERFORM 1700-ABRE-SALIDAS
           PERFORM 2000-PROCESA-DEVOLUCION
                   VARYING WS-IDX-DVP FROM 1 BY 1
                   UNTIL WS-IDX-DVP > WS-CANTIDAD-DEVOLUCIONES
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PRIMERO LAS ORDENES RECIBIDAS, ASI CADA DEVOLUCION RESUELVE
      * SU ORDEN AL CARGARSE.
      * -----------------------------------------------------------
       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN INPUT ORDENES-ACTUALIZADAS
           IF WS-CODIGO-ORDENES NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR ORDENES - STATUS: '
                      WS-CODIGO-ORDENES
              MOVE 'S' TO SW-FIN-ORDENES
           END-IF
           PERFORM 1020-CARGA-ORDEN UNTIL FIN-DE-ORDENES
           IF WS-CODIGO-ORDENES EQUAL '10'
              CLOSE ORDENES-ACTUALIZADAS
           END-IF

           OPEN INPUT TRANS-DEVOLUCION-PROV
           PERFORM 1010-CARGA-DEVOLUCION UNTIL FIN-DE-TRANS
           CLOSE TRANS-DEVOLUCION-PROV.
       1000-FIN.  EXIT.

       1010-CARGA-DEVOLUCION.
           READ TRANS-DEVOLUCION-PROV
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF FIN-DE-TRANS
              GO TO 1010-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-LEIDAS
           IF WS-CANTIDAD-DEVOLUCIONES NOT LESS THAN 100
              DISPLAY 'TABLA DE DEVOLUCIONES LLENA: SE DESCARTA '
                      'PROVEEDOR ' DVP-PROVEEDOR
                      ' ARTICULO ' DVP-ARTICULO
              GO TO 1010-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-DEVOLUCIONES
           MOVE WS-CANTIDAD-DEVOLUCIONES TO WS-IDX-DVP
           MOVE DVP-PROVEEDOR  TO WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP)
           MOVE DVP-ARTICULO   TO WS-DVP-TAB-ARTICULO (WS-IDX-DVP)
           MOVE DVP-MOTIVO     TO WS-DVP-TAB-MOTIVO (WS-IDX-DVP)
           MOVE DVP-REFERENCIA TO WS-DVP-TAB-REFERENCIA (WS-IDX-DVP)
           IF DVP-CANTIDAD NUMERIC
              MOVE DVP-CANTIDAD TO WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
           ELSE
              MOVE ZEROS TO WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
           END-IF
           IF DVP-SUCURSAL NUMERIC
                 AND DVP-SUCURSAL GREATER THAN ZEROS
              MOVE DVP-SUCURSAL TO WS-DVP-TAB-SUCURSAL (WS-IDX-DVP)
           ELSE
              MOVE 1 TO WS-DVP-TAB-SUCURSAL (WS-IDX-DVP)
           END-IF
           IF DVP-FECHA-ORDEN NOT NUMERIC
              MOVE ZEROS TO DVP-FECHA-ORDEN
           END-IF
           MOVE 'N'   TO WS-DVP-TAB-HALLADA (WS-IDX-DVP)
           MOVE ZEROS TO WS-DVP-TAB-FECHA-ORDEN (WS-IDX-DVP)
                         WS-DVP-TAB-RECEPCION (WS-IDX-DVP)
                         WS-DVP-TAB-PRECIO (WS-IDX-DVP)
                         WS-DVP-TAB-RECIBIDA (WS-IDX-DVP)
                         WS-DVP-TAB-DEVUELTA (WS-IDX-DVP)

           PERFORM 1030-RESUELVE-ORDEN
                   VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-CANTIDAD-ORDENES.
       1010-FIN.  EXIT.

       1020-CARGA-ORDEN.
           READ ORDENES-ACTUALIZADAS
              AT END MOVE 'S' TO SW-FIN-ORDENES
           END-READ
           IF FIN-DE-ORDENES
              GO TO 1020-FIN
           END-IF

           IF OC-RECIBIDA AND WS-CANTIDAD-ORDENES < 200
              ADD 1 TO WS-CANTIDAD-ORDENES
              MOVE REG-ORDEN-COMPRA TO
                   WS-ORDEN-TABLA (WS-CANTIDAD-ORDENES)
           ELSE
              IF OC-RECIBIDA
                 DISPLAY 'TABLA DE ORDENES LLENA: NO SE CRUZA '
                         'PROVEEDOR ' OC-PROVEEDOR
                         ' ARTICULO ' OC-ARTICULO
              END-IF
           END-IF.
       1020-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA ORDEN DE LA DEVOLUCION: LA RECIBIDA DEL PROVEEDOR +
      * ARTICULO CON LA FECHA DE LA TRANSACCION; SIN FECHA, LA DE
      * RECEPCION MAS RECIENTE.
      * -----------------------------------------------------------
       1030-RESUELVE-ORDEN.
           MOVE WS-ORDEN-TABLA (WS-IDX-ORD) TO WS-ORDEN-TRABAJO
           IF NOT WS-OC-RECIBIDA
              OR WS-OC-PROVEEDOR NOT EQUAL DVP-PROVEEDOR
              OR WS-OC-ARTICULO NOT EQUAL DVP-ARTICULO
              GO TO 1030-FIN
           END-IF
           IF DVP-FECHA-ORDEN GREATER THAN ZEROS
                 AND WS-OC-FECHA NOT EQUAL DVP-FECHA-ORDEN
              GO TO 1030-FIN
           END-IF
           IF WS-DVP-TAB-HALLADA (WS-IDX-DVP) EQUAL 'S'
                 AND WS-OC-FECHA-RECEPCION NOT GREATER THAN
                     WS-DVP-TAB-RECEPCION (WS-IDX-DVP)
              GO TO 1030-FIN
           END-IF

           MOVE 'S' TO WS-DVP-TAB-HALLADA (WS-IDX-DVP)
           MOVE WS-OC-FECHA     TO WS-DVP-TAB-FECHA-ORDEN (WS-IDX-DVP)
           MOVE WS-OC-FECHA-RECEPCION
                TO WS-DVP-TAB-RECEPCION (WS-IDX-DVP)
           MOVE WS-OC-ULT-PRECIO TO WS-DVP-TAB-PRECIO (WS-IDX-DVP)
           MOVE WS-OC-CANTIDAD-RECIBIDA
                TO WS-DVP-TAB-RECIBIDA (WS-IDX-DVP).
       1030-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA PASADA POR DEVOLUCIONES-PROVEEDOR: LO YA DEVUELTO DE
      * CADA ORDEN REFERENCIADA Y LA ULTIMA NOTA DE DEBITO EMITIDA.
      * SIN HISTORIA (PRIMERA CORRIDA) NO HAY NADA DEVUELTO.
      * -----------------------------------------------------------
       1500-ACUMULA-HISTORIA.
           OPEN INPUT DEVOLUCIONES-PROVEEDOR
           IF WS-CODIGO-DEVPR NOT EQUAL ZEROS
              GO TO 1500-FIN
           END-IF

           PERFORM 1510-LEE-HISTORIA
           PERFORM 1520-CRUZA-HISTORIA UNTIL FIN-DE-DEVPR
           CLOSE DEVOLUCIONES-PROVEEDOR.
       1500-FIN.  EXIT.

       1510-LEE-HISTORIA.
           READ DEVOLUCIONES-PROVEEDOR
              AT END MOVE 'S' TO SW-FIN-DEVPR
           END-READ.
       1510-FIN.  EXIT.

       1520-CRUZA-HISTORIA.
           IF DEVPR-NUMERO-NOTA GREATER THAN WS-ULTIMA-NOTA
              MOVE DEVPR-NUMERO-NOTA TO WS-ULTIMA-NOTA
           END-IF
           PERFORM 1530-CRUZA-UNA-DEVOLUCION
                   VARYING WS-IDX-DVP FROM 1 BY 1
                   UNTIL WS-IDX-DVP > WS-CANTIDAD-DEVOLUCIONES
           PERFORM 1510-LEE-HISTORIA.
       1520-FIN.  EXIT.

       1530-CRUZA-UNA-DEVOLUCION.
           IF WS-DVP-TAB-HALLADA (WS-IDX-DVP) EQUAL 'S'
              AND DEVPR-PROVEEDOR EQUAL
                  WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP)
              AND DEVPR-ARTICULO EQUAL
                  WS-DVP-TAB-ARTICULO (WS-IDX-DVP)
              AND DEVPR-FECHA-ORDEN EQUAL
                  WS-DVP-TAB-FECHA-ORDEN (WS-IDX-DVP)
              ADD DEVPR-CANTIDAD TO WS-DVP-TAB-DEVUELTA (WS-IDX-DVP)
           END-IF.
       1530-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA LAS FACTURAS DE LOS PROVEEDORES DEL LOTE (ABIERTAS O
      * NO: LA FACTURA YA PAGADA DEL ARTICULO IGUAL DA LA LETRA Y
      * LA PROPORCION DE IVA DE LA NOTA).
      * -----------------------------------------------------------
       1600-CARGA-CUENTAS-PAGAR.
           OPEN INPUT CUENTAS-PAGAR
           IF WS-CODIGO-CTAPAG NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUENTAS-PAGAR - STATUS: '
                      WS-CODIGO-CTAPAG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1610-CARGA-FACTURA UNTIL FIN-DE-CTAPAG
           CLOSE CUENTAS-PAGAR.
       1600-FIN.  EXIT.

       1610-CARGA-FACTURA.
           READ CUENTAS-PAGAR
              AT END MOVE 'S' TO SW-FIN-CTAPAG
           END-READ
           IF FIN-DE-CTAPAG
              GO TO 1610-FIN
           END-IF

           MOVE 'N' TO SW-PROVEEDOR-EN-LOTE
           PERFORM 1620-COMPARA-PROVEEDOR
                   VARYING WS-IDX-DVP FROM 1 BY 1
                   UNTIL WS-IDX-DVP > WS-CANTIDAD-DEVOLUCIONES
                   OR PROVEEDOR-EN-LOTE
           IF NOT PROVEEDOR-EN-LOTE
              GO TO 1610-FIN
           END-IF

           IF WS-CANTIDAD-FACTURAS NOT LESS THAN 500
              DISPLAY 'TABLA DE FACTURAS LLENA: SE OMITE '
                      CTAPAG-PROVEEDOR ' ' CTAPAG-FACTURA
              GO TO 1610-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-FACTURAS
           MOVE WS-CANTIDAD-FACTURAS TO WS-IDX-CXP
           MOVE CTAPAG-PROVEEDOR  TO WS-CXP-PROVEEDOR (WS-IDX-CXP)
           MOVE CTAPAG-FACTURA    TO WS-CXP-FACTURA (WS-IDX-CXP)
           MOVE CTAPAG-ARTICULO   TO WS-CXP-ARTICULO (WS-IDX-CXP)
           MOVE CTAPAG-IMPORTE    TO WS-CXP-IMPORTE (WS-IDX-CXP)
           MOVE CTAPAG-NETO       TO WS-CXP-NETO (WS-IDX-CXP)
           MOVE CTAPAG-IVA        TO WS-CXP-IVA (WS-IDX-CXP)
           MOVE CTAPAG-TIPO-COMPROBANTE
                TO WS-CXP-TIPO-COMPROBANTE (WS-IDX-CXP)
           MOVE CTAPAG-ESTADO     TO WS-CXP-ESTADO (WS-IDX-CXP)
           MOVE SPACES            TO WS-CXP-REFERENCIA (WS-IDX-CXP)
           MOVE 'N'               TO WS-CXP-MODIFICADA (WS-IDX-CXP).
       1610-FIN.  EXIT.

       1620-COMPARA-PROVEEDOR.
           IF WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP) EQUAL CTAPAG-PROVEEDOR
              MOVE 'S' TO SW-PROVEEDOR-EN-LOTE
           END-IF.
       1620-FIN.  EXIT.

       1700-ABRE-SALIDAS.
           OPEN EXTEND DEVOLUCIONES-PROVEEDOR
           IF WS-CODIGO-DEVPR NOT EQUAL ZEROS
              OPEN OUTPUT DEVOLUCIONES-PROVEEDOR
           END-IF
           OPEN EXTEND IVA-COMPRAS
           IF WS-CODIGO-IVA NOT EQUAL ZEROS
              OPEN OUTPUT IVA-COMPRAS
           END-IF
           OPEN EXTEND STOCK-HISTORIA
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-DVP
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'AB' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DVP
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'AB' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-DVP WS-REG-PROVEEDOR WS-CODIGO-PRV.
       1700-FIN.  EXIT.

       2000-PROCESA-DEVOLUCION.
           MOVE WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP) TO DET-PROVEEDOR
           MOVE WS-DVP-TAB-ARTICULO (WS-IDX-DVP)  TO DET-ARTICULO
           MOVE WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)  TO DET-CANTIDAD
           MOVE SPACES TO DET-NOTA-DEBITO WS-MOTIVO-RECHAZO
           MOVE ZEROS  TO DET-IMPORTE

           COMPUTE WS-REMANENTE =
                   WS-DVP-TAB-RECIBIDA (WS-IDX-DVP)
                   - WS-DVP-TAB-DEVUELTA (WS-IDX-DVP)

           EVALUATE TRUE
              WHEN WS-DVP-TAB-HALLADA (WS-IDX-DVP) NOT EQUAL 'S'
                 MOVE 'SIN ORDEN RECIBIDA' TO WS-MOTIVO-RECHAZO
              WHEN WS-DVP-TAB-CANTIDAD (WS-IDX-DVP) EQUAL ZEROS
                 MOVE 'CANTIDAD INVALIDA' TO WS-MOTIVO-RECHAZO
              WHEN WS-DVP-TAB-MOTIVO (WS-IDX-DVP) NOT EQUAL 'D'
                   AND WS-DVP-TAB-MOTIVO (WS-IDX-DVP) NOT EQUAL 'E'
                 MOVE 'MOTIVO INVALIDO (D/E)' TO WS-MOTIVO-RECHAZO
              WHEN WS-DVP-TAB-CANTIDAD (WS-IDX-DVP) GREATER THAN
                    WS-REMANENTE
                 MOVE 'SUPERA LO RECIBIDO' TO WS-MOTIVO-RECHAZO
              WHEN OTHER
                 PERFORM 2100-VALIDA-DEVOLUCION
           END-EVALUATE

           IF WS-MOTIVO-RECHAZO EQUAL SPACES
              PERFORM 2300-APLICA-DEVOLUCION
           ELSE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              MOVE WS-MOTIVO-RECHAZO TO DET-MENSAJE
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PROVEEDOR, EXISTENCIA DE LA EMPRESA Y DE LA SUCURSAL, Y LA
      * NOTA DE DEBITO VALORIZADA CONTRA EL SALDO ABIERTO. EL
      * PRIMER DESVIO DEJA EL MOTIVO CARGADO.
      * -----------------------------------------------------------
       2100-VALIDA-DEVOLUCION.
           MOVE WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP) TO WS-LLAVE-PRV
           MOVE 'LE' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-DVP WS-REG-PROVEEDOR WS-CODIGO-PRV
           IF WS-CODIGO-PRV NOT EQUAL ZEROS
              MOVE 'PROVEEDOR INEXISTENTE' TO WS-MOTIVO-RECHAZO
              GO TO 2100-FIN
           END-IF

           MOVE WS-DVP-TAB-ARTICULO (WS-IDX-DVP) TO WS-LLAVE-ART
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-DVP
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'ARTICULO INEXISTENTE' TO WS-MOTIVO-RECHAZO
              GO TO 2100-FIN
           END-IF
           IF WS-ART-CANTIDAD LESS THAN
                 WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
              MOVE 'EXISTENCIA INSUFICIENTE' TO WS-MOTIVO-RECHAZO
              GO TO 2100-FIN
           END-IF

           MOVE WS-DVP-TAB-ARTICULO (WS-IDX-DVP)
             TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-DVP-TAB-SUCURSAL (WS-IDX-DVP)
             TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'LE' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DVP
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS
           IF WS-CODIGO-STKS NOT EQUAL ZEROS
              OR WS-STKSUC-CANTIDAD-AUX LESS THAN
                 WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
              MOVE 'SIN STOCK EN LA SUCURSAL' TO WS-MOTIVO-RECHAZO
              GO TO 2100-FIN
           END-IF

           PERFORM 2200-VALORIZA-NOTA
           IF NOT FACTURA-HALLADA
              MOVE 'SIN FACTURA DEL ARTICULO' TO WS-MOTIVO-RECHAZO
              GO TO 2100-FIN
           END-IF
           MOVE WS-TOTAL-NOTA TO DET-IMPORTE

           MOVE ZEROS TO WS-SALDO-ABIERTO
           PERFORM 2250-SUMA-SALDO-ABIERTO
                   VARYING WS-IDX-CXP FROM 1 BY 1
                   UNTIL WS-IDX-CXP > WS-CANTIDAD-FACTURAS
           IF WS-SALDO-ABIERTO LESS THAN WS-TOTAL-NOTA
              MOVE 'SALDO ABIERTO INSUFICIENTE' TO WS-MOTIVO-RECHAZO
           END-IF.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * NETO AL PRECIO DE LA ORDEN (EL MISMO QUE CRUZO LA FACTURA).
      * LA LETRA Y LA PROPORCION DE IVA SALEN DE LA ULTIMA FACTURA
      * DEL PROVEEDOR PARA EL ARTICULO; B Y C NO DISCRIMINAN IVA.
      * -----------------------------------------------------------
       2200-VALORIZA-NOTA.
           MOVE 'N' TO SW-FACTURA-HALLADA
           MOVE ZEROS TO WS-IDX-CXP-ARTICULO
           PERFORM 2210-BUSCA-FACTURA-ARTICULO
                   VARYING WS-IDX-CXP FROM 1 BY 1
                   UNTIL WS-IDX-CXP > WS-CANTIDAD-FACTURAS
           IF NOT FACTURA-HALLADA
              GO TO 2200-FIN
           END-IF

           COMPUTE WS-NETO-NOTA ROUNDED =
                   WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
                   * WS-DVP-TAB-PRECIO (WS-IDX-DVP)
           MOVE WS-CXP-TIPO-COMPROBANTE (WS-IDX-CXP-ARTICULO)
             TO WS-LETRA-NOTA
           MOVE ZEROS TO WS-IVA-NOTA WS-TASA-NOTA
           IF WS-LETRA-NOTA EQUAL 'A'
                 AND WS-CXP-NETO (WS-IDX-CXP-ARTICULO) GREATER THAN
                     ZEROS
              COMPUTE WS-IVA-NOTA ROUNDED = WS-NETO-NOTA
                      * WS-CXP-IVA (WS-IDX-CXP-ARTICULO)
                      / WS-CXP-NETO (WS-IDX-CXP-ARTICULO)
              COMPUTE WS-TASA-NOTA ROUNDED =
                      WS-CXP-IVA (WS-IDX-CXP-ARTICULO) * 100
                      / WS-CXP-NETO (WS-IDX-CXP-ARTICULO)
           END-IF
           COMPUTE WS-TOTAL-NOTA = WS-NETO-NOTA + WS-IVA-NOTA.
       2200-FIN.  EXIT.

       2210-BUSCA-FACTURA-ARTICULO.
           IF WS-CXP-PROVEEDOR (WS-IDX-CXP) EQUAL
                 WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP)
              AND WS-CXP-ARTICULO (WS-IDX-CXP) EQUAL
                 WS-DVP-TAB-ARTICULO (WS-IDX-DVP)
              MOVE 'S' TO SW-FACTURA-HALLADA
              MOVE WS-IDX-CXP TO WS-IDX-CXP-ARTICULO
           END-IF.
       2210-FIN.  EXIT.

       2250-SUMA-SALDO-ABIERTO.
           IF WS-CXP-PROVEEDOR (WS-IDX-CXP) EQUAL
                 WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP)
              AND WS-CXP-ESTADO (WS-IDX-CXP) EQUAL 'A'
              ADD WS-CXP-IMPORTE (WS-IDX-CXP) TO WS-SALDO-ABIERTO
           END-IF.
       2250-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA DEVOLUCION ACEPTADA TOMA EL PROXIMO NUMERO DE NOTA, BAJA
      * LA EXISTENCIA, DEJA LA SALIDA EN STOCK-HISTORIA Y APLICA LA
      * NOTA AL SALDO DEL PROVEEDOR.
      * -----------------------------------------------------------
       2300-APLICA-DEVOLUCION.
           SUBTRACT WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
               FROM WS-ART-CANTIDAD
           MOVE 'CA' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-DVP
                      WS-REG-ARTICULOS WS-CODIGO-ART
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              MOVE 'ERROR AL GRABAR, VER STATUS' TO DET-MENSAJE
              GO TO 2300-FIN
           END-IF

           SUBTRACT WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
               FROM WS-STKSUC-CANTIDAD-AUX
           MOVE 'CA' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DVP
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           ADD 1 TO WS-ULTIMA-NOTA
           MOVE WS-ULTIMA-NOTA TO WS-NUMERO-NOTA
           MOVE WS-NOTA-DEBITO TO DET-NOTA-DEBITO

           ADD 1 TO WS-CONTADOR-APLICADAS
           ADD WS-NETO-NOTA  TO WS-TOTAL-NETO
           ADD WS-IVA-NOTA   TO WS-TOTAL-IVA
           ADD WS-TOTAL-NOTA TO WS-TOTAL-NOTAS
           MOVE 'NOTA DE DEBITO EMITIDA' TO DET-MENSAJE

           PERFORM 2400-GRABA-STOCK-HISTORIA
           PERFORM 2500-APLICA-NOTA-FACTURAS
           PERFORM 2600-GRABA-IVA-NOTA
           PERFORM 2700-GRABA-DEVOLUCION
           PERFORM 2800-ACTUALIZA-HERMANAS
                   VARYING WS-IDX-HER FROM 1 BY 1
                   UNTIL WS-IDX-HER > WS-CANTIDAD-DEVOLUCIONES.
       2300-FIN.  EXIT.

       2400-GRABA-STOCK-HISTORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-DVP-TAB-ARTICULO (WS-IDX-DVP) TO STKHIST-LLAVE
           MOVE WS-FECHA-HOY      TO STKHIST-FECHA
           MOVE WS-HORA-AHORA     TO STKHIST-HORA
           MOVE 'S'               TO STKHIST-TIPO
           COMPUTE STKHIST-CANTIDAD =
                   ZERO - WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)
           MOVE WS-ART-CANTIDAD   TO STKHIST-RESULTANTE
           MOVE WS-NOTA-DEBITO    TO STKHIST-REFERENCIA
           MOVE WS-USUARIO-DVP    TO STKHIST-ORIGEN
           WRITE REG-STOCK-HISTORIA.
       2400-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA NOTA BAJA PRIMERO LA FACTURA DEL ARTICULO (SI SIGUE
      * ABIERTA) Y EL RESTO LAS DEMAS ABIERTAS DEL PROVEEDOR EN EL
      * ORDEN DEL ARCHIVO. LA FACTURA QUE QUEDA EN CERO SE CIERRA
      * CON LA NOTA COMO REFERENCIA, ASI NO ENTRA A LA PROPUESTA.
      * -----------------------------------------------------------
       2500-APLICA-NOTA-FACTURAS.
           MOVE WS-TOTAL-NOTA TO WS-RESTO-NOTA
           MOVE WS-IDX-CXP-ARTICULO TO WS-IDX-CXP
           PERFORM 2510-DESCUENTA-FACTURA
           PERFORM 2510-DESCUENTA-FACTURA
                   VARYING WS-IDX-CXP FROM 1 BY 1
                   UNTIL WS-IDX-CXP > WS-CANTIDAD-FACTURAS
                   OR WS-RESTO-NOTA EQUAL ZEROS.
       2500-FIN.  EXIT.

       2510-DESCUENTA-FACTURA.
           IF WS-CXP-PROVEEDOR (WS-IDX-CXP) NOT EQUAL
                 WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP)
              OR WS-CXP-ESTADO (WS-IDX-CXP) NOT EQUAL 'A'
              OR WS-RESTO-NOTA EQUAL ZEROS
              GO TO 2510-FIN
           END-IF

           MOVE 'S' TO WS-CXP-MODIFICADA (WS-IDX-CXP)
           IF WS-CXP-IMPORTE (WS-IDX-CXP) GREATER THAN WS-RESTO-NOTA
              SUBTRACT WS-RESTO-NOTA FROM WS-CXP-IMPORTE (WS-IDX-CXP)
              MOVE ZEROS TO WS-RESTO-NOTA
           ELSE
              SUBTRACT WS-CXP-IMPORTE (WS-IDX-CXP) FROM WS-RESTO-NOTA
              MOVE ZEROS TO WS-CXP-IMPORTE (WS-IDX-CXP)
              MOVE 'P'   TO WS-CXP-ESTADO (WS-IDX-CXP)
              MOVE WS-NOTA-DEBITO TO WS-CXP-REFERENCIA (WS-IDX-CXP)
           END-IF.
       2510-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA NOTA DE DEBITO ENTRA AL LIBRO IVA COMPRAS COMO LINEA
      * TIPO 'D', QUE RESTA DEL CREDITO FISCAL DEL MES.
      * -----------------------------------------------------------
       2600-GRABA-IVA-NOTA.
           MOVE SPACES            TO REG-IVA-COMPRA
           MOVE WS-FECHA-HOY      TO IVACP-FECHA
           MOVE WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP) TO IVACP-PROVEEDOR
           MOVE WS-PROV-CUIT      TO IVACP-CUIT
           MOVE WS-LETRA-NOTA     TO IVACP-TIPO-COMPROBANTE
           MOVE WS-NOTA-DEBITO    TO IVACP-FACTURA
           MOVE WS-TASA-NOTA      TO IVACP-TASA
           MOVE WS-NETO-NOTA      TO IVACP-NETO
           MOVE WS-IVA-NOTA       TO IVACP-IVA
           MOVE ZEROS             TO IVACP-PERCEPCION
           MOVE WS-TOTAL-NOTA     TO IVACP-TOTAL
           MOVE 'D'               TO IVACP-TIPO
           WRITE REG-IVA-COMPRA.
       2600-FIN.  EXIT.

       2700-GRABA-DEVOLUCION.
           MOVE SPACES TO REG-DEVOLUCION-PROVEEDOR
           MOVE WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP) TO DEVPR-PROVEEDOR
           MOVE WS-DVP-TAB-ARTICULO (WS-IDX-DVP)  TO DEVPR-ARTICULO
           MOVE WS-DVP-TAB-FECHA-ORDEN (WS-IDX-DVP)
                TO DEVPR-FECHA-ORDEN
           MOVE WS-FECHA-HOY      TO DEVPR-FECHA
           MOVE WS-DVP-TAB-SUCURSAL (WS-IDX-DVP)  TO DEVPR-SUCURSAL
           MOVE WS-DVP-TAB-CANTIDAD (WS-IDX-DVP)  TO DEVPR-CANTIDAD
           MOVE WS-DVP-TAB-PRECIO (WS-IDX-DVP)    TO DEVPR-PRECIO
           MOVE WS-NETO-NOTA      TO DEVPR-NETO
           MOVE WS-IVA-NOTA       TO DEVPR-IVA
           MOVE WS-TOTAL-NOTA     TO DEVPR-TOTAL
           MOVE WS-NOTA-DEBITO    TO DEVPR-NOTA-DEBITO
           MOVE WS-DVP-TAB-MOTIVO (WS-IDX-DVP)    TO DEVPR-MOTIVO
           MOVE WS-DVP-TAB-REFERENCIA (WS-IDX-DVP)
                TO DEVPR-REFERENCIA
           WRITE REG-DEVOLUCION-PROVEEDOR.
       2700-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA DEVOLUCION APLICADA SUMA SU CANTIDAD A LO DEVUELTO DE
      * LAS DEMAS DEL LOTE CONTRA LA MISMA ORDEN, COMO EN
      * DEVOLUCIONES-VENTAS.
      * -----------------------------------------------------------
       2800-ACTUALIZA-HERMANAS.
           IF WS-DVP-TAB-PROVEEDOR (WS-IDX-HER) EQUAL
                 WS-DVP-TAB-PROVEEDOR (WS-IDX-DVP)
              AND WS-DVP-TAB-ARTICULO (WS-IDX-HER) EQUAL
                 WS-DVP-TAB-ARTICULO (WS-IDX-DVP)
              AND WS-DVP-TAB-FECHA-ORDEN (WS-IDX-HER) EQUAL
                 WS-DVP-TAB-FECHA-ORDEN (WS-IDX-DVP)
              ADD WS-DVP-TAB-CANTIDAD (WS-IDX-DVP) TO
                  WS-DVP-TAB-DEVUELTA (WS-IDX-HER)
           END-IF.
       2800-FIN.  EXIT.

      * -----------------------------------------------------------
      * CUENTAS-PAGAR SE COPIA COMPLETA AL ARCHIVO NUEVO; LA
      * FACTURA TOCADA POR UNA NOTA SALE CON SU IMPORTE REBAJADO,
      * Y LA QUE QUEDO EN CERO, CERRADA CON LA NOTA.
      * -----------------------------------------------------------
       4000-REESCRIBE-CUENTAS-PAGAR.
           OPEN INPUT CUENTAS-PAGAR
           OPEN OUTPUT CUENTAS-PAGAR-NUEVO
           MOVE 'N' TO SW-FIN-CTAPAG
           PERFORM 4010-COPIA-CUENTA-PAGAR UNTIL FIN-DE-CTAPAG
           CLOSE CUENTAS-PAGAR CUENTAS-PAGAR-NUEVO.
       4000-FIN.  EXIT.

       4010-COPIA-CUENTA-PAGAR.
           READ CUENTAS-PAGAR
              AT END MOVE 'S' TO SW-FIN-CTAPAG
           END-READ
           IF FIN-DE-CTAPAG
              GO TO 4010-FIN
           END-IF

           IF CTAPAG-ABIERTA
              MOVE 'N' TO SW-FACTURA-HALLADA
              PERFORM 4020-BUSCA-MODIFICADA
                      VARYING WS-IDX-CXP FROM 1 BY 1
                      UNTIL WS-IDX-CXP > WS-CANTIDAD-FACTURAS
                      OR FACTURA-HALLADA
           END-IF

           WRITE REG-CUENTA-PAGAR-NUEVO FROM REG-CUENTA-PAGAR.
       4010-FIN.  EXIT.

       4020-BUSCA-MODIFICADA.
           IF WS-CXP-MODIFICADA (WS-IDX-CXP) EQUAL 'S'
              AND WS-CXP-PROVEEDOR (WS-IDX-CXP) EQUAL CTAPAG-PROVEEDOR
              AND WS-CXP-FACTURA (WS-IDX-CXP) EQUAL CTAPAG-FACTURA
              AND WS-CXP-ARTICULO (WS-IDX-CXP) EQUAL CTAPAG-ARTICULO
              MOVE 'S' TO SW-FACTURA-HALLADA
              MOVE WS-CXP-IMPORTE (WS-IDX-CXP) TO CTAPAG-IMPORTE
              IF WS-CXP-ESTADO (WS-IDX-CXP) EQUAL 'P'
                 MOVE 'P'          TO CTAPAG-ESTADO
                 MOVE WS-FECHA-HOY TO CTAPAG-FECHA-PAGO
                 MOVE WS-CXP-REFERENCIA (WS-IDX-CXP)
                   TO CTAPAG-REFERENCIA-PAGO
              END-IF
      *       LA MISMA FACTURA NO SE REBAJA DOS VECES SI EL ARCHIVO
      *       LA TRAE REPETIDA.
              MOVE 'N' TO WS-CXP-MODIFICADA (WS-IDX-CXP)
           END-IF.
       4020-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DE LAS NOTAS DE DEBITO: DEBE PROVEEDO
      * POR EL TOTAL CONTRA HABER VARINVEN (LA MERCADERIA QUE SALE,
      * AL NETO) E IVACOMPR (EL CREDITO FISCAL QUE SE REVIERTE).
      * SIN NOTAS NO SE ESCRIBE ASIENTO.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-NOTAS EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-HOY        TO GL-FECHA

           MOVE 'PROVEEDO'          TO GL-CUENTA
           MOVE 'D'                 TO GL-TIPO
           MOVE WS-TOTAL-NOTAS      TO GL-IMPORTE
           WRITE REG-ASIENTO-GL

           MOVE 'VARINVEN'          TO GL-CUENTA
           MOVE 'H'                 TO GL-TIPO
           MOVE WS-TOTAL-NETO       TO GL-IMPORTE
           WRITE REG-ASIENTO-GL

           IF WS-TOTAL-IVA GREATER THAN ZEROS
              MOVE 'IVACOMPR'          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-IVA        TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           PERFORM 4000-REESCRIBE-CUENTAS-PAGAR
           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE 'CI' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-DVP
                      WS-REG-ARTICULOS WS-CODIGO-ART

           MOVE 'CI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DVP
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'CI' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-DVP WS-REG-PROVEEDOR WS-CODIGO-PRV

           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           MOVE WS-TOTAL-NOTAS         TO RES-TOTAL
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE DEVOLUCIONES-PROVEEDOR IVA-COMPRAS STOCK-HISTORIA
                 REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
