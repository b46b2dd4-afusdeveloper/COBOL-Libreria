       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  REGISTRO AUXILIAR DE COMPONENTES DE KIT
      *                    CON FAMILIA Y SUBFAMILIA DEL ARTICULO.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  PUNTOS DE CLIENTES: UNA PASADA POR
      *                    MOVIMIENTOS-PUNTOS (CPPTOMV1) CARGA LOS
      *                    PUNTOS QUE GANO O CANJEO CADA VENTA
      *                    REFERENCIADA Y LOS YA DEVUELTOS. LA
      *                    DEVOLUCION APLICADA REVIERTE (R) LA PARTE
      *                    PROPORCIONAL DE LOS PUNTOS GANADOS, O
      *                    REINTEGRA (D) LOS CANJEADOS SI LA VENTA SE
      *                    PAGO CON PUNTOS, Y AJUSTA CLI-PUNTOS-SALDO.
      *                    LA VENTA PAGADA CON PUNTOS SOLO SE
      *                    REEMBOLSA EN PUNTOS (FORMA P) Y EL ASIENTO
      *                    LLEVA HABER PUNTOS POR ESE REINTEGRO.
      *   15/10/2026  AMF  FORMA DE REEMBOLSO: LA NOTA DE CREDITO SE
      *                    REEMBOLSA COMO SE COBRO LA VENTA ORIGINAL
      *                    (EFECTIVO, TARJETA CON LA MISMA MARCA Y
      *                    AUTORIZACION, O CUENTA CORRIENTE), SALVO
      *                    QUE LA TRANSACCION TRAIGA DEV-FORMA-
      *                    REEMBOLSO: E SIEMPRE, T SOLO SI LA VENTA
      *                    FUE CON TARJETA, C SOLO SI LA VENTA TIENE
      *                    CLIENTE. LA FORMA QUEDA EN LA NOTA DE
      *                    VENTAS-HISTORIA (AHORA 92) PARA EL CIERRE
      *                    DE CAJA Y EL ASIENTO REVIERTE HABER
      *                    TARJETAS POR LO DEVUELTO A TARJETA.
      *   15/10/2026  AMF  LOTES: LO DEVUELTO (O CADA COMPONENTE DEL
      *                    KIT DEVUELTO) VUELVE AL LOTE NO VENCIDO
      *                    QUE VENCE ANTES DEL ARTICULO EN LA
      *                    SUCURSAL, VIA LOTES-I-O. SIN LOTE VIGENTE
      *                    LA DEVOLUCION QUEDA COMO STOCK SIN LOTE.
      *   15/10/2026  AMF  KITS: LA DEVOLUCION DE UN ARTICULO CON
      *                    COMPONENTES EN KITS-COMPONENTES DEVUELVE
      *                    EL STOCK A CADA COMPONENTE (UNIDADES POR
      *                    KIT POR CANTIDAD DEVUELTA) EN LA EMPRESA Y
      *                    EN LA SUCURSAL, CON SU ENTRADA EN STOCK-
      *                    HISTORIA (REFERENCIA 'KIT' Y EL ARTICULO
      *                    KIT). LA NOTA DE CREDITO SIGUE SIENDO DEL
      *                    KIT.
      *   15/10/2026  AMF  LA NOTA DE CREDITO LLEVA EL VENDEDOR DE LA
      *                    VENTA ORIGINAL (VENTAS-HISTORIA PASA A
      *                    83), PARA QUE LA LIQUIDACION DE COMISIONES
      *                    DESCUENTE LA DEVOLUCION A QUIEN COBRO LA
      *                    COMISION DE LA VENTA.
      *   15/10/2026  AMF  NUMERACION FISCAL DE LA NOTA DE CREDITO:
      *                    LA TRANSACCION TRAE EL PUNTO DE VENTA
      *                    (CERO = 0001) Y LA LETRA SALE DE LA
      *                    FACTURA ORIGINAL (FA DA CA, LO DEMAS CB).
      *                    LA DEVOLUCION APLICADA TOMA EL PROXIMO
      *                    NUMERO DE SU SERIE DE NUMERA-COMPROBANTES
      *                    Y LO LLEVA A VENTAS-HISTORIA (AHORA 78,
      *                    CON LA FECHA DE EMISION DEL DIA),
      *                    IVA-VENTAS (84) Y CUENTAS-COBRAR (71).
      *   02/09/2026  AMF  LA DEVOLUCION DE UNA VENTA EN CUENTA
      *                    CORRIENTE YA NO DEVUELVE EFECTIVO:
      *                    ACREDITA LA CUENTA DEL CLIENTE CON UNA
           SELECT CUENTAS-COBRAR ASSIGN TO UT-S-CTASCOB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTACOB.

           SELECT MOVIMIENTOS-PUNTOS ASSIGN TO UT-S-PUNTOS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PTOS.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05 DEV-HORA-VENTA            PIC 9(08).
           05 DEV-CANTIDAD              PIC 9(05).
           05 DEV-SUCURSAL              PIC 9(03).
           05 DEV-PUNTO-VENTA           PIC 9(04).
           05 DEV-FORMA-REEMBOLSO       PIC X(01).
           05 FILLER                    PIC X(46).

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.


       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  IVA-VENTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-IVA-VENTA.
           COPY CPIVAVT1.

       FD  CUENTAS-COBRAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS REG-CUENTA-COBRAR.
           COPY CPCTACB1.

       FD  MOVIMIENTOS-PUNTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-MOVIMIENTO-PUNTOS.
           COPY CPPTOMV1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(24) VALUE SPACES.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-FIN-VTAH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-VTAH                          VALUE 'S'.
       01  WS-CODIGO-PTOS               PIC X(02).
       01  SW-FIN-PTOS                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PTOS                          VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
              10 WS-DEV-TAB-CLIENTE     PIC 9(08).
              10 WS-DEV-TAB-HALLADA     PIC X(01).
              10 WS-DEV-TAB-APLICADA    PIC X(01).
              10 WS-DEV-TAB-PUNTO-VENTA PIC 9(04).
              10 WS-DEV-TAB-TIPO-NOTA   PIC X(02).
              10 WS-DEV-TAB-NUMERO-NOTA PIC 9(08).
              10 WS-DEV-TAB-VENDEDOR    PIC 9(05).
              10 WS-DEV-TAB-FORMA-PAGO  PIC X(01).
              10 WS-DEV-TAB-FORMA-VENTA PIC X(01).
              10 WS-DEV-TAB-MARCA       PIC X(02).
              10 WS-DEV-TAB-AUTORIZA    PIC X(06).
              10 WS-DEV-TAB-PUNTOS-VTA  PIC 9(07).
              10 WS-DEV-TAB-PUNTOS-DEV  PIC 9(07).
              10 WS-DEV-TAB-VENCE-PTOS  PIC 9(08).
       01  WS-IDX-DEV                   PIC 9(03).
       01  WS-IDX-HER                   PIC 9(03).

       01  WS-CANTIDAD-NUEVA            PIC S9(07).
       01  WS-REMANENTE                 PIC S9(07).

       01  WS-FORMA-REEMBOLSO           PIC X(01).
           88 REEMBOLSO-EFECTIVO                   VALUE 'E'.
           88 REEMBOLSO-TARJETA                    VALUE 'T'.
           88 REEMBOLSO-CTA-CTE                    VALUE 'C'.
           88 REEMBOLSO-PUNTOS                     VALUE 'P'.
       01  WS-MENSAJE-REEMBOLSO         PIC X(28).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-PARAMETROS-PUNTOS.
           05 WS-PTOS-TASA-GENERAL      PIC 9(03).
           05 WS-PTOS-MESES             PIC 9(03).
           05 WS-PTOS-VALOR             PIC 9(01)V99.
           05 WS-PTOS-TASA-FAMILIA      PIC 9(03) OCCURS 1000 TIMES.
       01  WS-CODIGO-PARMP              PIC X(02).
       01  WS-PUNTOS-ACUMULADOS         PIC S9(09) COMP-3.
       01  WS-PUNTOS-NOTA               PIC S9(09) COMP-3.
       01  WS-VENCIMIENTO-PUNTOS        PIC 9(08).
       01  WS-MES-VENCIMIENTO.
           05 WS-MES-VENC-ANIO          PIC 9(04).
           05 WS-MES-VENC-MES           PIC 9(02).
           05 WS-MES-VENC-DIA           PIC 9(02).
       01  WS-MES-VENCIMIENTO-9 REDEFINES WS-MES-VENCIMIENTO
                                        PIC 9(08).
       01  WS-MESES-CORRIDOS            PIC 9(06).
       01  WS-ULTIMO-DIA-VENC           PIC 9(02).
       01  WS-TOTAL-PUNTOS-REVERTIDOS   PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-PUNTOS-REINTEGRADOS PIC 9(09) VALUE ZEROS.

       01  WS-LINEA-RESUMEN-PUNTOS.
           05 FILLER                    PIC X(20)
              VALUE 'PUNTOS REVERTIDOS:'.
           05 RES-PUNTOS-REVERTIDOS     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(14)
              VALUE 'REINTEGRADOS:'.
           05 RES-PUNTOS-REINTEGRADOS   PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE '$:'.
           05 RES-REEMB-PUNTOS          PIC ZZ,ZZZ,ZZ9.99.

       01  WS-FUNCION-STKS              PIC X(02).
       01  WS-LLAVE-STKS.
           05 WS-LLAVE-STKS-ARTICULO    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).
       01  WS-SUCURSAL-DEV              PIC 9(03).

       01  WS-FUNCION-LOTE              PIC X(02).
       01  WS-LLAVE-LOTE                PIC X(20) VALUE SPACES.
       01  WS-LLAVE-HASTA-LOTE          PIC X(20) VALUE SPACES.
       01  WS-REG-LOTE-AUX.
           05 WS-LOTE-ARTICULO-AUX      PIC 9(05).
           05 WS-LOTE-SUCURSAL-AUX      PIC 9(03).
           05 WS-LOTE-NUMERO-AUX        PIC X(12).
           05 WS-LOTE-VENCIMIENTO-AUX   PIC 9(08).
           05 WS-LOTE-CANTIDAD-AUX      PIC 9(05).
           05 WS-LOTE-TRANSITO-AUX      PIC 9(05).
           05 WS-LOTE-INGRESO-AUX       PIC 9(08).
       01  WS-CODIGO-LOTE               PIC X(02).

       01  WS-FUNCION-KIT               PIC X(02).
       01  WS-LLAVE-KIT.
           05 WS-LLAVE-KIT-ARTICULO     PIC 9(05).
           05 WS-LLAVE-KIT-COMPONENTE   PIC 9(05).
       01  WS-LLAVE-HASTA-KIT.
           05 WS-HASTA-KIT-ARTICULO     PIC 9(05).
           05 WS-HASTA-KIT-COMPONENTE   PIC 9(05).
       01  WS-REG-KIT-AUX.
           05 WS-KIT-ARTICULO-AUX       PIC 9(05).
           05 WS-KIT-COMPONENTE-AUX     PIC 9(05).
           05 WS-KIT-CANTIDAD-AUX       PIC 9(05).
       01  WS-CODIGO-KIT                PIC X(02).
       01  SW-ES-KIT                    PIC X(01) VALUE 'N'.
           88 ES-KIT                               VALUE 'S'.
       01  SW-KIT-INCOMPLETO            PIC X(01) VALUE 'N'.
           88 KIT-INCOMPLETO                       VALUE 'S'.
       01  WS-MENSAJE-KIT               PIC X(28).
       01  WS-REFERENCIA-KIT.
           05 FILLER                    PIC X(04) VALUE 'KIT '.
           05 WS-REFERENCIA-KIT-ART     PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACES.

      * COMPONENTES DEL KIT DEVUELTO Y LAS UNIDADES QUE VUELVEN A
      * CADA UNO (UNIDADES POR KIT POR CANTIDAD DEVUELTA).
       01  WS-TABLA-KIT.
           05 WS-CANTIDAD-KIT           PIC 9(02) VALUE ZEROS.
           05 WS-COMPONENTE-KIT OCCURS 20 TIMES.
              10 WS-KIT-TAB-ARTICULO    PIC 9(05).
              10 WS-KIT-TAB-CONSUMO     PIC 9(07).
       01  WS-IDX-KIT                   PIC 9(02).

       01  WS-LLAVE-ARTCMP              PIC 9(05).
       01  WS-REG-ARTCMP-AUX.
           05 WS-ARTCMP-LLAVE-AUX       PIC 9(05).
           05 WS-ARTCMP-DESCRIPCION-AUX PIC X(35).
           05 WS-ARTCMP-PRECIO-AUX      PIC 9(05)V99.
           05 WS-ARTCMP-CANTIDAD-AUX    PIC 9(05).
           05 WS-ARTCMP-REORDEN-AUX     PIC 9(05).
           05 WS-ARTCMP-ESTADO-AUX      PIC X(01).
           05 WS-ARTCMP-COSTO-AUX       PIC 9(05)V99.
           05 WS-ARTCMP-CAT-IVA-AUX     PIC X(01).
           05 WS-ARTCMP-TASA-IVA-AUX    PIC 9(02)V99.
           05 WS-ARTCMP-FAMILIA-AUX     PIC 9(03).
           05 WS-ARTCMP-SUBFAMILIA-AUX  PIC 9(03).
       01  WS-CODIGO-ARTCMP             PIC X(02).

       01  WS-FUNCION-NUMC              PIC X(02).
       01  WS-SERIE-COMPROBANTE.
           05 WS-SERIE-SUCURSAL         PIC 9(03).
           05 WS-SERIE-PUNTO-VENTA      PIC 9(04).
           05 WS-SERIE-TIPO             PIC X(02).
       01  WS-NUMERO-COMPROBANTE        PIC 9(08).
       01  WS-CODIGO-NUMC               PIC X(02).
       01  WS-CONTADOR-SIN-NUMERO       PIC 9(05) VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
                                         VALUE ZEROS.
       01  WS-TOTAL-REEMB-CTACTE        PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-REEMB-TARJETA       PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-REEMB-PUNTOS        PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'DEVOLUCIONES-VENTAS'.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1500-ACUMULA-HISTORIA
           PERFORM 1600-ACUMULA-PUNTOS
           PERFORM 2000-PROCESA-DEVOLUCION
                   VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-CANTIDAD-DEVOLUCIONES

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'PARAMETROS-PUNTOS'
                USING WS-PARAMETROS-PUNTOS WS-CODIGO-PARMP
           PERFORM 1020-CALCULA-VENCIMIENTO-PTOS

           OPEN INPUT TRANS-DEVOLUCIONES
           OPEN EXTEND STOCK-HISTORIA
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DEV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'AB' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-DEV WS-REG-KIT-AUX WS-CODIGO-KIT

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-DEV WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE 'AB' TO WS-FUNCION-NUMC
           CALL 'NUMERA-COMPROBANTES'
                USING WS-FUNCION-NUMC WS-SERIE-COMPROBANTE
                      WS-NUMERO-COMPROBANTE WS-CODIGO-NUMC

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DEV WS-REG-CLIENTE WS-CODIGO-CLI

           PERFORM 1010-CARGA-DEVOLUCION UNTIL FIN-DE-TRANS
           CLOSE TRANS-DEVOLUCIONES.
       1000-FIN.  EXIT.
                 MOVE DEV-SUCURSAL TO
                      WS-DEV-TAB-SUCURSAL (WS-CANTIDAD-DEVOLUCIONES)
              END-IF
              IF DEV-PUNTO-VENTA NUMERIC
                    AND DEV-PUNTO-VENTA GREATER THAN ZEROS
                 MOVE DEV-PUNTO-VENTA TO
                      WS-DEV-TAB-PUNTO-VENTA (WS-CANTIDAD-DEVOLUCIONES)
              ELSE
                 MOVE 1 TO
                      WS-DEV-TAB-PUNTO-VENTA (WS-CANTIDAD-DEVOLUCIONES)
              END-IF
              MOVE 'CB'  TO
                   WS-DEV-TAB-TIPO-NOTA (WS-CANTIDAD-DEVOLUCIONES)
              MOVE DEV-FORMA-REEMBOLSO TO
                   WS-DEV-TAB-FORMA-PAGO (WS-CANTIDAD-DEVOLUCIONES)
              MOVE SPACES TO
                   WS-DEV-TAB-FORMA-VENTA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-MARCA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-AUTORIZA (WS-CANTIDAD-DEVOLUCIONES)
              MOVE ZEROS TO
                   WS-DEV-TAB-VENDIDA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-DEVUELTA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-IMPORTE-VTA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-IMPORTE-DEV (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-CLIENTE (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-NUMERO-NOTA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-VENDEDOR (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-PUNTOS-VTA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-PUNTOS-DEV (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-VENCE-PTOS (WS-CANTIDAD-DEVOLUCIONES)
              MOVE 'N'   TO
                   WS-DEV-TAB-HALLADA (WS-CANTIDAD-DEVOLUCIONES)
                   WS-DEV-TAB-APLICADA (WS-CANTIDAD-DEVOLUCIONES)
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CANJE QUE SE REINTEGRA VUELVE COMO PUNTOS NUEVOS: VENCE
      * EL ULTIMO DIA DEL MES QUE SE CUMPLE AL SUMAR LOS MESES DE
      * VIGENCIA AL MES DE LA CORRIDA, COMO LOS GANADOS EN VENTAS.
      * -----------------------------------------------------------
       1020-CALCULA-VENCIMIENTO-PTOS.
           MOVE WS-FECHA-HOY TO WS-MES-VENCIMIENTO-9
           COMPUTE WS-MESES-CORRIDOS = WS-MES-VENC-ANIO * 12
                   + WS-MES-VENC-MES - 1 + WS-PTOS-MESES
           DIVIDE WS-MESES-CORRIDOS BY 12
                  GIVING WS-MES-VENC-ANIO REMAINDER WS-MES-VENC-MES
           ADD 1 TO WS-MES-VENC-MES
           MOVE 1 TO WS-MES-VENC-DIA
           CALL 'FIN-DE-MES' USING WS-MES-VENCIMIENTO-9
                                   WS-ULTIMO-DIA-VENC
                                   WS-VENCIMIENTO-PUNTOS.
       1020-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA PASADA POR VENTAS-HISTORIA: LA VENTA REFERENCIADA DEJA
      * SU CANTIDAD, PRECIO Y CLIENTE EN LA TABLA; LAS NOTAS DE
                   WS-DEV-TAB-PRECIO (WS-IDX-DEV)
              MOVE VTAHIST-CLIENTE TO
                   WS-DEV-TAB-CLIENTE (WS-IDX-DEV)
              MOVE VTAHIST-VENDEDOR TO
                   WS-DEV-TAB-VENDEDOR (WS-IDX-DEV)
              MOVE VTAHIST-FORMA-PAGO TO
                   WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV)
              MOVE VTAHIST-MARCA-TARJETA TO
                   WS-DEV-TAB-MARCA (WS-IDX-DEV)
              MOVE VTAHIST-AUTORIZA-TARJETA TO
                   WS-DEV-TAB-AUTORIZA (WS-IDX-DEV)
      *       LA HISTORIA ANTERIOR A LA FORMA DE PAGO: CON CLIENTE
      *       FUE EN CUENTA CORRIENTE, SIN CLIENTE EN EFECTIVO.
              IF VTAHIST-FORMA-PAGO EQUAL SPACES
                 IF VTAHIST-CLIENTE GREATER THAN ZEROS
                    MOVE 'C' TO WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV)
                 ELSE
                    MOVE 'E' TO WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV)
                 END-IF
              END-IF
      *       LA NOTA DE CREDITO LLEVA LA LETRA DE LA FACTURA.
              IF VTAHIST-FACTURA-A
                 MOVE 'CA' TO WS-DEV-TAB-TIPO-NOTA (WS-IDX-DEV)
              END-IF
           END-IF.
       1530-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA PASADA POR MOVIMIENTOS-PUNTOS: LA VENTA REFERENCIADA
      * DEJA EN LA TABLA LOS PUNTOS QUE GANO (G) O CANJEO (C), CON
      * EL VENCIMIENTO DE LOS GANADOS, Y LOS YA DEVUELTOS POR
      * NOTAS ANTERIORES (R O D). DESPUES EL LIBRO QUEDA ABIERTO EN
      * EXTENSION PARA LOS MOVIMIENTOS DE LA CORRIDA; SI TODAVIA NO
      * EXISTE SE CREA.
      * -----------------------------------------------------------
       1600-ACUMULA-PUNTOS.
           OPEN INPUT MOVIMIENTOS-PUNTOS
           IF WS-CODIGO-PTOS EQUAL ZEROS
              PERFORM 1610-LEE-PUNTOS
              PERFORM 1620-CRUZA-PUNTOS UNTIL FIN-DE-PTOS
              CLOSE MOVIMIENTOS-PUNTOS
           END-IF

           OPEN EXTEND MOVIMIENTOS-PUNTOS
           IF WS-CODIGO-PTOS EQUAL '35'
              OPEN OUTPUT MOVIMIENTOS-PUNTOS
           END-IF.
       1600-FIN.  EXIT.

       1610-LEE-PUNTOS.
           READ MOVIMIENTOS-PUNTOS
              AT END MOVE 'S' TO SW-FIN-PTOS
           END-READ.
       1610-FIN.  EXIT.

       1620-CRUZA-PUNTOS.
           PERFORM 1630-CRUZA-PUNTOS-DEVOLUCION
                   VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-CANTIDAD-DEVOLUCIONES
           PERFORM 1610-LEE-PUNTOS.
       1620-FIN.  EXIT.

       1630-CRUZA-PUNTOS-DEVOLUCION.
           IF PTOMOV-ARTICULO NOT EQUAL
                 WS-DEV-TAB-ARTICULO (WS-IDX-DEV)
              OR PTOMOV-FECHA-VENTA NOT EQUAL
                 WS-DEV-TAB-FECHA (WS-IDX-DEV)
              OR PTOMOV-HORA-VENTA NOT EQUAL
                 WS-DEV-TAB-HORA (WS-IDX-DEV)
              GO TO 1630-FIN
           END-IF

           EVALUATE TRUE
              WHEN PTOMOV-GANADOS
                 ADD PTOMOV-PUNTOS TO WS-DEV-TAB-PUNTOS-VTA (WS-IDX-DEV)
                 MOVE PTOMOV-VENCIMIENTO
                      TO WS-DEV-TAB-VENCE-PTOS (WS-IDX-DEV)
              WHEN PTOMOV-CANJEADOS
                 ADD PTOMOV-PUNTOS TO WS-DEV-TAB-PUNTOS-VTA (WS-IDX-DEV)
              WHEN PTOMOV-REVERTIDOS
                 OR PTOMOV-REINTEGRADOS
                 ADD PTOMOV-PUNTOS TO WS-DEV-TAB-PUNTOS-DEV (WS-IDX-DEV)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       1630-FIN.  EXIT.

       2000-PROCESA-DEVOLUCION.
           MOVE WS-DEV-TAB-ARTICULO (WS-IDX-DEV) TO DET-ARTICULO
           MOVE WS-DEV-TAB-FECHA (WS-IDX-DEV)    TO DET-FECHA-VENTA
           COMPUTE WS-REMANENTE =
                   WS-DEV-TAB-VENDIDA (WS-IDX-DEV)
                   - WS-DEV-TAB-DEVUELTA (WS-IDX-DEV)
           PERFORM 2050-RESUELVE-REEMBOLSO

           EVALUATE TRUE
              WHEN WS-DEV-TAB-HALLADA (WS-IDX-DEV) NOT EQUAL 'S'
                    WS-REMANENTE
                 PERFORM 2100-RECHAZA-DEVOLUCION
                 MOVE 'SUPERA CANTIDAD VENDIDA' TO DET-MENSAJE
              WHEN WS-MENSAJE-REEMBOLSO NOT EQUAL SPACES
                 PERFORM 2100-RECHAZA-DEVOLUCION
                 MOVE WS-MENSAJE-REEMBOLSO TO DET-MENSAJE
              WHEN OTHER
                 PERFORM 2200-APLICA-DEVOLUCION
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SIN FORMA DE REEMBOLSO EN LA TRANSACCION SE DEVUELVE COMO SE
      * COBRO LA VENTA. EL EFECTIVO SE ACEPTA SIEMPRE; LA TARJETA
      * SOLO CONTRA LA MISMA TARJETA DE LA VENTA Y LA CUENTA
      * CORRIENTE SOLO SI LA VENTA TIENE CLIENTE. LA VENTA PAGADA
      * CON PUNTOS SE REEMBOLSA EN PUNTOS Y DE NINGUNA OTRA FORMA,
      * ASI LOS PUNTOS NO SE CONVIERTEN EN EFECTIVO.
      * -----------------------------------------------------------
       2050-RESUELVE-REEMBOLSO.
           MOVE SPACES TO WS-MENSAJE-REEMBOLSO
           IF WS-DEV-TAB-HALLADA (WS-IDX-DEV) NOT EQUAL 'S'
              GO TO 2050-FIN
           END-IF

           IF WS-DEV-TAB-FORMA-PAGO (WS-IDX-DEV) EQUAL SPACES
              MOVE WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV)
                TO WS-DEV-TAB-FORMA-PAGO (WS-IDX-DEV)
           END-IF
           MOVE WS-DEV-TAB-FORMA-PAGO (WS-IDX-DEV)
             TO WS-FORMA-REEMBOLSO

           EVALUATE TRUE
              WHEN WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV) EQUAL 'P'
                   AND NOT REEMBOLSO-PUNTOS
                 MOVE 'VENTA PAGADA CON PUNTOS'
                      TO WS-MENSAJE-REEMBOLSO
              WHEN REEMBOLSO-PUNTOS
                 IF WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV) NOT EQUAL 'P'
                    MOVE 'VENTA ORIGINAL SIN PUNTOS'
                         TO WS-MENSAJE-REEMBOLSO
                 END-IF
              WHEN REEMBOLSO-EFECTIVO
                 CONTINUE
              WHEN REEMBOLSO-TARJETA
                 IF WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV) NOT EQUAL 'T'
                    MOVE 'VENTA ORIGINAL SIN TARJETA'
                         TO WS-MENSAJE-REEMBOLSO
                 END-IF
              WHEN REEMBOLSO-CTA-CTE
                 IF WS-DEV-TAB-CLIENTE (WS-IDX-DEV) EQUAL ZEROS
                    MOVE 'VENTA ORIGINAL SIN CLIENTE'
                         TO WS-MENSAJE-REEMBOLSO
                 END-IF
              WHEN OTHER
                 MOVE 'FORMA DE REEMBOLSO INVALIDA'
                      TO WS-MENSAJE-REEMBOLSO
           END-EVALUATE.
       2050-FIN.  EXIT.

       2100-RECHAZA-DEVOLUCION.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
       2100-FIN.  EXIT.
              GO TO 2200-FIN
           END-IF

           PERFORM 2220-CARGA-COMPONENTES-KIT
           IF KIT-INCOMPLETO
              PERFORM 2100-RECHAZA-DEVOLUCION
              MOVE 'KIT CON MAS DE 20 PARTES' TO DET-MENSAJE
              GO TO 2200-FIN
           END-IF

           IF ES-KIT
              MOVE SPACES TO WS-MENSAJE-KIT
              PERFORM 2230-VALIDA-COMPONENTE-KIT
                      VARYING WS-IDX-KIT FROM 1 BY 1
                      UNTIL WS-IDX-KIT > WS-CANTIDAD-KIT
                      OR WS-MENSAJE-KIT NOT EQUAL SPACES
              IF WS-MENSAJE-KIT NOT EQUAL SPACES
                 PERFORM 2100-RECHAZA-DEVOLUCION
                 MOVE WS-MENSAJE-KIT TO DET-MENSAJE
                 GO TO 2200-FIN
              END-IF
              MOVE ZEROS TO WS-CODIGO-ARTCMP
              PERFORM 2240-DEVUELVE-COMPONENTE-KIT
                      VARYING WS-IDX-KIT FROM 1 BY 1
                      UNTIL WS-IDX-KIT > WS-CANTIDAD-KIT
                      OR WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-DEVOLUCION
                 MOVE 'ERROR AL GRABAR, VER STATUS' TO DET-MENSAJE
                 GO TO 2200-FIN
              END-IF
           ELSE
              COMPUTE WS-CANTIDAD-NUEVA = WS-ART-CANTIDAD
                      + WS-DEV-TAB-CANTIDAD (WS-IDX-DEV)
              IF WS-CANTIDAD-NUEVA GREATER THAN 99999
                 PERFORM 2100-RECHAZA-DEVOLUCION
                 MOVE 'SUPERA EXISTENCIA MAXIMA' TO DET-MENSAJE
                 GO TO 2200-FIN
              END-IF

              MOVE WS-CANTIDAD-NUEVA TO WS-ART-CANTIDAD
              MOVE 'CA' TO WS-FUNCION-ART
              CALL 'PROG0020'
                   USING WS-FUNCION-ART WS-LLAVE-ART WS-USUARIO-DEV
                         WS-REG-ARTICULOS WS-CODIGO-ART
              IF WS-CODIGO-ART NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-DEVOLUCION
                 MOVE 'ERROR AL GRABAR, VER STATUS' TO DET-MENSAJE
                 GO TO 2200-FIN
              END-IF
           END-IF

           ADD 1 TO WS-CONTADOR-APLICADAS
           ADD WS-IMPORTE-DEVOLUCION TO WS-TOTAL-REEMBOLSADO
           PERFORM 2210-NUMERA-NOTA
      *    LA VENTA EN CUENTA NO DEVUELVE EFECTIVO: ACREDITA LA
      *    CUENTA CORRIENTE DEL CLIENTE Y DEJA SU LINEA 'P' EN EL
      *    SUBDIARIO, COMO LAS COBRANZAS. LA DE TARJETA SE ANULA
      *    CONTRA LA ADMINISTRADORA.
           MOVE WS-DEV-TAB-FORMA-PAGO (WS-IDX-DEV)
             TO WS-FORMA-REEMBOLSO
           EVALUATE TRUE
              WHEN REEMBOLSO-CTA-CTE
                 ADD WS-IMPORTE-DEVOLUCION TO WS-TOTAL-REEMB-CTACTE
                 PERFORM 2360-GRABA-CREDITO-CLIENTE
              WHEN REEMBOLSO-TARJETA
                 ADD WS-IMPORTE-DEVOLUCION TO WS-TOTAL-REEMB-TARJETA
              WHEN REEMBOLSO-PUNTOS
                 ADD WS-IMPORTE-DEVOLUCION TO WS-TOTAL-REEMB-PUNTOS
              WHEN OTHER
                 ADD WS-IMPORTE-DEVOLUCION TO WS-TOTAL-REEMB-CONTADO
           END-EVALUATE
           MOVE 'DEVOLUCION REGISTRADA' TO DET-MENSAJE

      *    EL IVA A REVERTIR SE DESGLOSA CON LA TASA ACTUAL DEL
           END-IF
           PERFORM 2350-GRABA-IVA-NOTA

      *    EL KIT YA DEVOLVIO SU STOCK POR COMPONENTE EN 2240.
           IF NOT ES-KIT
              PERFORM 2300-GRABA-STOCK-HISTORIA
              PERFORM 2400-POSTEA-SUCURSAL
           END-IF
           PERFORM 2370-DEVUELVE-PUNTOS
           PERFORM 2500-ACTUALIZA-HERMANAS
      *    LA NOTA DE CREDITO NO SE GRABA AQUI: LA HISTORIA SIGUE
      *    CERRADA TRAS LA PASADA DE LECTURA Y SE REABRE EN EXTEND
           MOVE 'S' TO WS-DEV-TAB-APLICADA (WS-IDX-DEV).
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA DEVOLUCION YA ACEPTADA TOMA EL PROXIMO NUMERO DE NOTA DE
      * CREDITO DE SU SERIE (SUCURSAL + PUNTO DE VENTA + CA/CB). SI
      * LA NUMERACION FALLA LA NOTA QUEDA EN CERO Y SE AVISA.
      * -----------------------------------------------------------
       2210-NUMERA-NOTA.
           MOVE WS-DEV-TAB-SUCURSAL (WS-IDX-DEV)    TO WS-SERIE-SUCURSAL
           MOVE WS-DEV-TAB-PUNTO-VENTA (WS-IDX-DEV)
                TO WS-SERIE-PUNTO-VENTA
           MOVE WS-DEV-TAB-TIPO-NOTA (WS-IDX-DEV)   TO WS-SERIE-TIPO

           MOVE 'PX' TO WS-FUNCION-NUMC
           CALL 'NUMERA-COMPROBANTES'
                USING WS-FUNCION-NUMC WS-SERIE-COMPROBANTE
                      WS-NUMERO-COMPROBANTE WS-CODIGO-NUMC
           IF WS-CODIGO-NUMC NOT EQUAL ZEROS
              MOVE ZEROS TO WS-NUMERO-COMPROBANTE
              ADD 1 TO WS-CONTADOR-SIN-NUMERO
              DISPLAY 'NOTA DE CREDITO SIN NUMERO - ARTICULO '
                      WS-DEV-TAB-ARTICULO (WS-IDX-DEV)
                      ' SERIE ' WS-SERIE-COMPROBANTE
           END-IF
           MOVE WS-NUMERO-COMPROBANTE
                TO WS-DEV-TAB-NUMERO-NOTA (WS-IDX-DEV).
       2210-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN ARTICULO CON COMPONENTES EN KITS-COMPONENTES ES UN KIT:
      * SE CARGAN SUS PARTES CON LAS UNIDADES QUE VUELVEN A CADA
      * UNA. EL KIT NO TIENE STOCK PROPIO.
      * -----------------------------------------------------------
       2220-CARGA-COMPONENTES-KIT.
           MOVE 'N'   TO SW-ES-KIT SW-KIT-INCOMPLETO
           MOVE ZEROS TO WS-CANTIDAD-KIT
           MOVE WS-DEV-TAB-ARTICULO (WS-IDX-DEV)
                             TO WS-LLAVE-KIT-ARTICULO
                                WS-HASTA-KIT-ARTICULO
           MOVE ZEROS        TO WS-LLAVE-KIT-COMPONENTE
           MOVE 99999        TO WS-HASTA-KIT-COMPONENTE
           MOVE 'RI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-DEV WS-REG-KIT-AUX WS-CODIGO-KIT

           PERFORM 2225-AGREGA-COMPONENTE-KIT
                   UNTIL WS-CODIGO-KIT NOT EQUAL ZEROS

           IF WS-CANTIDAD-KIT GREATER THAN ZEROS
              MOVE 'S' TO SW-ES-KIT
           END-IF.
       2220-FIN.  EXIT.

       2225-AGREGA-COMPONENTE-KIT.
           IF WS-CANTIDAD-KIT NOT LESS THAN 20
              MOVE 'S' TO SW-KIT-INCOMPLETO
           ELSE
              ADD 1 TO WS-CANTIDAD-KIT
              MOVE WS-KIT-COMPONENTE-AUX
                   TO WS-KIT-TAB-ARTICULO (WS-CANTIDAD-KIT)
              COMPUTE WS-KIT-TAB-CONSUMO (WS-CANTIDAD-KIT) =
                      WS-KIT-CANTIDAD-AUX
                      * WS-DEV-TAB-CANTIDAD (WS-IDX-DEV)
           END-IF

           MOVE 'RS' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-DEV WS-REG-KIT-AUX WS-CODIGO-KIT.
       2225-FIN.  EXIT.

      * -----------------------------------------------------------
      * ANTES DE TOCAR NADA, CADA COMPONENTE DEBE EXISTIR Y PODER
      * RECIBIR SUS UNIDADES SIN PASAR LA EXISTENCIA MAXIMA.
      * -----------------------------------------------------------
       2230-VALIDA-COMPONENTE-KIT.
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO WS-LLAVE-ARTCMP
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ARTCMP WS-USUARIO-DEV
                      WS-REG-ARTCMP-AUX WS-CODIGO-ARTCMP
           IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              MOVE 'COMPONENTE KIT INEXISTENTE' TO WS-MENSAJE-KIT
              GO TO 2230-FIN
           END-IF

           COMPUTE WS-CANTIDAD-NUEVA = WS-ARTCMP-CANTIDAD-AUX
                   + WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
           IF WS-CANTIDAD-NUEVA GREATER THAN 99999
              MOVE 'SUPERA EXISTENCIA MAXIMA' TO WS-MENSAJE-KIT
           END-IF.
       2230-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEVUELVE UN COMPONENTE DEL KIT A LA EMPRESA Y A LA SUCURSAL
      * Y DEJA SU ENTRADA EN STOCK-HISTORIA CON EL ARTICULO KIT
      * COMO REFERENCIA. LA SUCURSAL SIN REGISTRO DEL COMPONENTE SE
      * DA DE ALTA CON LO DEVUELTO, COMO EN 2400.
      * -----------------------------------------------------------
       2240-DEVUELVE-COMPONENTE-KIT.
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO WS-LLAVE-ARTCMP
           MOVE 'LE' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ARTCMP WS-USUARIO-DEV
                      WS-REG-ARTCMP-AUX WS-CODIGO-ARTCMP
           IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              GO TO 2240-FIN
           END-IF

           ADD WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
            TO WS-ARTCMP-CANTIDAD-AUX
           MOVE 'CA' TO WS-FUNCION-ART
           CALL 'PROG0020'
                USING WS-FUNCION-ART WS-LLAVE-ARTCMP WS-USUARIO-DEV
                      WS-REG-ARTCMP-AUX WS-CODIGO-ARTCMP
           IF WS-CODIGO-ARTCMP NOT EQUAL ZEROS
              GO TO 2240-FIN
           END-IF

           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-DEV-TAB-ARTICULO (WS-IDX-DEV)
                                  TO WS-REFERENCIA-KIT-ART
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO STKHIST-LLAVE
           MOVE WS-FECHA-HOY      TO STKHIST-FECHA
           MOVE WS-HORA-AHORA     TO STKHIST-HORA
           MOVE 'E'               TO STKHIST-TIPO
           MOVE WS-KIT-TAB-CONSUMO (WS-IDX-KIT) TO STKHIST-CANTIDAD
           MOVE WS-ARTCMP-CANTIDAD-AUX TO STKHIST-RESULTANTE
           MOVE WS-REFERENCIA-KIT TO STKHIST-REFERENCIA
           MOVE WS-USUARIO-DEV    TO STKHIST-ORIGEN
           WRITE REG-STOCK-HISTORIA

           MOVE WS-DEV-TAB-SUCURSAL (WS-IDX-DEV) TO WS-SUCURSAL-DEV
           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT)
             TO WS-LLAVE-STKS-ARTICULO
           MOVE WS-SUCURSAL-DEV TO WS-LLAVE-STKS-SUCURSAL
           MOVE 'LE' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DEV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           IF WS-CODIGO-STKS NOT EQUAL ZEROS
              MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT)
                TO WS-STKSUC-ARTICULO-AUX
              MOVE WS-SUCURSAL-DEV TO WS-STKSUC-SUCURSAL-AUX
              MOVE WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
                TO WS-STKSUC-CANTIDAD-AUX
              MOVE ZEROS TO WS-STKSUC-REORDEN-AUX
              MOVE ZEROS TO WS-STKSUC-TRANSITO-AUX
              MOVE 'AL' TO WS-FUNCION-STKS
           ELSE
              ADD WS-KIT-TAB-CONSUMO (WS-IDX-KIT)
                  TO WS-STKSUC-CANTIDAD-AUX
              MOVE 'CA' TO WS-FUNCION-STKS
           END-IF

           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DEV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE WS-KIT-TAB-ARTICULO (WS-IDX-KIT) TO WS-LOTE-ARTICULO-AUX
           MOVE WS-KIT-TAB-CONSUMO (WS-IDX-KIT)  TO WS-LOTE-CANTIDAD-AUX
           PERFORM 2410-DEVUELVE-LOTE.
       2240-FIN.  EXIT.

      * -----------------------------------------------------------
      * NOTA DE CREDITO FISCAL: LA DEVOLUCION GRAVADA DEJA SU
      * LINEA TIPO 'D' EN IVA-VENTAS, QUE EL LIBRO IVA RESTA DEL
           MOVE WS-IVA-DEVOLUCION    TO IVAVTA-IVA
           MOVE WS-IMPORTE-DEVOLUCION TO IVAVTA-TOTAL
           MOVE 'D'               TO IVAVTA-TIPO
           MOVE WS-SERIE-SUCURSAL     TO IVAVTA-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO IVAVTA-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO IVAVTA-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO IVAVTA-NUMERO-COMPROBANTE
           WRITE REG-IVA-VENTA.
       2350-FIN.  EXIT.

           MOVE 'DEVOLUCION'          TO CTACOB-REFERENCIA
           MOVE WS-USUARIO-DEV        TO CTACOB-ORIGEN
           MOVE WS-IMPORTE-DEVOLUCION TO CTACOB-IMPORTE
           MOVE WS-SERIE-SUCURSAL     TO CTACOB-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO CTACOB-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO CTACOB-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO CTACOB-NUMERO-COMPROBANTE
           WRITE REG-CUENTA-COBRAR.
       2360-FIN.  EXIT.

      * -----------------------------------------------------------
      * PUNTOS DE LA VENTA DEVUELTA: LO QUE CORRESPONDE DEVOLVER ES
      * LA PARTE DE LOS PUNTOS DE LA VENTA PROPORCIONAL A LO
      * DEVUELTO EN TOTAL (NOTAS ANTERIORES MAS ESTA), MENOS LO YA
      * DEVUELTO; ASI LA ULTIMA DEVOLUCION CIERRA LA CUENTA SIN
      * RESTOS DE REDONDEO. SI LA VENTA SE PAGO CON PUNTOS SE
      * REINTEGRAN AL CLIENTE (D, CON VENCIMIENTO NUEVO); SI NO, SE
      * REVIERTEN LOS QUE GANO (R, CON EL VENCIMIENTO DE ESOS).
      * -----------------------------------------------------------
       2370-DEVUELVE-PUNTOS.
           MOVE ZEROS TO WS-PUNTOS-NOTA
           IF WS-DEV-TAB-PUNTOS-VTA (WS-IDX-DEV) EQUAL ZEROS
              OR WS-DEV-TAB-CLIENTE (WS-IDX-DEV) EQUAL ZEROS
              OR WS-DEV-TAB-VENDIDA (WS-IDX-DEV) EQUAL ZEROS
              GO TO 2370-FIN
           END-IF

           COMPUTE WS-PUNTOS-ACUMULADOS =
                   WS-DEV-TAB-PUNTOS-VTA (WS-IDX-DEV)
                   * (WS-DEV-TAB-DEVUELTA (WS-IDX-DEV)
                      + WS-DEV-TAB-CANTIDAD (WS-IDX-DEV))
                   / WS-DEV-TAB-VENDIDA (WS-IDX-DEV)
           COMPUTE WS-PUNTOS-NOTA = WS-PUNTOS-ACUMULADOS
                   - WS-DEV-TAB-PUNTOS-DEV (WS-IDX-DEV)
           IF WS-PUNTOS-NOTA NOT GREATER THAN ZEROS
              MOVE ZEROS TO WS-PUNTOS-NOTA
              GO TO 2370-FIN
           END-IF

           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES                TO REG-MOVIMIENTO-PUNTOS
           MOVE WS-DEV-TAB-CLIENTE (WS-IDX-DEV) TO PTOMOV-CLIENTE
           MOVE WS-FECHA-HOY          TO PTOMOV-FECHA
           MOVE WS-HORA-AHORA         TO PTOMOV-HORA
           MOVE WS-PUNTOS-NOTA        TO PTOMOV-PUNTOS
           MOVE WS-DEV-TAB-ARTICULO (WS-IDX-DEV) TO PTOMOV-ARTICULO
           MOVE WS-DEV-TAB-FECHA (WS-IDX-DEV)    TO PTOMOV-FECHA-VENTA
           MOVE WS-DEV-TAB-HORA (WS-IDX-DEV)     TO PTOMOV-HORA-VENTA
           MOVE WS-IMPORTE-DEVOLUCION TO PTOMOV-IMPORTE
           MOVE WS-SERIE-SUCURSAL     TO PTOMOV-SUCURSAL
           MOVE WS-SERIE-PUNTO-VENTA  TO PTOMOV-PUNTO-VENTA
           MOVE WS-SERIE-TIPO         TO PTOMOV-TIPO-COMPROBANTE
           MOVE WS-NUMERO-COMPROBANTE TO PTOMOV-NUMERO-COMPROBANTE
           MOVE WS-USUARIO-DEV        TO PTOMOV-ORIGEN
           IF WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV) EQUAL 'P'
              MOVE 'D'                   TO PTOMOV-TIPO
              MOVE WS-VENCIMIENTO-PUNTOS TO PTOMOV-VENCIMIENTO
              ADD WS-PUNTOS-NOTA TO WS-TOTAL-PUNTOS-REINTEGRADOS
           ELSE
              MOVE 'R'                   TO PTOMOV-TIPO
              MOVE WS-DEV-TAB-VENCE-PTOS (WS-IDX-DEV)
                                         TO PTOMOV-VENCIMIENTO
              ADD WS-PUNTOS-NOTA TO WS-TOTAL-PUNTOS-REVERTIDOS
           END-IF
           WRITE REG-MOVIMIENTO-PUNTOS

           MOVE WS-DEV-TAB-CLIENTE (WS-IDX-DEV) TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DEV WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              DISPLAY 'CLIENTE INEXISTENTE, PUNTOS SIN ACTUALIZAR: '
                      WS-LLAVE-CLI
              GO TO 2370-FIN
           END-IF

           IF WS-DEV-TAB-FORMA-VENTA (WS-IDX-DEV) EQUAL 'P'
              ADD WS-PUNTOS-NOTA TO WS-CLI-PUNTOS-SALDO
           ELSE
              SUBTRACT WS-PUNTOS-NOTA FROM WS-CLI-PUNTOS-SALDO
           END-IF
           MOVE 'CA' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DEV WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              DISPLAY 'NO SE ACTUALIZO EL SALDO DE PUNTOS DEL CLIENTE '
                      WS-LLAVE-CLI ' - STATUS: ' WS-CODIGO-CLI
           END-IF.
       2370-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEVUELVE EL STOCK TAMBIEN AL SALDO DE LA SUCURSAL DE LA
      * TRANSACCION, COMO MOVIMIENTOS-STOCK: LA SUCURSAL SIN
           CALL 'STOCK-SUCURSAL-I-O'
                USING WS-FUNCION-STKS WS-LLAVE-STKS
                      WS-LLAVE-HASTA-STKS WS-USUARIO-DEV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE WS-DEV-TAB-ARTICULO (WS-IDX-DEV) TO WS-LOTE-ARTICULO-AUX
           MOVE WS-DEV-TAB-CANTIDAD (WS-IDX-DEV) TO WS-LOTE-CANTIDAD-AUX
           PERFORM 2410-DEVUELVE-LOTE.
       2400-FIN.  EXIT.

      * -----------------------------------------------------------
      * LO DEVUELTO VUELVE ENTERO AL LOTE NO VENCIDO QUE VENCE
      * ANTES EN LA SUCURSAL DE LA DEVOLUCION (ARTICULO Y CANTIDAD
      * YA CARGADOS EN EL AUX). SIN LOTE VIGENTE NO HAY NADA QUE
      * HACER: QUEDA COMO STOCK SIN LOTE.
      * -----------------------------------------------------------
       2410-DEVUELVE-LOTE.
           MOVE WS-SUCURSAL-DEV TO WS-LOTE-SUCURSAL-AUX
           MOVE 'DF' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-DEV WS-REG-LOTE-AUX WS-CODIGO-LOTE.
       2410-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA DEVOLUCION APLICADA SUMA SU CANTIDAD A LO DEVUELTO DE
      * TODAS LAS ENTRADAS DE LA TABLA QUE REFERENCIAN LA MISMA
                 WS-DEV-TAB-HORA (WS-IDX-DEV)
              ADD WS-DEV-TAB-CANTIDAD (WS-IDX-DEV) TO
                  WS-DEV-TAB-DEVUELTA (WS-IDX-HER)
              ADD WS-PUNTOS-NOTA TO
                  WS-DEV-TAB-PUNTOS-DEV (WS-IDX-HER)
           END-IF.
       2510-FIN.  EXIT.

                      WS-LLAVE-HASTA-STKS WS-USUARIO-DEV
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'CI' TO WS-FUNCION-KIT
           CALL 'KITS-COMPONENTES-I-O'
                USING WS-FUNCION-KIT WS-LLAVE-KIT WS-LLAVE-HASTA-KIT
                      WS-USUARIO-DEV WS-REG-KIT-AUX WS-CODIGO-KIT

           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE WS-LLAVE-HASTA-LOTE
                      WS-USUARIO-DEV WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DEV WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'CI' TO WS-FUNCION-NUMC
           CALL 'NUMERA-COMPROBANTES'
                USING WS-FUNCION-NUMC WS-SERIE-COMPROBANTE
                      WS-NUMERO-COMPROBANTE WS-CODIGO-NUMC
           IF WS-CONTADOR-SIN-NUMERO GREATER THAN ZEROS
              DISPLAY 'NOTAS DE CREDITO SIN NUMERO: '
                      WS-CONTADOR-SIN-NUMERO
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           MOVE WS-TOTAL-REEMBOLSADO   TO RES-REEMBOLSADO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-TOTAL-PUNTOS-REVERTIDOS   TO RES-PUNTOS-REVERTIDOS
           MOVE WS-TOTAL-PUNTOS-REINTEGRADOS TO RES-PUNTOS-REINTEGRADOS
           MOVE WS-TOTAL-REEMB-PUNTOS        TO RES-REEMB-PUNTOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-PUNTOS
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS

           PERFORM 8950-GRABA-ASIENTO-GL

           CLOSE STOCK-HISTORIA IVA-VENTAS CUENTAS-COBRAR
                 MOVIMIENTOS-PUNTOS REPORTE.
       9000-FIN.  EXIT.

       9100-GRABA-NOTAS-PENDIENTES.
                TO VTAHIST-IMPORTE
           MOVE WS-DEV-TAB-CLIENTE (WS-IDX-DEV)  TO VTAHIST-CLIENTE
           MOVE 'D' TO VTAHIST-TIPO
           MOVE WS-DEV-TAB-SUCURSAL (WS-IDX-DEV) TO VTAHIST-SUCURSAL
           MOVE WS-DEV-TAB-PUNTO-VENTA (WS-IDX-DEV)
                TO VTAHIST-PUNTO-VENTA
           MOVE WS-DEV-TAB-TIPO-NOTA (WS-IDX-DEV)
                TO VTAHIST-TIPO-COMPROBANTE
           MOVE WS-DEV-TAB-NUMERO-NOTA (WS-IDX-DEV)
                TO VTAHIST-NUMERO-COMPROBANTE
      *    LA EMISION DE LA NOTA ES HOY, AUNQUE FECHA Y HORA SEAN
      *    LAS DE LA VENTA ORIGINAL.
           MOVE WS-FECHA-HOY TO VTAHIST-FECHA-EMISION
           MOVE WS-DEV-TAB-VENDEDOR (WS-IDX-DEV) TO VTAHIST-VENDEDOR
           MOVE WS-DEV-TAB-FORMA-PAGO (WS-IDX-DEV)
                TO VTAHIST-FORMA-PAGO
           IF WS-DEV-TAB-FORMA-PAGO (WS-IDX-DEV) EQUAL 'T'
              MOVE WS-DEV-TAB-MARCA (WS-IDX-DEV)
                   TO VTAHIST-MARCA-TARJETA
              MOVE WS-DEV-TAB-AUTORIZA (WS-IDX-DEV)
                   TO VTAHIST-AUTORIZA-TARJETA
           ELSE
              MOVE SPACES TO VTAHIST-MARCA-TARJETA
                             VTAHIST-AUTORIZA-TARJETA
           END-IF
           WRITE REG-VENTA-HISTORIA.
       9110-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DE LA REVERSION: DEBE VENTAS (NETO) Y
      * DEBE IVAVENTA (IVA) CONTRA HABER CAJA POR LO DEVUELTO EN
      * EFECTIVO, HABER TARJETAS POR LO ANULADO EN TARJETA, HABER
      * CTASCOBR POR LO ACREDITADO EN CUENTA CORRIENTE Y HABER
      * PUNTOS POR LO REINTEGRADO EN PUNTOS (VUELVE AL PASIVO DE
      * PUNTOS DE CLIENTES). SIN DEVOLUCIONES NO SE ESCRIBE
      * ASIENTO.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-REEMBOLSADO EQUAL ZEROS
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-REEMB-TARJETA GREATER THAN ZEROS
              MOVE 'TARJETAS'          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-REEMB-TARJETA TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-REEMB-CTACTE GREATER THAN ZEROS
              MOVE 'CTASCOBR'          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-REEMB-PUNTOS GREATER THAN ZEROS
              MOVE 'PUNTOS  '          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-REEMB-PUNTOS TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.
      * ---------------------------------------------------------------
