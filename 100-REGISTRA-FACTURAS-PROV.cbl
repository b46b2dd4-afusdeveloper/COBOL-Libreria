       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  IVA COMPRAS: LA TARJETA TRAE TIPO DE
      *                    COMPROBANTE (A/B/C), HASTA DOS TASAS DE IVA
      *                    CON SU IMPORTE Y LA PERCEPCION DE IVA. EN
      *                    LA A EL IVA DEBE CUADRAR CON EL NETO
      *                    (CANTIDAD X PRECIO); B Y C NO DISCRIMINAN
      *                    IVA. CUENTAS-PAGAR PASA A 100 CON LA
      *                    APERTURA Y EL TOTAL DE LA FACTURA, Y CADA
      *                    TASA SALE A IVA-COMPRAS (CPIVACP1) PARA EL
      *                    LIBRO IVA COMPRAS.
      *   15/10/2026  AMF  CUENTAS-PAGAR PASA A 66 (FECHA Y
      *                    REFERENCIA DE PAGO); LA FACTURA NUEVA
      *                    ENTRA SIN PAGO REGISTRADO.
      *   02/09/2026  AMF  AVISO POR CONSOLA CUANDO LA TABLA DE
      *                    ORDENES RECIBIDAS SE LLENA (200): LA
      *                    FACTURA CONTRA LA ORDEN EXCEDENTE SALIA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAG.

           SELECT IVA-COMPRAS ASSIGN TO UT-S-IVACOMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-IVA.

           SELECT FACTURAS-EXCEPCION ASSIGN TO UT-S-EXCFACT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EXC.
           05 FAC-FECHA                 PIC 9(08).
           05 FAC-CANTIDAD              PIC 9(05).
           05 FAC-PRECIO                PIC 9(05)V99.
           05 FAC-TIPO-COMPROBANTE      PIC X(01).
              88 FAC-COMPROBANTE-A                 VALUE 'A'.
              88 FAC-COMPROBANTE-B-C               VALUE 'B' 'C'.
           05 FAC-IVA-DETALLE OCCURS 2 TIMES.
              10 FAC-IVA-TASA           PIC 9(02)V99.
              10 FAC-IVA-IMPORTE        PIC 9(07)V99.
           05 FAC-PERCEPCION-IVA        PIC 9(07)V99.
           05 FILLER                    PIC X(04).

       FD  ORDENES-ACTUALIZADAS
           LABEL RECORDS ARE STANDARD

       FD  CUENTAS-PAGAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR.
           COPY CPCTAPG1.

       FD  IVA-COMPRAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-IVA-COMPRA.
           COPY CPIVACP1.

       FD  FACTURAS-EXCEPCION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
       01  WS-CODIGO-ORDENES            PIC X(02).
       01  WS-CODIGO-CTAPAG             PIC X(02).
       01  WS-CODIGO-EXC                PIC X(02).
       01  WS-CODIGO-IVA                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
           05 WS-OC-FECHA-RECEPCION     PIC 9(08).

       01  WS-IMPORTE-FACTURA           PIC 9(09)V99 COMP-3.
       01  WS-NETO-FACTURA              PIC 9(09)V99 COMP-3.
       01  WS-IVA-FACTURA               PIC 9(09)V99 COMP-3.
       01  WS-IDX-IVA                   PIC 9(01).
       01  WS-NETO-TASA                 PIC 9(09)V99.
       01  WS-NETO-IMPLICITO            PIC S9(09)V99 COMP-3.
       01  WS-DIFERENCIA-NETO           PIC S9(09)V99 COMP-3.
      * DIFERENCIA ADMITIDA ENTRE EL NETO QUE SURGE DEL IVA Y EL
      * NETO FACTURADO, POR REDONDEO DEL PROVEEDOR.
       01  WS-TOLERANCIA-IVA            PIC 9(03)V99 VALUE 1.00.
       01  WS-DIAS-PLAZO                PIC S9(05).
       01  WS-FECHA-VENCIMIENTO         PIC 9(08).
       01  WS-MOTIVO-EXCEPCION          PIC X(28).
           OPEN INPUT TRANS-FACTURAS
           OPEN INPUT ORDENES-ACTUALIZADAS
           OPEN EXTEND CUENTAS-PAGAR
           OPEN EXTEND IVA-COMPRAS
           IF WS-CODIGO-IVA NOT EQUAL ZEROS
              OPEN OUTPUT IVA-COMPRAS
           END-IF
           OPEN OUTPUT FACTURAS-EXCEPCION
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           MOVE FAC-PROVEEDOR TO DET-PROVEEDOR
           MOVE FAC-ARTICULO  TO DET-ARTICULO
           MOVE FAC-NUMERO    TO DET-FACTURA
           COMPUTE WS-NETO-FACTURA = FAC-CANTIDAD * FAC-PRECIO
           MOVE WS-NETO-FACTURA TO WS-IMPORTE-FACTURA
           MOVE WS-IMPORTE-FACTURA TO DET-IMPORTE

           PERFORM 2100-CRUZA-TRES-VIAS
           IF WS-MOTIVO-EXCEPCION EQUAL SPACES
              PERFORM 2130-VALIDA-IVA
              MOVE WS-IMPORTE-FACTURA TO DET-IMPORTE
           END-IF

           IF WS-MOTIVO-EXCEPCION EQUAL SPACES
              PERFORM 2200-ACEPTA-FACTURA
           END-IF.
       2120-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPROBANTE A: AL MENOS UNA TASA, Y EL NETO QUE SURGE DE
      * CADA IVA / TASA DEBE SUMAR EL NETO FACTURADO (CANTIDAD X
      * PRECIO) DENTRO DE LA TOLERANCIA. B Y C NO DISCRIMINAN IVA.
      * EL TOTAL DE LA FACTURA ES NETO + IVA + PERCEPCION.
      * -----------------------------------------------------------
       2130-VALIDA-IVA.
           IF NOT FAC-COMPROBANTE-A AND NOT FAC-COMPROBANTE-B-C
              MOVE 'TIPO DE COMPROBANTE INVALIDO'
                   TO WS-MOTIVO-EXCEPCION
              GO TO 2130-FIN
           END-IF
           IF FAC-IVA-TASA (1) NOT NUMERIC
                 OR FAC-IVA-IMPORTE (1) NOT NUMERIC
                 OR FAC-IVA-TASA (2) NOT NUMERIC
                 OR FAC-IVA-IMPORTE (2) NOT NUMERIC
                 OR FAC-PERCEPCION-IVA NOT NUMERIC
              MOVE 'IMPORTES DE IVA NO NUMERICOS'
                   TO WS-MOTIVO-EXCEPCION
              GO TO 2130-FIN
           END-IF

           COMPUTE WS-IVA-FACTURA =
                   FAC-IVA-IMPORTE (1) + FAC-IVA-IMPORTE (2)

           IF FAC-COMPROBANTE-B-C
              IF WS-IVA-FACTURA GREATER THAN ZEROS
                 MOVE 'B/C NO DISCRIMINA IVA'
                      TO WS-MOTIVO-EXCEPCION
                 GO TO 2130-FIN
              END-IF
           ELSE
              IF FAC-IVA-TASA (1) EQUAL ZEROS
                 MOVE 'COMPROBANTE A SIN TASA DE IVA'
                      TO WS-MOTIVO-EXCEPCION
                 GO TO 2130-FIN
              END-IF
              IF FAC-IVA-TASA (2) EQUAL ZEROS
                 AND FAC-IVA-IMPORTE (2) GREATER THAN ZEROS
                 MOVE 'IVA SIN TASA EN LINEA 2'
                      TO WS-MOTIVO-EXCEPCION
                 GO TO 2130-FIN
              END-IF
              MOVE ZEROS TO WS-NETO-IMPLICITO
              PERFORM 2140-SUMA-NETO-IMPLICITO
                      VARYING WS-IDX-IVA FROM 1 BY 1
                      UNTIL WS-IDX-IVA > 2
              COMPUTE WS-DIFERENCIA-NETO =
                      WS-NETO-IMPLICITO - WS-NETO-FACTURA
              IF WS-DIFERENCIA-NETO GREATER THAN WS-TOLERANCIA-IVA
                 OR WS-DIFERENCIA-NETO LESS THAN
                    ZEROS - WS-TOLERANCIA-IVA
                 MOVE 'IVA NO CUADRA CON EL NETO'
                      TO WS-MOTIVO-EXCEPCION
                 GO TO 2130-FIN
              END-IF
           END-IF

           COMPUTE WS-IMPORTE-FACTURA = WS-NETO-FACTURA
                   + WS-IVA-FACTURA + FAC-PERCEPCION-IVA.
       2130-FIN.  EXIT.

       2140-SUMA-NETO-IMPLICITO.
           IF FAC-IVA-TASA (WS-IDX-IVA) GREATER THAN ZEROS
              COMPUTE WS-NETO-IMPLICITO ROUNDED = WS-NETO-IMPLICITO
                      + FAC-IVA-IMPORTE (WS-IDX-IVA) * 100
                        / FAC-IVA-TASA (WS-IDX-IVA)
           END-IF.
       2140-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA CONDICION DE PAGO DEL PROVEEDOR TRAE LOS DIAS DE PLAZO
      * AL COMIENZO DEL TEXTO ('30 DIAS', '060 DIAS FF'); SIN
           MOVE WS-FECHA-VENCIMIENTO  TO CTAPAG-FECHA-VENCIM
           MOVE WS-IMPORTE-FACTURA    TO CTAPAG-IMPORTE
           MOVE 'A'                   TO CTAPAG-ESTADO
           MOVE ZEROS                 TO CTAPAG-FECHA-PAGO
           MOVE SPACES                TO CTAPAG-REFERENCIA-PAGO
           MOVE FAC-TIPO-COMPROBANTE  TO CTAPAG-TIPO-COMPROBANTE
           MOVE WS-NETO-FACTURA       TO CTAPAG-NETO
           MOVE WS-IVA-FACTURA        TO CTAPAG-IVA
           MOVE FAC-PERCEPCION-IVA    TO CTAPAG-PERCEPCION
           WRITE REG-CUENTA-PAGAR

           PERFORM 2250-GRABA-IVA-COMPRAS.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * UNA LINEA DE IVA-COMPRAS POR TASA; LA PERCEPCION VA EN LA
      * PRIMERA. CON DOS TASAS LA SEGUNDA LLEVA EL RESTO DEL NETO,
      * ASI LAS LINEAS SUMAN EXACTO EL NETO DE LA FACTURA. B Y C
      * SALEN EN UNA LINEA A TASA CERO (SIN CREDITO FISCAL).
      * -----------------------------------------------------------
       2250-GRABA-IVA-COMPRAS.
           MOVE SPACES                TO REG-IVA-COMPRA
           MOVE FAC-FECHA             TO IVACP-FECHA
           MOVE FAC-PROVEEDOR         TO IVACP-PROVEEDOR
           MOVE WS-PROV-CUIT          TO IVACP-CUIT
           MOVE FAC-TIPO-COMPROBANTE  TO IVACP-TIPO-COMPROBANTE
           MOVE FAC-NUMERO            TO IVACP-FACTURA
           MOVE 'F'                   TO IVACP-TIPO

           IF FAC-COMPROBANTE-B-C OR FAC-IVA-TASA (2) EQUAL ZEROS
              MOVE WS-NETO-FACTURA    TO WS-NETO-TASA
           ELSE
              COMPUTE WS-NETO-TASA ROUNDED =
                      FAC-IVA-IMPORTE (1) * 100 / FAC-IVA-TASA (1)
              IF WS-NETO-TASA GREATER THAN WS-NETO-FACTURA
                 MOVE WS-NETO-FACTURA TO WS-NETO-TASA
              END-IF
           END-IF
           MOVE FAC-IVA-TASA (1)      TO IVACP-TASA
           MOVE WS-NETO-TASA          TO IVACP-NETO
           MOVE FAC-IVA-IMPORTE (1)   TO IVACP-IVA
           MOVE FAC-PERCEPCION-IVA    TO IVACP-PERCEPCION
           COMPUTE IVACP-TOTAL = WS-NETO-TASA + FAC-IVA-IMPORTE (1)
                                 + FAC-PERCEPCION-IVA
           WRITE REG-IVA-COMPRA

           IF FAC-COMPROBANTE-A AND FAC-IVA-TASA (2) GREATER THAN ZEROS
              COMPUTE WS-NETO-TASA = WS-NETO-FACTURA - WS-NETO-TASA
              MOVE FAC-IVA-TASA (2)    TO IVACP-TASA
              MOVE WS-NETO-TASA        TO IVACP-NETO
              MOVE FAC-IVA-IMPORTE (2) TO IVACP-IVA
              MOVE ZEROS               TO IVACP-PERCEPCION
              COMPUTE IVACP-TOTAL = WS-NETO-TASA + FAC-IVA-IMPORTE (2)
              WRITE REG-IVA-COMPRA
           END-IF.
       2250-FIN.  EXIT.

       2300-REGISTRA-EXCEPCION.
           ADD 1 TO WS-CONTADOR-EXCEPCIONES
           MOVE WS-MOTIVO-EXCEPCION TO DET-MENSAJE
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-FACTURAS CUENTAS-PAGAR IVA-COMPRAS
                 FACTURAS-EXCEPCION REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
