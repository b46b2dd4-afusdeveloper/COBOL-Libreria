       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS-PAGAR Y PROPUESTA-PAGO PASAN A 100
      *                    (APERTURA NETO / IVA / PERCEPCION).
      *   15/10/2026  AMF  LA PROPUESTA QUEDA GRABADA: CADA FACTURA
      *                    PROPUESTA SALE TAMBIEN AL ARCHIVO
      *                    PROPUESTA-PAGO (IMAGEN CPCTAPG1, EN EL
      *                    ORDEN DEL LISTADO), QUE ES LO QUE
      *                    EJECUTA-PAGO-PROVEEDORES PAGA UNA VEZ
      *                    APROBADO. CUENTAS-PAGAR PASA A 66.
      *   02/09/2026  AMF  VERSION ORIGINAL. PROPUESTA DE PAGO SEMANAL
      *                    PARA TESORERIA: LEE CUENTAS-PAGAR
      *                    (CPCTAPG1), SELECCIONA LAS FACTURAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAG.

           SELECT PROPUESTA-PAGO ASSIGN TO UT-S-PROPPAGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PROPUESTA.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
                CTAPAG-IMPORTE BY ORD-IMPORTE
                CTAPAG-ESTADO BY ORD-ESTADO
                CTAPAG-ABIERTA BY ORD-ABIERTA
                CTAPAG-PAGADA BY ORD-PAGADA
                CTAPAG-FECHA-PAGO BY ORD-FECHA-PAGO
                CTAPAG-REFERENCIA-PAGO BY ORD-REFERENCIA-PAGO
                CTAPAG-TIPO-COMPROBANTE BY ORD-TIPO-COMPROBANTE
                CTAPAG-COMPROBANTE-A BY ORD-COMPROBANTE-A
                CTAPAG-COMPROBANTE-B BY ORD-COMPROBANTE-B
                CTAPAG-COMPROBANTE-C BY ORD-COMPROBANTE-C
                CTAPAG-NETO BY ORD-NETO
                CTAPAG-IVA BY ORD-IVA
                CTAPAG-PERCEPCION BY ORD-PERCEPCION.

       FD  CUENTAS-PAGAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR.
           COPY CPCTAPG1.

       FD  PROPUESTA-PAGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PROPUESTA-PAGO.
       01  REG-PROPUESTA-PAGO           PIC X(100).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS

       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-CTAPAG             PIC X(02).
       01  WS-CODIGO-PROPUESTA          PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-CTAPAG                PIC X(01) VALUE 'N'.
           88 FIN-DE-CTAPAG                        VALUE 'S'.
                USING WS-FECHA-HOY WS-DIAS-VENTANA WS-FECHA-LIMITE

           OPEN OUTPUT REPORTE
           OPEN OUTPUT PROPUESTA-PAGO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-PRV
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-PROPUESTAS WS-STAT-SALTEADAS

           CLOSE PROPUESTA-PAGO REPORTE
           GOBACK.
       0000-FIN.  EXIT.

              MOVE SPACES      TO DET-MARCA
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           WRITE REG-PROPUESTA-PAGO FROM REG-CP-ORDENADA

           PERFORM 2010-RETORNA-FACTURA.
       2100-FIN.  EXIT.
