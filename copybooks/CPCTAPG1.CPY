      *            CON EL VENCIMIENTO CALCULADO DE LA CONDICION DE
      *            PAGO DEL PROVEEDOR. LA PROPUESTA DE PAGO SEMANAL
      *            DE TESORERIA SE ARMA DE AQUI.
      *   15/10/2026: EJECUCION DEL PAGO: SE AGREGAN LA FECHA DE PAGO
      *   Y LA REFERENCIA DE LA TRANSFERENCIA CON QUE SE CANCELO LA
      *   FACTURA (EJECUTA-PAGO-PROVEEDORES). EL REGISTRO PASA DE 48
      *   A 66.
      *   15/10/2026: IVA COMPRAS: TIPO DE COMPROBANTE (A/B/C) Y
      *   APERTURA DEL IMPORTE EN NETO, IVA (TODAS LAS TASAS) Y
      *   PERCEPCION DE IVA; CTAPAG-IMPORTE QUEDA COMO TOTAL DE LA
      *   FACTURA. EL REGISTRO PASA DE 66 A 100.
      * ---------------------------------------------------------------
       01  REG-CUENTA-PAGAR.
           05 CTAPAG-PROVEEDOR         PIC 9(05).
           05 CTAPAG-ESTADO            PIC X(01).
              88 CTAPAG-ABIERTA                VALUE 'A'.
              88 CTAPAG-PAGADA                 VALUE 'P'.
           05 CTAPAG-FECHA-PAGO        PIC 9(08).
           05 CTAPAG-REFERENCIA-PAGO   PIC X(10).
           05 CTAPAG-TIPO-COMPROBANTE  PIC X(01).
              88 CTAPAG-COMPROBANTE-A          VALUE 'A'.
              88 CTAPAG-COMPROBANTE-B          VALUE 'B'.
              88 CTAPAG-COMPROBANTE-C          VALUE 'C'.
           05 CTAPAG-NETO              PIC 9(09)V99.
           05 CTAPAG-IVA               PIC 9(09)V99.
           05 CTAPAG-PERCEPCION        PIC 9(09)V99.
