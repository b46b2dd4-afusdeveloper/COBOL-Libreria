      *            DOCUMENTO, PROGRAMA DE ORIGEN E IMPORTE, EN EL
      *            ESPIRITU DEL DIARIO DE SALDOS (CPSALMOV). EL
      *            REPORTE DE ANTIGUEDAD DE DEUDA SE ARMA DE AQUI.
      *   15/10/2026: EL CARGO POR VENTA Y EL CREDITO POR DEVOLUCION
      *   LLEVAN EL COMPROBANTE FISCAL (SUCURSAL, PUNTO DE VENTA,
      *   TIPO Y NUMERO); LAS COBRANZAS LO DEJAN EN CERO/BLANCO. EL
      *   REGISTRO PASA DE 54 A 71.
      * ---------------------------------------------------------------
       01  REG-CUENTA-COBRAR.
           05 CTACOB-CLIENTE           PIC 9(08).
           05 CTACOB-REFERENCIA        PIC X(10).
           05 CTACOB-ORIGEN            PIC X(08).
           05 CTACOB-IMPORTE           PIC 9(09)V99.
           05 CTACOB-COMPROBANTE.
              10 CTACOB-SUCURSAL       PIC 9(03).
              10 CTACOB-PUNTO-VENTA    PIC 9(04).
              10 CTACOB-TIPO-COMPROBANTE PIC X(02).
              10 CTACOB-NUMERO-COMPROBANTE PIC 9(08).
