      * ---------------------------------------------------------------
      * CPLOTE01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO LOTES
      *            (FD REG-LOTE): SALDO POR LOTE DE FABRICACION Y
      *            VENCIMIENTO (AAAAMMDD) DE CADA ARTICULO EN CADA
      *            SUCURSAL. LLAVE = ARTICULO + SUCURSAL + NUMERO DE
      *            LOTE. EL ALTA LA HACE LA RECEPCION DE MERCADERIA;
      *            VENTAS, DEVOLUCIONES, TRANSFERENCIAS, RECUENTOS Y
      *            MOVIMIENTOS DESCUENTAN LOS LOTES EN ORDEN DE
      *            VENCIMIENTO (PRIMERO EL QUE VENCE ANTES). LA
      *            CANTIDAD EN TRANSITO ES LA ENVIADA A LA SUCURSAL
      *            POR UNA TRANSFERENCIA Y TODAVIA NO CONFIRMADA. EL
      *            STOCK RECIBIDO ANTES DE LLEVAR LOTES NO TIENE
      *            REGISTRO AQUI.
      * ---------------------------------------------------------------
       01  REG-LOTE.
           05 LOTE-LLAVE.
              10 LOTE-ARTICULO         PIC 9(05).
              10 LOTE-SUCURSAL         PIC 9(03).
              10 LOTE-NUMERO           PIC X(12).
           05 LOTE-VENCIMIENTO         PIC 9(08).
           05 LOTE-CANTIDAD            PIC 9(05).
           05 LOTE-EN-TRANSITO         PIC 9(05).
           05 LOTE-FECHA-INGRESO       PIC 9(08).
