      * ---------------------------------------------------------------
      * CPCOTIZ1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO DE
      *            COTIZACIONES DE MONEDA EXTRANJERA (FD
      *            REG-COTIZACION). UN REGISTRO POR MONEDA Y FECHA CON
      *            EL TIPO DE CAMBIO COMPRADOR Y VENDEDOR EN PESOS POR
      *            UNIDAD. EL BANCO COMPRA LA MONEDA AL CLIENTE A
      *            COT-COMPRA Y SE LA VENDE A COT-VENTA; COT-COMPRA ES
      *            ADEMAS EL TIPO DE CAMBIO CONTABLE CON EL QUE SE
      *            EXPRESAN EN PESOS LOS ASIENTOS Y LA REVALUACION.
      * ---------------------------------------------------------------
       01  REG-COTIZACION.
           05 COT-LLAVE.
              10 COT-MONEDA            PIC X(03).
              10 COT-FECHA             PIC 9(08).
           05 COT-COMPRA               PIC 9(05)V9(04).
           05 COT-VENTA                PIC 9(05)V9(04).
