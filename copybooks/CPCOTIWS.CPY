      * ---------------------------------------------------------------
      * CPCOTIWS - IMAGEN EN WORKING-STORAGE DEL REGISTRO DE
      *            COTIZACIONES DE MONEDA EXTRANJERA (CPCOTIZ1).
      * ---------------------------------------------------------------
       01  WS-REG-COTIZACION.
           05 WS-COT-LLAVE.
              10 WS-COT-MONEDA         PIC X(03).
              10 WS-COT-FECHA          PIC 9(08).
           05 WS-COT-COMPRA            PIC 9(05)V9(04).
           05 WS-COT-VENTA             PIC 9(05)V9(04).
