      * ---------------------------------------------------------------
      * CPNUMCP1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            NUMERACION-COMPROBANTES (FD REG-NUMERACION): UN
      *            CONTADOR POR SERIE FISCAL, LLAVE SUCURSAL + PUNTO
      *            DE VENTA + TIPO DE COMPROBANTE (FA/FB = FACTURA
      *            A/B, CA/CB = NOTA DE CREDITO A/B), CON EL ULTIMO
      *            NUMERO ENTREGADO Y LA FECHA EN QUE SE ENTREGO. LO
      *            MANTIENE UNICAMENTE EL SUBPROGRAMA
      *            NUMERA-COMPROBANTES.
      * ---------------------------------------------------------------
       01  REG-NUMERACION.
           05 NUMC-LLAVE.
              10 NUMC-SUCURSAL         PIC 9(03).
              10 NUMC-PUNTO-VENTA      PIC 9(04).
              10 NUMC-TIPO-COMPROBANTE PIC X(02).
                 88 NUMC-FACTURA-A             VALUE 'FA'.
                 88 NUMC-FACTURA-B             VALUE 'FB'.
                 88 NUMC-CREDITO-A             VALUE 'CA'.
                 88 NUMC-CREDITO-B             VALUE 'CB'.
           05 NUMC-ULTIMO-NUMERO       PIC 9(08).
           05 NUMC-FECHA-ULTIMO        PIC 9(08).
           05 FILLER                   PIC X(15).
