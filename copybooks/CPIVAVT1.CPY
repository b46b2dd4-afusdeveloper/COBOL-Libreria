      *            SU NOTA DE CREDITO TIPO 'D' (EL LIBRO LA RESTA
      *            DEL DEBITO FISCAL, PARA QUE EL LIBRO ATE CON LA
      *            CUENTA IVAVENTA); EL REGISTRO PASA DE 66 A 67.
      *   15/10/2026: CADA LINEA LLEVA EL COMPROBANTE FISCAL QUE LA
      *   RESPALDA (SUCURSAL, PUNTO DE VENTA, TIPO Y NUMERO); EL
      *   REGISTRO PASA DE 67 A 84.
      * ---------------------------------------------------------------
       01  REG-IVA-VENTA.
           05 IVAVTA-FECHA             PIC 9(08).
           05 IVAVTA-TIPO              PIC X(01).
              88 IVAVTA-ES-VENTA               VALUE 'V'.
              88 IVAVTA-ES-NOTA-CREDITO        VALUE 'D'.
           05 IVAVTA-COMPROBANTE.
              10 IVAVTA-SUCURSAL       PIC 9(03).
              10 IVAVTA-PUNTO-VENTA    PIC 9(04).
              10 IVAVTA-TIPO-COMPROBANTE PIC X(02).
              10 IVAVTA-NUMERO-COMPROBANTE PIC 9(08).
