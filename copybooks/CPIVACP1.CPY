      * ---------------------------------------------------------------
      * CPIVACP1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            IVA-COMPRAS: UNA LINEA POR TASA DE IVA DE CADA
      *            FACTURA DE PROVEEDOR ACEPTADA POR
      *            REGISTRA-FACTURAS-PROV, CON EL TIPO DE
      *            COMPROBANTE, EL NETO GRAVADO A ESA TASA, EL IVA
      *            (CREDITO FISCAL, SOLO EN COMPROBANTE A), LA
      *            PERCEPCION DE IVA (EN LA PRIMERA LINEA) Y EL
      *            TOTAL. ES LA FUENTE DEL LIBRO IVA COMPRAS Y DE LA
      *            POSICION MENSUAL DE IVA.
      *   15/10/2026: DEVOLUCIONES A PROVEEDOR: LA NOTA DE DEBITO
      *   EMITIDA POR DEVOLUCIONES-PROVEEDOR ENTRA COMO LINEA TIPO
      *   'D' (IVACP-FACTURA ES EL NUMERO DE LA NOTA) Y RESTA EN EL
      *   LIBRO Y EN EL CREDITO FISCAL DEL MES.
      * ---------------------------------------------------------------
       01  REG-IVA-COMPRA.
           05 IVACP-FECHA              PIC 9(08).
           05 IVACP-PROVEEDOR          PIC 9(05).
           05 IVACP-CUIT               PIC X(11).
           05 IVACP-TIPO-COMPROBANTE   PIC X(01).
           05 IVACP-FACTURA            PIC X(10).
           05 IVACP-TASA               PIC 9(02)V99.
           05 IVACP-NETO               PIC 9(09)V99.
           05 IVACP-IVA                PIC 9(09)V99.
           05 IVACP-PERCEPCION         PIC 9(09)V99.
           05 IVACP-TOTAL              PIC 9(09)V99.
           05 IVACP-TIPO               PIC X(01).
              88 IVACP-ES-FACTURA              VALUE 'F'.
              88 IVACP-ES-NOTA-DEBITO          VALUE 'D'.
           05 FILLER                   PIC X(16).
