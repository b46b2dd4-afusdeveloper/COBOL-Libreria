      * ---------------------------------------------------------------
      * CPDEVPR1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            DEVOLUCIONES-PROVEEDOR: UNA LINEA POR CADA
      *            DEVOLUCION DE MERCADERIA A PROVEEDOR APLICADA POR
      *            DEVOLUCIONES-PROVEEDOR, CON LA ORDEN RECIBIDA QUE
      *            LA RESPALDA (PROVEEDOR + ARTICULO + FECHA DE LA
      *            ORDEN), LA SUCURSAL DE DONDE SALIO, LA CANTIDAD,
      *            EL PRECIO DE LA ORDEN Y LA NOTA DE DEBITO EMITIDA
      *            (NETO, IVA Y TOTAL). EL ARCHIVO SE ACUMULA: LO YA
      *            DEVUELTO DE CADA ORDEN SE VALIDA CONTRA LO
      *            RECIBIDO, LA ULTIMA NOTA GRABADA DA EL PROXIMO
      *            NUMERO Y REPORTE-CUMPLIMIENTO-PROV SACA DE AQUI LA
      *            TASA DE DEVOLUCION DEL PROVEEDOR.
      * ---------------------------------------------------------------
       01  REG-DEVOLUCION-PROVEEDOR.
           05 DEVPR-PROVEEDOR          PIC 9(05).
           05 DEVPR-ARTICULO           PIC 9(05).
           05 DEVPR-FECHA-ORDEN        PIC 9(08).
           05 DEVPR-FECHA              PIC 9(08).
           05 DEVPR-SUCURSAL           PIC 9(03).
           05 DEVPR-CANTIDAD           PIC 9(05).
           05 DEVPR-PRECIO             PIC 9(05)V99.
           05 DEVPR-NETO               PIC 9(09)V99.
           05 DEVPR-IVA                PIC 9(09)V99.
           05 DEVPR-TOTAL              PIC 9(09)V99.
           05 DEVPR-NOTA-DEBITO.
              10 DEVPR-PREFIJO-NOTA    PIC X(02).
              10 DEVPR-NUMERO-NOTA     PIC 9(08).
           05 DEVPR-MOTIVO             PIC X(01).
              88 DEVPR-DEFECTUOSA              VALUE 'D'.
              88 DEVPR-EXCEDENTE               VALUE 'E'.
           05 DEVPR-REFERENCIA         PIC X(10).
           05 FILLER                   PIC X(05).
