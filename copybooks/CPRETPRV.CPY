      * ---------------------------------------------------------------
      * CPRETPRV - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            RETENCIONES-PROVEEDORES: UNA LINEA POR IMPUESTO
      *            RETENIDO EN CADA PAGO DE EJECUTA-PAGO-PROVEEDORES
      *            (GAN = GANANCIAS, IIB = INGRESOS BRUTOS), CON EL
      *            NUMERO DEL CERTIFICADO ENTREGADO AL PROVEEDOR, LA
      *            REFERENCIA DE LA TRANSFERENCIA, LA BASE, LA
      *            ALICUOTA Y LO RETENIDO. EL ARCHIVO SE ACUMULA: EL
      *            ULTIMO CERTIFICADO GRABADO DA EL PROXIMO NUMERO, Y
      *            RINDE-RETENCIONES-PROV DEJA LA MARCA DE REMESA
      *            CUANDO EL IMPORTE SE DEPOSITA AL FISCO.
      * ---------------------------------------------------------------
       01  REG-RETENCION-PROVEEDOR.
           05 RETP-CERTIFICADO         PIC 9(08).
           05 RETP-PROVEEDOR           PIC 9(05).
           05 RETP-CUIT                PIC X(11).
           05 RETP-IMPUESTO            PIC X(03).
              88 RETP-GANANCIAS                VALUE 'GAN'.
              88 RETP-INGRESOS-BRUTOS          VALUE 'IIB'.
           05 RETP-CONDICION           PIC X(01).
           05 RETP-FECHA-PAGO          PIC 9(08).
           05 RETP-REFERENCIA-PAGO     PIC X(10).
           05 RETP-IMPORTE-PAGO        PIC 9(09)V99.
           05 RETP-BASE-IMPONIBLE      PIC 9(09)V99.
           05 RETP-PORCENTAJE          PIC 9(02)V99.
           05 RETP-IMPORTE             PIC 9(09)V99.
           05 RETP-REMITIDA            PIC X(01).
              88 RETP-YA-REMITIDA              VALUE 'S'.
           05 RETP-FECHA-REMESA        PIC 9(08).
           05 FILLER                   PIC X(08).
