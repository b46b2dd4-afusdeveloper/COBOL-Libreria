      * ---------------------------------------------------------------
      * CPMAND01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            MANDATOS-DEBITO (FD REG-MANDATO-DEBITO): LA
      *            AUTORIZACION DEL CLIENTE PARA QUE UNA EMPRESA DE
      *            SERVICIOS O SEGUROS LE DEBITE SUS FACTURAS DE UNA
      *            CUENTA DE ARCHIVO-SALDOS. LLAVE: CODIGO DE EMPRESA
      *            (EMPRESAS-DEBITO) + REFERENCIA DEL CLIENTE EN LA
      *            EMPRESA (NUMERO DE SOCIO, POLIZA, MEDIDOR). NO SE
      *            DEBITA NINGUNA FACTURA POR ENCIMA DEL IMPORTE
      *            MAXIMO AUTORIZADO.
      *            ESTADOS: A = ACTIVO, S = SUSPENDIDO, B = DE BAJA.
      * ---------------------------------------------------------------
       01  REG-MANDATO-DEBITO.
           05 MAND-LLAVE.
              10 MAND-EMPRESA          PIC X(05).
              10 MAND-REFERENCIA       PIC X(15).
           05 MAND-CUENTA              PIC 9(07).
           05 MAND-IMPORTE-MAXIMO      PIC 9(09)V99.
           05 MAND-ESTADO              PIC X(01).
              88 MAND-ACTIVO                   VALUE 'A'.
              88 MAND-SUSPENDIDO               VALUE 'S'.
              88 MAND-DE-BAJA                  VALUE 'B'.
           05 MAND-FECHA-ALTA          PIC 9(08).
           05 MAND-FECHA-BAJA          PIC 9(08).
           05 MAND-FECHA-ULT-DEBITO    PIC 9(08).
           05 FILLER                   PIC X(07).
