           05 WS-NOMDET-NETO           PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-LIQ      PIC 9(08).
           05 WS-NOMDET-ESTADO-PAGO    PIC X(01).
           05 WS-NOMDET-IMPUESTO-GAN   PIC S9(07)V99 COMP-3.
