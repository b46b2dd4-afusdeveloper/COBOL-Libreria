       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  CUENTAS-COBRAR PASA A 71 (COMPROBANTE
      *                    FISCAL DEL CARGO O DE LA NOTA DE CREDITO).
      *   02/09/2026  AMF  VERSION ORIGINAL. LOTE DE CAPTURA DE PAGOS
      *                    DE CUENTA CORRIENTE DE CLIENTES: LEE LAS
      *                    COBRANZAS DEL DIA (CLIENTE, IMPORTE,

       FD  CUENTAS-COBRAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS REG-CUENTA-COBRAR.
           COPY CPCTACB1.


       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           MOVE COB-REFERENCIA   TO CTACOB-REFERENCIA
           MOVE WS-USUARIO-COB   TO CTACOB-ORIGEN
           MOVE COB-IMPORTE      TO CTACOB-IMPORTE
           MOVE ZEROS            TO CTACOB-SUCURSAL
                                    CTACOB-PUNTO-VENTA
                                    CTACOB-NUMERO-COMPROBANTE
           MOVE SPACES           TO CTACOB-TIPO-COMPROBANTE
           WRITE REG-CUENTA-COBRAR.
       2200-FIN.  EXIT.

