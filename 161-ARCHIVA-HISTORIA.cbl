       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 92 (FORMA DE PAGO
      *                    Y TARJETA); EL RESUMEN VA SIN FORMA DE PAGO.
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 83 (VENDEDOR DE
      *                    LA VENTA); EL RESUMEN VA SIN VENDEDOR.
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 78 (COMPROBANTE
      *                    FISCAL Y FECHA DE EMISION); EL RESUMEN
      *                    MENSUAL SE GRABA SIN COMPROBANTE.
      *   02/09/2026  AMF  VERSION ORIGINAL. DEPURACION PERIODICA DE
      *                    LOS ARCHIVOS DE HISTORIA QUE CRECEN SIN
      *                    LIMITE: VENTAS-HISTORIA, STOCK-HISTORIA,

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

       FD  VENTAS-NUEVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-NUEVO.
       01  REG-VENTA-NUEVO              PIC X(92).

       FD  VENTAS-RESGUARDO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-RESGUARDO.
       01  REG-VENTA-RESGUARDO          PIC X(92).

       FD  STOCK-HISTORIA
           LABEL RECORDS ARE STANDARD
           END-IF
           MOVE ZEROS TO VTAHIST-CLIENTE
           MOVE 'V'   TO VTAHIST-TIPO
           MOVE ZEROS TO VTAHIST-SUCURSAL VTAHIST-PUNTO-VENTA
                         VTAHIST-NUMERO-COMPROBANTE
                         VTAHIST-FECHA-EMISION VTAHIST-VENDEDOR
           MOVE SPACES TO VTAHIST-TIPO-COMPROBANTE VTAHIST-FORMA-PAGO
                          VTAHIST-MARCA-TARJETA
                          VTAHIST-AUTORIZA-TARJETA
           MOVE REG-VENTA-HISTORIA TO REG-VENTA-NUEVO
           WRITE REG-VENTA-NUEVO.
       2210-FIN.  EXIT.
