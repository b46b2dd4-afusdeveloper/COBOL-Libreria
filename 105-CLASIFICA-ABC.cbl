       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 92 (FORMA DE PAGO
      *                    Y TARJETA).
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 83 (VENDEDOR DE
      *                    LA VENTA).
      *   15/10/2026  AMF  VENTAS-HISTORIA PASA A 78 (COMPROBANTE
      *                    FISCAL Y FECHA DE EMISION).
      *   02/09/2026  AMF  VERSION ORIGINAL. CLASIFICACION ABC POR
      *                    VALOR DE VENTA: ACUMULA EL IMPORTE VENDIDO
      *                    POR ARTICULO DE VENTAS-HISTORIA (LAS NOTAS

       FD  VENTAS-HISTORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS REG-VENTA-HISTORIA.
           COPY CPVTAHS1.

