       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS-COBRAR PASA A 71 (COMPROBANTE
      *                    FISCAL DEL CARGO O DE LA NOTA DE CREDITO).
      *   02/09/2026  AMF  VERSION ORIGINAL. REPORTE MENSUAL DE
      *                    ANTIGUEDAD DE DEUDA DE CUENTA CORRIENTE:
      *                    RECORRE EL SUBDIARIO CUENTAS-COBRAR
       FILE SECTION.
       FD  CUENTAS-COBRAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS REG-CUENTA-COBRAR.
           COPY CPCTACB1.

