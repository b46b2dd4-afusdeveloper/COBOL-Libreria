       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD NOMINA-DETALLE Y ARCHIVO ANUAL A 40
      *                    CARACTERES (CPNOMDET AGREGA LA RETENCION
      *                    DE GANANCIAS DEL PERIODO).
      *   02/09/2026  AMF  VERSION ORIGINAL. PASO FINAL DEL CIERRE
      *                    ANUAL (JCL CIERREAN, DESPUES DEL PORTON
      *                    VERIFICA-ANIO-COMPLETO): DESCARGA TODO EL
       DATA DIVISION.
       FILE SECTION.
       FD  NOMINA-DETALLE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-NOMINA-DETALLE.
           COPY CPNOMDET.

       FD  ARCHIVO-ANUAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DETALLE-ANUAL.
       01  REG-DETALLE-ANUAL            PIC X(40).

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
