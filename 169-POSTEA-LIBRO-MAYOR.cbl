       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   02/09/2026  AMF  VERSION ORIGINAL. POSTEO DE LA INTERFAZ
      *                    CONTABLE YA VALIDADA AL LIBRO MAYOR
      *                    (CPMAYOR1): CADA LINEA ACUMULA SU IMPORTE
       FILE SECTION.
       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

