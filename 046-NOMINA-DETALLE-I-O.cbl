       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  SE AGREGA NOMDET-IMPUESTO-GAN AL REGISTRO
      *                    (CPNOMDET, 40 BYTES): LA RETENCION DE
      *                    GANANCIAS DEL PERIODO, QUE LA NOMINA SUMA
      *                    DE LOS PERIODOS ANTERIORES DEL ANIO PARA
      *                    EL CALCULO ACUMULATIVO.
      *   02/09/2026  AMF  LOS ERRORES DE I/O, ADEMAS DEL DISPLAY
      *                    DE CONSOLA, DEJAN SU LINEA EN EL LOG
      *                    CENTRAL DE OPERACIONES (CPOPLOG1) VIA
       DATA DIVISION.
       FILE SECTION.
       FD  NOMINA-DETALLE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-NOMINA-DETALLE.
           COPY CPNOMDET.

           05 LK-NOMDET-NETO           PIC S9(07)V99 COMP-3.
           05 LK-NOMDET-FECHA-LIQ      PIC 9(08).
           05 LK-NOMDET-ESTADO-PAGO    PIC X(01).
           05 LK-NOMDET-IMPUESTO-GAN   PIC S9(07)V99 COMP-3.
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
