       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA DEDUCCION POR TRAMO DEL AGUINALDO QUEDA
      *                    TAMBIEN EN NOMDET-IMPUESTO-GAN, PARA QUE
      *                    LA NOMINA LA DESCUENTE COMO RETENCION DE
      *                    GANANCIAS YA PRACTICADA EN EL ACUMULADO.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   02/09/2026  AMF  VERSION ORIGINAL. LIQUIDACION SEMESTRAL
      *                    DEL AGUINALDO: LA TARJETA PERIODO= TRAE EL
      *                    MES DE CIERRE DEL SEMESTRE (AAAA06 O

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

                                     WS-NOMDET-PERIODO
           MOVE WS-BRUTO-SAC     TO WS-NOMDET-BRUTO
           MOVE WS-DEDUCCION-SAC TO WS-NOMDET-DEDUCCION
                                     WS-NOMDET-IMPUESTO-GAN
           MOVE WS-NETO-SAC      TO WS-NOMDET-NETO
           MOVE WS-FECHA-HOY     TO WS-NOMDET-FECHA-LIQ
           MOVE SPACE            TO WS-NOMDET-ESTADO-PAGO
