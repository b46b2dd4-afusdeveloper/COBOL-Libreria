       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  IMAGEN DE NOMINA-DETALLE A 40 POSICIONES
      *                    (CPNOMDET AGREGA LA RETENCION DE GANANCIAS
      *                    DEL PERIODO).
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   02/09/2026  AMF  EL BLANQUEO DEL RELLENO DEL REGISTRO DE
      *                    RE-PAGO ARRANCABA EN LA POSICION 33 Y
      *                    PISABA LOS DOS ULTIMOS DIGITOS DE LA FECHA

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

      * --- ACUMULADO DE RECHAZOS POR CODIGO DE MOTIVO DEL BANCO ---
