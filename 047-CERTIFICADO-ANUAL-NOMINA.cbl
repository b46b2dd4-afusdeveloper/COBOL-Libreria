       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  IMAGEN DE NOMINA-DETALLE A 40 POSICIONES
      *                    (CPNOMDET AGREGA LA RETENCION DE GANANCIAS
      *                    DEL PERIODO).
      *   22/08/2026  AMF  VERSION ORIGINAL. RECORRE NOMINA-DETALLE
      *                    COMPLETO (VIA NOMINA-DETALLE-I-O RI/RS),
      *                    ACUMULA BRUTO/DEDUCCION/NETO POR EMPLEADO
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
