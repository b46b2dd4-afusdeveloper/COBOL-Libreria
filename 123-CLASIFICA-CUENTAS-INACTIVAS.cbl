       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA CUENTA CERRADA NO SE CLASIFICA: SU
      *                    ESTADO C NO SE PISA CON DORMIDA/ABANDONO.
      *   02/09/2026  AMF  VERSION ORIGINAL. CLASIFICADOR MENSUAL DE
      *                    CUENTAS INACTIVAS: RECORRE ARCHIVO-SALDOS
      *                    Y SEGUN LOS MESES SIN MOVIMIENTO
      * NO LLENAR LA AUDITORIA DE CAMBIOS VACIOS.
      * -----------------------------------------------------------
       2000-CLASIFICA-CUENTA.
           IF WS-SALDO-CTA-CERRADA
              GO TO 2000-FIN
           END-IF
           IF WS-SALDO-FECHA-ULT-MOV EQUAL ZEROS
              GO TO 2000-FIN
           END-IF
