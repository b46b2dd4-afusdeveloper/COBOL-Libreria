       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA CUENTA CERRADA NO SE FOTOGRAFIA.
      *   02/09/2026  AMF  VERSION ORIGINAL. FOTO NOCTURNA DE SALDOS:
      *                    AL FINAL DEL DIA RECORRE ARCHIVO-SALDOS
      *                    POR RANGO Y GRABA UNA LINEA POR CUENTA EN
       0000-FIN.  EXIT.

       1000-GRABA-FOTO.
           IF NOT WS-SALDO-CTA-CERRADA
              MOVE WS-FECHA-HOY    TO FOTO-FECHA
              MOVE WS-SALDO-CUENTA TO FOTO-CUENTA
              MOVE WS-SALDO-ACTUAL TO FOTO-SALDO
              WRITE REG-SALDO-FOTO
              ADD 1 TO WS-CONTADOR-GRABADAS
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
