              88 WS-SALDO-CTA-ACTIVA           VALUE 'A' ' '.
              88 WS-SALDO-CTA-DORMIDA          VALUE 'D'.
              88 WS-SALDO-CTA-EN-ABANDONO      VALUE 'E'.
              88 WS-SALDO-CTA-CERRADA          VALUE 'C'.
           05 WS-SALDO-RETENIDO        PIC 9(11)V99 COMP-3.
           05 WS-SALDO-FECHA-CIERRE    PIC 9(08).
           05 WS-SALDO-MONEDA          PIC X(03).
              88 WS-SALDO-EN-PESOS             VALUE 'ARS' '   '.
              88 WS-SALDO-EN-DOLARES           VALUE 'USD'.
