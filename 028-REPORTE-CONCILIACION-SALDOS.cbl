           05 WS-SALDO-LIMITE-AUX       PIC 9(09)V99 COMP-3.
           05 WS-SALDO-TASA-DESC-AUX    PIC 9(03)V9(04) COMP-3.
           05 WS-SALDO-ACTIVIDAD-AUX    PIC X(01).
           05 WS-SALDO-RETENIDO-AUX     PIC 9(11)V99 COMP-3.
           05 WS-SALDO-FECHA-CIERRE-AUX PIC 9(08).
           05 WS-SALDO-MONEDA-AUX       PIC X(03).
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
