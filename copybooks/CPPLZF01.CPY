      *            VENCIMIENTOS APLICA: P = PAGA CAPITAL + INTERES A
      *            LA CUENTA, C = RENUEVA CAPITAL + INTERES, K =
      *            RENUEVA EL CAPITAL Y PAGA EL INTERES.
      *   15/10/2026: SE AGREGA PLZF-MONEDA, LA MISMA DE LA CUENTA
      *   ASOCIADA AL CONSTITUIRLO (ARS = PESOS, EN BLANCO EN LOS
      *   CERTIFICADOS HISTORICOS; USD = DOLARES): CAPITAL E INTERES
      *   ESTAN EN ESA MONEDA. EL REGISTRO PASA DE 77 A 80.
      * ---------------------------------------------------------------
       01  REG-PLAZO-FIJO.
           05 PLZF-CERTIFICADO         PIC 9(08).
           05 PLZF-ESTADO              PIC X(01).
              88 PLZF-VIGENTE                  VALUE 'V'.
              88 PLZF-PAGADO                   VALUE 'P'.
           05 PLZF-MONEDA              PIC X(03).
              88 PLZF-EN-PESOS                 VALUE 'ARS' '   '.
              88 PLZF-EN-DOLARES               VALUE 'USD'.
