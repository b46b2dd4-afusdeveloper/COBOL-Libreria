      *   SALDO-FECHA-ULT-MOV; LA CAJA BLOQUEA EXTRACCIONES DE LAS
      *   CUENTAS EN ABANDONO HASTA VERIFICAR IDENTIDAD. EL
      *   REGISTRO PASA DE 86 A 87.
      *   15/10/2026: SE AGREGA SALDO-FONDOS-RETENIDOS: LA PARTE DE
      *   SALDO-ACTUAL QUE VIENE DE CHEQUES DEPOSITADOS TODAVIA EN
      *   CLEARING (CHEQUES-DEPOSITADOS, CPCHQDP1). EL SALDO
      *   DISPONIBLE PARA EXTRAER, TRANSFERIR O DEBITAR ES SALDO-
      *   ACTUAL - FONDOS RETENIDOS + LIMITE DE DESCUBIERTO. EL
      *   REGISTRO PASA DE 87 A 94.
      *   15/10/2026: CIERRE FORMAL DE CUENTAS: SALDO-ESTADO-ACTIVIDAD
      *   ADMITE C = CERRADA Y SE AGREGA SALDO-FECHA-CIERRE (CERO
      *   MIENTRAS LA CUENTA ESTA ABIERTA). LA CUENTA CERRADA QUEDA
      *   CON SALDO CERO, SALDOS-INDEXADOS-I-O RECHAZA TODO CAMBIO
      *   SOBRE ELLA Y LOS LOTES LA SALTEAN. EL REGISTRO PASA DE 94
      *   A 102.
      *   15/10/2026: SE AGREGA SALDO-MONEDA: ARS = PESOS (EN BLANCO
      *   EN LAS CUENTAS HISTORICAS), USD = DOLARES. SALDO-ACTUAL,
      *   LIMITE, RETENIDOS E INTERESES DE LA CUENTA ESTAN EN SU
      *   MONEDA; EL EQUIVALENTE EN PESOS SALE DE LA COTIZACION DEL
      *   DIA (COTIZACIONES, CPCOTIZ1). EL REGISTRO PASA DE 102 A
      *   105.
      * ---------------------------------------------------------------
       01  REG-SALDOS.
           05 SALDO-CUENTA             PIC 9(07).
              88 SALDO-CTA-ACTIVA              VALUE 'A' ' '.
              88 SALDO-CTA-DORMIDA             VALUE 'D'.
              88 SALDO-CTA-EN-ABANDONO         VALUE 'E'.
              88 SALDO-CTA-CERRADA             VALUE 'C'.
           05 SALDO-FONDOS-RETENIDOS   PIC 9(11)V99 COMP-3.
           05 SALDO-FECHA-CIERRE       PIC 9(08).
           05 SALDO-MONEDA             PIC X(03).
              88 SALDO-EN-PESOS                VALUE 'ARS' '   '.
              88 SALDO-EN-DOLARES              VALUE 'USD'.
