      * ---------------------------------------------------------------
      * CPPRCL01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            PRESTAMOS-CLIENTES (FD REG-PRESTAMO-CLIENTE):
      *            PRESTAMOS PERSONALES A TITULARES DE CUENTAS DE
      *            ARCHIVO-SALDOS, LLAVE CUENTA (SALDO-CUENTA) +
      *            NUMERO. SISTEMA FRANCES: CUOTA FIJA CALCULADA AL
      *            OTORGAR CON LA TASA NOMINAL ANUAL; CADA CUOTA SE
      *            ABRE EN INTERES SOBRE EL SALDO DE CAPITAL Y EL
      *            RESTO A CAPITAL.
      *            SALDO-CAPITAL ES EL CAPITAL DE LAS CUOTAS QUE
      *            TODAVIA NO VENCIERON. AL VENCER UNA CUOTA SU
      *            CAPITAL Y SU INTERES PASAN A EXIGIBLE; LO QUE EL
      *            COBRO NO PUDO DEBITAR QUEDA EXIGIBLE (MORA) Y
      *            DEVENGA PUNITORIOS A LA TASA PUNITORIA ANUAL
      *            DESDE FECHA-PUNITORIOS. FECHA-PROX-VTO ES EL
      *            VENCIMIENTO DE LA PROXIMA CUOTA A ABRIR (CERO
      *            CUANDO YA VENCIERON TODAS).
      *            ESTADOS: V = VIGENTE AL DIA, M = EN MORA, C =
      *            CANCELADO.
      * ---------------------------------------------------------------
       01  REG-PRESTAMO-CLIENTE.
           05 PRCL-LLAVE.
              10 PRCL-CUENTA           PIC 9(07).
              10 PRCL-NUMERO           PIC 9(03).
           05 PRCL-TITULAR             PIC 9(08).
           05 PRCL-CAPITAL             PIC 9(09)V99.
           05 PRCL-TASA-ANUAL          PIC 9(02)V99.
           05 PRCL-TASA-PUNITORIA      PIC 9(02)V99.
           05 PRCL-PLAZO-MESES         PIC 9(03).
           05 PRCL-FECHA-OTORGA        PIC 9(08).
           05 PRCL-CUOTA               PIC 9(07)V99.
           05 PRCL-DIA-VTO             PIC 9(02).
           05 PRCL-FECHA-PROX-VTO      PIC 9(08).
           05 PRCL-CUOTAS-VENCIDAS     PIC 9(03).
           05 PRCL-SALDO-CAPITAL       PIC 9(09)V99.
           05 PRCL-EXIGIBLE-CAPITAL    PIC 9(09)V99.
           05 PRCL-EXIGIBLE-INTERES    PIC 9(09)V99.
           05 PRCL-PUNITORIOS          PIC 9(07)V99.
           05 PRCL-FECHA-PUNITORIOS    PIC 9(08).
           05 PRCL-FECHA-ULT-COBRO     PIC 9(08).
           05 PRCL-ESTADO              PIC X(01).
              88 PRCL-VIGENTE                  VALUE 'V'.
              88 PRCL-EN-MORA                  VALUE 'M'.
              88 PRCL-CANCELADO                VALUE 'C'.
