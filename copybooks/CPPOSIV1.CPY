      * ---------------------------------------------------------------
      * CPPOSIV1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            POSICION-IVA: UNA LINEA POR CADA CALCULO DE LA
      *            POSICION MENSUAL DE IVA (POSICION-IVA-MENSUAL),
      *            CON EL DEBITO FISCAL (IVA VENTAS MENOS NOTAS DE
      *            CREDITO), EL CREDITO FISCAL (IVA COMPRAS), LAS
      *            PERCEPCIONES SUFRIDAS, EL SALDO A FAVOR QUE VENIA
      *            DEL MES ANTERIOR Y EL RESULTADO: SALDO A PAGAR EN
      *            LA DECLARACION JURADA O SALDO A FAVOR QUE PASA AL
      *            MES SIGUIENTE. EL ARCHIVO SE ACUMULA; EL ULTIMO
      *            REGISTRO DE UN PERIODO ANTERIOR DA EL ARRASTRE.
      * ---------------------------------------------------------------
       01  REG-POSICION-IVA.
           05 POSIVA-PERIODO           PIC 9(06).
           05 POSIVA-DEBITO-FISCAL     PIC 9(11)V99.
           05 POSIVA-CREDITO-FISCAL    PIC 9(11)V99.
           05 POSIVA-PERCEPCIONES      PIC 9(11)V99.
           05 POSIVA-SALDO-ANTERIOR    PIC 9(11)V99.
           05 POSIVA-SALDO-A-PAGAR     PIC 9(11)V99.
           05 POSIVA-SALDO-A-FAVOR     PIC 9(11)V99.
           05 POSIVA-FECHA-CALCULO     PIC 9(08).
           05 FILLER                   PIC X(08).
