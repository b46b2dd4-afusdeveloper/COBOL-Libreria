      * ---------------------------------------------------------------
      * CPTARJ01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            TARJETAS-DEBITO (FD REG-TARJETA-DEBITO): CADA
      *            TARJETA DE DEBITO CON LA CUENTA DE ARCHIVO-SALDOS
      *            QUE DEBITA, LA PERSONA A QUIEN SE EMITIO, SU
      *            ESTADO, VENCIMIENTO Y LIMITES DIARIOS DE COMPRAS
      *            Y DE EXTRACCION POR CAJERO. LOS USADOS DEL DIA
      *            VALEN PARA LA FECHA-ULT-USO; EL PRIMER CONSUMO DE
      *            OTRO DIA LOS VUELVE A CERO.
      *            ESTADOS: A = ACTIVA, B = BLOQUEADA, D = DADA DE
      *            BAJA.
      * ---------------------------------------------------------------
       01  REG-TARJETA-DEBITO.
           05 TARJ-NUMERO              PIC 9(16).
           05 TARJ-CUENTA              PIC 9(07).
           05 TARJ-CLIENTE             PIC 9(08).
           05 TARJ-ESTADO              PIC X(01).
              88 TARJ-ACTIVA                   VALUE 'A'.
              88 TARJ-BLOQUEADA                VALUE 'B'.
              88 TARJ-DADA-DE-BAJA             VALUE 'D'.
           05 TARJ-LIMITE-COMPRAS      PIC 9(07)V99.
           05 TARJ-LIMITE-EXTRAER      PIC 9(07)V99.
           05 TARJ-FECHA-ALTA          PIC 9(08).
           05 TARJ-VENCIMIENTO         PIC 9(06).
           05 TARJ-FECHA-ULT-USO       PIC 9(08).
           05 TARJ-USADO-COMPRAS       PIC 9(07)V99.
           05 TARJ-USADO-EXTRAER       PIC 9(07)V99.
           05 FILLER                   PIC X(10).
