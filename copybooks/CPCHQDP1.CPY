      * ---------------------------------------------------------------
      * CPCHQDP1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            CHEQUES-DEPOSITADOS (FD REG-CHEQUE-DEPOSITADO): UN
      *            REGISTRO POR CHEQUE DE TERCEROS DEPOSITADO POR
      *            CAJA EN UNA CUENTA DE ARCHIVO-SALDOS. LLAVE
      *            CUENTA + BANCO GIRADO + NUMERO DE CHEQUE.
      *            EL IMPORTE SE ACREDITA EN SALDO-ACTUAL AL
      *            DEPOSITAR Y QUEDA RETENIDO (SALDO-FONDOS-
      *            RETENIDOS, CPSALDO1) HASTA LA FECHA DE
      *            ACREDITACION, QUE SE CALCULA EN DIAS HABILES DEL
      *            CALENDARIO DE NEGOCIO.
      *            ESTADOS: R = RETENIDO (EN CLEARING), A = ACREDITADO
      *            (LIBERADO POR EL PROCESO NOCTURNO), D = DEVUELTO
      *            (RECHAZADO POR EL BANCO GIRADO; SE REVIRTIO EL
      *            CREDITO). FECHA-ESTADO ES LA DEL ULTIMO CAMBIO DE
      *            ESTADO Y CAJERO EL USUARIO QUE TOMO EL DEPOSITO.
      * ---------------------------------------------------------------
       01  REG-CHEQUE-DEPOSITADO.
           05 CHQDEP-LLAVE.
              10 CHQDEP-CUENTA         PIC 9(07).
              10 CHQDEP-BANCO          PIC 9(03).
              10 CHQDEP-NUMERO         PIC 9(08).
           05 CHQDEP-IMPORTE           PIC 9(11)V99.
           05 CHQDEP-FECHA-DEPOSITO    PIC 9(08).
           05 CHQDEP-FECHA-ACREDITACION PIC 9(08).
           05 CHQDEP-FECHA-ESTADO      PIC 9(08).
           05 CHQDEP-ESTADO            PIC X(01).
              88 CHQDEP-RETENIDO               VALUE 'R'.
              88 CHQDEP-ACREDITADO             VALUE 'A'.
              88 CHQDEP-DEVUELTO               VALUE 'D'.
           05 CHQDEP-CAJERO            PIC X(08).
