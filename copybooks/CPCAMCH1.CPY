      * ---------------------------------------------------------------
      * CPCAMCH1 - LAYOUT DEL ARCHIVO DE CHEQUES PRESENTADOS POR LA
      *            CAMARA COMPENSADORA CONTRA LAS CUENTAS DEL BANCO, Y
      *            DE LAS DEVOLUCIONES QUE SE LE ENVIAN: POR CADA
      *            SESION UN HEADER 'H', LOS CHEQUES 'D' Y UN TRAILER
      *            'T' CON CANTIDAD E IMPORTE TOTAL. EN LA DEVOLUCION
      *            SOLO VAN LOS CHEQUES RECHAZADOS, CON SU MOTIVO Y LA
      *            FECHA DE PROCESO, Y EL TRAILER LOS TOTALIZA.
      *            MOTIVOS: 01 CHEQUE NO EMITIDO A LA CUENTA, 02 ORDEN
      *            DE NO PAGAR, 03 CHEQUE YA PAGADO, 04 CUENTA
      *            INEXISTENTE O CERRADA, 05 FONDOS INSUFICIENTES,
      *            06 ERROR AL DEBITAR, 07 IMPORTE INVALIDO.
      * ---------------------------------------------------------------
       01  REG-CAMARA-CHEQUE.
           05 CCH-TIPO-REG             PIC X(01).
              88 CCH-ES-HEADER                 VALUE 'H'.
              88 CCH-ES-DETALLE                VALUE 'D'.
              88 CCH-ES-TRAILER                VALUE 'T'.
           05 CCH-CUENTA               PIC 9(07).
           05 CCH-NUMERO               PIC 9(08).
           05 CCH-IMPORTE              PIC 9(09)V99.
           05 CCH-BANCO-DEPOSITANTE    PIC 9(04).
           05 CCH-MOTIVO               PIC X(02).
           05 CCH-FECHA-PROCESO        PIC 9(08).
           05 FILLER                   PIC X(39).
       01  REG-CAMARA-HEADER REDEFINES REG-CAMARA-CHEQUE.
           05 FILLER                   PIC X(01).
           05 CCH-HDR-FECHA            PIC 9(08).
           05 CCH-HDR-SESION           PIC 9(03).
           05 FILLER                   PIC X(68).
       01  REG-CAMARA-TRAILER REDEFINES REG-CAMARA-CHEQUE.
           05 FILLER                   PIC X(01).
           05 CCH-TRL-CANTIDAD         PIC 9(07).
           05 CCH-TRL-TOTAL            PIC 9(13)V99.
           05 CCH-TRL-TOTAL-DEVUELTO   PIC 9(13)V99.
           05 FILLER                   PIC X(42).
