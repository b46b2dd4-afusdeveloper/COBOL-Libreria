      * ---------------------------------------------------------------
      * CPEXTBC1 - LAYOUT DEL REGISTRO DEL EXTRACTO ELECTRONICO DEL
      *            BANCO DE LA CUENTA OPERATIVA DE LA EMPRESA (FD
      *            REG-EXTRACTO-BANCO): UN HEADER 'H' CON LA CUENTA,
      *            EL RANGO DE FECHAS Y EL SALDO INICIAL, UN 'D' POR
      *            MOVIMIENTO Y UN TRAILER 'T' CON LA CANTIDAD DE
      *            MOVIMIENTOS, LOS TOTALES DEBITO / CREDITO Y EL
      *            SALDO FINAL. EXT-D-CODIGO ES EL CODIGO DE
      *            OPERACION DEL BANCO (CHQ CHEQUE PAGADO, TRF
      *            TRANSFERENCIA, COM COMISION, INT INTERESES, IMP
      *            IMPUESTO, ...); EN UN CHEQUE EXT-D-CHEQUE LLEVA EL
      *            NUMERO Y EN UNA TRANSFERENCIA EXT-D-REFERENCIA LA
      *            REFERENCIA QUE LE DIO LA EMPRESA AL ENVIARLA.
      * ---------------------------------------------------------------
       01  REG-EXTRACTO-BANCO.
           05 EXT-TIPO-REGISTRO        PIC X(01).
              88 EXT-ES-HEADER                 VALUE 'H'.
              88 EXT-ES-DETALLE                VALUE 'D'.
              88 EXT-ES-TRAILER                VALUE 'T'.
           05 EXT-DATOS                PIC X(79).
           05 EXT-HEADER REDEFINES EXT-DATOS.
              10 EXT-H-CUENTA          PIC X(22).
              10 EXT-H-FECHA-DESDE     PIC 9(08).
              10 EXT-H-FECHA-HASTA     PIC 9(08).
              10 EXT-H-SALDO-INICIAL   PIC 9(13)V99.
              10 EXT-H-SIGNO-INICIAL   PIC X(01).
              10 FILLER                PIC X(25).
           05 EXT-DETALLE REDEFINES EXT-DATOS.
              10 EXT-D-FECHA           PIC 9(08).
              10 EXT-D-SIGNO           PIC X(01).
                 88 EXT-D-DEBITO               VALUE 'D'.
                 88 EXT-D-CREDITO              VALUE 'C'.
              10 EXT-D-IMPORTE         PIC 9(11)V99.
              10 EXT-D-CODIGO          PIC X(03).
                 88 EXT-D-ES-CHEQUE            VALUE 'CHQ'.
              10 EXT-D-CHEQUE          PIC 9(08).
              10 EXT-D-REFERENCIA      PIC X(15).
              10 EXT-D-DESCRIPCION     PIC X(20).
              10 FILLER                PIC X(11).
           05 EXT-TRAILER REDEFINES EXT-DATOS.
              10 EXT-T-CANTIDAD        PIC 9(07).
              10 EXT-T-TOTAL-DEBITOS   PIC 9(13)V99.
              10 EXT-T-TOTAL-CREDITOS  PIC 9(13)V99.
              10 EXT-T-SALDO-FINAL     PIC 9(13)V99.
              10 EXT-T-SIGNO-FINAL     PIC X(01).
              10 FILLER                PIC X(26).
