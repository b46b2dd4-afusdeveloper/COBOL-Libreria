      * ---------------------------------------------------------------
      * CPCHQEWS - IMAGEN EN WORKING-STORAGE DEL REGISTRO DE
      *            CHEQUES-EMITIDOS (CPCHQE01).
      * ---------------------------------------------------------------
       01  WS-REG-CHEQUE-EMITIDO.
           05 WS-CHEM-LLAVE.
              10 WS-CHEM-CUENTA        PIC 9(07).
              10 WS-CHEM-NUMERO        PIC 9(08).
           05 WS-CHEM-CHEQUERA         PIC 9(08).
           05 WS-CHEM-ESTADO           PIC X(01).
              88 WS-CHEM-EMITIDO               VALUE 'E'.
              88 WS-CHEM-PAGADO                VALUE 'P'.
              88 WS-CHEM-DEVUELTO              VALUE 'R'.
              88 WS-CHEM-NO-PAGAR              VALUE 'O'.
           05 WS-CHEM-FECHA-EMISION    PIC 9(08).
           05 WS-CHEM-FECHA-ESTADO     PIC 9(08).
           05 WS-CHEM-IMPORTE          PIC 9(09)V99.
           05 WS-CHEM-MOTIVO           PIC X(02).
           05 WS-CHEM-VECES-DEVUELTO   PIC 9(02).
           05 FILLER                   PIC X(05).
