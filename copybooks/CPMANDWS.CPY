      * ---------------------------------------------------------------
      * CPMANDWS - IMAGEN EN WORKING-STORAGE DEL REGISTRO DE
      *            MANDATOS-DEBITO (CPMAND01).
      * ---------------------------------------------------------------
       01  WS-REG-MANDATO-DEBITO.
           05 WS-MAND-LLAVE.
              10 WS-MAND-EMPRESA       PIC X(05).
              10 WS-MAND-REFERENCIA    PIC X(15).
           05 WS-MAND-CUENTA           PIC 9(07).
           05 WS-MAND-IMPORTE-MAXIMO   PIC 9(09)V99.
           05 WS-MAND-ESTADO           PIC X(01).
              88 WS-MAND-ACTIVO                VALUE 'A'.
              88 WS-MAND-SUSPENDIDO            VALUE 'S'.
              88 WS-MAND-DE-BAJA               VALUE 'B'.
           05 WS-MAND-FECHA-ALTA       PIC 9(08).
           05 WS-MAND-FECHA-BAJA       PIC 9(08).
           05 WS-MAND-FECHA-ULT-DEBITO PIC 9(08).
           05 FILLER                   PIC X(07).
