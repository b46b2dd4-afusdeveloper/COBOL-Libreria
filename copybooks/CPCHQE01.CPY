      * ---------------------------------------------------------------
      * CPCHQE01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            CHEQUES-EMITIDOS (FD REG-CHEQUE-EMITIDO): UN REGISTRO
      *            POR CADA CHEQUE DE LAS CHEQUERAS ENTREGADAS A LAS
      *            CUENTAS CORRIENTES DE ARCHIVO-SALDOS. LLAVE: CUENTA +
      *            NUMERO DE CHEQUE. LA CHEQUERA SE IDENTIFICA POR EL
      *            PRIMER NUMERO DE SU RANGO.
      *            ESTADOS: E = EMITIDO (EN PODER DEL CLIENTE),
      *            P = PAGADO, R = DEVUELTO POR CAMARA (PUEDE VOLVER A
      *            PRESENTARSE), O = CON ORDEN DE NO PAGAR.
      *            EL MOTIVO ES EL DE LA ORDEN DE NO PAGAR (EX =
      *            EXTRAVIO, RO = ROBO, OT = OTRO) O EL DEL ULTIMO
      *            RECHAZO DE CAMARA (VER CPCAMCH1).
      * ---------------------------------------------------------------
       01  REG-CHEQUE-EMITIDO.
           05 CHEM-LLAVE.
              10 CHEM-CUENTA           PIC 9(07).
              10 CHEM-NUMERO           PIC 9(08).
           05 CHEM-CHEQUERA            PIC 9(08).
           05 CHEM-ESTADO              PIC X(01).
              88 CHEM-EMITIDO                  VALUE 'E'.
              88 CHEM-PAGADO                   VALUE 'P'.
              88 CHEM-DEVUELTO                 VALUE 'R'.
              88 CHEM-NO-PAGAR                 VALUE 'O'.
           05 CHEM-FECHA-EMISION       PIC 9(08).
           05 CHEM-FECHA-ESTADO        PIC 9(08).
           05 CHEM-IMPORTE             PIC 9(09)V99.
           05 CHEM-MOTIVO              PIC X(02).
           05 CHEM-VECES-DEVUELTO      PIC 9(02).
           05 FILLER                   PIC X(05).
