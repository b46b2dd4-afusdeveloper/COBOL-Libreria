      * ---------------------------------------------------------------
      * CPTARJWS - IMAGEN EN WORKING-STORAGE DEL REGISTRO DE
      *            TARJETAS-DEBITO (CPTARJ01).
      * ---------------------------------------------------------------
       01  WS-REG-TARJETA-DEBITO.
           05 WS-TARJ-NUMERO           PIC 9(16).
           05 WS-TARJ-CUENTA           PIC 9(07).
           05 WS-TARJ-CLIENTE          PIC 9(08).
           05 WS-TARJ-ESTADO           PIC X(01).
              88 WS-TARJ-ACTIVA                VALUE 'A'.
              88 WS-TARJ-BLOQUEADA             VALUE 'B'.
              88 WS-TARJ-DADA-DE-BAJA          VALUE 'D'.
           05 WS-TARJ-LIMITE-COMPRAS   PIC 9(07)V99.
           05 WS-TARJ-LIMITE-EXTRAER   PIC 9(07)V99.
           05 WS-TARJ-FECHA-ALTA       PIC 9(08).
           05 WS-TARJ-VENCIMIENTO      PIC 9(06).
           05 WS-TARJ-FECHA-ULT-USO    PIC 9(08).
           05 WS-TARJ-USADO-COMPRAS    PIC 9(07)V99.
           05 WS-TARJ-USADO-EXTRAER    PIC 9(07)V99.
           05 FILLER                   PIC X(10).
