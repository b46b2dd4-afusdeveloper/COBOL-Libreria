      * ---------------------------------------------------------------
      * CPTITCWS - IMAGEN EN WORKING-STORAGE DEL REGISTRO DE
      *            TITULARES-CUENTA (CPTITC01).
      * ---------------------------------------------------------------
       01  WS-REG-TITULAR-CUENTA.
           05 WS-TITC-LLAVE.
              10 WS-TITC-CUENTA        PIC 9(07).
              10 WS-TITC-CLIENTE       PIC 9(08).
           05 WS-TITC-ROL              PIC X(01).
              88 WS-TITC-ES-TITULAR            VALUE 'T'.
              88 WS-TITC-ES-COTITULAR          VALUE 'C'.
              88 WS-TITC-ES-FIRMANTE           VALUE 'F'.
              88 WS-TITC-ES-DUENIO             VALUE 'T' 'C'.
           05 WS-TITC-REGLA            PIC X(01).
              88 WS-TITC-OPERA-INDISTINTA      VALUE 'I'.
              88 WS-TITC-OPERA-CONJUNTA        VALUE 'C'.
           05 WS-TITC-PARTICIPACION    PIC 9(03)V99.
           05 WS-TITC-FECHA-ALTA       PIC 9(08).
           05 WS-TITC-FECHA-BAJA       PIC 9(08).
           05 WS-TITC-ESTADO           PIC X(01).
              88 WS-TITC-ACTIVO                VALUE 'A'.
              88 WS-TITC-DE-BAJA               VALUE 'B'.
