      * ---------------------------------------------------------------
      * CPEMPDTB - TABLA EN MEMORIA DE EMPRESAS-DEBITO (CPEMPDB1),
      *            CARGADA UNA SOLA VEZ AL INICIO DEL JOB Y RECORRIDA
      *            CON SEARCH ALL.
      * ---------------------------------------------------------------
       01  WS-TABLA-EMPRESAS-DEBITO.
           05 WS-EMPRESA-DEB-TABLA OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-CANTIDAD-EMPRESAS-DEB
                 ASCENDING KEY IS WS-TABLA-EDB-EMPRESA
                 INDEXED BY WS-IDX-EDB.
               10 WS-TABLA-EDB-EMPRESA      PIC X(05).
               10 WS-TABLA-EDB-NOMBRE       PIC X(30).
               10 WS-TABLA-EDB-CUENTA       PIC 9(07).
               10 WS-TABLA-EDB-ESTADO       PIC X(01).
                  88 WS-TABLA-EDB-ACTIVA            VALUE 'A'.
       01  WS-CANTIDAD-EMPRESAS-DEB          PIC 9(03) VALUE ZEROS.
       01  SW-FIN-CARGA-EDB                  PIC X(01) VALUE 'N'.
           88 FIN-DE-CARGA-EDB                          VALUE 'S'.
