      * ---------------------------------------------------------------
      * CPEMPDB1 - LAYOUT DEL ARCHIVO SECUENCIAL EMPRESAS-DEBITO: LAS
      *            EMPRESAS DE SERVICIOS Y SEGUROS ADHERIDAS AL DEBITO
      *            DIRECTO, CON LA CUENTA DE ARCHIVO-SALDOS DONDE SE
      *            LES ACREDITA LO COBRADO. VIENE ORDENADO POR CODIGO
      *            DE EMPRESA Y LOS PROGRAMAS LO CARGAN EN LA TABLA
      *            CPEMPDTB.
      *            ESTADOS: A = ACTIVA, B = DE BAJA.
      * ---------------------------------------------------------------
       01  REG-EMPRESA-DEBITO.
           05 EDB-EMPRESA              PIC X(05).
           05 EDB-NOMBRE               PIC X(30).
           05 EDB-CUENTA-RECAUDADORA   PIC 9(07).
           05 EDB-ESTADO               PIC X(01).
              88 EDB-ACTIVA                    VALUE 'A'.
           05 FILLER                   PIC X(37).
