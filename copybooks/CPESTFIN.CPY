      * ---------------------------------------------------------------
      * CPESTFIN - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            ESTRUCTURA-EEFF (FD REG-ESTRUCTURA-EEFF): ARMADO
      *            DEL BALANCE GENERAL Y DEL ESTADO DE RESULTADOS.
      *            CADA REGISTRO ASIGNA UN RANGO DE CUENTAS-GL A UN
      *            RUBRO DEL ESTADO; UN RUBRO PUEDE TENER VARIOS
      *            RANGOS. EL GRUPO ORDENA LOS RUBROS Y DEFINE LOS
      *            SUBTOTALES (ACTIVO, PASIVO, PATRIMONIO NETO;
      *            INGRESOS, COSTO DE VENTAS, GASTOS).
      * ---------------------------------------------------------------
       01  REG-ESTRUCTURA-EEFF.
           05 EEF-ESTADO               PIC X(01).
              88 EEF-ES-BALANCE                VALUE 'B'.
              88 EEF-ES-RESULTADOS             VALUE 'R'.
           05 EEF-RUBRO                PIC 9(02).
           05 EEF-GRUPO                PIC X(01).
              88 EEF-GRUPO-ACTIVO              VALUE 'A'.
              88 EEF-GRUPO-PASIVO              VALUE 'P'.
              88 EEF-GRUPO-PATRIMONIO          VALUE 'N'.
              88 EEF-GRUPO-INGRESOS            VALUE 'I'.
              88 EEF-GRUPO-COSTO-VENTAS        VALUE 'C'.
              88 EEF-GRUPO-GASTOS              VALUE 'E'.
              88 EEF-GRUPO-VALIDO              VALUE 'A' 'P' 'N'
                                                     'I' 'C' 'E'.
           05 EEF-DESCRIPCION          PIC X(30).
           05 EEF-CUENTA-DESDE         PIC X(08).
           05 EEF-CUENTA-HASTA         PIC X(08).
           05 FILLER                   PIC X(30).
