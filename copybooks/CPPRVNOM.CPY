      * ---------------------------------------------------------------
      * CPPRVNOM - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            PROVISIONES-NOMINA (FD REG-PROVISION-NOMINA): SALDO
      *            POR LEGAJO DEL PASIVO DEVENGADO MES A MES Y TODAVIA
      *            NO PAGADO DE AGUINALDO, VACACIONES Y CONTRIBUCIONES
      *            PATRONALES SOBRE AMBOS, CON EL DEPARTAMENTO AL QUE
      *            SE IMPUTO EL GASTO, EL ULTIMO MES DEVENGADO Y LOS
      *            ACUMULADOS DEL ANIO (DEVENGADO Y PAGADO) PARA LA
      *            CONCILIACION DE PROVISIONES.
      * ---------------------------------------------------------------
       01  REG-PROVISION-NOMINA.
           05 PRV-LLAVE                PIC 9(05).
           05 PRV-DEPTO                PIC 9(03).
           05 PRV-SALDO-AGUINALDO      PIC 9(09)V99.
           05 PRV-SALDO-VACACIONES     PIC 9(09)V99.
           05 PRV-SALDO-CONTRIB        PIC 9(09)V99.
           05 PRV-PERIODO-ULTIMO       PIC 9(06).
           05 PRV-ANIO                 PIC 9(04).
           05 PRV-DEVENGADO-ANIO       PIC 9(09)V99.
           05 PRV-PAGADO-ANIO          PIC 9(09)V99.
