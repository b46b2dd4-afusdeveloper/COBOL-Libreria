      * ---------------------------------------------------------------
      * CPACTF01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            ACTIVOS-FIJOS (FD REG-ACTIVO-FIJO): REGISTRO DE
      *            BIENES DE USO. CATEGORIA (CATEGORIAS-ACTIVO,
      *            CPCATAF1), SUCURSAL Y CENTRO DE COSTO DE LA
      *            JERARQUIA-COSTOS; COSTO DE ORIGEN, VIDA UTIL EN
      *            MESES Y METODO DE AMORTIZACION (LINEAL O SALDO
      *            DECRECIENTE). LA COMPRA PUEDE QUEDAR VINCULADA A
      *            LA FACTURA DEL PROVEEDOR EN CUENTAS-PAGAR. LA
      *            AMORTIZACION MENSUAL ACUMULA AQUI LO AMORTIZADO,
      *            LOS MESES Y LA CUOTA DEL ULTIMO PERIODO; LA BAJA
      *            GUARDA FECHA, PRECIO DE VENTA Y RESULTADO.
      * ---------------------------------------------------------------
       01  REG-ACTIVO-FIJO.
           05 ACTF-NUMERO              PIC 9(06).
           05 ACTF-DESCRIPCION         PIC X(30).
           05 ACTF-CATEGORIA           PIC X(03).
           05 ACTF-SUCURSAL            PIC 9(03).
           05 ACTF-CENTRO-COSTO        PIC 9(03).
           05 ACTF-FECHA-ALTA          PIC 9(08).
           05 ACTF-COSTO               PIC 9(11)V99.
           05 ACTF-VIDA-UTIL           PIC 9(03).
           05 ACTF-METODO              PIC X(01).
              88 ACTF-METODO-LINEAL            VALUE 'L'.
              88 ACTF-METODO-DECRECIENTE       VALUE 'D'.
              88 ACTF-METODO-VALIDO            VALUE 'L' 'D'.
           05 ACTF-PROVEEDOR           PIC 9(05).
           05 ACTF-FACTURA             PIC X(10).
           05 ACTF-AMORT-ACUMULADA     PIC 9(11)V99.
           05 ACTF-MESES-AMORTIZADOS   PIC 9(03).
           05 ACTF-ULTIMO-PERIODO      PIC 9(06).
           05 ACTF-AMORT-ULTIMO-MES    PIC 9(11)V99.
           05 ACTF-ESTADO              PIC X(01).
              88 ACTF-EN-USO                   VALUE 'U'.
              88 ACTF-DADO-DE-BAJA             VALUE 'B'.
           05 ACTF-FECHA-BAJA          PIC 9(08).
           05 ACTF-PRECIO-VENTA        PIC 9(11)V99.
           05 ACTF-RESULTADO-BAJA      PIC S9(11)V99.
