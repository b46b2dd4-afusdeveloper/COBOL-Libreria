      * ---------------------------------------------------------------
      * CPEMPCV1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            EMPLEADO-CONVENIO (FD REG-EMPLEADO-CONVENIO):
      *            GREMIO Y CATEGORIA DE CONVENIO DE CADA LEGAJO,
      *            LLAVE = LEGAJO, EN SU PROPIO ARCHIVO COMO
      *            EMPLEADO-PUESTO (CPEMPPU1). LA MARCA DE AFILIADO
      *            DECIDE SI LA NOMINA DESCUENTA LA CUOTA SINDICAL
      *            (AFILIADO) O LA CONTRIBUCION SOLIDARIA (NO
      *            AFILIADO). LO MANTIENE ASIGNA-CONVENIOS.
      * ---------------------------------------------------------------
       01  REG-EMPLEADO-CONVENIO.
           05 EMPCNV-LLAVE             PIC 9(05).
           05 EMPCNV-GREMIO            PIC 9(03).
           05 EMPCNV-CATEGORIA         PIC 9(02).
           05 EMPCNV-AFILIADO          PIC X(01).
              88 EMPCNV-ES-AFILIADO            VALUE 'S'.
           05 EMPCNV-FECHA-ASIGNACION  PIC 9(08).
