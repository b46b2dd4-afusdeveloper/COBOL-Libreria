      * ---------------------------------------------------------------
      * CPCONV01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO CONVENIOS
      *            (FD REG-CONVENIO): MAESTRO DE GREMIOS Y CATEGORIAS
      *            DEL CONVENIO COLECTIVO, LLAVE = GREMIO + CATEGORIA.
      *            CADA CATEGORIA TRAE EL BASICO MINIMO DEL CONVENIO
      *            (PISO QUE VALIDA ARCHIVOS-INDEXADOS-I-O), LA BASE
      *            SOBRE LA QUE SE CALCULAN LOS DESCUENTOS GREMIALES
      *            (B = BASICO DE LA CATEGORIA, R = BRUTO LIQUIDADO),
      *            EL PORCENTAJE DE CUOTA SINDICAL DEL AFILIADO, EL
      *            DE CONTRIBUCION SOLIDARIA DEL NO AFILIADO Y LA
      *            CUENTA DEL GREMIO PARA LA REMESA MENSUAL. EL
      *            LEGAJO SE ASIGNA A GREMIO Y CATEGORIA EN
      *            EMPLEADO-CONVENIO (CPEMPCV1).
      * ---------------------------------------------------------------
       01  REG-CONVENIO.
           05 CONV-LLAVE.
              10 CONV-GREMIO           PIC 9(03).
              10 CONV-CATEGORIA        PIC 9(02).
           05 CONV-NOMBRE-GREMIO       PIC X(20).
           05 CONV-DESCRIPCION-CAT     PIC X(14).
           05 CONV-SALARIO-MINIMO      PIC 9(07)V99.
           05 CONV-BASE-CALCULO        PIC X(01).
              88 CONV-BASE-BASICO              VALUE 'B'.
              88 CONV-BASE-BRUTO               VALUE 'R'.
           05 CONV-PORC-CUOTA          PIC 9(02)V99.
           05 CONV-PORC-SOLIDARIO      PIC 9(02)V99.
           05 CONV-CUENTA-REMESA       PIC X(22).
