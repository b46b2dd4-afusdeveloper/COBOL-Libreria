      * ---------------------------------------------------------------
      * CPANTNOM - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            ANTIGUEDAD-NOMINA: UNA LINEA POR CADA ADICIONAL
      *            POR ANTIGUEDAD PAGADO EN LA CORRIDA REAL DE NOMINA
      *            (LEGAJO, PERIODO, ANIOS DE SERVICIO COMPUTADOS,
      *            PORCENTAJE DE LA ESCALA, SALARIO BASE E IMPORTE YA
      *            PRORRATEADO), PARA QUE EL RECIBO DE SUELDO LO
      *            MUESTRE COMO CONCEPTO PROPIO. UNA RELIQUIDACION
      *            AGREGA OTRA LINEA DEL MISMO LEGAJO Y PERIODO; VALE
      *            LA ULTIMA.
      * ---------------------------------------------------------------
       01  REG-ANTIGUEDAD-NOMINA.
           05 ANTN-LEGAJO              PIC 9(05).
           05 ANTN-PERIODO             PIC 9(06).
           05 ANTN-ANIOS               PIC 9(02).
           05 ANTN-PORCENTAJE          PIC 9(03)V99.
           05 ANTN-SALARIO-BASE        PIC 9(07)V99.
           05 ANTN-IMPORTE             PIC 9(07)V99.
           05 ANTN-FECHA-LIQUIDACION   PIC 9(08).
