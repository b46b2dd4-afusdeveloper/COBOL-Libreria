      * ---------------------------------------------------------------
      * CPRGAS01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            RENDICIONES-GASTOS (FD REG-RENDICION): UN GASTO DE
      *            VIAJE RENDIDO POR EL EMPLEADO, LLAVE = LEGAJO +
      *            NUMERO DE RENDICION (EL DEL FORMULARIO EN PAPEL).
      *            EL CENTRO DE COSTO ES EL DE JERARQUIA-COSTOS PARA
      *            EL DEPARTAMENTO DEL LEGAJO SALVO QUE LA RENDICION
      *            INDIQUE OTRO. LA CARGA CARGA-RENDICIONES-GASTOS
      *            LA DEJA PENDIENTE Y REGISTRA LA APROBACION O EL
      *            RECHAZO DE FINANZAS; LIQUIDA-RENDICIONES LA PASA
      *            A LIQUIDADA (CON EL PERIODO DE NOMINA EN QUE SE
      *            REINTEGRA) O A RECHAZADA CON EL MOTIVO. EN LA
      *            RECHAZADA, EL PERIODO ES EL DEL INFORME AL GERENTE
      *            (CEROS MIENTRAS NO SE INFORMO).
      * ---------------------------------------------------------------
       01  REG-RENDICION.
           05 RGAS-LLAVE.
              10 RGAS-LEGAJO           PIC 9(05).
              10 RGAS-NUMERO           PIC 9(05).
           05 RGAS-TIPO-GASTO          PIC X(03).
           05 RGAS-FECHA-GASTO         PIC 9(08).
           05 RGAS-IMPORTE             PIC 9(07)V99.
           05 RGAS-COMPROBANTE         PIC X(15).
           05 RGAS-CENTRO-COSTO        PIC 9(03).
           05 RGAS-ESTADO              PIC X(01).
              88 RGAS-PENDIENTE                VALUE 'P'.
              88 RGAS-APROBADA                 VALUE 'A'.
              88 RGAS-LIQUIDADA                VALUE 'L'.
              88 RGAS-RECHAZADA                VALUE 'R'.
           05 RGAS-MOTIVO-RECHAZO      PIC X(02).
              88 RGAS-RECHAZO-FINANZAS         VALUE 'FI'.
              88 RGAS-RECHAZO-TOPE             VALUE 'TD'.
              88 RGAS-RECHAZO-DUPLICADO        VALUE 'CD'.
              88 RGAS-RECHAZO-TIPO             VALUE 'TG'.
              88 RGAS-RECHAZO-LEGAJO           VALUE 'LB'.
           05 RGAS-PERIODO             PIC 9(06).
           05 RGAS-FECHA-CARGA         PIC 9(08).
