      * ---------------------------------------------------------------
      * CPCUOSIN - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            CUOTAS-SINDICALES: DESCUENTOS GREMIALES CALCULADOS
      *            POR LA CORRIDA REAL DE NOMINA, UNA LINEA POR
      *            LEGAJO Y PERIODO (CUO = CUOTA SINDICAL DEL
      *            AFILIADO, SOL = CONTRIBUCION SOLIDARIA DEL NO
      *            AFILIADO), CON GREMIO, CATEGORIA, LA BASE SEGUN EL
      *            CONVENIO (CPCONV01), EL PORCENTAJE Y EL IMPORTE.
      *            REMESA-SINDICAL ARMA DE AQUI LA REMESA Y EL
      *            LISTADO NOMINAL DE CADA GREMIO.
      * ---------------------------------------------------------------
       01  REG-CUOTA-SINDICAL.
           05 CSIN-LEGAJO              PIC 9(05).
           05 CSIN-PERIODO             PIC 9(06).
           05 CSIN-GREMIO              PIC 9(03).
           05 CSIN-CATEGORIA           PIC 9(02).
           05 CSIN-TIPO                PIC X(03).
              88 CSIN-ES-CUOTA                 VALUE 'CUO'.
              88 CSIN-ES-SOLIDARIA             VALUE 'SOL'.
           05 CSIN-BASE                PIC 9(07)V99.
           05 CSIN-PORCENTAJE          PIC 9(02)V99.
           05 CSIN-IMPORTE             PIC 9(07)V99.
