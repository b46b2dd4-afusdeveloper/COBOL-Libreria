      * ---------------------------------------------------------------
      * CPCAMPE1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            CAMBIOS-PENDIENTES (FD REG-CAMBIO-PENDIENTE): UN
      *            CAMBIO A UN CAMPO SENSIBLE DE UN MAESTRO (SALARIO,
      *            CBU, LIMITE DE DESCUBIERTO, ...) RETENIDO POR EL
      *            SUBPROGRAMA I-O DEL MAESTRO EN VEZ DE APLICARSE,
      *            HASTA QUE UN SEGUNDO USUARIO CON MARCA DE
      *            APROBADOR EN USUARIOS (NUNCA EL MISMO QUE LO
      *            CARGO) LO APRUEBE O LO RECHACE. LO GRABA
      *            CAMBIOS-PENDIENTES-I-O Y LO RESUELVE
      *            APRUEBA-CAMBIOS-PENDIENTES.
      *            CAMP-NUMERO = FECHA DE CARGA + SECUENCIA DEL DIA.
      *            CAMP-CAMPO ES EL NOMBRE DEL CAMPO EN EL LAYOUT DEL
      *            MAESTRO (EMP-SALARIO, BANCO-EMP-CBU, ...). LOS
      *            VALORES NUMERICOS VAN EN LA VISTA CAMP-NUM-... CON
      *            CUATRO DECIMALES (ALCANZA PARA IMPORTES Y TASAS);
      *            LOS ALFANUMERICOS, TAL CUAL.
      *            ESTADO: P PENDIENTE, A APROBADO Y APLICADO, R
      *            RECHAZADO, V VENCIDO (EL MAESTRO YA NO TENIA EL
      *            VALOR ANTERIOR AL APROBAR, NO SE APLICA).
      * ---------------------------------------------------------------
       01  REG-CAMBIO-PENDIENTE.
           05 CAMP-NUMERO.
              10 CAMP-NUM-FECHA        PIC 9(08).
              10 CAMP-NUM-SECUENCIA    PIC 9(04).
           05 CAMP-ARCHIVO             PIC X(10).
           05 CAMP-LLAVE               PIC X(12).
           05 CAMP-CAMPO               PIC X(30).
           05 CAMP-TIPO-VALOR          PIC X(01).
              88 CAMP-VALOR-NUMERICO           VALUE 'N'.
              88 CAMP-VALOR-ALFANUMERICO       VALUE 'A'.
           05 CAMP-VALOR-ANTERIOR      PIC X(22).
           05 CAMP-NUM-ANTERIOR REDEFINES CAMP-VALOR-ANTERIOR.
              10 CAMP-IMPORTE-ANTERIOR PIC 9(09)V9(04).
              10 FILLER                PIC X(09).
           05 CAMP-VALOR-NUEVO         PIC X(22).
           05 CAMP-NUM-NUEVO REDEFINES CAMP-VALOR-NUEVO.
              10 CAMP-IMPORTE-NUEVO    PIC 9(09)V9(04).
              10 FILLER                PIC X(09).
           05 CAMP-USUARIO-CARGA       PIC X(08).
           05 CAMP-FECHA-CARGA         PIC 9(08).
           05 CAMP-HORA-CARGA          PIC 9(08).
           05 CAMP-ESTADO              PIC X(01).
              88 CAMP-PENDIENTE                VALUE 'P'.
              88 CAMP-APROBADO                 VALUE 'A'.
              88 CAMP-RECHAZADO                VALUE 'R'.
              88 CAMP-VENCIDO                  VALUE 'V'.
           05 CAMP-USUARIO-RESOLUCION  PIC X(08).
           05 CAMP-FECHA-RESOLUCION    PIC 9(08).
           05 CAMP-HORA-RESOLUCION     PIC 9(08).
           05 CAMP-MOTIVO              PIC X(20).
           05 FILLER                   PIC X(02).
