      * ---------------------------------------------------------------
      * CPINFRT1 - LAYOUT DEL ARCHIVO ANUAL INFORMATIVO DE INTERESES,
      *            RETENCIONES Y SALDOS AL CIERRE PARA EL ORGANISMO
      *            DE RECAUDACION (80 BYTES). TIPOS DE REGISTRO:
      *            1 = HEADER (ANIO INFORMADO Y FECHA DE PROCESO).
      *            2 = DETALLE, UNO POR PERSONA, CUENTA Y CONCEPTO.
      *            9 = TRAILER CON CANTIDAD DE REGISTROS DE DETALLE,
      *                TOTAL DE INTERESES, TOTAL RETENIDO Y SUMA DE
      *                CONTROL DE LOS IMPORTES DE SALDOS Y CAPITALES.
      *            CONCEPTOS: IA = INTERES CAJA DE AHORRO, IP =
      *            INTERES PLAZO FIJO, IJ = AJUSTE RETROACTIVO DE
      *            INTERES, SA = SALDO DE LA CUENTA AL 31/12, CP =
      *            CAPITAL DE PLAZO FIJO VIGENTE AL 31/12 (CON SU
      *            NUMERO DE CERTIFICADO).
      *            LOS IMPORTES VAN EN PESOS; IRT-MONEDA ES LA MONEDA
      *            DE ORIGEN DE LA CUENTA O DEL CERTIFICADO (LOS
      *            DOLARES SE CONVIERTEN AL COMPRADOR DEL 31/12).
      * ---------------------------------------------------------------
       01  REG-INFORMATIVO-RET.
           05 IRT-TIPO-REG             PIC X(01).
              88 IRT-ES-HEADER                 VALUE '1'.
              88 IRT-ES-DETALLE                VALUE '2'.
              88 IRT-ES-TRAILER                VALUE '9'.
           05 IRT-ANIO                 PIC 9(04).
           05 IRT-CUIT                 PIC 9(11).
           05 IRT-CLIENTE              PIC 9(08).
           05 IRT-CUENTA               PIC 9(07).
           05 IRT-CERTIFICADO          PIC 9(08).
           05 IRT-CONCEPTO             PIC X(02).
              88 IRT-INTERES-AHORRO            VALUE 'IA'.
              88 IRT-INTERES-PLAZO-FIJO        VALUE 'IP'.
              88 IRT-AJUSTE-INTERES            VALUE 'IJ'.
              88 IRT-SALDO-CIERRE              VALUE 'SA'.
              88 IRT-CAPITAL-PLAZO-FIJO        VALUE 'CP'.
           05 IRT-ROL                  PIC X(01).
           05 IRT-PARTICIPACION        PIC 9(03)V99.
           05 IRT-IMPORTE              PIC S9(11)V99.
           05 IRT-RETENIDO             PIC S9(11)V99.
           05 IRT-MONEDA               PIC X(03).
           05 FILLER                   PIC X(04).
       01  REG-INFORMATIVO-RET-HEADER REDEFINES REG-INFORMATIVO-RET.
           05 FILLER                   PIC X(01).
           05 IRT-HDR-ANIO             PIC 9(04).
           05 IRT-HDR-FECHA-PROCESO    PIC 9(08).
           05 IRT-HDR-DESCRIPCION      PIC X(30).
           05 FILLER                   PIC X(37).
       01  REG-INFORMATIVO-RET-TRAILER REDEFINES REG-INFORMATIVO-RET.
           05 FILLER                   PIC X(01).
           05 IRT-TRL-ANIO             PIC 9(04).
           05 IRT-TRL-CANTIDAD-REG     PIC 9(07).
           05 IRT-TRL-TOTAL-INTERESES  PIC S9(13)V99.
           05 IRT-TRL-TOTAL-RETENIDO   PIC S9(13)V99.
           05 IRT-TRL-SUMA-SALDOS      PIC S9(15)V99.
           05 FILLER                   PIC X(21).
