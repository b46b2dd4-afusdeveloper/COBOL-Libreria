      * ---------------------------------------------------------------
      * CPDEPBC1 - LAYOUT DEL ARCHIVO MENSUAL DE DEPOSITOS PARA EL
      *            BANCO CENTRAL. TIPOS DE REGISTRO:
      *            1 = HEADER (PERIODO Y FECHA DE PROCESO).
      *            2 = TOTAL POR PRODUCTO.
      *            3 = PRODUCTO POR BANDA DE SALDO (01 A 05).
      *            4 = PRODUCTO POR RESIDENCIA DEL TITULAR (R/N).
      *            5 = INTERESES (PG = PAGADOS EN EL MES A CAJAS DE
      *                AHORRO, DV = DEVENGADOS A PAGAR DE PLAZOS
      *                FIJOS).
      *            9 = TRAILER CON CANTIDAD DE REGISTROS DE DETALLE,
      *                TOTAL DE DEPOSITOS, TOTAL DE INTERESES Y SUMA
      *                DE CONTROL DE TODOS LOS IMPORTES DE DETALLE.
      *            PRODUCTOS: CA = CAJAS DE AHORRO (SALDOS
      *            ACREEDORES), PF = PLAZOS FIJOS VIGENTES (CAPITAL),
      *            DE = DESCUBIERTOS UTILIZADOS.
      * ---------------------------------------------------------------
       01  REG-DEPOSITO-BC.
           05 DBC-TIPO-REG             PIC X(01).
              88 DBC-ES-HEADER                 VALUE '1'.
              88 DBC-ES-PRODUCTO               VALUE '2'.
              88 DBC-ES-BANDA                  VALUE '3'.
              88 DBC-ES-RESIDENCIA             VALUE '4'.
              88 DBC-ES-INTERES                VALUE '5'.
              88 DBC-ES-TRAILER                VALUE '9'.
           05 DBC-PERIODO              PIC 9(06).
           05 DBC-PRODUCTO             PIC X(02).
           05 DBC-CLASE                PIC X(02).
           05 DBC-CANTIDAD             PIC 9(07).
           05 DBC-IMPORTE              PIC 9(13)V99.
           05 FILLER                   PIC X(47).
       01  REG-DEPOSITO-BC-HEADER REDEFINES REG-DEPOSITO-BC.
           05 FILLER                   PIC X(01).
           05 DBC-HDR-PERIODO          PIC 9(06).
           05 DBC-HDR-FECHA-PROCESO    PIC 9(08).
           05 DBC-HDR-DESCRIPCION      PIC X(20).
           05 FILLER                   PIC X(45).
       01  REG-DEPOSITO-BC-TRAILER REDEFINES REG-DEPOSITO-BC.
           05 FILLER                   PIC X(01).
           05 DBC-TRL-PERIODO          PIC 9(06).
           05 DBC-TRL-CANTIDAD-REG     PIC 9(07).
           05 DBC-TRL-TOTAL-DEPOSITOS  PIC 9(13)V99.
           05 DBC-TRL-TOTAL-INTERESES  PIC 9(13)V99.
           05 DBC-TRL-SUMA-CONTROL     PIC 9(15)V99.
           05 FILLER                   PIC X(19).
