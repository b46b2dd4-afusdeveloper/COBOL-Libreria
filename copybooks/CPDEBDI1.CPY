      * ---------------------------------------------------------------
      * CPDEBDI1 - LAYOUT DEL ARCHIVO DE FACTURAS A DEBITAR QUE ENVIAN
      *            LAS EMPRESAS ADHERIDAS AL DEBITO DIRECTO, Y DE LA
      *            RESPUESTA QUE SE LES DEVUELVE: POR CADA EMPRESA UN
      *            HEADER 'H', LAS FACTURAS 'D' Y UN TRAILER 'T' CON
      *            CANTIDAD E IMPORTE TOTAL. EN LA RESPUESTA CADA
      *            FACTURA VUELVE CON EL CODIGO DE RESULTADO Y LA
      *            FECHA DEL DEBITO, Y EL TRAILER SEPARA LO COBRADO
      *            DE LO RECHAZADO.
      *            RESULTADOS: 00 COBRADA, 01 SIN MANDATO, 02 MANDATO
      *            SUSPENDIDO O DE BAJA, 03 SUPERA EL IMPORTE
      *            MAXIMO, 04 FONDOS INSUFICIENTES, 05 CUENTA
      *            INEXISTENTE O CERRADA, 06 EMPRESA NO ADHERIDA,
      *            07 ERROR AL DEBITAR.
      * ---------------------------------------------------------------
       01  REG-DEBITO-DIRECTO.
           05 DDI-TIPO-REG             PIC X(01).
              88 DDI-ES-HEADER                 VALUE 'H'.
              88 DDI-ES-DETALLE                VALUE 'D'.
              88 DDI-ES-TRAILER                VALUE 'T'.
           05 DDI-EMPRESA              PIC X(05).
           05 DDI-REFERENCIA           PIC X(15).
           05 DDI-FACTURA              PIC X(12).
           05 DDI-IMPORTE              PIC 9(09)V99.
           05 DDI-VENCIMIENTO          PIC 9(08).
           05 DDI-RESULTADO            PIC X(02).
           05 DDI-FECHA-DEBITO         PIC 9(08).
           05 FILLER                   PIC X(38).
       01  REG-DEBITO-HEADER REDEFINES REG-DEBITO-DIRECTO.
           05 FILLER                   PIC X(01).
           05 DDI-HDR-EMPRESA          PIC X(05).
           05 DDI-HDR-FECHA            PIC 9(08).
           05 DDI-HDR-SECUENCIA        PIC 9(06).
           05 FILLER                   PIC X(80).
       01  REG-DEBITO-TRAILER REDEFINES REG-DEBITO-DIRECTO.
           05 FILLER                   PIC X(01).
           05 DDI-TRL-EMPRESA          PIC X(05).
           05 DDI-TRL-CANTIDAD         PIC 9(07).
           05 DDI-TRL-TOTAL            PIC 9(13)V99.
           05 DDI-TRL-TOTAL-RECHAZADO  PIC 9(13)V99.
           05 FILLER                   PIC X(57).
