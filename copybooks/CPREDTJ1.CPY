      * ---------------------------------------------------------------
      * CPREDTJ1 - LAYOUT DEL ARCHIVO DIARIO QUE ENVIA LA RED DE
      *            TARJETAS DE DEBITO (COMPRAS, DEVOLUCIONES Y
      *            EXTRACCIONES EN CAJERO AUTOMATICO): UN HEADER 'H'
      *            CON FECHA, SECUENCIA Y RED, LOS DETALLES 'D' Y UN
      *            TRAILER 'T' CON CANTIDAD Y TOTALES DE DEBITOS Y
      *            CREDITOS (LO QUE LA RED LIQUIDA). EL MISMO LAYOUT
      *            VUELVE A LA RED COMO ARCHIVO DE CONTRACARGOS, CON
      *            EL MOTIVO DE RECHAZO INFORMADO EN CADA DETALLE.
      * ---------------------------------------------------------------
       01  REG-RED-TARJETA.
           05 RED-TIPO-REG             PIC X(01).
              88 RED-ES-HEADER                 VALUE 'H'.
              88 RED-ES-DETALLE                VALUE 'D'.
              88 RED-ES-TRAILER                VALUE 'T'.
           05 RED-TARJETA              PIC 9(16).
           05 RED-FECHA                PIC 9(08).
           05 RED-HORA                 PIC 9(06).
           05 RED-TIPO-TRANS           PIC X(02).
              88 RED-ES-COMPRA                 VALUE 'CO'.
              88 RED-ES-DEVOLUCION             VALUE 'DV'.
              88 RED-ES-EXTRACCION             VALUE 'EX'.
              88 RED-ES-DEBITO                 VALUE 'CO' 'EX'.
           05 RED-IMPORTE              PIC 9(09)V99.
           05 RED-CAJERO               PIC X(01).
              88 RED-CAJERO-PROPIO             VALUE 'P'.
              88 RED-CAJERO-AJENO              VALUE 'A'.
           05 RED-TERMINAL             PIC X(08).
           05 RED-REFERENCIA           PIC X(12).
           05 RED-COMERCIO             PIC X(20).
           05 RED-MOTIVO-RECHAZO       PIC X(02).
           05 FILLER                   PIC X(13).
       01  REG-RED-HEADER REDEFINES REG-RED-TARJETA.
           05 FILLER                   PIC X(01).
           05 RED-HDR-FECHA            PIC 9(08).
           05 RED-HDR-SECUENCIA        PIC 9(06).
           05 RED-HDR-RED              PIC X(08).
           05 FILLER                   PIC X(77).
       01  REG-RED-TRAILER REDEFINES REG-RED-TARJETA.
           05 FILLER                   PIC X(01).
           05 RED-TRL-CANTIDAD         PIC 9(07).
           05 RED-TRL-DEBITOS          PIC 9(13)V99.
           05 RED-TRL-CREDITOS         PIC 9(13)V99.
           05 FILLER                   PIC X(62).
