      * ---------------------------------------------------------------
      * CPESTCL1 - LAYOUT DEL EXTRACTO PARA ENVIO POSTAL DEL ESTADO
      *            DE CUENTA MENSUAL DE CLIENTES DEL MOSTRADOR
      *            (ESTADO-CUENTA-CLIENTES). UN REGISTRO POR ESTADO
      *            EMITIDO: DATOS DE ENVIO DEL MAESTRO CLIENTES, SALDO
      *            DE APERTURA, CARGOS Y PAGOS DEL MES, SALDO DE
      *            CIERRE Y ANTIGUEDAD DE LA DEUDA A LA FECHA DE
      *            CORTE, PARA QUE EL ENSOBRADO NO TENGA QUE LEER EL
      *            REPORTE IMPRESO.
      * ---------------------------------------------------------------
       01  REG-EXTRACTO-ESTADO.
           05 EST-CLIENTE              PIC 9(08).
           05 EST-NOMBRE               PIC X(35).
           05 EST-DIRECCION            PIC X(35).
           05 EST-PERIODO              PIC 9(06).
           05 EST-FECHA-CORTE          PIC 9(08).
           05 EST-SALDO-APERTURA       PIC S9(11)V99 COMP-3.
           05 EST-TOTAL-CARGOS         PIC S9(11)V99 COMP-3.
           05 EST-TOTAL-PAGOS          PIC S9(11)V99 COMP-3.
           05 EST-SALDO-CIERRE         PIC S9(11)V99 COMP-3.
           05 EST-CORRIENTE            PIC S9(11)V99 COMP-3.
           05 EST-BANDA-30             PIC S9(11)V99 COMP-3.
           05 EST-BANDA-60             PIC S9(11)V99 COMP-3.
           05 EST-BANDA-90             PIC S9(11)V99 COMP-3.
           05 FILLER                   PIC X(12).
