      * ---------------------------------------------------------------
      * CPEMPFR1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            EMPLEADO-FRECUENCIA (FD REG-EMPLEADO-FRECUENCIA):
      *            GRUPO DE PAGO DE CADA LEGAJO, LLAVE = LEGAJO, EN
      *            SU PROPIO ARCHIVO COMO EMPLEADO-CONVENIO
      *            (CPEMPCV1). EL LEGAJO SIN REGISTRO ES MENSUAL Y
      *            MENSUALIZADO, COMO SIEMPRE. CON VALOR HORA EL
      *            LEGAJO ES JORNALIZADO: NO COBRA EL SALARIO DEL
      *            MAESTRO SINO LAS HORAS QUE INFORMA
      *            IMPORTA-FICHADAS A ESE VALOR. LO MANTIENE
      *            ASIGNA-FRECUENCIAS.
      * ---------------------------------------------------------------
       01  REG-EMPLEADO-FRECUENCIA.
           05 EMPFRC-LLAVE             PIC 9(05).
           05 EMPFRC-FRECUENCIA        PIC X(01).
              88 EMPFRC-MENSUAL                VALUE 'M'.
              88 EMPFRC-QUINCENAL              VALUE 'Q'.
              88 EMPFRC-SEMANAL                VALUE 'S'.
              88 EMPFRC-FRECUENCIA-VALIDA      VALUE 'M' 'Q' 'S'.
           05 EMPFRC-VALOR-HORA        PIC 9(05)V99.
           05 EMPFRC-FECHA-ASIGNACION  PIC 9(08).
