      * ---------------------------------------------------------------
      * CPTURN01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO TURNOS
      *            (FD REG-TURNO): MAESTRO DE TURNOS DE TRABAJO DE
      *            DEPOSITO Y MOSTRADOR. HORA DE ENTRADA Y DE SALIDA
      *            EN HHMM (EL TURNO CUYA SALIDA ES MENOR QUE LA
      *            ENTRADA TERMINA AL DIA SIGUIENTE), MINUTOS DE
      *            DESCANSO QUE NO SE COMPUTAN COMO TRABAJADOS Y MARCA
      *            DE TURNO NOCTURNO. EL TURNO DE CADA LEGAJO POR
      *            FECHA VIVE EN DIAGRAMA-TURNOS (CPDIAG01).
      * ---------------------------------------------------------------
       01  REG-TURNO.
           05 TURNO-LLAVE              PIC X(03).
           05 TURNO-DESCRIPCION        PIC X(20).
           05 TURNO-HORA-ENTRADA       PIC 9(04).
           05 TURNO-HORA-SALIDA        PIC 9(04).
           05 TURNO-MINUTOS-DESCANSO   PIC 9(03).
           05 TURNO-NOCTURNO           PIC X(01).
              88 TURNO-ES-NOCTURNO             VALUE 'S'.
