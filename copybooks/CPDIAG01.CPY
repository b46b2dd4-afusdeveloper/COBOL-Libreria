      * ---------------------------------------------------------------
      * CPDIAG01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            DIAGRAMA-TURNOS (FD REG-DIAGRAMA): EL TURNO
      *            (CPTURN01) QUE CADA LEGAJO TIENE ASIGNADO EN CADA
      *            FECHA, LLAVE = LEGAJO + FECHA. EL TURNO EN BLANCO
      *            ES FRANCO DIAGRAMADO. LO CARGAN LOS SUPERVISORES
      *            UNA VEZ POR SEMANA CON CARGA-DIAGRAMA-TURNOS, QUE
      *            DEJA LA FECHA DE CARGA Y EL SUPERVISOR.
      * ---------------------------------------------------------------
       01  REG-DIAGRAMA.
           05 DIAG-LLAVE.
              10 DIAG-LEGAJO           PIC 9(05).
              10 DIAG-FECHA            PIC 9(08).
           05 DIAG-TURNO               PIC X(03).
              88 DIAG-ES-FRANCO                VALUE SPACES.
           05 DIAG-FECHA-CARGA         PIC 9(08).
           05 DIAG-SUPERVISOR          PIC X(08).
