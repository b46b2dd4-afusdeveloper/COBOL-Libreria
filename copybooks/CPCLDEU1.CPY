      * ---------------------------------------------------------------
      * CPCLDEU1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            CLASIFICACION-DEUDORES (REG-CLASIF-DEUDOR, 90
      *            BYTES): UNA LINEA POR DEUDOR CON DEUDA AL CIERRE
      *            DEL MES, ORDENADA POR CLD-DEUDOR. LA GRABA
      *            CLASIFICACION-DEUDORES Y LA CORRIDA DEL MES
      *            SIGUIENTE LA LEE COMO CLASIFICACION ANTERIOR
      *            (MIGRACION ENTRE SITUACIONES Y VARIACION DE LA
      *            PREVISION).
      *            CLD-TIPO-DEUDOR: C = CLIENTE (CLD-DOCUMENTO ES LA
      *            LLAVE DE CLIENTES), E = EMPLEADO CON PRESTAMO AL
      *            PERSONAL (CLD-DOCUMENTO ES EL LEGAJO), S = CUENTA
      *            SIN TITULAR EN CLIENTES (CLD-DOCUMENTO ES LA
      *            CUENTA).
      *            CLD-SITUACION: 1 NORMAL, 2 RIESGO BAJO, 3 RIESGO
      *            MEDIO, 4 RIESGO ALTO, 5 IRRECUPERABLE. LA PEOR
      *            SITUACION DE SUS PRODUCTOS CLASIFICA AL DEUDOR.
      *            CLD-FECHA-EXCESO ES EL CIERRE EN QUE EL DEUDOR
      *            QUEDO POR ENCIMA DEL LIMITE DE DESCUBIERTO (CERO =
      *            DENTRO DEL LIMITE); DE ESA FECHA SALEN LOS DIAS DE
      *            ATRASO DEL DESCUBIERTO.
      * ---------------------------------------------------------------
       01  REG-CLASIF-DEUDOR.
           05 CLD-DEUDOR.
              10 CLD-TIPO-DEUDOR       PIC X(01).
                 88 CLD-ES-CLIENTE             VALUE 'C'.
                 88 CLD-ES-EMPLEADO            VALUE 'E'.
                 88 CLD-ES-CUENTA              VALUE 'S'.
              10 CLD-DOCUMENTO         PIC 9(08).
           05 CLD-NOMBRE               PIC X(25).
           05 CLD-PERIODO              PIC 9(06).
           05 CLD-SITUACION            PIC 9(01).
           05 CLD-DIAS-ATRASO          PIC 9(05).
           05 CLD-DEUDA                PIC 9(11)V99.
           05 CLD-PROVISION            PIC 9(11)V99.
           05 CLD-FECHA-EXCESO         PIC 9(08).
           05 CLD-SITUACION-ANT        PIC 9(01).
           05 CLD-PRODUCTOS            PIC 9(03).
           05 FILLER                   PIC X(06).
