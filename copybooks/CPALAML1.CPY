      * ---------------------------------------------------------------
      * CPALAML1 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            ALERTAS-AML (FD REG-ALERTA-AML): UNA ALERTA POR
      *            CADA REGLA DE PREVENCION DE LAVADO DE DINERO QUE
      *            DISPARO UN MOVIMIENTO DE SALDOS-MOVIMIENTOS. LLAVE
      *            FECHA + CUENTA + HORA DEL MOVIMIENTO + REGLA, ASI
      *            REPROCESAR UN DIA NO DUPLICA ALERTAS.
      *            REGLAS: UMBR = OPERACION EN EFECTIVO IGUAL O MAYOR
      *            AL UMBRAL; ACUM = DEPOSITOS EN EFECTIVO DEBAJO DEL
      *            UMBRAL QUE EN LOS ULTIMOS N DIAS SUMAN EL
      *            ACUMULADO (FRACCIONAMIENTO); DORM = MOVIMIENTO EN
      *            CUENTA DORMIDA O EN ABANDONO; REDO = IMPORTE
      *            REDONDO. ACUMULADO Y CANTIDAD SOLO LOS USA ACUM.
      *            ESTADO DEL CASO: P = PENDIENTE, I = EN
      *            INVESTIGACION, D = DESCARTADO, C = CONFIRMADO
      *            (SALE EN EL PROXIMO REPORTE DE OPERACIONES
      *            SOSPECHOSAS), R = REPORTADO AL REGULADOR.
      *            OFICIAL ES EL USUARIO QUE HIZO EL ULTIMO CAMBIO DE
      *            ESTADO.
      * ---------------------------------------------------------------
       01  REG-ALERTA-AML.
           05 ALAML-LLAVE.
              10 ALAML-FECHA           PIC 9(08).
              10 ALAML-CUENTA          PIC 9(07).
              10 ALAML-HORA            PIC 9(08).
              10 ALAML-REGLA           PIC X(04).
                 88 ALAML-REGLA-UMBRAL         VALUE 'UMBR'.
                 88 ALAML-REGLA-ACUMULADO      VALUE 'ACUM'.
                 88 ALAML-REGLA-DORMIDA        VALUE 'DORM'.
                 88 ALAML-REGLA-REDONDO        VALUE 'REDO'.
           05 ALAML-ORIGEN             PIC X(08).
           05 ALAML-TIPO-MOV           PIC X(06).
           05 ALAML-IMPORTE            PIC 9(11)V99.
           05 ALAML-ACUMULADO          PIC 9(11)V99.
           05 ALAML-CANTIDAD           PIC 9(03).
           05 ALAML-TITULAR            PIC 9(08).
           05 ALAML-ESTADO             PIC X(01).
              88 ALAML-PENDIENTE               VALUE 'P'.
              88 ALAML-EN-INVESTIGACION        VALUE 'I'.
              88 ALAML-DESCARTADA              VALUE 'D'.
              88 ALAML-CONFIRMADA              VALUE 'C'.
              88 ALAML-REPORTADA               VALUE 'R'.
           05 ALAML-FECHA-ESTADO       PIC 9(08).
           05 ALAML-OFICIAL            PIC X(08).
           05 ALAML-OBSERVACION        PIC X(40).
           05 ALAML-FECHA-REPORTE      PIC 9(08).
