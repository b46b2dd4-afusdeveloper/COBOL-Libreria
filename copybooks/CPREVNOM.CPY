      * ---------------------------------------------------------------
      * CPREVNOM - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            REVERSIONES-NOMINA: UNA LINEA POR CADA LIQUIDACION
      *            DE UN LEGAJO Y PERIODO REVERTIDA POR
      *            REVERSA-NOMINA-LEGAJO, CON EL BRUTO, LA DEDUCCION,
      *            EL NETO Y LA RETENCION DE GANANCIAS ORIGINALES
      *            NEGADOS (LA LIQUIDACION MAS SU REVERSION SUMAN
      *            CERO), EL ESTADO DE PAGO QUE TENIA EL DETALLE, EL
      *            TRATAMIENTO DEL NETO (SALDO DEBITADO O DEDUCCION
      *            DE RECUPERO CON SU SECUENCIA), LO RETENIDO QUE SE
      *            REPUSO EN DEDUCCIONES-REC Y LO QUE YA HABIA SIDO
      *            REMITIDO, Y QUIEN AUTORIZO LA REVERSION Y POR QUE.
      * ---------------------------------------------------------------
       01  REG-REVERSION-NOMINA.
           05 REVN-LEGAJO              PIC 9(05).
           05 REVN-PERIODO             PIC 9(06).
           05 REVN-BRUTO               PIC S9(07)V99 COMP-3.
           05 REVN-DEDUCCION           PIC S9(07)V99 COMP-3.
           05 REVN-NETO                PIC S9(07)V99 COMP-3.
           05 REVN-IMPUESTO-GAN        PIC S9(07)V99 COMP-3.
           05 REVN-FECHA-LIQUIDACION   PIC 9(08).
           05 REVN-ESTADO-PAGO-ORIG    PIC X(01).
           05 REVN-TRATAMIENTO         PIC X(01).
              88 REVN-SALDO-DEBITADO           VALUE 'S'.
              88 REVN-DEDUCCION-RECUPERO       VALUE 'D'.
           05 REVN-DEDR-SECUENCIA      PIC 9(02).
           05 REVN-RETENIDO-REPUESTO   PIC 9(07)V99.
           05 REVN-RETENIDO-REMITIDO   PIC 9(07)V99.
           05 REVN-FECHA-REVERSION     PIC 9(08).
           05 REVN-USUARIO             PIC X(08).
           05 REVN-MOTIVO              PIC X(30).
