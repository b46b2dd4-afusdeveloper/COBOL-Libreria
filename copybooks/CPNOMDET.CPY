      *            NOMINA COMPLETA DE NUEVO. EL ESTADO DE PAGO LO
      *            MARCAN LA DISPERSION (TRANSFERIDO), EL RETORNO
      *            DEL BANCO (RECHAZADO) Y EL PAGO POR CHEQUE.
      *   15/10/2026: GANANCIAS ACUMULATIVA: SE AGREGA
      *   NOMDET-IMPUESTO-GAN (RETENCION DE GANANCIAS DEL PERIODO,
      *   YA INCLUIDA EN LA DEDUCCION; NEGATIVA SI FUE DEVOLUCION),
      *   QUE LA NOMINA SUMA DE LOS PERIODOS ANTERIORES DEL ANIO;
      *   EL REGISTRO PASA DE 35 A 40.
      *   15/10/2026: ESTADO 'V' (REVERTIDO): REVERSA-NOMINA-LEGAJO
      *   DEJA EL DETALLE EN CEROS CON ESA MARCA (LOS IMPORTES
      *   ORIGINALES QUEDAN NEGADOS EN REVERSIONES-NOMINA) Y LA
      *   NOMINA ACOTADA POR TARJETA PUEDE RELIQUIDARLO AUNQUE EL
      *   PERIODO YA ESTE CERRADO.
      * ---------------------------------------------------------------
       01  REG-NOMINA-DETALLE.
           05 NOMDET-LLAVE.
              88 NOMDET-PAGO-TRANSFERIDO       VALUE 'T'.
              88 NOMDET-PAGO-CHEQUE            VALUE 'Q'.
              88 NOMDET-PAGO-RECHAZADO         VALUE 'R'.
              88 NOMDET-PAGO-REVERTIDO         VALUE 'V'.
           05 NOMDET-IMPUESTO-GAN      PIC S9(07)V99 COMP-3.
