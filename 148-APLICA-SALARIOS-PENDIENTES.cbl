       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  SALARIO QUE ENTRA EN VIGENCIA CON EL CAMPO
      *                    BAJO DOBLE FIRMA (STATUS 'PA'): SE INFORMA
      *                    PENDIENTE DE APROBACION Y NO SE GENERA
      *                    RETROACTIVO.
      *   15/10/2026  AMF  IMAGEN DE NOMINA-DETALLE A 40 POSICIONES
      *                    (CPNOMDET AGREGA LA RETENCION DE GANANCIAS
      *                    DEL PERIODO).
      *   02/09/2026  AMF  EL PRIMER MES DEL RETROACTIVO SE
      *                    PRORRATEABA SOBRE UNA BASE FIJA DE 30
      *                    DIAS; AHORA LOS DIAS DEL MES DE VIGENCIA
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-SALARIO-ANTERIOR          PIC 9(07)V99.
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-SAL
                      WS-REG-EMPLEADOS-EMP WS-CODIGO-EMP

      *    SALARIO BAJO DOBLE FIRMA: EL CAMBIO QUEDA EN
      *    CAMBIOS-PENDIENTES Y EL RETROACTIVO NO SE CALCULA HASTA
      *    QUE SE APRUEBE.
           IF WS-CODIGO-EMP EQUAL 'PA'
              ADD 1 TO WS-CONTADOR-APLICADOS
              MOVE 'PEND. APROBACION' TO DET-RESULTADO
              GO TO 2100-FIN
           END-IF

           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-RECHAZADOS
              MOVE 'ERROR AL GRABAR' TO DET-RESULTADO
