       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CON EL SALARIO BAJO DOBLE FIRMA EL AJUSTE
      *                    QUEDA EN CAMBIOS-PENDIENTES (STATUS 'PA')
      *                    Y SE CUENTA COMO PENDIENTE DE APROBACION,
      *                    NO COMO RECHAZADO.
      *   22/08/2026  AMF  VERSION ORIGINAL. AJUSTE MASIVO DE
      *                    SALARIOS: EL ALCANCE (RANGO DE
      *                    DEPARTAMENTOS Y LEGAJOS) VIENE DE LAS
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADOS:'.
           05 RES-RECHAZADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'PENDIENTES:'.
           05 RES-PENDIENTES            PIC ZZ,ZZ9.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-TRABAJO            PIC X(02).
       01  WS-CONTADOR-ALCANZADOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PENDIENTES       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'AJUSTE-MASIVO'.
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-AJU
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           EVALUATE WS-CODIGO-EMP
              WHEN ZEROS
                 ADD 1 TO WS-CONTADOR-APLICADOS
              WHEN 'PA'
                 ADD 1 TO WS-CONTADOR-PENDIENTES
              WHEN OTHER
                 ADD 1 TO WS-CONTADOR-RECHAZADOS
                 DISPLAY 'AJUSTE RECHAZADO - LEGAJO: ' TRAB-LLAVE
           END-EVALUATE

           PERFORM 3010-LEE-TRABAJO.
       3020-FIN.  EXIT.
           MOVE WS-CONTADOR-ALCANZADOS TO RES-ALCANZADOS
           MOVE WS-CONTADOR-APLICADOS  TO RES-APLICADOS
           MOVE WS-CONTADOR-RECHAZADOS TO RES-RECHAZADOS
           MOVE WS-CONTADOR-PENDIENTES TO RES-PENDIENTES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

