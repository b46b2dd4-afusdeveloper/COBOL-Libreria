       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL CAMBIO Y EL REINGRESO ACEPTAN EL STATUS
      *                    'PA' DE ARCHIVOS-INDEXADOS-I-O (APLICADO
      *                    SALVO CAMPOS DE DOBLE FIRMA, QUE QUEDAN EN
      *                    CAMBIOS-PENDIENTES) Y LO INFORMAN COMO
      *                    PENDIENTE DE APROBACION.
      *   02/09/2026  AMF  EL BLANQUEO DEL RELLENO DE LA COLA
      *                    ARRANCABA EN LA POSICION 22 Y PISABA EL
      *                    ULTIMO DIGITO DE LA FECHA DE VIGENCIA
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-EMP
                      WS-REG-EMPLEADOS-EMP WS-CODIGO-EMP

           IF WS-CODIGO-EMP EQUAL ZEROS OR 'PA'
              MOVE 'APLICADA'      TO DET-RESULTADO
              IF SALARIO-DIFERIDO
                 PERFORM 2025-ENCOLA-SALARIO
              ELSE
                 MOVE 'CAMBIO REGISTRADO' TO DET-MENSAJE
              END-IF
              IF WS-CODIGO-EMP EQUAL 'PA'
                 MOVE 'CAMBIO REG., PEND. APROBACION'
                      TO DET-MENSAJE
              END-IF
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA'     TO DET-RESULTADO
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-EMP
                      WS-REG-EMPLEADOS-EMP WS-CODIGO-EMP

           IF WS-CODIGO-EMP EQUAL ZEROS OR 'PA'
              MOVE TRANS-LLAVE             TO PEREMP-LLAVE
              MOVE WS-FECHA-ALTA-ORIGINAL  TO PEREMP-FECHA-ALTA-ORIG
              MOVE WS-FECHA-HOY            TO PEREMP-FECHA-CIERRE
              WRITE REG-PERIODO-EMPLEO
              MOVE 'APLICADA'      TO DET-RESULTADO
              MOVE 'REINGRESO REGISTRADO' TO DET-MENSAJE
              IF WS-CODIGO-EMP EQUAL 'PA'
                 MOVE 'REINGRESO REG., PEND. APROBAC.'
                      TO DET-MENSAJE
              END-IF
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA'     TO DET-RESULTADO
