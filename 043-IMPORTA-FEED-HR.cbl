       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL ACUSE PARA RRHH QUEDA ANOTADO EN EL
      *                    REGISTRO DE INTERFACES (REGISTRO-INTERFACES,
      *                    CPREGIF1) COMO ACUSE-RRHH CON LA CANTIDAD DE
      *                    ACUSES Y LA SUMA DE LLAVES COMO TOTAL.
      *   15/10/2026  AMF  CAMBIO CON CAMPOS DE DOBLE FIRMA (STATUS
      *                    'PA'): SE ACUSA APLICADO CON EL MOTIVO
      *                    PENDIENTE DE APROBACION.
      *   22/08/2026  AMF  ACUSE DE RECIBO HACIA RRHH (UT-S-ACKHR):
      *                    POR CADA DETALLE DEL FEED SE GRABA UN
      *                    REGISTRO CON LA LLAVE DE RRHH, LA MARCA
       01  WS-STAT-LEIDOS                PIC 9(07).
       01  WS-STAT-APLICADOS             PIC 9(07).
       01  WS-STAT-RECHAZADOS            PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
       01  WS-FECHA-RINT                PIC 9(08).
       01  WS-CONTADOR-ACUSES           PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-HASH                PIC 9(13) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

           END-IF
           MOVE DET-MENSAJE        TO ACK-MOTIVO
           MOVE WS-SECUENCIA-FEED  TO ACK-SECUENCIA
           WRITE REG-ACK-HR
           ADD 1           TO WS-CONTADOR-ACUSES
           ADD ACK-LLAVE   TO WS-TOTAL-HASH.
       2600-FIN.  EXIT.

      * ---------------------------------------------------------------
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-EMP
                      WS-REG-EMPLEADOS-EMP WS-CODIGO-EMP

           IF WS-CODIGO-EMP EQUAL ZEROS OR 'PA'
              MOVE 'APLICADO'      TO DET-RESULTADO
              MOVE 'CAMBIO REGISTRADO' TO DET-MENSAJE
              IF WS-CODIGO-EMP EQUAL 'PA'
                 MOVE 'CAMBIO REG., PEND. APROBACION'
                      TO DET-MENSAJE
              END-IF
              ADD 1 TO WS-CONTADOR-APLICADOS
           ELSE
              MOVE 'RECHAZADO'     TO DET-RESULTADO

           PERFORM 9100-GRABA-SECUENCIA

           CLOSE FEED-HR ACK-HR REPORTE

           PERFORM 9050-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

       9050-REGISTRA-INTERFAZ.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-RINT
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'ACUSE-RRHH'           TO REGI-INTERFAZ
           MOVE 'ACKHR'                TO REGI-ARCHIVO
           MOVE WS-FECHA-RINT (1:6)    TO REGI-PERIODO
           MOVE WS-CONTADOR-ACUSES     TO REGI-CANTIDAD
           MOVE WS-TOTAL-HASH          TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9050-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEJA ASENTADA LA SECUENCIA APLICADA PARA QUE UN REENVIO DEL
      * MISMO FEED SE RECHACE EN LA PROXIMA CORRIDA.
