       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA REMESA QUEDA ANOTADA EN EL REGISTRO DE
      *                    INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO RETENCION CON LA CANTIDAD Y EL TOTAL
      *                    DEL TRAILER.
      *   02/09/2026  AMF  VERSION ORIGINAL. RENDICION DE RETENCIONES
      *                    POSTERIOR A LA NOMINA: ORDENA LAS
      *                    RETENCIONES NO REMITIDAS DE
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-REMITIDAS            PIC 9(07).
       01  WS-STAT-FUERA-PLAZO          PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

                      WS-STAT-REMITIDAS WS-STAT-FUERA-PLAZO

           CLOSE ARCHIVO-REMESAS RETENCIONES-ACTUALIZADAS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ
           GOBACK.
       0000-FIN.  EXIT.

           WRITE REG-REPORTE FROM WS-LINEA-BENEFICIARIO
                 AFTER ADVANCING 2 LINES.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: LA REMESA CERRADA, CON LA CANTIDAD
      * Y EL TOTAL DEL TRAILER.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'RETENCION'            TO REGI-INTERFAZ
           MOVE 'REMESAS'              TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           MOVE WS-CONTADOR-REMESAS    TO REGI-CANTIDAD
           MOVE WS-TOTAL-REMITIDO      TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
