       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL EXTRACTO QUEDA ANOTADO EN EL REGISTRO DE
      *                    INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO OBRASOCIAL CON LA CANTIDAD DE MIEMBROS Y
      *                    LA SUMA DE LEGAJOS COMO TOTAL DE CONTROL.
      *   02/09/2026  AMF  VERSION ORIGINAL. EXTRACTO MENSUAL DE
      *                    AFILIACIONES PARA LA OBRA SOCIAL, EN SU
      *                    FORMATO FIJO: POR CADA AFILIACION CON
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
       01  WS-FECHA-RINT                PIC 9(08).
       01  WS-TOTAL-HASH                PIC 9(13) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

           END-IF

           WRITE REG-EXTRACTO
           ADD WS-AFIL-LEGAJO-AUX TO WS-TOTAL-HASH
           ADD 1 TO WS-MIEMBROS-AFIL
           ADD 1 TO WS-CONTADOR-MIEMBROS.
       3100-FIN.  EXIT.
           END-IF

           WRITE REG-EXTRACTO
           ADD WS-AFIL-LEGAJO-AUX TO WS-TOTAL-HASH
           ADD 1 TO WS-MIEMBROS-AFIL
           ADD 1 TO WS-CONTADOR-MIEMBROS.
       3200-FIN.  EXIT.
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-CERO

           CLOSE EXTRACTO REPORTE

           PERFORM 9050-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

       9050-REGISTRA-INTERFAZ.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-RINT
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'OBRASOCIAL'           TO REGI-INTERFAZ
           MOVE 'EXTROS'               TO REGI-ARCHIVO
           MOVE WS-FECHA-RINT (1:6)    TO REGI-PERIODO
           MOVE WS-CONTADOR-MIEMBROS   TO REGI-CANTIDAD
           MOVE WS-TOTAL-HASH          TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9050-FIN.  EXIT.
      * ---------------------------------------------------------------
