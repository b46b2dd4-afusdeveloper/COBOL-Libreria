       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL EXTRACTO QUEDA ANOTADO EN EL REGISTRO DE
      *                    INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO EXTRACTODW CON LA CANTIDAD DE FILAS Y
      *                    LA SUMA DE LLAVES COMO TOTAL DE CONTROL.
      *   22/08/2026  AMF  MODO DELTA (TARJETA UT-S-PARMDW, MODO=D):
      *                    EN VEZ DE VOLCAR LOS MAESTROS COMPLETOS,
      *                    EMITE SOLO LOS CAMBIOS POSTERIORES AL
       01  WS-NOMBRE-PROGRAMA            PIC X(20)
           VALUE 'EXTRACTO-DW'.
       01  WS-STAT-LEIDOS                PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
       01  WS-TOTAL-HASH                PIC 9(13) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

           PERFORM 9100-GRABA-TIMESTAMP

           CLOSE EXTRACTO-DW
           PERFORM 9200-REGISTRA-INTERFAZ
           GOBACK.
       0000-FIN.  EXIT.

           END-SEARCH

           WRITE REG-EXTRACTO-DW
           ADD DW-EMP-LLAVE TO WS-TOTAL-HASH

           MOVE WS-EMP-LLAVE-AUX TO WS-LLAVE-EMP
           MOVE 'RS' TO WS-FUNCION-EMP
           MOVE ART-PUNTO-REORDEN      TO DW-ART-PUNTO-REORDEN
           MOVE ART-ESTADO             TO DW-ART-ESTADO
           WRITE REG-EXTRACTO-DW
           ADD DW-ART-LLAVE TO WS-TOTAL-HASH

           PERFORM 3010-LEE-SIGUIENTE-ARTICULO.
       3020-FIN.  EXIT.
              MOVE HIST-DESPUES-ESTADO      TO DW-EMP-ESTADO
              PERFORM 4120-RESUELVE-DEPTO
              WRITE REG-EXTRACTO-DW
              ADD DW-EMP-LLAVE TO WS-TOTAL-HASH
           END-IF.
       4110-FIN.  EXIT.

                 MOVE 'B'            TO DW-ACCION
                 MOVE AUD-LLAVE(1:5) TO DW-EMP-LLAVE
                 WRITE REG-EXTRACTO-DW
                 ADD DW-EMP-LLAVE TO WS-TOTAL-HASH
              WHEN AUD-ARCHIVO EQUAL 'ARTICULOS'
                    AND AUD-OPERACION EQUAL 'ALTA  '
                 MOVE 'A' TO WS-ACCION-ARTICULO
                 MOVE 'B'            TO DW-ACCION
                 MOVE AUD-LLAVE(1:5) TO DW-ART-LLAVE
                 WRITE REG-EXTRACTO-DW
                 ADD DW-ART-LLAVE TO WS-TOTAL-HASH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-EMP-SALARIO-AUX       TO DW-EMP-SALARIO
           MOVE WS-EMP-ESTADO-AUX        TO DW-EMP-ESTADO
           PERFORM 4120-RESUELVE-DEPTO
           WRITE REG-EXTRACTO-DW
           ADD DW-EMP-LLAVE TO WS-TOTAL-HASH.
       4220-FIN.  EXIT.

       4230-EMITE-ARTICULO-ACTUAL.
           MOVE ART-CANTIDAD           TO DW-ART-CANTIDAD
           MOVE ART-PUNTO-REORDEN      TO DW-ART-PUNTO-REORDEN
           MOVE ART-ESTADO             TO DW-ART-ESTADO
           WRITE REG-EXTRACTO-DW
           ADD DW-ART-LLAVE TO WS-TOTAL-HASH.
       4230-FIN.  EXIT.

       4300-DELTA-HISTORIA-ARTICULOS.
                 MOVE ART-PUNTO-REORDEN TO DW-ART-PUNTO-REORDEN
                 MOVE ART-ESTADO        TO DW-ART-ESTADO
                 WRITE REG-EXTRACTO-DW
                 ADD DW-ART-LLAVE TO WS-TOTAL-HASH
              END-IF
           END-IF.
       4310-FIN.  EXIT.
           WRITE REG-DW-CONTROL
           CLOSE DW-CONTROL.
       9100-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL EXTRACTO CERRADO, CON LAS FILAS
      * EMITIDAS Y LA SUMA DE LLAVES.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'EXTRACTODW'           TO REGI-INTERFAZ
           MOVE 'EXTRDW'               TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           MOVE WS-STAT-LEIDOS         TO REGI-CANTIDAD
           MOVE WS-TOTAL-HASH          TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
