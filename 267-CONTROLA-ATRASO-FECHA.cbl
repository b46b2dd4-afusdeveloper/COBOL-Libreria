       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONTROLA-ATRASO-FECHA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. PASO DE CONTROL DEL CICLO
      *                    DE FIN DE DIA BANCARIO: COMPARA LA FECHA DE
      *                    PROCESO (UT-S-FECPROC, CPFPRO01) CON LA DEL
      *                    RELOJ (FECHA-SISTEMA) Y LO INFORMA POR EL
      *                    RETURN-CODE PARA QUE EL JCL DECIDA SI
      *                    REPITE EL CICLO: 0 = AL DIA, 4 = ATRASADA
      *                    (QUEDAN DIAS SIN CERRAR, SE REPITE EL CICLO
      *                    CON LA FECHA SIGUIENTE), 16 = NO HAY FECHA DE
      *                    PROCESO. CON LA TARJETA MODO=INICIO
      *                    (UT-S-PARMATRA), AL ARRANCAR LA CADENA, UNA
      *                    FECHA DE PROCESO ADELANTADA AL RELOJ DA
      *                    RETURN-CODE 8: EL DIA YA SE CERRO Y EL CICLO
      *                    NO DEBE CORRER DE NUEVO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO UT-S-PARMATRA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT FECHA-PROCESO ASSIGN TO UT-S-FECPROC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FPRO.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO.
       01  REG-PARAMETRO                PIC X(80).

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-FECHA-PROCESO.
           COPY CPFPRO01.

       WORKING-STORAGE SECTION.
       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-FPRO               PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(08).

       01  SW-MODO                      PIC X(01) VALUE 'C'.
           88 MODO-INICIO                          VALUE 'I'.
           88 MODO-CICLO                           VALUE 'C'.

       01  WS-FECHA-SISTEMA             PIC 9(08).
       01  WS-FECHA-VIGENTE             PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-ATRASO               PIC S9(07).
       01  WS-DIAS-ATRASO-ED            PIC ZZZ9.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-SISTEMA' USING WS-FECHA-SISTEMA
           PERFORM 0500-LEE-PARAMETROS
           PERFORM 1000-LEE-CONTROL

           EVALUATE TRUE
              WHEN WS-FECHA-VIGENTE EQUAL ZEROS
                 DISPLAY 'CONTROL DE FECHA: NO HAY FECHA DE PROCESO'
                 MOVE 16 TO RETURN-CODE
              WHEN WS-FECHA-VIGENTE LESS THAN WS-FECHA-SISTEMA
                 CALL 'DIAS-ENTRE-FECHAS'
                      USING WS-FECHA-VIGENTE WS-FECHA-SISTEMA
                            WS-DIAS-ATRASO
                 MOVE WS-DIAS-ATRASO TO WS-DIAS-ATRASO-ED
                 DISPLAY 'CONTROL DE FECHA: FECHA DE PROCESO '
                         WS-FECHA-VIGENTE ' ATRASADA ' WS-DIAS-ATRASO-ED
                         ' DIAS RESPECTO DEL RELOJ ' WS-FECHA-SISTEMA
                 MOVE 4 TO RETURN-CODE
              WHEN WS-FECHA-VIGENTE GREATER THAN WS-FECHA-SISTEMA
                   AND MODO-INICIO
                 DISPLAY 'CONTROL DE FECHA: FECHA DE PROCESO '
                         WS-FECHA-VIGENTE ' ADELANTADA AL RELOJ '
                         WS-FECHA-SISTEMA ': EL DIA YA SE CERRO'
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'CONTROL DE FECHA: FECHA DE PROCESO '
                         WS-FECHA-VIGENTE ' AL DIA (RELOJ '
                         WS-FECHA-SISTEMA ')'
                 MOVE ZEROS TO RETURN-CODE
           END-EVALUATE
           GOBACK.
       0000-FIN.  EXIT.

       0500-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS.
       0500-FIN.  EXIT.

       0510-PROCESA-TARJETA.
           READ PARAMETROS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0510-FIN
           END-IF

           IF REG-PARAMETRO EQUAL SPACES
              GO TO 0510-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE TRUE
              WHEN WS-PARM-CAMPO EQUAL 'MODO'
                   AND WS-PARM-VALOR EQUAL 'INICIO'
                 MOVE 'I' TO SW-MODO
              WHEN WS-PARM-CAMPO EQUAL 'MODO'
                 MOVE 'C' TO SW-MODO
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

       1000-LEE-CONTROL.
           OPEN INPUT FECHA-PROCESO
           IF WS-CODIGO-FPRO NOT EQUAL ZEROS
              GO TO 1000-FIN
           END-IF

           READ FECHA-PROCESO
           IF WS-CODIGO-FPRO EQUAL ZEROS
              IF FPRO-FECHA-PROCESO NUMERIC
                 MOVE FPRO-FECHA-PROCESO TO WS-FECHA-VIGENTE
              END-IF
           END-IF

           CLOSE FECHA-PROCESO.
       1000-FIN.  EXIT.
      * ---------------------------------------------------------------
