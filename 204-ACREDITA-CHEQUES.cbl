       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ACREDITA-CHEQUES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. LIBERACION NOCTURNA DE LOS
      *                    FONDOS RETENIDOS POR CHEQUES DEPOSITADOS:
      *                    RECORRE CHEQUES-DEPOSITADOS Y, POR CADA
      *                    CHEQUE EN ESTADO R (RETENIDO) CUYA FECHA
      *                    DE ACREDITACION YA LLEGO, RESTA EL IMPORTE
      *                    DE LOS FONDOS RETENIDOS DE LA CUENTA EN
      *                    ARCHIVO-SALDOS Y MARCA EL CHEQUE A
      *                    (ACREDITADO). EL SALDO ACTUAL NO CAMBIA
      *                    (EL CREDITO SE HIZO AL DEPOSITAR), ASI QUE
      *                    NO HAY MOVIMIENTO NI ASIENTO. EL CHEQUE
      *                    DEVUELTO ANTES DE SU FECHA YA NO ESTA EN R
      *                    Y SE SALTEA. IMPRIME LOS LIBERADOS Y EL
      *                    RESUMEN CON LO QUE QUEDA EN CLEARING.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'ACREDITACION DE CHEQUES DEPOSITADOS'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-BANCO                 PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NUMERO                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA-DEPOSITO        PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(24).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(11)
              VALUE 'LIBERADOS:'.
           05 RES-LIBERADOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(10)
              VALUE '  IMPORTE:'.
           05 RES-LIBERADO              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(14)
              VALUE '  EN CLEARING:'.
           05 RES-EN-CLEARING           PIC ZZ,ZZ9.

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-FECHA-HOY                 PIC 9(08).

       01  WS-FUNCION-CHQ               PIC X(02).
       01  WS-LLAVE-CHQ                 PIC X(18).
       01  WS-LLAVE-HASTA-CHQ           PIC X(18).
       01  WS-USUARIO-ACR               PIC X(08) VALUE 'ACREDCHQ'.
       01  WS-REG-CHEQUE-DEP.
           05 WS-CHQDEP-LLAVE.
              10 WS-CHQDEP-CUENTA      PIC 9(07).
              10 WS-CHQDEP-BANCO       PIC 9(03).
              10 WS-CHQDEP-NUMERO      PIC 9(08).
           05 WS-CHQDEP-IMPORTE        PIC 9(11)V99.
           05 WS-CHQDEP-FECHA-DEPOSITO PIC 9(08).
           05 WS-CHQDEP-FECHA-ACRED    PIC 9(08).
           05 WS-CHQDEP-FECHA-ESTADO   PIC 9(08).
           05 WS-CHQDEP-ESTADO         PIC X(01).
              88 WS-CHQDEP-RETENIDO            VALUE 'R'.
           05 WS-CHQDEP-CAJERO         PIC X(08).
       01  WS-CODIGO-CHQ                PIC X(02).
       01  WS-CODIGO-CHQ-CA             PIC X(02).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07) VALUE ZEROS.
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-LIBERADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-EN-CLEARING      PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-LIBERADO            PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ACREDITA-CHEQUES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-LIBERADOS            PIC 9(07).
       01  WS-STAT-EN-CLEARING          PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ACR WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-ACR WS-REG-CHEQUE-DEP WS-CODIGO-CHQ
           IF WS-CODIGO-CHQ NOT EQUAL ZEROS
              DISPLAY 'CHEQUES-DEPOSITADOS NO DISPONIBLE - STATUS: '
                      WS-CODIGO-CHQ
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-TERMINA
              GOBACK
           END-IF

           MOVE ALL '0' TO WS-LLAVE-CHQ
           MOVE ALL '9' TO WS-LLAVE-HASTA-CHQ
           MOVE 'RI' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-ACR WS-REG-CHEQUE-DEP WS-CODIGO-CHQ

           PERFORM 1000-PROCESA-CHEQUE
                   UNTIL WS-CODIGO-CHQ NOT EQUAL ZEROS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-PROCESA-CHEQUE.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-CHQDEP-RETENIDO
              IF WS-CHQDEP-FECHA-ACRED NOT GREATER THAN WS-FECHA-HOY
                 PERFORM 2000-LIBERA-FONDOS
              ELSE
                 ADD 1 TO WS-CONTADOR-EN-CLEARING
              END-IF
           END-IF

           MOVE WS-CHQDEP-LLAVE TO WS-LLAVE-CHQ
           MOVE 'RS' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-ACR WS-REG-CHEQUE-DEP WS-CODIGO-CHQ.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LIBERA LA RETENCION EN LA CUENTA Y MARCA EL CHEQUE. SI LA
      * CUENTA NO SE PUEDE LEER O GRABAR EL CHEQUE QUEDA EN R Y SE
      * REINTENTA LA NOCHE SIGUIENTE.
      * -----------------------------------------------------------
       2000-LIBERA-FONDOS.
           MOVE WS-CHQDEP-CUENTA    TO DET-CUENTA
           MOVE WS-CHQDEP-BANCO     TO DET-BANCO
           MOVE WS-CHQDEP-NUMERO    TO DET-NUMERO
           MOVE WS-CHQDEP-FECHA-DEPOSITO TO DET-FECHA-DEPOSITO
           MOVE WS-CHQDEP-IMPORTE   TO DET-IMPORTE

           MOVE WS-CHQDEP-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ACR WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-EN-CLEARING
              MOVE 'CUENTA INEXISTENTE' TO DET-RESULTADO
              GO TO 2000-ESCRIBE
           END-IF

           IF WS-CHQDEP-IMPORTE GREATER THAN WS-SALDO-RETENIDO
              MOVE ZEROS TO WS-SALDO-RETENIDO
           ELSE
              SUBTRACT WS-CHQDEP-IMPORTE FROM WS-SALDO-RETENIDO
           END-IF
           MOVE 'CA' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ACR WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-EN-CLEARING
              MOVE 'ERROR AL GRABAR CUENTA' TO DET-RESULTADO
              GO TO 2000-ESCRIBE
           END-IF

           MOVE 'A'          TO WS-CHQDEP-ESTADO
           MOVE WS-FECHA-HOY TO WS-CHQDEP-FECHA-ESTADO
           MOVE 'CA' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-ACR WS-REG-CHEQUE-DEP
                      WS-CODIGO-CHQ-CA
           IF WS-CODIGO-CHQ-CA NOT EQUAL ZEROS
              MOVE 'ERROR AL MARCAR CHEQUE' TO DET-RESULTADO
              GO TO 2000-ESCRIBE
           END-IF

           ADD 1 TO WS-CONTADOR-LIBERADOS
           ADD WS-CHQDEP-IMPORTE TO WS-TOTAL-LIBERADO
           MOVE 'FONDOS LIBERADOS' TO DET-RESULTADO.

       2000-ESCRIBE.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       2000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-LIBERADOS   TO RES-LIBERADOS
           MOVE WS-TOTAL-LIBERADO       TO RES-LIBERADO
           MOVE WS-CONTADOR-EN-CLEARING TO RES-EN-CLEARING
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-ACR WS-REG-CHEQUE-DEP WS-CODIGO-CHQ

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-ACR WS-REG-SALDOS WS-CODIGO-SDO

           MOVE WS-CONTADOR-LEIDOS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-LIBERADOS   TO WS-STAT-LIBERADOS
           MOVE WS-CONTADOR-EN-CLEARING TO WS-STAT-EN-CLEARING
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-LIBERADOS WS-STAT-EN-CLEARING

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
