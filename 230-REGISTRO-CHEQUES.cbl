       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REGISTRO-CHEQUES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. REGISTRO DE CHEQUES POR
      *                    CUENTA: RECORRE CHEQUES-EMITIDOS POR RANGO
      *                    (CHEQUES-EMITIDOS-I-O) Y, CON QUIEBRE POR
      *                    CUENTA, LISTA CADA CHEQUE CON SU CHEQUERA,
      *                    ESTADO (EMITIDO, PAGADO, DEVUELTO, NO
      *                    PAGAR), FECHA DEL ESTADO, IMPORTE, MOTIVO Y
      *                    VECES DEVUELTO. CADA CUENTA CIERRA CON LA
      *                    CANTIDAD DE CHEQUES EN CADA ESTADO, Y EL
      *                    LISTADO CON LOS TOTALES DEL BANCO.
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
           05 FILLER                    PIC X(24) VALUE SPACES.
           05 FILLER                    PIC X(32)
              VALUE 'REGISTRO DE CHEQUES POR CUENTA'.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(10) VALUE 'CHEQUE'.
           05 FILLER                    PIC X(10) VALUE 'CHEQUERA'.
           05 FILLER                    PIC X(10) VALUE 'ESTADO'.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'IMPORTE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(05) VALUE 'MOT'.
           05 FILLER                    PIC X(04) VALUE 'DEV'.

       01  WS-LINEA-CUENTA.
           05 FILLER                    PIC X(08) VALUE 'CUENTA:'.
           05 CTA-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CTA-NOMBRE                PIC X(35).

       01  WS-DETALLE.
           05 DET-NUMERO                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CHEQUERA              PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ESTADO                PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MOTIVO                PIC X(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-VECES-DEVUELTO        PIC Z9.

       01  WS-LINEA-TOTAL-CUENTA.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'EMITIDOS:'.
           05 TOT-EMITIDOS              PIC Z,ZZ9.
           05 FILLER                    PIC X(10) VALUE '  PAGADOS:'.
           05 TOT-PAGADOS               PIC Z,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  DEVUELTOS:'.
           05 TOT-DEVUELTOS             PIC Z,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  NO PAGAR:'.
           05 TOT-NO-PAGAR              PIC Z,ZZ9.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(10) VALUE 'TOTAL BCO'.
           05 FILLER                    PIC X(10) VALUE 'EMITIDOS:'.
           05 RES-EMITIDOS              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10) VALUE '  PAGADOS:'.
           05 RES-PAGADOS               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  DEVUELTOS:'.
           05 RES-DEVUELTOS             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  NO PAGAR:'.
           05 RES-NO-PAGAR              PIC ZZZ,ZZ9.

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-USUARIO-REG               PIC X(08) VALUE 'REPORTE'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CQ                PIC X(02).
       01  WS-LLAVE-CQ                  PIC X(15) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CQ            PIC X(15) VALUE ALL '9'.
           COPY CPCHQEWS.
       01  WS-CODIGO-CQ                 PIC X(02).

       01  WS-CUENTA-ANTERIOR           PIC 9(07) VALUE ZEROS.
       01  WS-CTA-EMITIDOS              PIC 9(05).
       01  WS-CTA-PAGADOS               PIC 9(05).
       01  WS-CTA-DEVUELTOS             PIC 9(05).
       01  WS-CTA-NO-PAGAR              PIC 9(05).

       01  WS-CONTADOR-CHEQUES          PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CUENTAS          PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-EMITIDOS            PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-PAGADOS             PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-DEVUELTOS           PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-NO-PAGAR            PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REGISTRO-CHEQUES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-CUENTAS              PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-CHEQUE UNTIL WS-CODIGO-CQ NOT EQUAL
                                             ZEROS
           PERFORM 3000-CIERRA-CUENTA
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REG WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-REG WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ

           MOVE 'RI' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-REG WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS CHEQUES VIENEN EN ORDEN DE CUENTA Y NUMERO: AL CAMBIAR
      * LA CUENTA SE CIERRA LA ANTERIOR Y SE ABRE LA NUEVA.
      * -----------------------------------------------------------
       2000-PROCESA-CHEQUE.
           IF WS-CHEM-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR
              PERFORM 3000-CIERRA-CUENTA
              PERFORM 3100-ABRE-CUENTA
           END-IF

           ADD 1 TO WS-CONTADOR-CHEQUES
           MOVE WS-CHEM-NUMERO         TO DET-NUMERO
           MOVE WS-CHEM-CHEQUERA       TO DET-CHEQUERA
           MOVE WS-CHEM-FECHA-ESTADO   TO DET-FECHA
           MOVE WS-CHEM-IMPORTE        TO DET-IMPORTE
           MOVE WS-CHEM-MOTIVO         TO DET-MOTIVO
           MOVE WS-CHEM-VECES-DEVUELTO TO DET-VECES-DEVUELTO
           EVALUATE TRUE
              WHEN WS-CHEM-EMITIDO
                 MOVE 'EMITIDO'  TO DET-ESTADO
                 ADD 1 TO WS-CTA-EMITIDOS
              WHEN WS-CHEM-PAGADO
                 MOVE 'PAGADO'   TO DET-ESTADO
                 ADD 1 TO WS-CTA-PAGADOS
              WHEN WS-CHEM-DEVUELTO
                 MOVE 'DEVUELTO' TO DET-ESTADO
                 ADD 1 TO WS-CTA-DEVUELTOS
              WHEN WS-CHEM-NO-PAGAR
                 MOVE 'NO PAGAR' TO DET-ESTADO
                 ADD 1 TO WS-CTA-NO-PAGAR
              WHEN OTHER
                 MOVE WS-CHEM-ESTADO TO DET-ESTADO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           MOVE 'RS' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-REG WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ.
       2000-FIN.  EXIT.

       3000-CIERRA-CUENTA.
           IF WS-CUENTA-ANTERIOR EQUAL ZEROS
              GO TO 3000-FIN
           END-IF

           MOVE WS-CTA-EMITIDOS  TO TOT-EMITIDOS
           MOVE WS-CTA-PAGADOS   TO TOT-PAGADOS
           MOVE WS-CTA-DEVUELTOS TO TOT-DEVUELTOS
           MOVE WS-CTA-NO-PAGAR  TO TOT-NO-PAGAR
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-CUENTA
                 AFTER ADVANCING 1 LINE

           ADD WS-CTA-EMITIDOS  TO WS-TOTAL-EMITIDOS
           ADD WS-CTA-PAGADOS   TO WS-TOTAL-PAGADOS
           ADD WS-CTA-DEVUELTOS TO WS-TOTAL-DEVUELTOS
           ADD WS-CTA-NO-PAGAR  TO WS-TOTAL-NO-PAGAR.
       3000-FIN.  EXIT.

       3100-ABRE-CUENTA.
           ADD 1 TO WS-CONTADOR-CUENTAS
           MOVE WS-CHEM-CUENTA TO WS-CUENTA-ANTERIOR
           MOVE ZEROS TO WS-CTA-EMITIDOS WS-CTA-PAGADOS
                         WS-CTA-DEVUELTOS WS-CTA-NO-PAGAR

           MOVE WS-CHEM-CUENTA TO CTA-CUENTA WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REG WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE WS-SALDO-NOMBRE TO CTA-NOMBRE
           ELSE
              MOVE 'CUENTA INEXISTENTE' TO CTA-NOMBRE
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-CUENTA
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1 LINE.
       3100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REG WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-REG WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ

           MOVE WS-TOTAL-EMITIDOS  TO RES-EMITIDOS
           MOVE WS-TOTAL-PAGADOS   TO RES-PAGADOS
           MOVE WS-TOTAL-DEVUELTOS TO RES-DEVUELTOS
           MOVE WS-TOTAL-NO-PAGAR  TO RES-NO-PAGAR
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 3 LINES

           MOVE WS-CONTADOR-CHEQUES TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CUENTAS TO WS-STAT-CUENTAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-CUENTAS WS-STAT-CERO

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
