       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-CHEQUERAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LAS CHEQUERAS DE LAS CUENTAS CON
      *                    DESCUBIERTO (CHEQUES-EMITIDOS, CPCHQE01):
      *                    EMISION DE CHEQUERA (E) CON SU RANGO DE
      *                    NUMEROS, ORDEN DE NO PAGAR (O) SOBRE UN
      *                    CHEQUE O UN RANGO, Y LEVANTAMIENTO DE LA
      *                    ORDEN (L). LA EMISION VALIDA QUE LA CUENTA
      *                    EXISTA, NO ESTE CERRADA, SEA EN PESOS Y
      *                    TENGA LIMITE DE DESCUBIERTO, QUE EL RANGO
      *                    NO SUPERE EL MAXIMO POR CHEQUERA Y QUE
      *                    NINGUN NUMERO ESTE YA EMITIDO A LA CUENTA.
      *                    LA ORDEN Y SU LEVANTAMIENTO SE APLICAN AL
      *                    RANGO COMPLETO O NO SE APLICAN. RECHAZOS
      *                    LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-CHEQUERAS ASSIGN TO UT-S-TRANSCQ
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CHEQUERAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-CHEQUERA.
       01  REG-TRANS-CHEQUERA.
           05 TRCQ-TIPO                 PIC X(01).
              88 TRCQ-ES-EMISION                    VALUE 'E'.
              88 TRCQ-ES-ORDEN-NO-PAGAR             VALUE 'O'.
              88 TRCQ-ES-LEVANTA-ORDEN              VALUE 'L'.
           05 TRCQ-CUENTA               PIC 9(07).
           05 TRCQ-DESDE                PIC 9(08).
           05 TRCQ-HASTA                PIC 9(08).
           05 TRCQ-MOTIVO               PIC X(02).
              88 TRCQ-MOTIVO-VALIDO          VALUE 'EX' 'RO' 'OT'.
           05 FILLER                    PIC X(54).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(24) VALUE SPACES.
           05 FILLER                    PIC X(32)
              VALUE 'MANTENIMIENTO DE CHEQUERAS'.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DESDE                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-HASTA                 PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(32).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-CQ                PIC X(08) VALUE 'MANTCHQR'.

      *    CANTIDAD MAXIMA DE CHEQUES DE UNA CHEQUERA.
       01  WS-MAXIMO-CHEQUES            PIC 9(03) VALUE 50.
       01  WS-CANTIDAD-CHEQUES          PIC 9(09).
       01  WS-NUMERO-CHEQUE             PIC 9(08).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CQ                PIC X(02).
       01  WS-LLAVE-CQ.
           05 WS-LLAVE-CQ-CUENTA        PIC 9(07).
           05 WS-LLAVE-CQ-NUMERO        PIC 9(08).
       01  WS-LLAVE-HASTA-CQ.
           05 WS-LLAVE-HASTA-CQ-CUENTA  PIC 9(07).
           05 WS-LLAVE-HASTA-CQ-NUMERO  PIC 9(08).
           COPY CPCHQEWS.
       01  WS-CODIGO-CQ                 PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-CHEQUERAS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           OPEN INPUT TRANS-CHEQUERAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CQ WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CQ WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-CHEQUERAS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN HASTA EN CERO ES UN SOLO CHEQUE (EL DESDE).
      * -----------------------------------------------------------
       2000-PROCESA-TRANSACCION.
           IF TRCQ-HASTA EQUAL ZEROS
              MOVE TRCQ-DESDE TO TRCQ-HASTA
           END-IF
           MOVE TRCQ-TIPO       TO DET-TIPO
           MOVE TRCQ-CUENTA     TO DET-CUENTA
           MOVE TRCQ-DESDE      TO DET-DESDE
           MOVE TRCQ-HASTA      TO DET-HASTA
           MOVE SPACES          TO DET-MENSAJE
           MOVE 'N'             TO SW-TRANS-INVALIDA

           EVALUATE TRUE
              WHEN TRCQ-ES-EMISION
                 PERFORM 2010-APLICA-EMISION
              WHEN TRCQ-ES-ORDEN-NO-PAGAR
              WHEN TRCQ-ES-LEVANTA-ORDEN
                 PERFORM 2030-APLICA-ORDEN
              WHEN OTHER
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
           END-EVALUATE

           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           ELSE
              MOVE 'APLICADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-APLICADAS
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL RANGO DEBE VENIR ORDENADO, SIN EL CHEQUE CERO Y SIN
      * SUPERAR LA CANTIDAD MAXIMA DE UNA CHEQUERA.
      * -----------------------------------------------------------
       2005-VALIDA-RANGO.
           IF TRCQ-DESDE EQUAL ZEROS OR TRCQ-HASTA < TRCQ-DESDE
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RANGO DE CHEQUES INVALIDO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           COMPUTE WS-CANTIDAD-CHEQUES = TRCQ-HASTA - TRCQ-DESDE + 1
           IF WS-CANTIDAD-CHEQUES > WS-MAXIMO-CHEQUES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RANGO SUPERA EL MAXIMO POR CHEQUERA'
                   TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF.
       2005-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO LAS CUENTAS CON DESCUBIERTO OPERAN COMO CUENTA
      * CORRIENTE, Y LOS CHEQUES SE LIBRAN EN PESOS.
      * -----------------------------------------------------------
       2007-VALIDA-CUENTA.
           MOVE TRCQ-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CQ WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA INEXISTENTE' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF
           IF WS-SALDO-CTA-CERRADA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA CERRADA' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF
           IF NOT WS-SALDO-EN-PESOS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA EN MONEDA EXTRANJERA' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF
           IF WS-SALDO-LIMITE-DESC EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA SIN DESCUBIERTO' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF.
       2007-FIN.  EXIT.

      * -----------------------------------------------------------
      * EMISION: VALIDA CUENTA Y RANGO, CONFIRMA QUE NINGUN NUMERO
      * DEL RANGO ESTE YA REGISTRADO A LA CUENTA Y DA DE ALTA UN
      * CHEQUE EMITIDO POR CADA NUMERO.
      * -----------------------------------------------------------
       2010-APLICA-EMISION.
           PERFORM 2005-VALIDA-RANGO
           IF TRANS-INVALIDA
              GO TO 2010-FIN
           END-IF
           PERFORM 2007-VALIDA-CUENTA
           IF TRANS-INVALIDA
              GO TO 2010-FIN
           END-IF

           MOVE TRCQ-CUENTA TO WS-LLAVE-CQ-CUENTA
                               WS-LLAVE-HASTA-CQ-CUENTA
           MOVE TRCQ-DESDE  TO WS-LLAVE-CQ-NUMERO
           MOVE TRCQ-HASTA  TO WS-LLAVE-HASTA-CQ-NUMERO
           MOVE 'RI' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CQ WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ
           IF WS-CODIGO-CQ EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CHEQUE YA EMITIDO EN EL RANGO' TO DET-MENSAJE
              GO TO 2010-FIN
           END-IF

           PERFORM 2020-ALTA-CHEQUE
                   VARYING WS-NUMERO-CHEQUE FROM TRCQ-DESDE BY 1
                   UNTIL WS-NUMERO-CHEQUE > TRCQ-HASTA
                      OR TRANS-INVALIDA
           IF NOT TRANS-INVALIDA
              MOVE 'CHEQUERA EMITIDA' TO DET-MENSAJE
           END-IF.
       2010-FIN.  EXIT.

       2020-ALTA-CHEQUE.
           INITIALIZE WS-REG-CHEQUE-EMITIDO
           MOVE TRCQ-CUENTA      TO WS-CHEM-CUENTA
           MOVE WS-NUMERO-CHEQUE TO WS-CHEM-NUMERO
           MOVE TRCQ-DESDE       TO WS-CHEM-CHEQUERA
           MOVE 'E'              TO WS-CHEM-ESTADO
           MOVE WS-FECHA-HOY     TO WS-CHEM-FECHA-EMISION
                                    WS-CHEM-FECHA-ESTADO
           MOVE WS-CHEM-LLAVE    TO WS-LLAVE-CQ
           MOVE 'AL' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CQ WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ
           IF WS-CODIGO-CQ NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
           END-IF.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * ORDEN DE NO PAGAR (CHEQUE EMITIDO O DEVUELTO -> O, CON SU
      * MOTIVO) Y LEVANTAMIENTO (O -> VUELVE A EMITIDO, O A
      * DEVUELTO SI YA HABIA SIDO RECHAZADO). PRIMERO SE VALIDA
      * TODO EL RANGO Y RECIEN DESPUES SE GRABA.
      * -----------------------------------------------------------
       2030-APLICA-ORDEN.
           PERFORM 2005-VALIDA-RANGO
           IF TRANS-INVALIDA
              GO TO 2030-FIN
           END-IF
           IF TRCQ-ES-ORDEN-NO-PAGAR AND NOT TRCQ-MOTIVO-VALIDO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'MOTIVO DE LA ORDEN INVALIDO' TO DET-MENSAJE
              GO TO 2030-FIN
           END-IF

           PERFORM 2040-VALIDA-CHEQUE
                   VARYING WS-NUMERO-CHEQUE FROM TRCQ-DESDE BY 1
                   UNTIL WS-NUMERO-CHEQUE > TRCQ-HASTA
                      OR TRANS-INVALIDA
           IF TRANS-INVALIDA
              GO TO 2030-FIN
           END-IF

           PERFORM 2050-GRABA-ORDEN
                   VARYING WS-NUMERO-CHEQUE FROM TRCQ-DESDE BY 1
                   UNTIL WS-NUMERO-CHEQUE > TRCQ-HASTA
                      OR TRANS-INVALIDA
           IF NOT TRANS-INVALIDA
              IF TRCQ-ES-ORDEN-NO-PAGAR
                 MOVE 'ORDEN DE NO PAGAR REGISTRADA' TO DET-MENSAJE
              ELSE
                 MOVE 'ORDEN DE NO PAGAR LEVANTADA' TO DET-MENSAJE
              END-IF
           END-IF.
       2030-FIN.  EXIT.

       2040-VALIDA-CHEQUE.
           PERFORM 2060-LEE-CHEQUE
           IF WS-CODIGO-CQ NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CHEQUE NO EMITIDO A LA CUENTA' TO DET-MENSAJE
              GO TO 2040-FIN
           END-IF
           IF TRCQ-ES-ORDEN-NO-PAGAR
              AND NOT WS-CHEM-EMITIDO AND NOT WS-CHEM-DEVUELTO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CHEQUE PAGADO O YA CON ORDEN' TO DET-MENSAJE
              GO TO 2040-FIN
           END-IF
           IF TRCQ-ES-LEVANTA-ORDEN AND NOT WS-CHEM-NO-PAGAR
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CHEQUE SIN ORDEN DE NO PAGAR' TO DET-MENSAJE
              GO TO 2040-FIN
           END-IF.
       2040-FIN.  EXIT.

       2050-GRABA-ORDEN.
           PERFORM 2060-LEE-CHEQUE
           IF TRCQ-ES-ORDEN-NO-PAGAR
              MOVE 'O'         TO WS-CHEM-ESTADO
              MOVE TRCQ-MOTIVO TO WS-CHEM-MOTIVO
           ELSE
              IF WS-CHEM-VECES-DEVUELTO > ZEROS
                 MOVE 'R'      TO WS-CHEM-ESTADO
              ELSE
                 MOVE 'E'      TO WS-CHEM-ESTADO
              END-IF
              MOVE SPACES      TO WS-CHEM-MOTIVO
           END-IF
           MOVE WS-FECHA-HOY   TO WS-CHEM-FECHA-ESTADO
           MOVE 'CA' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CQ WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ
           IF WS-CODIGO-CQ NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
           END-IF.
       2050-FIN.  EXIT.

       2060-LEE-CHEQUE.
           MOVE TRCQ-CUENTA      TO WS-LLAVE-CQ-CUENTA
           MOVE WS-NUMERO-CHEQUE TO WS-LLAVE-CQ-NUMERO
           MOVE 'LE' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CQ WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ.
       2060-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CQ WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CQ WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-CHEQUERAS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
