       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LOTES: LA TRANSACCION PUEDE TRAER UN
      *                    NUMERO DE LOTE (Y SU VENCIMIENTO SI ES UNA
      *                    ENTRADA A UN LOTE NUEVO). CON LOTE, EL
      *                    MOVIMIENTO SE APLICA A ESE LOTE DE LA
      *                    SUCURSAL EN LOTES (CPLOTE01) VIA LOTES-I-O
      *                    -ASI SE DA DE BAJA UN LOTE VENCIDO- Y SE
      *                    RECHAZA SI EL LOTE NO EXISTE O NO ALCANZA.
      *                    SIN LOTE, LA SALIDA O EL AJUSTE EN MENOS
      *                    DESCUENTA LOS LOTES EMPEZANDO POR EL QUE
      *                    VENCE ANTES; LA ENTRADA QUEDA SIN LOTE.
      *   02/09/2026  AMF  STOCK POR SUCURSAL: LA TRANSACCION TRAE LA
      *                    SUCURSAL (CERO = 001) Y EL MOVIMIENTO
      *                    POSTEA ADEMAS CONTRA EL SALDO DE LA
           05 MOV-CANTIDAD              PIC 9(05).
           05 MOV-REFERENCIA            PIC X(10).
           05 MOV-SUCURSAL              PIC 9(03).
           05 MOV-LOTE                  PIC X(12).
           05 MOV-VENCIMIENTO           PIC 9(08).
           05 FILLER                    PIC X(36).

       FD  STOCK-HISTORIA
           LABEL RECORDS ARE STANDARD
       01  SW-SUCURSAL-RECHAZADA        PIC X(01) VALUE 'N'.
           88 SUCURSAL-RECHAZADA                   VALUE 'S'.

       01  WS-FUNCION-LOTE              PIC X(02).
       01  WS-LLAVE-LOTE.
           05 WS-LLAVE-LOTE-ARTICULO    PIC 9(05).
           05 WS-LLAVE-LOTE-SUCURSAL    PIC 9(03).
           05 WS-LLAVE-LOTE-NUMERO      PIC X(12).
       01  WS-LLAVE-HASTA-LOTE          PIC X(20) VALUE SPACES.
       01  WS-REG-LOTE-AUX.
           05 WS-LOTE-ARTICULO-AUX      PIC 9(05).
           05 WS-LOTE-SUCURSAL-AUX      PIC 9(03).
           05 WS-LOTE-NUMERO-AUX        PIC X(12).
           05 WS-LOTE-VENCIMIENTO-AUX   PIC 9(08).
           05 WS-LOTE-CANTIDAD-AUX      PIC 9(05).
           05 WS-LOTE-TRANSITO-AUX      PIC 9(05).
           05 WS-LOTE-INGRESO-AUX       PIC 9(08).
       01  WS-CODIGO-LOTE               PIC X(02).
       01  WS-PENDIENTE-LOTE            PIC 9(05).
       01  WS-CANTIDAD-LOTE-NUEVA       PIC S9(07).
       01  SW-LOTE-EXISTE               PIC X(01) VALUE 'N'.
           88 LOTE-EXISTE                          VALUE 'S'.
       01  SW-LOTE-RECHAZADO            PIC X(01) VALUE 'N'.
           88 LOTE-RECHAZADO                       VALUE 'S'.

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.
                      WS-LLAVE-HASTA-STKS WS-USUARIO-STK
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-STK
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

              GO TO 2200-FIN
           END-IF

           IF MOV-LOTE NOT EQUAL SPACES
              PERFORM 2240-VALIDA-LOTE
              IF LOTE-RECHAZADO
                 GO TO 2200-FIN
              END-IF
           END-IF

           PERFORM 2250-POSTEA-SUCURSAL
           IF SUCURSAL-RECHAZADA
              GO TO 2200-FIN
              MOVE 'APLICADO ' TO DET-RESULTADO
              MOVE 'MOVIMIENTO REGISTRADO' TO DET-MENSAJE
              PERFORM 2300-GRABA-STOCK-HISTORIA
              PERFORM 2260-POSTEA-LOTE
           ELSE
              PERFORM 2100-RECHAZA-MOVIMIENTO
              MOVE 'ERROR AL GRABAR, VER STATUS' TO DET-MENSAJE
      * MOVIMIENTO QUE DEJARIA LA SUCURSAL NEGATIVA SE RECHAZA, Y
      * LA ENTRADA A UNA SUCURSAL SIN REGISTRO LO DA DE ALTA.
      * -----------------------------------------------------------
      * -----------------------------------------------------------
      * EL MOVIMIENTO A UN LOTE DETERMINADO SE VALIDA ANTES DE
      * TOCAR NINGUN SALDO: LA SALIDA NECESITA QUE EL LOTE EXISTA
      * EN LA SUCURSAL Y ALCANCE, LA ENTRADA A UN LOTE NUEVO
      * NECESITA SU VENCIMIENTO. EL LOTE LEIDO QUEDA EN EL AUX.
      * -----------------------------------------------------------
       2240-VALIDA-LOTE.
           MOVE 'N' TO SW-LOTE-RECHAZADO SW-LOTE-EXISTE
           MOVE MOV-ARTICULO TO WS-LLAVE-LOTE-ARTICULO
           IF MOV-SUCURSAL EQUAL ZEROS
              MOVE 1 TO WS-LLAVE-LOTE-SUCURSAL
           ELSE
              MOVE MOV-SUCURSAL TO WS-LLAVE-LOTE-SUCURSAL
           END-IF
           MOVE MOV-LOTE TO WS-LLAVE-LOTE-NUMERO
           MOVE 'LE' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-STK
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE EQUAL ZEROS
              MOVE 'S' TO SW-LOTE-EXISTE
              COMPUTE WS-CANTIDAD-LOTE-NUEVA =
                      WS-LOTE-CANTIDAD-AUX + WS-CANTIDAD-MOVIDA
           ELSE
              MOVE WS-CANTIDAD-MOVIDA TO WS-CANTIDAD-LOTE-NUEVA
           END-IF

           EVALUATE TRUE
              WHEN NOT LOTE-EXISTE
                 AND WS-CANTIDAD-MOVIDA LESS THAN ZEROS
                 MOVE 'LOTE INEXISTENTE' TO DET-MENSAJE
              WHEN NOT LOTE-EXISTE
                 AND (MOV-VENCIMIENTO NOT NUMERIC
                      OR MOV-VENCIMIENTO EQUAL ZEROS)
                 MOVE 'LOTE NUEVO SIN VENCIMIENTO' TO DET-MENSAJE
              WHEN WS-CANTIDAD-LOTE-NUEVA LESS THAN ZEROS
                 MOVE 'SUPERA EL SALDO DEL LOTE' TO DET-MENSAJE
              WHEN WS-CANTIDAD-LOTE-NUEVA GREATER THAN 99999
                 MOVE 'SUPERA EXISTENCIA MAXIMA' TO DET-MENSAJE
              WHEN OTHER
                 GO TO 2240-FIN
           END-EVALUATE
           MOVE 'S' TO SW-LOTE-RECHAZADO
           PERFORM 2100-RECHAZA-MOVIMIENTO.
       2240-FIN.  EXIT.

       2250-POSTEA-SUCURSAL.
           MOVE 'N' TO SW-SUCURSAL-RECHAZADA
           IF MOV-SUCURSAL EQUAL ZEROS
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS.
       2250-FIN.  EXIT.

      * -----------------------------------------------------------
      * CON LOTE INFORMADO EL MOVIMIENTO VA A ESE LOTE (YA
      * VALIDADO EN 2240, ALTA SI ES UNO NUEVO). SIN LOTE, LO QUE
      * SALE SE DESCUENTA DE LOS LOTES DE LA SUCURSAL EMPEZANDO
      * POR EL QUE VENCE ANTES; LO QUE ENTRA QUEDA SIN LOTE.
      * -----------------------------------------------------------
       2260-POSTEA-LOTE.
           IF MOV-LOTE EQUAL SPACES
              IF WS-CANTIDAD-MOVIDA LESS THAN ZEROS
                 COMPUTE WS-PENDIENTE-LOTE =
                         ZERO - WS-CANTIDAD-MOVIDA
                 MOVE ZEROS TO WS-CODIGO-LOTE
                 PERFORM 2270-CONSUME-LOTE
                         UNTIL WS-PENDIENTE-LOTE EQUAL ZEROS
                         OR WS-CODIGO-LOTE NOT EQUAL ZEROS
              END-IF
              GO TO 2260-FIN
           END-IF

           IF LOTE-EXISTE
              MOVE WS-CANTIDAD-LOTE-NUEVA TO WS-LOTE-CANTIDAD-AUX
              MOVE 'CA' TO WS-FUNCION-LOTE
           ELSE
              MOVE MOV-ARTICULO           TO WS-LOTE-ARTICULO-AUX
              MOVE WS-SUCURSAL-MOV        TO WS-LOTE-SUCURSAL-AUX
              MOVE MOV-LOTE               TO WS-LOTE-NUMERO-AUX
              MOVE MOV-VENCIMIENTO        TO WS-LOTE-VENCIMIENTO-AUX
              MOVE WS-CANTIDAD-LOTE-NUEVA TO WS-LOTE-CANTIDAD-AUX
              MOVE ZEROS                  TO WS-LOTE-TRANSITO-AUX
              MOVE WS-FECHA-HOY           TO WS-LOTE-INGRESO-AUX
              MOVE 'AL' TO WS-FUNCION-LOTE
           END-IF
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-STK
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE.
       2260-FIN.  EXIT.

       2270-CONSUME-LOTE.
           MOVE MOV-ARTICULO      TO WS-LOTE-ARTICULO-AUX
           MOVE WS-SUCURSAL-MOV   TO WS-LOTE-SUCURSAL-AUX
           MOVE WS-PENDIENTE-LOTE TO WS-LOTE-CANTIDAD-AUX
           MOVE 'CF' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-STK
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE EQUAL ZEROS
              SUBTRACT WS-LOTE-CANTIDAD-AUX FROM WS-PENDIENTE-LOTE
           END-IF.
       2270-FIN.  EXIT.

       2300-GRABA-STOCK-HISTORIA.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE MOV-ARTICULO        TO STKHIST-LLAVE
                      WS-LLAVE-HASTA-STKS WS-USUARIO-STK
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-STK
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE WS-CONTADOR-LEIDOS     TO RES-LEIDOS
           MOVE WS-CONTADOR-APLICADOS  TO RES-APLICADOS
           MOVE WS-CONTADOR-RECHAZADOS TO RES-RECHAZADOS
