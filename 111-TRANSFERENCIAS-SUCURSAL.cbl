       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL LAYOUT DE LA TRANSACCION PASA AL
      *                    COPYBOOK CPTRFSU1, QUE TAMBIEN USA
      *                    SUGIERE-TRANSFERENCIAS PARA GRABAR LOS
      *                    ENVIOS QUE PROPONE.
      *   15/10/2026  AMF  LOTES: EL ENVIO DESCUENTA LOS LOTES DE LA
      *                    SUCURSAL ORIGEN EMPEZANDO POR EL QUE VENCE
      *                    ANTES Y DEJA CADA LOTE TOMADO EN TRANSITO
      *                    EN LA SUCURSAL DESTINO CON SU MISMO NUMERO
      *                    Y VENCIMIENTO (ALTA SI NO EXISTE); LA
      *                    RECEPCION PASA ESE TRANSITO AL SALDO DE LOS
      *                    LOTES DEL DESTINO, TAMBIEN POR VENCIMIENTO.
      *                    LO QUE LOS LOTES NO CUBREN ES STOCK SIN
      *                    LOTE Y NO FRENA LA TRANSFERENCIA.
      *   02/09/2026  AMF  VERSION ORIGINAL. TRANSFERENCIAS DE STOCK
      *                    ENTRE SUCURSALES SOBRE STOCK-SUCURSAL
      *                    (CPSTKSU1): EL ENVIO (TIPO E) DESCUENTA EL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-TRANSFER.
           COPY CPTRFSU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           05 WS-STKSUC-TRANSITO-AUX    PIC 9(05).
       01  WS-CODIGO-STKS               PIC X(02).

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
       01  WS-UNIDADES-LOTE             PIC 9(05).
       01  WS-VENCE-LOTE                PIC 9(08).
       01  WS-FECHA-HOY                 PIC 9(08).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-ENVIOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECEPCIONES      PIC 9(05) VALUE ZEROS.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN INPUT TRANS-TRANSFERENCIAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
                      WS-LLAVE-HASTA-STKS WS-USUARIO-TRF
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'AB' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-TRF
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

                      WS-LLAVE-HASTA-STKS WS-USUARIO-TRF
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE TRF-CANTIDAD TO WS-PENDIENTE-LOTE
           MOVE ZEROS        TO WS-CODIGO-LOTE
           PERFORM 3100-ENVIA-LOTE
                   UNTIL WS-PENDIENTE-LOTE EQUAL ZEROS
                   OR WS-CODIGO-LOTE NOT EQUAL ZEROS

           ADD 1 TO WS-CONTADOR-ENVIOS
           MOVE 'ENVIADO, EN TRANSITO' TO DET-MENSAJE.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TOMA DE LA SUCURSAL ORIGEN EL LOTE QUE VENCE ANTES (HASTA
      * LO QUE FALTA ENVIAR) Y LO DEJA EN TRANSITO EN EL MISMO LOTE
      * DE LA SUCURSAL DESTINO.
      * -----------------------------------------------------------
       3100-ENVIA-LOTE.
           MOVE TRF-ARTICULO        TO WS-LOTE-ARTICULO-AUX
           MOVE TRF-SUCURSAL-ORIGEN TO WS-LOTE-SUCURSAL-AUX
           MOVE WS-PENDIENTE-LOTE   TO WS-LOTE-CANTIDAD-AUX
           MOVE 'CF' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-TRF
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE NOT EQUAL ZEROS
              GO TO 3100-FIN
           END-IF

           SUBTRACT WS-LOTE-CANTIDAD-AUX FROM WS-PENDIENTE-LOTE
           MOVE WS-LOTE-CANTIDAD-AUX    TO WS-UNIDADES-LOTE
           MOVE WS-LOTE-VENCIMIENTO-AUX TO WS-VENCE-LOTE

           MOVE TRF-ARTICULO         TO WS-LLAVE-LOTE-ARTICULO
           MOVE TRF-SUCURSAL-DESTINO TO WS-LLAVE-LOTE-SUCURSAL
           MOVE WS-LOTE-NUMERO-AUX   TO WS-LLAVE-LOTE-NUMERO
           MOVE 'LE' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-TRF
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE EQUAL ZEROS
              ADD WS-UNIDADES-LOTE TO WS-LOTE-TRANSITO-AUX
              MOVE 'CA' TO WS-FUNCION-LOTE
           ELSE
              MOVE TRF-ARTICULO         TO WS-LOTE-ARTICULO-AUX
              MOVE TRF-SUCURSAL-DESTINO TO WS-LOTE-SUCURSAL-AUX
              MOVE WS-LLAVE-LOTE-NUMERO TO WS-LOTE-NUMERO-AUX
              MOVE WS-VENCE-LOTE        TO WS-LOTE-VENCIMIENTO-AUX
              MOVE ZEROS                TO WS-LOTE-CANTIDAD-AUX
              MOVE WS-UNIDADES-LOTE     TO WS-LOTE-TRANSITO-AUX
              MOVE WS-FECHA-HOY         TO WS-LOTE-INGRESO-AUX
              MOVE 'AL' TO WS-FUNCION-LOTE
           END-IF
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-TRF
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECEPCION: LA SUCURSAL DESTINO CONFIRMA LO QUE LE LLEGO;
      * BAJA EL TRANSITO PENDIENTE Y SUBE SU SALDO.
                      WS-LLAVE-HASTA-STKS WS-USUARIO-TRF
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE TRF-CANTIDAD TO WS-PENDIENTE-LOTE
           MOVE ZEROS        TO WS-CODIGO-LOTE
           PERFORM 4100-RECIBE-LOTE
                   UNTIL WS-PENDIENTE-LOTE EQUAL ZEROS
                   OR WS-CODIGO-LOTE NOT EQUAL ZEROS

           ADD 1 TO WS-CONTADOR-RECEPCIONES
           MOVE 'RECEPCION CONFIRMADA' TO DET-MENSAJE.
       4000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PASA AL SALDO EL TRANSITO DEL LOTE DEL DESTINO QUE VENCE
      * ANTES, HASTA LO QUE FALTA CONFIRMAR.
      * -----------------------------------------------------------
       4100-RECIBE-LOTE.
           MOVE TRF-ARTICULO         TO WS-LOTE-ARTICULO-AUX
           MOVE TRF-SUCURSAL-DESTINO TO WS-LOTE-SUCURSAL-AUX
           MOVE WS-PENDIENTE-LOTE    TO WS-LOTE-CANTIDAD-AUX
           MOVE 'RF' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-TRF
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE
           IF WS-CODIGO-LOTE EQUAL ZEROS
              SUBTRACT WS-LOTE-CANTIDAD-AUX FROM WS-PENDIENTE-LOTE
           END-IF.
       4100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-STKS
           CALL 'STOCK-SUCURSAL-I-O'
                      WS-LLAVE-HASTA-STKS WS-USUARIO-TRF
                      WS-REG-STKSUC-AUX WS-CODIGO-STKS

           MOVE 'CI' TO WS-FUNCION-LOTE
           CALL 'LOTES-I-O'
                USING WS-FUNCION-LOTE WS-LLAVE-LOTE
                      WS-LLAVE-HASTA-LOTE WS-USUARIO-TRF
                      WS-REG-LOTE-AUX WS-CODIGO-LOTE

           MOVE WS-CONTADOR-ENVIOS      TO RES-ENVIOS
           MOVE WS-CONTADOR-RECEPCIONES TO RES-RECEPCIONES
           MOVE WS-CONTADOR-RECHAZADAS  TO RES-RECHAZADAS
