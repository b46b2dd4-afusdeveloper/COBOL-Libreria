       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     LOTES-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL ARCHIVO INDEXADO LOTES
      *                    (CPLOTE01, LLAVE ARTICULO + SUCURSAL +
      *                    LOTE), MISMO ESQUEMA DE CODIGO DE FUNCION
      *                    QUE LOS DEMAS MAESTROS, CON RANGO RI/RS Y
      *                    AUDITORIA EN ALTA/CAMBIO/BAJA. AGREGA TRES
      *                    FUNCIONES QUE RECORREN LOS LOTES DE UN
      *                    ARTICULO EN UNA SUCURSAL POR ORDEN DE
      *                    VENCIMIENTO (EL PRIMERO QUE VENCE ES EL
      *                    PRIMERO QUE SALE):
      *                    'CF' CONSUME DEL LOTE QUE VENCE ANTES CON
      *                         SALDO HASTA LA CANTIDAD PEDIDA,
      *                    'RF' PASA AL SALDO LO QUE ESTABA EN
      *                         TRANSITO, DEL LOTE QUE VENCE ANTES,
      *                    'DF' DEVUELVE LA CANTIDAD AL LOTE NO
      *                         VENCIDO QUE VENCE ANTES.
      *                    LAS TRES TRABAJAN SOBRE UN SOLO LOTE POR
      *                    LLAMADA Y DEVUELVEN EL REGISTRO DEL LOTE
      *                    TOCADO CON LAS UNIDADES MOVIDAS EN LA
      *                    CANTIDAD; EL LLAMADOR REPITE HASTA CUBRIR
      *                    LO PEDIDO. '10' = NO QUEDA LOTE QUE SIRVA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO UT-ARCHLOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOTE-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-LOTE.
           COPY CPLOTE01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-LOTE.
           05 WS-LOTE-LLAVE.
              10 WS-LOTE-ARTICULO      PIC 9(05).
              10 WS-LOTE-SUCURSAL      PIC 9(03).
              10 WS-LOTE-NUMERO        PIC X(12).
           05 WS-LOTE-VENCIMIENTO      PIC 9(08).
           05 WS-LOTE-CANTIDAD         PIC 9(05).
           05 WS-LOTE-EN-TRANSITO      PIC 9(05).
           05 WS-LOTE-FECHA-INGRESO    PIC 9(08).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(20).
       01  WS-LLAVE-HASTA               PIC X(20).
       01  WS-USUARIO                   PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).

      * LOTE ELEGIDO POR LAS FUNCIONES POR ORDEN DE VENCIMIENTO.
       01  WS-ARTICULO-BUSCA            PIC 9(05).
       01  WS-SUCURSAL-BUSCA            PIC 9(03).
       01  WS-PEDIDO                    PIC 9(05).
       01  WS-MOVIDO                    PIC 9(05).
       01  WS-LLAVE-ELEGIDA             PIC X(20).
       01  WS-VENCE-ELEGIDO             PIC 9(08).
       01  SW-HAY-LOTE                  PIC X(01) VALUE 'N'.
           88 HAY-LOTE                            VALUE 'S'.
       01  SW-FIN-LOTES                 PIC X(01) VALUE 'N'.
           88 FIN-DE-LOTES                        VALUE 'S'.

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-ABRIR                        VALUE 'AB'.
           88 WS-FUN-LEER                         VALUE 'LE'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-BAJA                         VALUE 'BJ'.
           88 WS-FUN-RANGO-INICIA                 VALUE 'RI'.
           88 WS-FUN-RANGO-SIGUIENTE              VALUE 'RS'.
           88 WS-FUN-CONSUME-FEFO                 VALUE 'CF'.
           88 WS-FUN-RECIBE-FEFO                  VALUE 'RF'.
           88 WS-FUN-DEVUELVE-FEFO                VALUE 'DF'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC X(20).
       01  LK-LLAVE-HASTA               PIC X(20).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-LOTE.
           05 LK-LOTE-ARTICULO          PIC 9(05).
           05 LK-LOTE-SUCURSAL          PIC 9(03).
           05 LK-LOTE-NUMERO            PIC X(12).
           05 LK-LOTE-VENCIMIENTO       PIC 9(08).
           05 LK-LOTE-CANTIDAD          PIC 9(05).
           05 LK-LOTE-EN-TRANSITO       PIC 9(05).
           05 LK-LOTE-FECHA-INGRESO     PIC 9(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-LOTE
                                 LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION      TO WS-FUNCION
           MOVE LK-LLAVE        TO WS-LLAVE
           MOVE LK-LLAVE-HASTA  TO WS-LLAVE-HASTA
           MOVE LK-USUARIO      TO WS-USUARIO
           MOVE SPACES          TO WS-CODIGO
           IF LK-USUARIO EQUAL SPACES
              MOVE 'BATCH'      TO WS-USUARIO
           END-IF
           IF WS-FUN-ALTA OR WS-FUN-CAMBIO
              OR WS-FUN-CONSUME-FEFO OR WS-FUN-RECIBE-FEFO
              OR WS-FUN-DEVUELVE-FEFO
              MOVE LK-REG-LOTE TO WS-REG-LOTE
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-LOTE
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-LOTE
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-LOTE
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-LOTE
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CONSUME-FEFO
                 PERFORM 100-CONSUME-FEFO
              WHEN WS-FUN-RECIBE-FEFO
                 PERFORM 110-RECIBE-FEFO
              WHEN WS-FUN-DEVUELVE-FEFO
                 PERFORM 120-DEVUELVE-FEFO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-LOTE TO LK-REG-LOTE
           MOVE WS-CODIGO   TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O LOTES
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT LOTES
           END-IF
           IF WS-CODIGO NOT EQUAL ZEROS
              MOVE 'N' TO SW-ARCHIVO-ABIERTO
              PERFORM 900-MUESTRA-MENSAJE
              MOVE 16 TO RETURN-CODE
              GO TO 020-FIN
           END-IF

           OPEN EXTEND AUDITORIA
           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

       040-LEE-LOTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO LOTE-LLAVE
           READ LOTES INTO WS-REG-LOTE.
       040-FIN.  EXIT.

       050-ALTA-LOTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-LOTE TO REG-LOTE
           WRITE REG-LOTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-LOTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-LOTE-LLAVE TO LOTE-LLAVE
           READ LOTES
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-LOTE TO REG-LOTE
           REWRITE REG-LOTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-LOTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO LOTE-LLAVE
           DELETE LOTES
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-LOTE-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO LOTE-LLAVE
           START LOTES KEY IS NOT LESS THAN LOTE-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ LOTES NEXT RECORD INTO WS-REG-LOTE
           IF WS-CODIGO EQUAL ZEROS
              IF WS-LOTE-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'LOTES       '   TO AUD-ARCHIVO
           MOVE WS-LOTE-LLAVE    TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALIDA POR VENCIMIENTO: DEL LOTE CON SALDO QUE VENCE ANTES
      * TOMA HASTA LA CANTIDAD PEDIDA (LK-LOTE-CANTIDAD) Y DEVUELVE
      * EL LOTE CON LAS UNIDADES TOMADAS EN LA CANTIDAD.
      * -----------------------------------------------------------
       100-CONSUME-FEFO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 100-FIN
           END-IF

           PERFORM 130-BUSCA-LOTE-FEFO
           IF NOT HAY-LOTE
              MOVE '10' TO WS-CODIGO
              GO TO 100-FIN
           END-IF

           IF WS-PEDIDO GREATER THAN LOTE-CANTIDAD
              MOVE LOTE-CANTIDAD TO WS-MOVIDO
           ELSE
              MOVE WS-PEDIDO     TO WS-MOVIDO
           END-IF
           SUBTRACT WS-MOVIDO FROM LOTE-CANTIDAD
           PERFORM 150-REGRABA-LOTE-FEFO.
       100-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONFIRMACION DE UNA TRANSFERENCIA: PASA DEL TRANSITO AL
      * SALDO, EMPEZANDO POR EL LOTE EN TRANSITO QUE VENCE ANTES.
      * -----------------------------------------------------------
       110-RECIBE-FEFO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 110-FIN
           END-IF

           PERFORM 130-BUSCA-LOTE-FEFO
           IF NOT HAY-LOTE
              MOVE '10' TO WS-CODIGO
              GO TO 110-FIN
           END-IF

           IF WS-PEDIDO GREATER THAN LOTE-EN-TRANSITO
              MOVE LOTE-EN-TRANSITO TO WS-MOVIDO
           ELSE
              MOVE WS-PEDIDO        TO WS-MOVIDO
           END-IF
           SUBTRACT WS-MOVIDO FROM LOTE-EN-TRANSITO
           ADD WS-MOVIDO TO LOTE-CANTIDAD
           PERFORM 150-REGRABA-LOTE-FEFO.
       110-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEVOLUCION: LA CANTIDAD ENTERA VUELVE AL LOTE NO VENCIDO
      * QUE VENCE ANTES (LO MAS PROBABLE ES QUE HAYA SALIDO DE AHI).
      * -----------------------------------------------------------
       120-DEVUELVE-FEFO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 120-FIN
           END-IF

           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 130-BUSCA-LOTE-FEFO
           IF NOT HAY-LOTE
              MOVE '10' TO WS-CODIGO
              GO TO 120-FIN
           END-IF

           IF LOTE-CANTIDAD + WS-PEDIDO GREATER THAN 99999
              MOVE 'LL' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 120-FIN
           END-IF
           MOVE WS-PEDIDO TO WS-MOVIDO
           ADD WS-MOVIDO TO LOTE-CANTIDAD
           PERFORM 150-REGRABA-LOTE-FEFO.
       120-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECORRE LOS LOTES DEL ARTICULO EN LA SUCURSAL Y SE QUEDA
      * CON EL QUE VENCE ANTES ENTRE LOS QUE SIRVEN A LA FUNCION:
      * CON SALDO (CF), CON TRANSITO (RF) O NO VENCIDOS (DF). A
      * IGUAL VENCIMIENTO GANA EL PRIMERO POR NUMERO DE LOTE. DEJA
      * EL LOTE ELEGIDO LEIDO EN REG-LOTE.
      * -----------------------------------------------------------
       130-BUSCA-LOTE-FEFO.
           MOVE WS-LOTE-ARTICULO TO WS-ARTICULO-BUSCA
           MOVE WS-LOTE-SUCURSAL TO WS-SUCURSAL-BUSCA
           MOVE WS-LOTE-CANTIDAD TO WS-PEDIDO
           MOVE ZEROS            TO WS-MOVIDO
           MOVE 'N'              TO SW-HAY-LOTE SW-FIN-LOTES
           MOVE 99999999         TO WS-VENCE-ELEGIDO

           MOVE WS-ARTICULO-BUSCA TO LOTE-ARTICULO
           MOVE WS-SUCURSAL-BUSCA TO LOTE-SUCURSAL
           MOVE LOW-VALUES        TO LOTE-NUMERO
           START LOTES KEY IS NOT LESS THAN LOTE-LLAVE
           IF WS-CODIGO NOT EQUAL ZEROS
              GO TO 130-FIN
           END-IF
           PERFORM 140-EVALUA-LOTE UNTIL FIN-DE-LOTES

           IF HAY-LOTE
              MOVE WS-LLAVE-ELEGIDA TO LOTE-LLAVE
              READ LOTES
           END-IF.
       130-FIN.  EXIT.

       140-EVALUA-LOTE.
           READ LOTES NEXT RECORD
           IF WS-CODIGO NOT EQUAL ZEROS
              OR LOTE-ARTICULO NOT EQUAL WS-ARTICULO-BUSCA
              OR LOTE-SUCURSAL NOT EQUAL WS-SUCURSAL-BUSCA
              MOVE 'S' TO SW-FIN-LOTES
              GO TO 140-FIN
           END-IF
           IF LOTE-VENCIMIENTO NOT LESS THAN WS-VENCE-ELEGIDO
              GO TO 140-FIN
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-CONSUME-FEFO
                 AND LOTE-CANTIDAD EQUAL ZEROS
                 GO TO 140-FIN
              WHEN WS-FUN-RECIBE-FEFO
                 AND LOTE-EN-TRANSITO EQUAL ZEROS
                 GO TO 140-FIN
              WHEN WS-FUN-DEVUELVE-FEFO
                 AND LOTE-VENCIMIENTO LESS THAN WS-FECHA-HOY
                 GO TO 140-FIN
           END-EVALUATE

           MOVE LOTE-LLAVE       TO WS-LLAVE-ELEGIDA
           MOVE LOTE-VENCIMIENTO TO WS-VENCE-ELEGIDO
           MOVE 'S' TO SW-HAY-LOTE.
       140-FIN.  EXIT.

      * -----------------------------------------------------------
      * GRABA EL LOTE ELEGIDO Y DEVUELVE AL LLAMADOR SU REGISTRO
      * CON LAS UNIDADES MOVIDAS EN LA CANTIDAD.
      * -----------------------------------------------------------
       150-REGRABA-LOTE-FEFO.
           REWRITE REG-LOTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 150-FIN
           END-IF

           MOVE REG-LOTE  TO WS-REG-LOTE
           MOVE 'CAMBIO'  TO WS-OPERACION-AUD
           PERFORM 095-ESCRIBE-AUDITORIA
           MOVE WS-MOVIDO TO WS-LOTE-CANTIDAD.
       150-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE LOTES AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE LOTE - LLAVE: ' WS-LLAVE
              WHEN '22'
                 DISPLAY 'LOTE DUPLICADO - LLAVE: ' WS-LLAVE
              WHEN '23'
                 DISPLAY 'LOTE INEXISTENTE - LLAVE: ' WS-LLAVE
              WHEN 'LL'
                 DISPLAY 'LA DEVOLUCION DESBORDA EL SALDO DEL LOTE'
                         ' - LLAVE: ' LOTE-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO LOTES NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN LOTES - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN LOTES - STATUS: ' WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
