       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CHEQUES-EMITIDOS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    CHEQUES-EMITIDOS (CPCHQE01, LLAVE CUENTA +
      *                    NUMERO DE CHEQUE), MISMO ESQUEMA DE CODIGO
      *                    DE FUNCION QUE MANDATOS-DEBITO-I-O, CON
      *                    RANGO RI/RS Y AUDITORIA EN ALTA/CAMBIO/BAJA
      *                    (LA CUENTA VA EN EL NOMBRE DEL ARCHIVO DE
      *                    AUDITORIA Y EL NUMERO DE CHEQUE EN LA LLAVE).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-EMITIDOS ASSIGN TO UT-ARCHCHQE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHEM-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES-EMITIDOS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CHEQUE-EMITIDO.
           COPY CPCHQE01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
           COPY CPCHQEWS.
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(15).
       01  WS-LLAVE-HASTA               PIC X(15).
       01  WS-USUARIO                   PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-ABRIR                        VALUE 'AB'.
           88 WS-FUN-LEER                         VALUE 'LE'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-BAJA                         VALUE 'BJ'.
           88 WS-FUN-RANGO-INICIA                 VALUE 'RI'.
           88 WS-FUN-RANGO-SIGUIENTE              VALUE 'RS'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC X(15).
       01  LK-LLAVE-HASTA               PIC X(15).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-CHEQUE-EMITIDO.
           05 LK-CHEM-LLAVE             PIC X(15).
           05 LK-CHEM-CHEQUERA          PIC 9(08).
           05 LK-CHEM-ESTADO            PIC X(01).
           05 LK-CHEM-FECHA-EMISION     PIC 9(08).
           05 LK-CHEM-FECHA-ESTADO      PIC 9(08).
           05 LK-CHEM-IMPORTE           PIC 9(09)V99.
           05 LK-CHEM-MOTIVO            PIC X(02).
           05 LK-CHEM-VECES-DEVUELTO    PIC 9(02).
           05 FILLER                    PIC X(05).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-CHEQUE-EMITIDO
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
              MOVE LK-REG-CHEQUE-EMITIDO TO WS-REG-CHEQUE-EMITIDO
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-CHEQUE
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-CHEQUE
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-CHEQUE
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-CHEQUE
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-CHEQUE-EMITIDO TO LK-REG-CHEQUE-EMITIDO
           MOVE WS-CODIGO       TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O CHEQUES-EMITIDOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT CHEQUES-EMITIDOS
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

       040-LEE-CHEQUE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO CHEM-LLAVE
           READ CHEQUES-EMITIDOS INTO WS-REG-CHEQUE-EMITIDO.
       040-FIN.  EXIT.

       050-ALTA-CHEQUE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-CHEQUE-EMITIDO TO REG-CHEQUE-EMITIDO
           WRITE REG-CHEQUE-EMITIDO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-CHEQUE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-CHEQUE-EMITIDO TO REG-CHEQUE-EMITIDO
           REWRITE REG-CHEQUE-EMITIDO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-CHEQUE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO CHEM-LLAVE
           DELETE CHEQUES-EMITIDOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-CHEM-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO CHEM-LLAVE
           START CHEQUES-EMITIDOS KEY IS NOT LESS THAN CHEM-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ CHEQUES-EMITIDOS NEXT RECORD
                INTO WS-REG-CHEQUE-EMITIDO
           IF WS-CODIGO EQUAL ZEROS
              IF WS-CHEM-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA LLAVE DE AUDITORIA (X10) NO ALCANZA PARA CUENTA + NUMERO:
      * LA CUENTA VA EN EL NOMBRE DEL ARCHIVO Y EL CHEQUE EN LA LLAVE.
      * -----------------------------------------------------------
       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES          TO AUD-ARCHIVO
           STRING 'CHEQ-' WS-CHEM-CUENTA DELIMITED BY SIZE
                  INTO AUD-ARCHIVO
           MOVE WS-CHEM-NUMERO  TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE CHEQUES-EMITIDOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE CHEQUE EMITIDO - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'CHEQUE EMITIDO DUPLICADO - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO CHEQUES-EMITIDOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN CHEQUES-EMITIDOS'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN CHEQUES-EMITIDOS - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
