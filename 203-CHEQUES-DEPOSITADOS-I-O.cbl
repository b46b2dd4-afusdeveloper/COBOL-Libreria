       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CHEQUES-DEPOSITADOS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL ARCHIVO INDEXADO
      *                    CHEQUES-DEPOSITADOS (CPCHQDP1, LLAVE
      *                    CUENTA + BANCO + NUMERO DE CHEQUE): LA
      *                    CAJA DA DE ALTA EL CHEQUE AL DEPOSITARLO Y
      *                    LO MARCA DEVUELTO SI EL BANCO LO RECHAZA;
      *                    EL PROCESO NOCTURNO DE ACREDITACION LO
      *                    RECORRE POR RANGO Y LO MARCA ACREDITADO.
      *                    MISMO ESQUEMA DE CODIGO DE FUNCION QUE
      *                    CHEQUES-I-O (SIN BAJA: UN CHEQUE NO SE
      *                    BORRA, CAMBIA DE ESTADO), CON AUDITORIA EN
      *                    ALTA/CAMBIO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES-DEPOSITADOS ASSIGN TO UT-ARCHCHQD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CHQDEP-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES-DEPOSITADOS
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-CHEQUE-DEPOSITADO.
           COPY CPCHQDP1.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
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
           05 WS-CHQDEP-CAJERO         PIC X(08).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(18).
       01  WS-LLAVE-HASTA               PIC X(18).
       01  WS-USUARIO                   PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-ABRIR                        VALUE 'AB'.
           88 WS-FUN-LEER                         VALUE 'LE'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-RANGO-INICIA                 VALUE 'RI'.
           88 WS-FUN-RANGO-SIGUIENTE              VALUE 'RS'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC X(18).
       01  LK-LLAVE-HASTA               PIC X(18).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-CHEQUE-DEP.
           05 LK-CHQDEP-CUENTA          PIC 9(07).
           05 LK-CHQDEP-BANCO           PIC 9(03).
           05 LK-CHQDEP-NUMERO          PIC 9(08).
           05 LK-CHQDEP-IMPORTE         PIC 9(11)V99.
           05 LK-CHQDEP-FECHA-DEPOSITO  PIC 9(08).
           05 LK-CHQDEP-FECHA-ACRED     PIC 9(08).
           05 LK-CHQDEP-FECHA-ESTADO    PIC 9(08).
           05 LK-CHQDEP-ESTADO          PIC X(01).
           05 LK-CHQDEP-CAJERO          PIC X(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-CHEQUE-DEP
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
              MOVE LK-REG-CHEQUE-DEP TO WS-REG-CHEQUE-DEP
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
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-CHEQUE-DEP TO LK-REG-CHEQUE-DEP
           MOVE WS-CODIGO         TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O CHEQUES-DEPOSITADOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT CHEQUES-DEPOSITADOS
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

           MOVE WS-LLAVE TO CHQDEP-LLAVE
           READ CHEQUES-DEPOSITADOS INTO WS-REG-CHEQUE-DEP.
       040-FIN.  EXIT.

       050-ALTA-CHEQUE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-CHEQUE-DEP TO REG-CHEQUE-DEPOSITADO
           WRITE REG-CHEQUE-DEPOSITADO
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

           MOVE WS-CHQDEP-LLAVE TO CHQDEP-LLAVE
           READ CHEQUES-DEPOSITADOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-CHEQUE-DEP TO REG-CHEQUE-DEPOSITADO
           REWRITE REG-CHEQUE-DEPOSITADO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO CHQDEP-LLAVE
           START CHEQUES-DEPOSITADOS
                 KEY IS NOT LESS THAN CHQDEP-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ CHEQUES-DEPOSITADOS NEXT RECORD
                INTO WS-REG-CHEQUE-DEP
           IF WS-CODIGO EQUAL ZEROS
              IF WS-CHQDEP-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'CHEQUES-DEP'     TO AUD-ARCHIVO
           MOVE WS-CHQDEP-NUMERO  TO AUD-LLAVE
           MOVE WS-OPERACION-AUD  TO AUD-OPERACION
           MOVE WS-FECHA-HOY      TO AUD-FECHA
           MOVE WS-HORA-AHORA     TO AUD-HORA
           MOVE WS-USUARIO        TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE CHEQUES-DEPOSITADOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE CHEQUE DEPOSITADO - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'CHEQUE YA DEPOSITADO - LLAVE: ' WS-LLAVE
              WHEN '23'
                 DISPLAY 'CHEQUE DEPOSITADO INEXISTENTE - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO CHEQUES-DEPOSITADOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN CHEQUES-DEPOSITADOS'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN CHEQUES-DEPOSITADOS - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
