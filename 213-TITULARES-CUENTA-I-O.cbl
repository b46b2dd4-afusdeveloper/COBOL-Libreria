       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TITULARES-CUENTA-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    TITULARES-CUENTA (CPTITC01, LLAVE CUENTA +
      *                    DOCUMENTO DEL CLIENTE), MISMO ESQUEMA DE
      *                    CODIGO DE FUNCION QUE CLIENTES-INDEXADOS-
      *                    I-O, CON RANGO RI/RS PARA RECORRER LAS
      *                    PERSONAS DE UNA CUENTA Y AUDITORIA EN
      *                    ALTA/CAMBIO/BAJA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULARES-CUENTA ASSIGN TO UT-ARCHTITC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TITC-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TITULARES-CUENTA
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REG-TITULAR-CUENTA.
           COPY CPTITC01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
           COPY CPTITCWS.
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(15).
       01  WS-LLAVE-HASTA               PIC 9(15).
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
       01  LK-LLAVE                     PIC 9(15).
       01  LK-LLAVE-HASTA               PIC 9(15).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-TITULAR-CUENTA.
           05 LK-TITC-CUENTA            PIC 9(07).
           05 LK-TITC-CLIENTE           PIC 9(08).
           05 LK-TITC-ROL               PIC X(01).
           05 LK-TITC-REGLA             PIC X(01).
           05 LK-TITC-PARTICIPACION     PIC 9(03)V99.
           05 LK-TITC-FECHA-ALTA        PIC 9(08).
           05 LK-TITC-FECHA-BAJA        PIC 9(08).
           05 LK-TITC-ESTADO            PIC X(01).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-TITULAR-CUENTA
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
              MOVE LK-REG-TITULAR-CUENTA TO WS-REG-TITULAR-CUENTA
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-TITULAR
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-TITULAR
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-TITULAR
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-TITULAR
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-TITULAR-CUENTA TO LK-REG-TITULAR-CUENTA
           MOVE WS-CODIGO       TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O TITULARES-CUENTA
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT TITULARES-CUENTA
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

       040-LEE-TITULAR.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO TITC-LLAVE
           READ TITULARES-CUENTA INTO WS-REG-TITULAR-CUENTA.
       040-FIN.  EXIT.

       050-ALTA-TITULAR.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-TITULAR-CUENTA TO REG-TITULAR-CUENTA
           WRITE REG-TITULAR-CUENTA
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-TITULAR.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-TITULAR-CUENTA TO REG-TITULAR-CUENTA
           REWRITE REG-TITULAR-CUENTA
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-TITULAR.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO TITC-LLAVE
           DELETE TITULARES-CUENTA
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-TITC-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO TITC-LLAVE
           START TITULARES-CUENTA KEY IS NOT LESS THAN TITC-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ TITULARES-CUENTA NEXT RECORD
                INTO WS-REG-TITULAR-CUENTA
           IF WS-CODIGO EQUAL ZEROS
              IF WS-TITC-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'TITULAR-CTA' TO AUD-ARCHIVO
           MOVE WS-TITC-CUENTA TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE TITULARES-CUENTA AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE TITULAR DE CUENTA - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'TITULAR DE CUENTA DUPLICADO - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO TITULARES-CUENTA NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN TITULARES-CUENTA'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN TITULARES-CUENTA - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
