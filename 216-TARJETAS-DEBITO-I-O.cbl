       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TARJETAS-DEBITO-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    TARJETAS-DEBITO (CPTARJ01, LLAVE NUMERO DE
      *                    TARJETA), MISMO ESQUEMA DE CODIGO DE
      *                    FUNCION QUE TITULARES-CUENTA-I-O, CON
      *                    RANGO RI/RS Y AUDITORIA EN ALTA/CAMBIO/
      *                    BAJA (LA AUDITORIA LLEVA LOS ULTIMOS DIEZ
      *                    DIGITOS DE LA TARJETA).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS-DEBITO ASSIGN TO UT-ARCHTARJ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TARJ-NUMERO
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-DEBITO
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-TARJETA-DEBITO.
           COPY CPTARJ01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
           COPY CPTARJWS.
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(16).
       01  WS-LLAVE-HASTA               PIC 9(16).
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
       01  LK-LLAVE                     PIC 9(16).
       01  LK-LLAVE-HASTA               PIC 9(16).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-TARJETA-DEBITO.
           05 LK-TARJ-NUMERO            PIC 9(16).
           05 LK-TARJ-CUENTA            PIC 9(07).
           05 LK-TARJ-CLIENTE           PIC 9(08).
           05 LK-TARJ-ESTADO            PIC X(01).
           05 LK-TARJ-LIMITE-COMPRAS    PIC 9(07)V99.
           05 LK-TARJ-LIMITE-EXTRAER    PIC 9(07)V99.
           05 LK-TARJ-FECHA-ALTA        PIC 9(08).
           05 LK-TARJ-VENCIMIENTO       PIC 9(06).
           05 LK-TARJ-FECHA-ULT-USO     PIC 9(08).
           05 LK-TARJ-USADO-COMPRAS     PIC 9(07)V99.
           05 LK-TARJ-USADO-EXTRAER     PIC 9(07)V99.
           05 FILLER                    PIC X(10).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-TARJETA-DEBITO
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
              MOVE LK-REG-TARJETA-DEBITO TO WS-REG-TARJETA-DEBITO
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-TARJETA
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-TARJETA
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-TARJETA
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-TARJETA
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-TARJETA-DEBITO TO LK-REG-TARJETA-DEBITO
           MOVE WS-CODIGO       TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O TARJETAS-DEBITO
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT TARJETAS-DEBITO
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

       040-LEE-TARJETA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO TARJ-NUMERO
           READ TARJETAS-DEBITO INTO WS-REG-TARJETA-DEBITO.
       040-FIN.  EXIT.

       050-ALTA-TARJETA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-TARJETA-DEBITO TO REG-TARJETA-DEBITO
           WRITE REG-TARJETA-DEBITO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-TARJETA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-TARJETA-DEBITO TO REG-TARJETA-DEBITO
           REWRITE REG-TARJETA-DEBITO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-TARJETA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO TARJ-NUMERO
           DELETE TARJETAS-DEBITO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-TARJ-NUMERO
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO TARJ-NUMERO
           START TARJETAS-DEBITO KEY IS NOT LESS THAN TARJ-NUMERO
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ TARJETAS-DEBITO NEXT RECORD
                INTO WS-REG-TARJETA-DEBITO
           IF WS-CODIGO EQUAL ZEROS
              IF WS-TARJ-NUMERO > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'TARJETAS-DEB' TO AUD-ARCHIVO
           MOVE WS-TARJ-NUMERO (7:10) TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE TARJETAS-DEBITO AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE TARJETA DE DEBITO - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'TARJETA DE DEBITO DUPLICADA - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO TARJETAS-DEBITO NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN TARJETAS-DEBITO'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN TARJETAS-DEBITO - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
