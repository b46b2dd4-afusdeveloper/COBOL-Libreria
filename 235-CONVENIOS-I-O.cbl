       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONVENIOS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    CONVENIOS (CPCONV01), MISMO ESQUEMA DE
      *                    CODIGO DE FUNCION QUE PUESTOS-I-O, CON
      *                    AUDITORIA EN ALTA/CAMBIO/BAJA. EL ALTA Y
      *                    EL CAMBIO RECHAZAN CON 'BC' LA BASE DE
      *                    CALCULO QUE NO SEA B (BASICO) NI R (BRUTO).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIOS ASSIGN TO UT-ARCHCONV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONV-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS REG-CONVENIO.
           COPY CPCONV01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-CONVENIO.
           05 WS-CONV-LLAVE            PIC 9(05).
           05 WS-CONV-NOMBRE-GREMIO    PIC X(20).
           05 WS-CONV-DESCRIPCION-CAT  PIC X(14).
           05 WS-CONV-SALARIO-MINIMO   PIC 9(07)V99.
           05 WS-CONV-BASE-CALCULO     PIC X(01).
              88 WS-CONV-BASE-VALIDA           VALUE 'B' 'R'.
           05 WS-CONV-PORC-CUOTA       PIC 9(02)V99.
           05 WS-CONV-PORC-SOLIDARIO   PIC 9(02)V99.
           05 WS-CONV-CUENTA-REMESA    PIC X(22).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(05).
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
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC 9(05).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-CONVENIO.
           05 LK-CONV-LLAVE            PIC 9(05).
           05 LK-CONV-NOMBRE-GREMIO    PIC X(20).
           05 LK-CONV-DESCRIPCION-CAT  PIC X(14).
           05 LK-CONV-SALARIO-MINIMO   PIC 9(07)V99.
           05 LK-CONV-BASE-CALCULO     PIC X(01).
           05 LK-CONV-PORC-CUOTA       PIC 9(02)V99.
           05 LK-CONV-PORC-SOLIDARIO   PIC 9(02)V99.
           05 LK-CONV-CUENTA-REMESA    PIC X(22).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-USUARIO
                                 LK-REG-CONVENIO LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION TO WS-FUNCION
           MOVE LK-LLAVE   TO WS-LLAVE
           MOVE LK-USUARIO TO WS-USUARIO
           MOVE SPACES     TO WS-CODIGO
           IF LK-USUARIO EQUAL SPACES
              MOVE 'BATCH' TO WS-USUARIO
           END-IF
           IF WS-FUN-ALTA OR WS-FUN-CAMBIO
              MOVE LK-REG-CONVENIO TO WS-REG-CONVENIO
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-CONVENIO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-CONVENIO
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-CONVENIO
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-CONVENIO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-CONVENIO TO LK-REG-CONVENIO
           MOVE WS-CODIGO       TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O CONVENIOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT CONVENIOS
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

       040-LEE-CONVENIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO CONV-LLAVE
           READ CONVENIOS INTO WS-REG-CONVENIO.
       040-FIN.  EXIT.

       045-VALIDA-BASE.
           IF NOT WS-CONV-BASE-VALIDA
              MOVE 'BC' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       045-FIN.  EXIT.

       050-ALTA-CONVENIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           PERFORM 045-VALIDA-BASE
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-CONVENIO TO REG-CONVENIO
           WRITE REG-CONVENIO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-CONVENIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           PERFORM 045-VALIDA-BASE
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-CONVENIO TO REG-CONVENIO
           REWRITE REG-CONVENIO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-CONVENIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO CONV-LLAVE
           DELETE CONVENIOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-CONV-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'CONVENIOS'      TO AUD-ARCHIVO
           MOVE WS-CONV-LLAVE    TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE CONVENIOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE CATEGORIA DE CONVENIO - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'CATEGORIA DE CONVENIO DUPLICADA - LLAVE: '
                         WS-LLAVE
              WHEN 'BC'
                 DISPLAY 'BASE DE CALCULO INVALIDA - CATEGORIA: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO CONVENIOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN CONVENIOS - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN CONVENIOS - STATUS: ' WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
