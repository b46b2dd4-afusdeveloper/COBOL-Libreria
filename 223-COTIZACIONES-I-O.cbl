       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     COTIZACIONES-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO DE
      *                    COTIZACIONES DE MONEDA EXTRANJERA (CPCOTIZ1,
      *                    LLAVE MONEDA + FECHA), MISMO ESQUEMA QUE
      *                    TASAS-INTERES-I-O: ADEMAS DE ABRIR/LEER/
      *                    ALTA/CAMBIO/CERRAR EXPONE LA FUNCION LF
      *                    (LEER POR FECHA) QUE, DADAS UNA MONEDA Y
      *                    UNA FECHA, DEVUELVE LA ULTIMA COTIZACION
      *                    CARGADA A ESA FECHA O ANTERIOR. QUIEN EXIJA
      *                    LA COTIZACION DEL DIA COMPARA WS-COT-FECHA
      *                    CON LA FECHA PEDIDA. ALTAS Y CAMBIOS QUEDAN
      *                    EN AUDITORIA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTIZACIONES ASSIGN TO UT-ARCHCOTI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COT-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  COTIZACIONES
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-COTIZACION.
           COPY CPCOTIZ1.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
           COPY CPCOTIWS.
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE.
           05 WS-LLAVE-MONEDA           PIC X(03).
           05 WS-LLAVE-FECHA            PIC 9(08).
       01  WS-USUARIO                   PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-ABRIR                        VALUE 'AB'.
           88 WS-FUN-LEER                         VALUE 'LE'.
           88 WS-FUN-LEER-POR-FECHA               VALUE 'LF'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC X(11).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-COTIZACION.
           05 LK-COT-LLAVE               PIC X(11).
           05 LK-COT-COMPRA              PIC 9(05)V9(04).
           05 LK-COT-VENTA               PIC 9(05)V9(04).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-USUARIO
                                 LK-REG-COTIZACION LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION  TO WS-FUNCION
           MOVE LK-LLAVE    TO WS-LLAVE
           MOVE LK-USUARIO  TO WS-USUARIO
           MOVE SPACES      TO WS-CODIGO
           IF LK-USUARIO EQUAL SPACES
              MOVE 'BATCH'  TO WS-USUARIO
           END-IF
           IF WS-FUN-ALTA OR WS-FUN-CAMBIO
              MOVE LK-REG-COTIZACION TO WS-REG-COTIZACION
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-COTIZACION
              WHEN WS-FUN-LEER-POR-FECHA
                 PERFORM 045-LEE-COTIZACION-POR-FECHA
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-COTIZACION
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-COTIZACION
              WHEN WS-FUN-CERRAR
                 PERFORM 070-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-COTIZACION TO LK-REG-COTIZACION
           MOVE WS-CODIGO         TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O COTIZACIONES
           IF WS-CODIGO NOT EQUAL ZEROS
              MOVE 'N' TO SW-ARCHIVO-ABIERTO
              PERFORM 900-MUESTRA-MENSAJE
              MOVE 16 TO RETURN-CODE
              GO TO 020-FIN
           END-IF

           OPEN EXTEND AUDITORIA
           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

       040-LEE-COTIZACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO COT-LLAVE
           READ COTIZACIONES INTO WS-REG-COTIZACION
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       040-FIN.  EXIT.

      * -----------------------------------------------------------
      * UBICA LA COTIZACION DE MAYOR FECHA QUE NO SUPERA LA FECHA
      * RECIBIDA, CON LA TECNICA DE 045-LEE-BANDA-POR-SALDO DE
      * TASAS-INTERES-I-O, Y CONFIRMA QUE SEA DE LA MISMA MONEDA
      * (EL START PUEDE CAER EN LA ULTIMA FECHA DE OTRA MONEDA).
      * -----------------------------------------------------------
       045-LEE-COTIZACION-POR-FECHA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 045-FIN
           END-IF

           MOVE WS-LLAVE TO COT-LLAVE
           START COTIZACIONES KEY IS NOT GREATER THAN COT-LLAVE
                 INVALID KEY MOVE '23' TO WS-CODIGO
           END-START

           IF WS-CODIGO EQUAL ZEROS
              READ COTIZACIONES NEXT RECORD INTO WS-REG-COTIZACION
                 AT END MOVE '10' TO WS-CODIGO
              END-READ
           END-IF

           IF WS-CODIGO EQUAL ZEROS
              IF WS-COT-MONEDA NOT EQUAL WS-LLAVE-MONEDA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF

           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       045-FIN.  EXIT.

       050-ALTA-COTIZACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-COTIZACION TO REG-COTIZACION
           WRITE REG-COTIZACION
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-COTIZACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-COTIZACION TO REG-COTIZACION
           REWRITE REG-COTIZACION
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA LLAVE DE AUDITORIA (X10) NO ALCANZA PARA MONEDA + FECHA:
      * LA MONEDA VA EN EL NOMBRE DEL ARCHIVO Y LA FECHA EN LA LLAVE.
      * -----------------------------------------------------------
       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE SPACES           TO AUD-ARCHIVO
           STRING 'COTIZAC-' WS-COT-MONEDA DELIMITED BY SIZE
                  INTO AUD-ARCHIVO
           MOVE WS-COT-FECHA     TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       070-CIERRA-ARCHIVOS.
           CLOSE COTIZACIONES AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       070-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO HAY COTIZACION DE ' WS-LLAVE-MONEDA
                         ' AL ' WS-LLAVE-FECHA
              WHEN '22'
                 DISPLAY 'COTIZACION DUPLICADA - LLAVE: ' WS-LLAVE
              WHEN '23'
                 DISPLAY 'COTIZACION INEXISTENTE - LLAVE: ' WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO COTIZACIONES NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN COTIZACIONES - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN COTIZACIONES - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
