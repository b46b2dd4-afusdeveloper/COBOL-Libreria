       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PRESTAMOS-CLIENTES-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    PRESTAMOS-CLIENTES (CPPRCL01, LLAVE CUENTA
      *                    + NUMERO), MISMO ESQUEMA DE CODIGO DE
      *                    FUNCION QUE PRESTAMOS-I-O, CON RANGO RI/RS
      *                    PARA EL COBRO DE CUOTAS Y AUDITORIA EN
      *                    ALTA/CAMBIO/BAJA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-CLIENTES ASSIGN TO UT-ARCHPRCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRCL-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-CLIENTES
           RECORD CONTAINS 129 CHARACTERS
           DATA RECORD IS REG-PRESTAMO-CLIENTE.
           COPY CPPRCL01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-PRESTAMO-CLIENTE.
           05 WS-PRCL-LLAVE.
              10 WS-PRCL-CUENTA        PIC 9(07).
              10 WS-PRCL-NUMERO        PIC 9(03).
           05 WS-PRCL-TITULAR          PIC 9(08).
           05 WS-PRCL-CAPITAL          PIC 9(09)V99.
           05 WS-PRCL-TASA-ANUAL       PIC 9(02)V99.
           05 WS-PRCL-TASA-PUNITORIA   PIC 9(02)V99.
           05 WS-PRCL-PLAZO-MESES      PIC 9(03).
           05 WS-PRCL-FECHA-OTORGA     PIC 9(08).
           05 WS-PRCL-CUOTA            PIC 9(07)V99.
           05 WS-PRCL-DIA-VTO          PIC 9(02).
           05 WS-PRCL-FECHA-PROX-VTO   PIC 9(08).
           05 WS-PRCL-CUOTAS-VENCIDAS  PIC 9(03).
           05 WS-PRCL-SALDO-CAPITAL    PIC 9(09)V99.
           05 WS-PRCL-EXIGIBLE-CAPITAL PIC 9(09)V99.
           05 WS-PRCL-EXIGIBLE-INTERES PIC 9(09)V99.
           05 WS-PRCL-PUNITORIOS       PIC 9(07)V99.
           05 WS-PRCL-FECHA-PUNITORIOS PIC 9(08).
           05 WS-PRCL-FECHA-ULT-COBRO  PIC 9(08).
           05 WS-PRCL-ESTADO           PIC X(01).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(10).
       01  WS-LLAVE-HASTA               PIC 9(10).
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
       01  LK-LLAVE                     PIC 9(10).
       01  LK-LLAVE-HASTA               PIC 9(10).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-PRESTAMO-CLIENTE.
           05 LK-PRCL-CUENTA            PIC 9(07).
           05 LK-PRCL-NUMERO            PIC 9(03).
           05 LK-PRCL-TITULAR           PIC 9(08).
           05 LK-PRCL-CAPITAL           PIC 9(09)V99.
           05 LK-PRCL-TASA-ANUAL        PIC 9(02)V99.
           05 LK-PRCL-TASA-PUNITORIA    PIC 9(02)V99.
           05 LK-PRCL-PLAZO-MESES       PIC 9(03).
           05 LK-PRCL-FECHA-OTORGA      PIC 9(08).
           05 LK-PRCL-CUOTA             PIC 9(07)V99.
           05 LK-PRCL-DIA-VTO           PIC 9(02).
           05 LK-PRCL-FECHA-PROX-VTO    PIC 9(08).
           05 LK-PRCL-CUOTAS-VENCIDAS   PIC 9(03).
           05 LK-PRCL-SALDO-CAPITAL     PIC 9(09)V99.
           05 LK-PRCL-EXIGIBLE-CAPITAL  PIC 9(09)V99.
           05 LK-PRCL-EXIGIBLE-INTERES  PIC 9(09)V99.
           05 LK-PRCL-PUNITORIOS        PIC 9(07)V99.
           05 LK-PRCL-FECHA-PUNITORIOS  PIC 9(08).
           05 LK-PRCL-FECHA-ULT-COBRO   PIC 9(08).
           05 LK-PRCL-ESTADO            PIC X(01).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-PRESTAMO-CLIENTE
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
              MOVE LK-REG-PRESTAMO-CLIENTE TO WS-REG-PRESTAMO-CLIENTE
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-PRESTAMO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-PRESTAMO
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-PRESTAMO
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-PRESTAMO
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-PRESTAMO-CLIENTE TO LK-REG-PRESTAMO-CLIENTE
           MOVE WS-CODIGO       TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O PRESTAMOS-CLIENTES
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT PRESTAMOS-CLIENTES
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

       040-LEE-PRESTAMO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO PRCL-LLAVE
           READ PRESTAMOS-CLIENTES INTO WS-REG-PRESTAMO-CLIENTE.
       040-FIN.  EXIT.

       050-ALTA-PRESTAMO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-PRESTAMO-CLIENTE TO REG-PRESTAMO-CLIENTE
           WRITE REG-PRESTAMO-CLIENTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-PRESTAMO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-PRESTAMO-CLIENTE TO REG-PRESTAMO-CLIENTE
           REWRITE REG-PRESTAMO-CLIENTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-PRESTAMO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO PRCL-LLAVE
           DELETE PRESTAMOS-CLIENTES
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-PRCL-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO PRCL-LLAVE
           START PRESTAMOS-CLIENTES KEY IS NOT LESS THAN PRCL-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ PRESTAMOS-CLIENTES NEXT RECORD
                INTO WS-REG-PRESTAMO-CLIENTE
           IF WS-CODIGO EQUAL ZEROS
              IF WS-PRCL-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'PREST-CLI'   TO AUD-ARCHIVO
           MOVE WS-PRCL-LLAVE TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE PRESTAMOS-CLIENTES AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE PRESTAMO CLIENTE - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'PRESTAMO CLIENTE DUPLICADO - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO PRESTAMOS-CLIENTES NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN PRESTAMOS-CLIENTES'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN PRESTAMOS-CLIENTES - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
