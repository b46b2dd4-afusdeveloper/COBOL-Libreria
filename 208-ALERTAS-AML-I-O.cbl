       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ALERTAS-AML-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    ALERTAS-AML (CPALAML1, LLAVE FECHA + CUENTA
      *                    + HORA + REGLA), MISMO ESQUEMA DE CODIGO DE
      *                    FUNCION QUE PRESTAMOS-CLIENTES-I-O, CON
      *                    RANGO RI/RS PARA RECORRER LAS ALERTAS Y
      *                    AUDITORIA EN ALTA/CAMBIO/BAJA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-AML ASSIGN TO UT-ARCHALAML
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALAML-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-AML
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS REG-ALERTA-AML.
           COPY CPALAML1.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-ALERTA-AML.
           05 WS-ALAML-LLAVE.
              10 WS-ALAML-FECHA        PIC 9(08).
              10 WS-ALAML-CUENTA       PIC 9(07).
              10 WS-ALAML-HORA         PIC 9(08).
              10 WS-ALAML-REGLA        PIC X(04).
           05 WS-ALAML-ORIGEN          PIC X(08).
           05 WS-ALAML-TIPO-MOV        PIC X(06).
           05 WS-ALAML-IMPORTE         PIC 9(11)V99.
           05 WS-ALAML-ACUMULADO       PIC 9(11)V99.
           05 WS-ALAML-CANTIDAD        PIC 9(03).
           05 WS-ALAML-TITULAR         PIC 9(08).
           05 WS-ALAML-ESTADO          PIC X(01).
           05 WS-ALAML-FECHA-ESTADO    PIC 9(08).
           05 WS-ALAML-OFICIAL         PIC X(08).
           05 WS-ALAML-OBSERVACION     PIC X(40).
           05 WS-ALAML-FECHA-REPORTE   PIC 9(08).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(27).
       01  WS-LLAVE-HASTA               PIC X(27).
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
       01  LK-LLAVE                     PIC X(27).
       01  LK-LLAVE-HASTA               PIC X(27).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-ALERTA-AML.
           05 LK-ALAML-FECHA            PIC 9(08).
           05 LK-ALAML-CUENTA           PIC 9(07).
           05 LK-ALAML-HORA             PIC 9(08).
           05 LK-ALAML-REGLA            PIC X(04).
           05 LK-ALAML-ORIGEN           PIC X(08).
           05 LK-ALAML-TIPO-MOV         PIC X(06).
           05 LK-ALAML-IMPORTE          PIC 9(11)V99.
           05 LK-ALAML-ACUMULADO        PIC 9(11)V99.
           05 LK-ALAML-CANTIDAD         PIC 9(03).
           05 LK-ALAML-TITULAR          PIC 9(08).
           05 LK-ALAML-ESTADO           PIC X(01).
           05 LK-ALAML-FECHA-ESTADO     PIC 9(08).
           05 LK-ALAML-OFICIAL          PIC X(08).
           05 LK-ALAML-OBSERVACION      PIC X(40).
           05 LK-ALAML-FECHA-REPORTE    PIC 9(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-ALERTA-AML
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
              MOVE LK-REG-ALERTA-AML TO WS-REG-ALERTA-AML
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-ALERTA
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-ALERTA
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-ALERTA
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-ALERTA
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-ALERTA-AML TO LK-REG-ALERTA-AML
           MOVE WS-CODIGO       TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O ALERTAS-AML
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT ALERTAS-AML
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

       040-LEE-ALERTA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO ALAML-LLAVE
           READ ALERTAS-AML INTO WS-REG-ALERTA-AML.
       040-FIN.  EXIT.

      * LA ALTA DUPLICADA ('22') ES NORMAL AL REPROCESAR UN DIA: NO SE
      * MUESTRA, EL LLAMADOR LA CUENTA.
       050-ALTA-ALERTA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-ALERTA-AML TO REG-ALERTA-AML
           WRITE REG-ALERTA-AML
           IF WS-CODIGO NOT EQUAL ZEROS
              IF WS-CODIGO NOT EQUAL '22'
                 PERFORM 900-MUESTRA-MENSAJE
              END-IF
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-ALERTA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-ALERTA-AML TO REG-ALERTA-AML
           REWRITE REG-ALERTA-AML
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-ALERTA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO ALAML-LLAVE
           DELETE ALERTAS-AML
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-ALAML-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO ALAML-LLAVE
           START ALERTAS-AML KEY IS NOT LESS THAN ALAML-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ ALERTAS-AML NEXT RECORD
                INTO WS-REG-ALERTA-AML
           IF WS-CODIGO EQUAL ZEROS
              IF WS-ALAML-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

      * LA AUDITORIA SOLO TIENE LUGAR PARA 10 POSICIONES DE LLAVE: SE
      * GRABA LA CUENTA; FECHA Y HORA DE LA ALERTA QUEDAN EN EL MAESTRO.
       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'ALERTAS-AML'    TO AUD-ARCHIVO
           MOVE WS-ALAML-CUENTA  TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE ALERTAS-AML AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE ALERTA AML - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'ALERTA AML DUPLICADA - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO ALERTAS-AML NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN ALERTAS-AML'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN ALERTAS-AML - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
