       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TURNOS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO TURNOS
      *                    (CPTURN01), MISMO ESQUEMA DE CODIGO DE
      *                    FUNCION QUE PUESTOS-I-O, CON AUDITORIA EN
      *                    ALTA/CAMBIO/BAJA. EL ALTA Y EL CAMBIO
      *                    RECHAZAN CON 'HT' LA HORA QUE NO SEA HHMM
      *                    VALIDA, LA ENTRADA IGUAL A LA SALIDA Y LA
      *                    MARCA DE NOCTURNO QUE NO SEA S NI N.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS ASSIGN TO UT-ARCHTURN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TURNO-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS REG-TURNO.
           COPY CPTURN01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-TURNO.
           05 WS-TURNO-LLAVE           PIC X(03).
           05 WS-TURNO-DESCRIPCION     PIC X(20).
           05 WS-TURNO-HORA-ENTRADA    PIC 9(04).
           05 WS-TURNO-HORA-SALIDA     PIC 9(04).
           05 WS-TURNO-DESCANSO        PIC 9(03).
           05 WS-TURNO-NOCTURNO        PIC X(01).
              88 WS-TURNO-MARCA-VALIDA         VALUE 'S' 'N'.
       01  WS-HORA-VALIDAR              PIC 9(04).
       01  FILLER REDEFINES WS-HORA-VALIDAR.
           05 WS-HORA-VALIDAR-HH        PIC 9(02).
           05 WS-HORA-VALIDAR-MM        PIC 9(02).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(03).
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
       01  LK-LLAVE                     PIC X(03).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-TURNO.
           05 LK-TURNO-LLAVE           PIC X(03).
           05 LK-TURNO-DESCRIPCION     PIC X(20).
           05 LK-TURNO-HORA-ENTRADA    PIC 9(04).
           05 LK-TURNO-HORA-SALIDA     PIC 9(04).
           05 LK-TURNO-DESCANSO        PIC 9(03).
           05 LK-TURNO-NOCTURNO        PIC X(01).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-USUARIO
                                 LK-REG-TURNO LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION TO WS-FUNCION
           MOVE LK-LLAVE   TO WS-LLAVE
           MOVE LK-USUARIO TO WS-USUARIO
           MOVE SPACES     TO WS-CODIGO
           IF LK-USUARIO EQUAL SPACES
              MOVE 'BATCH' TO WS-USUARIO
           END-IF
           IF WS-FUN-ALTA OR WS-FUN-CAMBIO
              MOVE LK-REG-TURNO TO WS-REG-TURNO
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-TURNO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-TURNO
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-TURNO
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-TURNO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-TURNO TO LK-REG-TURNO
           MOVE WS-CODIGO    TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O TURNOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT TURNOS
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

       040-LEE-TURNO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO TURNO-LLAVE
           READ TURNOS INTO WS-REG-TURNO.
       040-FIN.  EXIT.

       045-VALIDA-HORARIO.
           IF NOT WS-TURNO-MARCA-VALIDA
              OR WS-TURNO-HORA-ENTRADA EQUAL WS-TURNO-HORA-SALIDA
              MOVE 'HT' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF

           MOVE WS-TURNO-HORA-ENTRADA TO WS-HORA-VALIDAR
           PERFORM 046-VALIDA-HORA
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 045-FIN
           END-IF
           MOVE WS-TURNO-HORA-SALIDA TO WS-HORA-VALIDAR
           PERFORM 046-VALIDA-HORA.
       045-FIN.  EXIT.

       046-VALIDA-HORA.
           IF WS-HORA-VALIDAR-HH GREATER THAN 23
              OR WS-HORA-VALIDAR-MM GREATER THAN 59
              MOVE 'HT' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       046-FIN.  EXIT.

       050-ALTA-TURNO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           PERFORM 045-VALIDA-HORARIO
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-TURNO TO REG-TURNO
           WRITE REG-TURNO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-TURNO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           PERFORM 045-VALIDA-HORARIO
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-TURNO TO REG-TURNO
           REWRITE REG-TURNO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-TURNO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO TURNO-LLAVE
           DELETE TURNOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-TURNO-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'TURNOS'         TO AUD-ARCHIVO
           MOVE WS-TURNO-LLAVE   TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE TURNOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE TURNO - LLAVE: ' WS-LLAVE
              WHEN '22'
                 DISPLAY 'TURNO DUPLICADO - LLAVE: ' WS-LLAVE
              WHEN 'HT'
                 DISPLAY 'HORARIO DE TURNO INVALIDO - TURNO: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO TURNOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN TURNOS - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN TURNOS - STATUS: ' WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
