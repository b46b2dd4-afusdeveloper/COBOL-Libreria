       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     DECLARACIONES-GAN-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    DECLARACIONES-GANANCIAS (CPDECGA1, LLAVE
      *                    LEGAJO + ANIO): LA DECLARACION JURADA ANUAL
      *                    DE DEDUCCIONES PERSONALES DE CADA EMPLEADO
      *                    PARA LA RETENCION DE GANANCIAS. MISMO
      *                    ESQUEMA DE CODIGO DE FUNCION QUE
      *                    DEPENDIENTES-I-O, CON RANGO RI/RS Y
      *                    AUDITORIA EN ALTA/CAMBIO/BAJA. EL ALTA
      *                    VALIDA LA FECHA DE PRESENTACION CON
      *                    VALIDA-FECHA (RECHAZO 'FE').
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARACIONES ASSIGN TO UT-ARCHDDJG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DDJ-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DECLARACIONES
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-DECLARACION-GAN.
           COPY CPDECGA1.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-DECLARACION-GAN.
           05 WS-DDJ-LLAVE.
              10 WS-DDJ-LEGAJO         PIC 9(05).
              10 WS-DDJ-ANIO           PIC 9(04).
           05 WS-DDJ-CONYUGE           PIC X(01).
           05 WS-DDJ-CANTIDAD-HIJOS    PIC 9(02).
           05 WS-DDJ-INTERESES-HIPOT   PIC 9(09)V99.
           05 WS-DDJ-SEGURO-SALUD      PIC 9(09)V99.
           05 WS-DDJ-SERVICIO-DOMEST   PIC 9(09)V99.
           05 WS-DDJ-FECHA-PRESENT     PIC 9(08).
       01  WS-VALIDA                    PIC X(01).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(09).
       01  WS-LLAVE-HASTA               PIC 9(09).
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

       01  WS-LOG-PROGRAMA              PIC X(20)
           VALUE 'DECLARACIONES-GAN-IO'.
       01  WS-LOG-SEVERIDAD             PIC X(01).
       01  WS-LOG-LLAVE                 PIC X(12).
       01  WS-LOG-MENSAJE               PIC X(40).

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC 9(09).
       01  LK-LLAVE-HASTA               PIC 9(09).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-DECLARACION-GAN.
           05 LK-DDJ-LLAVE.
              10 LK-DDJ-LEGAJO         PIC 9(05).
              10 LK-DDJ-ANIO           PIC 9(04).
           05 LK-DDJ-CONYUGE           PIC X(01).
           05 LK-DDJ-CANTIDAD-HIJOS    PIC 9(02).
           05 LK-DDJ-INTERESES-HIPOT   PIC 9(09)V99.
           05 LK-DDJ-SEGURO-SALUD      PIC 9(09)V99.
           05 LK-DDJ-SERVICIO-DOMEST   PIC 9(09)V99.
           05 LK-DDJ-FECHA-PRESENT     PIC 9(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-DECLARACION-GAN
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
              MOVE LK-REG-DECLARACION-GAN TO WS-REG-DECLARACION-GAN
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-DECLARACION
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-DECLARACION
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-DECLARACION
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-DECLARACION
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-DECLARACION-GAN TO LK-REG-DECLARACION-GAN
           MOVE WS-CODIGO             TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O DECLARACIONES
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT DECLARACIONES
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

       040-LEE-DECLARACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO DDJ-LLAVE
           READ DECLARACIONES INTO WS-REG-DECLARACION-GAN
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       040-FIN.  EXIT.

       050-ALTA-DECLARACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           CALL 'VALIDA-FECHA' USING WS-DDJ-FECHA-PRESENT
                                      WS-VALIDA
           IF WS-VALIDA EQUAL 'N'
              MOVE 'FE' TO WS-CODIGO
              DISPLAY 'FECHA DE PRESENTACION INVALIDA - LLAVE: '
                      WS-DDJ-LLAVE
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-DECLARACION-GAN TO REG-DECLARACION-GAN
           WRITE REG-DECLARACION-GAN
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-DECLARACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-DECLARACION-GAN TO REG-DECLARACION-GAN
           REWRITE REG-DECLARACION-GAN
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-DECLARACION.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO DDJ-LLAVE
           DELETE DECLARACIONES
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-DDJ-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO DDJ-LLAVE
           START DECLARACIONES KEY IS NOT LESS THAN DDJ-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ DECLARACIONES NEXT RECORD INTO WS-REG-DECLARACION-GAN
           IF WS-CODIGO EQUAL ZEROS
              IF DDJ-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'DECLAR-GAN' TO AUD-ARCHIVO
           MOVE WS-DDJ-LLAVE TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE DECLARACIONES AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE DECLARACION DE GANANCIAS - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'DECLARACION DE GANANCIAS DUPLICADA - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO DECLARACIONES NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN DECLARACIONES - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN DECLARACIONES - STATUS: '
                         WS-CODIGO
           END-EVALUATE

           IF WS-CODIGO NOT EQUAL '00' AND WS-CODIGO NOT EQUAL '10'
              IF WS-CODIGO EQUAL '22' OR WS-CODIGO EQUAL '98'
                 MOVE 'A' TO WS-LOG-SEVERIDAD
              ELSE
                 MOVE 'E' TO WS-LOG-SEVERIDAD
              END-IF
              MOVE WS-LLAVE TO WS-LOG-LLAVE
              MOVE SPACES TO WS-LOG-MENSAJE
              STRING 'DECLAR-GAN STATUS ' WS-CODIGO
                     DELIMITED BY SIZE INTO WS-LOG-MENSAJE
              CALL 'ESCRIBE-LOG-OPERACIONES'
                   USING WS-LOG-PROGRAMA WS-LOG-SEVERIDAD
                         WS-LOG-LLAVE WS-LOG-MENSAJE
           END-IF.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
