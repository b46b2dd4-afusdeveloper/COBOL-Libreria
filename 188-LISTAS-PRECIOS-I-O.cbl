       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     LISTAS-PRECIOS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    LISTAS-PRECIOS (CPLSTP01, LLAVE LISTA +
      *                    ARTICULO), MISMO ESQUEMA DE CODIGO DE
      *                    FUNCION QUE LOS DEMAS MAESTROS, CON RANGO
      *                    RI/RS PARA RECORRER UNA LISTA Y AUDITORIA
      *                    EN ALTA/CAMBIO/BAJA. EL ALTA Y EL CAMBIO
      *                    VALIDAN EL ARTICULO CONTRA EL MAESTRO
      *                    ARTICULOS COMO CODIGOS-ALTERNOS-I-O ('AR'
      *                    INEXISTENTE O DE BAJA), RECHAZAN CON 'PR'
      *                    EL PRECIO EN CERO Y CON 'VG' LA VIGENCIA
      *                    CON DESDE POSTERIOR AL HASTA, COMO
      *                    PROMOCIONES-I-O.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTAS-PRECIOS ASSIGN TO UT-ARCHLSTP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LSTP-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT ARTICULOS ASSIGN TO UT-ARCHART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARTICULOS-LLAVE
                  FILE STATUS IS WS-CODIGO-ART.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LISTAS-PRECIOS
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-LISTA-PRECIO.
           COPY CPLSTP01.

       FD  ARTICULOS
           DATA RECORD IS REG-ARTICULOS.
           COPY CPART01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-LISTA-PRECIO.
           05 WS-LSTP-LLAVE.
              10 WS-LSTP-LISTA         PIC X(04).
              10 WS-LSTP-ARTICULO      PIC 9(05).
           05 WS-LSTP-PRECIO           PIC 9(05)V99.
           05 WS-LSTP-FECHA-DESDE      PIC 9(08).
           05 WS-LSTP-FECHA-HASTA      PIC 9(08).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-ART                PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(09).
       01  WS-LLAVE-HASTA               PIC X(09).
       01  WS-USUARIO                   PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).
       01  SW-ARTICULO-INVALIDO         PIC X(01) VALUE 'N'.
           88 ARTICULO-NO-SIRVE                   VALUE 'S'.

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
       01  LK-LLAVE                     PIC X(09).
       01  LK-LLAVE-HASTA               PIC X(09).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-LISTA-PRECIO.
           05 LK-LSTP-LISTA             PIC X(04).
           05 LK-LSTP-ARTICULO          PIC 9(05).
           05 LK-LSTP-PRECIO            PIC 9(05)V99.
           05 LK-LSTP-FECHA-DESDE       PIC 9(08).
           05 LK-LSTP-FECHA-HASTA       PIC 9(08).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-LISTA-PRECIO
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
              MOVE LK-REG-LISTA-PRECIO TO WS-REG-LISTA-PRECIO
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-PRECIO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-PRECIO
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-PRECIO
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-PRECIO
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-LISTA-PRECIO TO LK-REG-LISTA-PRECIO
           MOVE WS-CODIGO           TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O LISTAS-PRECIOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT LISTAS-PRECIOS
           END-IF
           IF WS-CODIGO NOT EQUAL ZEROS
              MOVE 'N' TO SW-ARCHIVO-ABIERTO
              PERFORM 900-MUESTRA-MENSAJE
              MOVE 16 TO RETURN-CODE
              GO TO 020-FIN
           END-IF

           OPEN INPUT ARTICULOS
           OPEN EXTEND AUDITORIA
           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

       040-LEE-PRECIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO LSTP-LLAVE
           READ LISTAS-PRECIOS INTO WS-REG-LISTA-PRECIO.
       040-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL ARTICULO DE LA LISTA DEBE EXISTIR Y ESTAR ACTIVO, EL
      * PRECIO NO PUEDE SER CERO Y LA VIGENCIA DEBE SER COHERENTE.
      * -----------------------------------------------------------
       045-VALIDA-PRECIO.
           MOVE 'N' TO SW-ARTICULO-INVALIDO
           MOVE WS-LSTP-ARTICULO TO ARTICULOS-LLAVE
           READ ARTICULOS
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'S' TO SW-ARTICULO-INVALIDO
           ELSE
              IF ART-DE-BAJA
                 MOVE 'S' TO SW-ARTICULO-INVALIDO
              END-IF
           END-IF
           IF ARTICULO-NO-SIRVE
              MOVE 'AR' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF

           IF WS-LSTP-PRECIO NOT NUMERIC
              OR WS-LSTP-PRECIO EQUAL ZEROS
              MOVE 'PR' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF
           IF WS-LSTP-FECHA-DESDE GREATER THAN WS-LSTP-FECHA-HASTA
              MOVE 'VG' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       045-FIN.  EXIT.

       050-ALTA-PRECIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           PERFORM 045-VALIDA-PRECIO
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-LISTA-PRECIO TO REG-LISTA-PRECIO
           WRITE REG-LISTA-PRECIO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-PRECIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           PERFORM 045-VALIDA-PRECIO
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-LISTA-PRECIO TO REG-LISTA-PRECIO
           REWRITE REG-LISTA-PRECIO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-PRECIO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO LSTP-LLAVE
           DELETE LISTAS-PRECIOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-LSTP-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO LSTP-LLAVE
           START LISTAS-PRECIOS KEY IS NOT LESS THAN LSTP-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ LISTAS-PRECIOS NEXT RECORD
                INTO WS-REG-LISTA-PRECIO
           IF WS-CODIGO EQUAL ZEROS
              IF WS-LSTP-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'LISTAPRECIOS'   TO AUD-ARCHIVO
           MOVE WS-LSTP-LLAVE    TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE LISTAS-PRECIOS ARTICULOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE PRECIO DE LISTA - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'PRECIO DE LISTA DUPLICADO - LLAVE: '
                         WS-LLAVE
              WHEN 'AR'
                 DISPLAY 'ARTICULO INEXISTENTE O DE BAJA - LLAVE: '
                         WS-LLAVE
              WHEN 'PR'
                 DISPLAY 'PRECIO DE LISTA EN CERO - LLAVE: '
                         WS-LLAVE
              WHEN 'VG'
                 DISPLAY 'VIGENCIA INVALIDA (DESDE > HASTA) - '
                         'LLAVE: ' WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO LISTAS-PRECIOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN LISTAS-PRECIOS'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN LISTAS-PRECIOS - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
