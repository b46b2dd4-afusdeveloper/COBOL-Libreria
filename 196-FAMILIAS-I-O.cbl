       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FAMILIAS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    FAMILIAS-ARTICULOS (CPFAM01, LLAVE FAMILIA
      *                    + SUBFAMILIA), MISMO ESQUEMA DE CODIGO DE
      *                    FUNCION QUE LOS DEMAS MAESTROS, CON RANGO
      *                    RI/RS Y AUDITORIA EN ALTA/CAMBIO/BAJA. EL
      *                    ALTA Y EL CAMBIO RECHAZAN CON 'DS' LA
      *                    DESCRIPCION EN BLANCO; EL ALTA DE UNA
      *                    SUBFAMILIA EXIGE LA CABECERA DE SU FAMILIA
      *                    ACTIVA ('FM'). LA BAJA ES LOGICA Y NO SE
      *                    PERMITE SOBRE UNA FAMILIA QUE TODAVIA TIENE
      *                    SUBFAMILIAS ACTIVAS ('FH'). EL CAMBIO SOLO
      *                    TOCA LA DESCRIPCION.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILIAS-ARTICULOS ASSIGN TO UT-ARCHFAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FAM-LLAVE
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS-ARTICULOS
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS REG-FAMILIA.
           COPY CPFAM01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-FAMILIA.
           05 WS-FAM-LLAVE.
              10 WS-FAM-FAMILIA        PIC 9(03).
              10 WS-FAM-SUBFAMILIA     PIC 9(03).
           05 WS-FAM-DESCRIPCION       PIC X(30).
           05 WS-FAM-ESTADO            PIC X(01).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(06).
       01  WS-LLAVE-HASTA               PIC X(06).
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
       01  SW-SUBFAMILIA-ACTIVA          PIC X(01) VALUE 'N'.
           88 HAY-SUBFAMILIA-ACTIVA                VALUE 'S'.
       01  SW-FIN-SUBFAMILIAS            PIC X(01) VALUE 'N'.
           88 FIN-SUBFAMILIAS                      VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC X(06).
       01  LK-LLAVE-HASTA               PIC X(06).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-FAMILIA.
           05 LK-FAM-FAMILIA            PIC 9(03).
           05 LK-FAM-SUBFAMILIA         PIC 9(03).
           05 LK-FAM-DESCRIPCION        PIC X(30).
           05 LK-FAM-ESTADO             PIC X(01).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-FAMILIA LK-CODIGO.

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
              MOVE LK-REG-FAMILIA TO WS-REG-FAMILIA
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-FAMILIA
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-FAMILIA
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-FAMILIA
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-FAMILIA
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-FAMILIA TO LK-REG-FAMILIA
           MOVE WS-CODIGO      TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O FAMILIAS-ARTICULOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT FAMILIAS-ARTICULOS
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

       040-LEE-FAMILIA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO FAM-LLAVE
           READ FAMILIAS-ARTICULOS INTO WS-REG-FAMILIA.
       040-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA SUBFAMILIA SOLO SE DA DE ALTA DEBAJO DE UNA FAMILIA
      * (CABECERA CON SUBFAMILIA 000) EXISTENTE Y ACTIVA.
      * -----------------------------------------------------------
       045-VALIDA-FAMILIA.
           IF WS-FAM-DESCRIPCION EQUAL SPACES
              MOVE 'DS' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF
           IF NOT WS-FUN-ALTA OR WS-FAM-SUBFAMILIA EQUAL ZEROS
              GO TO 045-FIN
           END-IF

           MOVE WS-FAM-FAMILIA TO FAM-FAMILIA
           MOVE ZEROS          TO FAM-SUBFAMILIA
           READ FAMILIAS-ARTICULOS
           IF WS-CODIGO NOT EQUAL ZEROS OR NOT FAM-ACTIVA
              MOVE 'FM' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF
           MOVE SPACES TO WS-CODIGO.
       045-FIN.  EXIT.

       050-ALTA-FAMILIA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           PERFORM 045-VALIDA-FAMILIA
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 050-FIN
           END-IF

           MOVE 'A'            TO WS-FAM-ESTADO
           MOVE WS-REG-FAMILIA TO REG-FAMILIA
           WRITE REG-FAMILIA
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-FAMILIA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           PERFORM 045-VALIDA-FAMILIA
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 060-FIN
           END-IF

           MOVE WS-FAM-LLAVE TO FAM-LLAVE
           READ FAMILIAS-ARTICULOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 060-FIN
           END-IF

           MOVE WS-FAM-DESCRIPCION TO FAM-DESCRIPCION
           REWRITE REG-FAMILIA
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE REG-FAMILIA TO WS-REG-FAMILIA
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

      * -----------------------------------------------------------
      * BAJA LOGICA. UNA FAMILIA CON SUBFAMILIAS ACTIVAS NO SE DA
      * DE BAJA: PRIMERO SE DAN DE BAJA (O SE MUEVEN) SUS HIJAS.
      * -----------------------------------------------------------
       065-BAJA-FAMILIA.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO FAM-LLAVE WS-FAM-LLAVE
           IF WS-FAM-SUBFAMILIA EQUAL ZEROS
              PERFORM 066-BUSCA-SUBFAMILIA-ACTIVA
              IF WS-CODIGO NOT EQUAL SPACES
                 GO TO 065-FIN
              END-IF
              MOVE WS-LLAVE TO FAM-LLAVE
           END-IF

           READ FAMILIAS-ARTICULOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 065-FIN
           END-IF

           MOVE 'B' TO FAM-ESTADO
           REWRITE REG-FAMILIA
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE REG-FAMILIA TO WS-REG-FAMILIA
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       066-BUSCA-SUBFAMILIA-ACTIVA.
           MOVE 'N' TO SW-SUBFAMILIA-ACTIVA SW-FIN-SUBFAMILIAS
           MOVE WS-FAM-FAMILIA TO FAM-FAMILIA
           MOVE 1              TO FAM-SUBFAMILIA
           START FAMILIAS-ARTICULOS KEY IS NOT LESS THAN FAM-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 067-LEE-SUBFAMILIA UNTIL FIN-SUBFAMILIAS
           END-IF
           MOVE SPACES TO WS-CODIGO
           IF HAY-SUBFAMILIA-ACTIVA
              MOVE 'FH' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       066-FIN.  EXIT.

       067-LEE-SUBFAMILIA.
           READ FAMILIAS-ARTICULOS NEXT RECORD
           IF WS-CODIGO NOT EQUAL ZEROS
              OR FAM-FAMILIA NOT EQUAL WS-FAM-FAMILIA
              MOVE 'S' TO SW-FIN-SUBFAMILIAS
              GO TO 067-FIN
           END-IF
           IF FAM-ACTIVA
              MOVE 'S' TO SW-SUBFAMILIA-ACTIVA SW-FIN-SUBFAMILIAS
           END-IF.
       067-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO FAM-LLAVE
           START FAMILIAS-ARTICULOS KEY IS NOT LESS THAN FAM-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ FAMILIAS-ARTICULOS NEXT RECORD INTO WS-REG-FAMILIA
           IF WS-CODIGO EQUAL ZEROS
              IF WS-FAM-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'FAMILIAS    '   TO AUD-ARCHIVO
           MOVE WS-FAM-LLAVE     TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE FAMILIAS-ARTICULOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE FAMILIA - LLAVE: ' WS-LLAVE
              WHEN '22'
                 DISPLAY 'FAMILIA DUPLICADA - LLAVE: ' WS-FAM-LLAVE
              WHEN '23'
                 DISPLAY 'FAMILIA INEXISTENTE - LLAVE: ' WS-FAM-LLAVE
              WHEN 'DS'
                 DISPLAY 'FAMILIA SIN DESCRIPCION - LLAVE: '
                         WS-FAM-LLAVE
              WHEN 'FM'
                 DISPLAY 'SUBFAMILIA SIN FAMILIA ACTIVA - LLAVE: '
                         WS-FAM-LLAVE
              WHEN 'FH'
                 DISPLAY 'FAMILIA CON SUBFAMILIAS ACTIVAS - LLAVE: '
                         WS-FAM-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO FAMILIAS-ARTICULOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN FAMILIAS-ARTICULOS'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN FAMILIAS-ARTICULOS - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
