       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     KITS-COMPONENTES-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DE LA LISTA DE MATERIALES
      *                    INDEXADA KITS-COMPONENTES (CPKIT01, LLAVE
      *                    KIT + COMPONENTE), MISMO ESQUEMA DE CODIGO
      *                    DE FUNCION QUE LOS DEMAS MAESTROS, CON
      *                    RANGO RI/RS PARA RECORRER LOS COMPONENTES
      *                    DE UN KIT Y AUDITORIA EN ALTA/CAMBIO/BAJA.
      *                    EL ALTA Y EL CAMBIO VALIDAN KIT Y
      *                    COMPONENTE CONTRA ARTICULOS COMO
      *                    CODIGOS-ALTERNOS-I-O ('AR' INEXISTENTE O DE
      *                    BAJA) Y RECHAZAN CON 'CN' LA CANTIDAD EN
      *                    CERO, CON 'KC' EL KIT COMO COMPONENTE DE SI
      *                    MISMO Y CON 'KK' EL COMPONENTE QUE ES A SU
      *                    VEZ UN KIT.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITS-COMPONENTES ASSIGN TO UT-ARCHKIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KIT-LLAVE
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
       FD  KITS-COMPONENTES
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS REG-KIT-COMPONENTE.
           COPY CPKIT01.

       FD  ARTICULOS
           DATA RECORD IS REG-ARTICULOS.
           COPY CPART01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-KIT-COMPONENTE.
           05 WS-KIT-LLAVE.
              10 WS-KIT-ARTICULO       PIC 9(05).
              10 WS-KIT-COMPONENTE     PIC 9(05).
           05 WS-KIT-CANTIDAD          PIC 9(05).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-ART                PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(10).
       01  WS-LLAVE-HASTA               PIC X(10).
       01  WS-USUARIO                   PIC X(08).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-OPERACION-AUD             PIC X(06).
       01  WS-ARTICULO-VALIDA           PIC 9(05).
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
       01  LK-LLAVE                     PIC X(10).
       01  LK-LLAVE-HASTA               PIC X(10).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-KIT-COMPONENTE.
           05 LK-KIT-ARTICULO           PIC 9(05).
           05 LK-KIT-COMPONENTE         PIC 9(05).
           05 LK-KIT-CANTIDAD           PIC 9(05).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-KIT-COMPONENTE
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
              MOVE LK-REG-KIT-COMPONENTE TO WS-REG-KIT-COMPONENTE
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-COMPONENTE
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-COMPONENTE
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-COMPONENTE
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-COMPONENTE
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-KIT-COMPONENTE TO LK-REG-KIT-COMPONENTE
           MOVE WS-CODIGO             TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O KITS-COMPONENTES
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT KITS-COMPONENTES
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

       040-LEE-COMPONENTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO KIT-LLAVE
           READ KITS-COMPONENTES INTO WS-REG-KIT-COMPONENTE.
       040-FIN.  EXIT.

      * -----------------------------------------------------------
      * KIT Y COMPONENTE DEBEN EXISTIR Y ESTAR ACTIVOS, SER
      * DISTINTOS Y LA CANTIDAD POR KIT NO PUEDE SER CERO. EL
      * COMPONENTE NO PUEDE TENER COMPONENTES PROPIOS: LA
      * EXPLOSION DE LA VENTA ES DE UN SOLO NIVEL.
      * -----------------------------------------------------------
       045-VALIDA-COMPONENTE.
           MOVE WS-KIT-ARTICULO TO WS-ARTICULO-VALIDA
           PERFORM 046-VALIDA-ARTICULO
           IF NOT ARTICULO-NO-SIRVE
              MOVE WS-KIT-COMPONENTE TO WS-ARTICULO-VALIDA
              PERFORM 046-VALIDA-ARTICULO
           END-IF
           IF ARTICULO-NO-SIRVE
              MOVE 'AR' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF

           IF WS-KIT-CANTIDAD NOT NUMERIC
              OR WS-KIT-CANTIDAD EQUAL ZEROS
              MOVE 'CN' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF
           IF WS-KIT-COMPONENTE EQUAL WS-KIT-ARTICULO
              MOVE 'KC' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 045-FIN
           END-IF

           MOVE WS-KIT-COMPONENTE TO KIT-ARTICULO
           MOVE ZEROS             TO KIT-COMPONENTE
           START KITS-COMPONENTES KEY IS NOT LESS THAN KIT-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              READ KITS-COMPONENTES NEXT RECORD
              IF WS-CODIGO EQUAL ZEROS
                 AND KIT-ARTICULO EQUAL WS-KIT-COMPONENTE
                 MOVE 'KK' TO WS-CODIGO
                 PERFORM 900-MUESTRA-MENSAJE
                 GO TO 045-FIN
              END-IF
           END-IF
           MOVE SPACES TO WS-CODIGO.
       045-FIN.  EXIT.

       046-VALIDA-ARTICULO.
           MOVE 'N' TO SW-ARTICULO-INVALIDO
           MOVE WS-ARTICULO-VALIDA TO ARTICULOS-LLAVE
           READ ARTICULOS
           IF WS-CODIGO-ART NOT EQUAL ZEROS
              MOVE 'S' TO SW-ARTICULO-INVALIDO
           ELSE
              IF ART-DE-BAJA
                 MOVE 'S' TO SW-ARTICULO-INVALIDO
              END-IF
           END-IF.
       046-FIN.  EXIT.

       050-ALTA-COMPONENTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           PERFORM 045-VALIDA-COMPONENTE
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-KIT-COMPONENTE TO REG-KIT-COMPONENTE
           WRITE REG-KIT-COMPONENTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-COMPONENTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           PERFORM 045-VALIDA-COMPONENTE
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 060-FIN
           END-IF

           MOVE WS-KIT-LLAVE TO KIT-LLAVE
           READ KITS-COMPONENTES
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-KIT-COMPONENTE TO REG-KIT-COMPONENTE
           REWRITE REG-KIT-COMPONENTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-COMPONENTE.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO KIT-LLAVE
           DELETE KITS-COMPONENTES
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-KIT-LLAVE
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO KIT-LLAVE
           START KITS-COMPONENTES KEY IS NOT LESS THAN KIT-LLAVE
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ KITS-COMPONENTES NEXT RECORD
                INTO WS-REG-KIT-COMPONENTE
           IF WS-CODIGO EQUAL ZEROS
              IF WS-KIT-LLAVE > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'KITS        '   TO AUD-ARCHIVO
           MOVE WS-KIT-LLAVE     TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY     TO AUD-FECHA
           MOVE WS-HORA-AHORA    TO AUD-HORA
           MOVE WS-USUARIO       TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE KITS-COMPONENTES ARTICULOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE COMPONENTE DE KIT - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'COMPONENTE DE KIT DUPLICADO - LLAVE: '
                         WS-LLAVE
              WHEN '23'
                 DISPLAY 'COMPONENTE DE KIT INEXISTENTE - LLAVE: '
                         WS-LLAVE
              WHEN 'AR'
                 DISPLAY 'KIT O COMPONENTE INEXISTENTE O DE BAJA - '
                         'ARTICULO: ' WS-ARTICULO-VALIDA
              WHEN 'CN'
                 DISPLAY 'CANTIDAD POR KIT EN CERO - LLAVE: '
                         WS-KIT-LLAVE
              WHEN 'KC'
                 DISPLAY 'EL KIT NO PUEDE SER SU PROPIO COMPONENTE'
                         ' - LLAVE: ' WS-KIT-LLAVE
              WHEN 'KK'
                 DISPLAY 'EL COMPONENTE ES A SU VEZ UN KIT - LLAVE: '
                         WS-KIT-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO KITS-COMPONENTES NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN KITS-COMPONENTES'
                         ' - STATUS: ' WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN KITS-COMPONENTES - STATUS: '
                         WS-CODIGO
           END-EVALUATE.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
