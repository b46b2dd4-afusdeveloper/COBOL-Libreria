       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ACTIVOS-FIJOS-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    ACTIVOS-FIJOS (CPACTF01, LLAVE NUMERO DE
      *                    BIEN): EL REGISTRO DE BIENES DE USO. MISMO
      *                    ESQUEMA DE CODIGO DE FUNCION QUE
      *                    DECLARACIONES-GAN-I-O, CON RANGO RI/RS Y
      *                    AUDITORIA EN ALTA/CAMBIO/BAJA. EL ALTA Y EL
      *                    CAMBIO VALIDAN LA FECHA DE ALTA (RECHAZO
      *                    'FE'), EL METODO DE AMORTIZACION ('MT') Y
      *                    UNA VIDA UTIL MAYOR QUE CERO ('VU').
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FIJOS ASSIGN TO UT-ARCHACTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACTF-NUMERO
                  FILE STATUS IS WS-CODIGO.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-FIJOS
           RECORD CONTAINS 155 CHARACTERS
           DATA RECORD IS REG-ACTIVO-FIJO.
           COPY CPACTF01.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-REG-ACTIVO-FIJO.
           05 WS-ACTF-NUMERO           PIC 9(06).
           05 WS-ACTF-DESCRIPCION      PIC X(30).
           05 WS-ACTF-CATEGORIA        PIC X(03).
           05 WS-ACTF-SUCURSAL         PIC 9(03).
           05 WS-ACTF-CENTRO-COSTO     PIC 9(03).
           05 WS-ACTF-FECHA-ALTA       PIC 9(08).
           05 WS-ACTF-COSTO            PIC 9(11)V99.
           05 WS-ACTF-VIDA-UTIL        PIC 9(03).
           05 WS-ACTF-METODO           PIC X(01).
              88 WS-ACTF-METODO-VALIDO         VALUE 'L' 'D'.
           05 WS-ACTF-PROVEEDOR        PIC 9(05).
           05 WS-ACTF-FACTURA          PIC X(10).
           05 WS-ACTF-AMORT-ACUMULADA  PIC 9(11)V99.
           05 WS-ACTF-MESES-AMORTIZ    PIC 9(03).
           05 WS-ACTF-ULTIMO-PERIODO   PIC 9(06).
           05 WS-ACTF-AMORT-ULT-MES    PIC 9(11)V99.
           05 WS-ACTF-ESTADO           PIC X(01).
           05 WS-ACTF-FECHA-BAJA       PIC 9(08).
           05 WS-ACTF-PRECIO-VENTA     PIC 9(11)V99.
           05 WS-ACTF-RESULTADO-BAJA   PIC S9(11)V99.
       01  WS-VALIDA                    PIC X(01).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(06).
       01  WS-LLAVE-HASTA               PIC 9(06).
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
           VALUE 'ACTIVOS-FIJOS-I-O'.
       01  WS-LOG-SEVERIDAD             PIC X(01).
       01  WS-LOG-LLAVE                 PIC X(12).
       01  WS-LOG-MENSAJE               PIC X(40).

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC 9(06).
       01  LK-LLAVE-HASTA               PIC 9(06).
       01  LK-USUARIO                   PIC X(08).
       01  LK-REG-ACTIVO-FIJO.
           05 LK-ACTF-NUMERO           PIC 9(06).
           05 LK-ACTF-DATOS            PIC X(149).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
                                 LK-USUARIO LK-REG-ACTIVO-FIJO
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
              MOVE LK-REG-ACTIVO-FIJO TO WS-REG-ACTIVO-FIJO
           END-IF

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-LEER
                 PERFORM 040-LEE-ACTIVO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-ACTIVO
              WHEN WS-FUN-CAMBIO
                 PERFORM 060-CAMBIO-ACTIVO
              WHEN WS-FUN-BAJA
                 PERFORM 065-BAJA-ACTIVO
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
              WHEN WS-FUN-RANGO-SIGUIENTE
                 PERFORM 075-LEE-SIGUIENTE-RANGO
              WHEN WS-FUN-CERRAR
                 PERFORM 080-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-REG-ACTIVO-FIJO TO LK-REG-ACTIVO-FIJO
           MOVE WS-CODIGO         TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O ACTIVOS-FIJOS
           IF WS-CODIGO EQUAL '35'
              OPEN OUTPUT ACTIVOS-FIJOS
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

       040-LEE-ACTIVO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 040-FIN
           END-IF

           MOVE WS-LLAVE TO ACTF-NUMERO
           READ ACTIVOS-FIJOS INTO WS-REG-ACTIVO-FIJO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           END-IF.
       040-FIN.  EXIT.

       050-ALTA-ACTIVO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 050-FIN
           END-IF

           PERFORM 090-VALIDA-ACTIVO
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 050-FIN
           END-IF

           MOVE WS-REG-ACTIVO-FIJO TO REG-ACTIVO-FIJO
           WRITE REG-ACTIVO-FIJO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'ALTA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       050-FIN.  EXIT.

       060-CAMBIO-ACTIVO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 060-FIN
           END-IF

           PERFORM 090-VALIDA-ACTIVO
           IF WS-CODIGO NOT EQUAL SPACES
              GO TO 060-FIN
           END-IF

           MOVE WS-REG-ACTIVO-FIJO TO REG-ACTIVO-FIJO
           REWRITE REG-ACTIVO-FIJO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       060-FIN.  EXIT.

       065-BAJA-ACTIVO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 065-FIN
           END-IF

           MOVE WS-LLAVE TO ACTF-NUMERO
           DELETE ACTIVOS-FIJOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE WS-LLAVE TO WS-ACTF-NUMERO
              MOVE 'BAJA  ' TO WS-OPERACION-AUD
              PERFORM 095-ESCRIBE-AUDITORIA
           END-IF.
       065-FIN.  EXIT.

       070-INICIA-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 070-FIN
           END-IF

           MOVE WS-LLAVE TO ACTF-NUMERO
           START ACTIVOS-FIJOS KEY IS NOT LESS THAN ACTF-NUMERO
           IF WS-CODIGO EQUAL ZEROS
              PERFORM 075-LEE-SIGUIENTE-RANGO
           END-IF.
       070-FIN.  EXIT.

       075-LEE-SIGUIENTE-RANGO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO
              GO TO 075-FIN
           END-IF

           READ ACTIVOS-FIJOS NEXT RECORD INTO WS-REG-ACTIVO-FIJO
           IF WS-CODIGO EQUAL ZEROS
              IF ACTF-NUMERO > WS-LLAVE-HASTA
                 MOVE '10' TO WS-CODIGO
              END-IF
           END-IF.
       075-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES DEL REGISTRO EN ALTA Y CAMBIO.
      * -----------------------------------------------------------
       090-VALIDA-ACTIVO.
           CALL 'VALIDA-FECHA' USING WS-ACTF-FECHA-ALTA
                                      WS-VALIDA
           IF WS-VALIDA EQUAL 'N'
              MOVE 'FE' TO WS-CODIGO
              DISPLAY 'FECHA DE ALTA INVALIDA - BIEN: '
                      WS-ACTF-NUMERO
              GO TO 090-FIN
           END-IF

           IF NOT WS-ACTF-METODO-VALIDO
              MOVE 'MT' TO WS-CODIGO
              DISPLAY 'METODO DE AMORTIZACION INVALIDO - BIEN: '
                      WS-ACTF-NUMERO
              GO TO 090-FIN
           END-IF

           IF WS-ACTF-VIDA-UTIL NOT NUMERIC
              OR WS-ACTF-VIDA-UTIL EQUAL ZEROS
              MOVE 'VU' TO WS-CODIGO
              DISPLAY 'VIDA UTIL EN CERO - BIEN: '
                      WS-ACTF-NUMERO
           END-IF.
       090-FIN.  EXIT.

       095-ESCRIBE-AUDITORIA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE 'ACTIVOFIJO' TO AUD-ARCHIVO
           MOVE WS-ACTF-NUMERO TO AUD-LLAVE
           MOVE WS-OPERACION-AUD TO AUD-OPERACION
           MOVE WS-FECHA-HOY    TO AUD-FECHA
           MOVE WS-HORA-AHORA   TO AUD-HORA
           MOVE WS-USUARIO      TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       095-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE ACTIVOS-FIJOS AUDITORIA
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 DISPLAY 'NO EXISTE EL BIEN DE USO - LLAVE: '
                         WS-LLAVE
              WHEN '22'
                 DISPLAY 'BIEN DE USO DUPLICADO - LLAVE: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO ACTIVOS-FIJOS NO FUE ABIERTO'
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN ACTIVOS-FIJOS - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN ACTIVOS-FIJOS - STATUS: '
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
              STRING 'ACTIVOFIJO STATUS ' WS-CODIGO
                     DELIMITED BY SIZE INTO WS-LOG-MENSAJE
              CALL 'ESCRIBE-LOG-OPERACIONES'
                   USING WS-LOG-PROGRAMA WS-LOG-SEVERIDAD
                         WS-LOG-LLAVE WS-LOG-MENSAJE
           END-IF.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
