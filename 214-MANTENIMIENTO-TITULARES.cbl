       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-TITULARES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LAS PERSONAS VINCULADAS A CADA CUENTA
      *                    (TITULARES-CUENTA, CPTITC01), CON EL MISMO
      *                    ESQUEMA A/C/B DE MANTENIMIENTO-
      *                    AFILIACIONES: EL ALTA Y EL CAMBIO VALIDAN
      *                    QUE LA CUENTA EXISTA Y NO ESTE CERRADA, QUE
      *                    EL CLIENTE EXISTA Y ESTE ACTIVO, ROL
      *                    (T/C/F) Y REGLA (I/C) VALIDOS, UN SOLO
      *                    TITULAR POR CUENTA Y QUE SEA SALDO-TITULAR,
      *                    FIRMANTE SIN PARTICIPACION, Y QUE LAS
      *                    PARTICIPACIONES DE TITULAR Y COTITULARES
      *                    NO PASEN DE 100. EL COTITULAR O FIRMANTE
      *                    SE DA DE ALTA DESPUES DEL TITULAR. LA BAJA
      *                    MARCA LA PERSONA 'B' CON SU FECHA; EL
      *                    TITULAR SE DA DE BAJA ULTIMO. RECHAZOS
      *                    LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-TITULARES ASSIGN TO UT-S-TRANSTIT
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-TITULARES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-TITULAR.
       01  REG-TRANS-TITULAR.
           05 TRTI-TIPO                 PIC X(01).
              88 TRTI-ES-ALTA                       VALUE 'A'.
              88 TRTI-ES-CAMBIO                     VALUE 'C'.
              88 TRTI-ES-BAJA                       VALUE 'B'.
           05 TRTI-CUENTA               PIC 9(07).
           05 TRTI-CLIENTE              PIC 9(08).
           05 TRTI-ROL                  PIC X(01).
              88 TRTI-ROL-VALIDO                    VALUE 'T' 'C' 'F'.
              88 TRTI-ES-TITULAR                    VALUE 'T'.
              88 TRTI-ES-FIRMANTE                   VALUE 'F'.
           05 TRTI-REGLA                PIC X(01).
              88 TRTI-REGLA-VALIDA                  VALUE 'I' 'C'.
           05 TRTI-PARTICIPACION        PIC 9(03)V99.
           05 FILLER                    PIC X(57).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE TITULARES'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ROL                   PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(35).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.
       01  SW-HAY-TITULAR               PIC X(01).
           88 HAY-TITULAR                          VALUE 'S'.
       01  SW-HAY-OTROS                 PIC X(01).
           88 HAY-OTROS                            VALUE 'S'.
       01  SW-YA-VINCULADO              PIC X(01).
           88 YA-VINCULADO-ACTIVO                  VALUE 'A'.
           88 YA-VINCULADO-DE-BAJA                 VALUE 'B'.
           88 NO-VINCULADO                         VALUE 'N'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-TIT               PIC X(08) VALUE 'MANTTITU'.
       01  WS-SUMA-PARTICIPACION        PIC 9(05)V99.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08).
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-TIT               PIC X(02).
       01  WS-LLAVE-TIT.
           05 WS-LLAVE-TIT-CUENTA       PIC 9(07).
           05 WS-LLAVE-TIT-CLIENTE      PIC 9(08).
       01  WS-LLAVE-HASTA-TIT.
           05 WS-HASTA-TIT-CUENTA       PIC 9(07).
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08).
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-TITULARES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           OPEN INPUT TRANS-TITULARES
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TIT WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TIT WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-TITULARES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRTI-TIPO    TO DET-TIPO
           MOVE TRTI-CUENTA  TO DET-CUENTA WS-LLAVE-TIT-CUENTA
           MOVE TRTI-CLIENTE TO DET-CLIENTE WS-LLAVE-TIT-CLIENTE
           MOVE TRTI-ROL     TO DET-ROL
           MOVE SPACES       TO DET-MENSAJE

           EVALUATE TRUE
              WHEN TRTI-ES-ALTA
                 PERFORM 2010-APLICA-ALTA
              WHEN TRTI-ES-CAMBIO
                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRTI-ES-BAJA
                 PERFORM 2030-APLICA-BAJA
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES COMUNES DE ALTA Y CAMBIO: CUENTA ABIERTA,
      * CLIENTE ACTIVO, ROL Y REGLA, Y LAS REGLAS DE LA CUENTA
      * CONTRA LAS DEMAS PERSONAS YA VINCULADAS.
      * -----------------------------------------------------------
       2005-VALIDA-TRANSACCION.
           MOVE 'N' TO SW-TRANS-INVALIDA

           MOVE TRTI-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TIT WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA INEXISTENTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF WS-SALDO-CTA-CERRADA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA CERRADA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           MOVE TRTI-CLIENTE TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TIT WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CLIENTE INEXISTENTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT WS-CLI-ACTIVO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CLIENTE DE BAJA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF NOT TRTI-ROL-VALIDO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'ROL INVALIDO (T/C/F)' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT TRTI-REGLA-VALIDA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'REGLA INVALIDA (I/C)' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

      *    EL FIRMANTE OPERA PERO NO ES DUENIO DE NADA.
           IF TRTI-ES-FIRMANTE
                 AND TRTI-PARTICIPACION GREATER THAN ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FIRMANTE NO LLEVA PARTICIPACION' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT TRTI-ES-FIRMANTE
                 AND TRTI-PARTICIPACION EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTA LA PARTICIPACION' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRTI-ES-TITULAR
                 AND WS-SALDO-TITULAR GREATER THAN ZEROS
                 AND WS-SALDO-TITULAR NOT EQUAL TRTI-CLIENTE
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'EL TITULAR DEBE SER SALDO-TITULAR' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           PERFORM 2100-RECORRE-CUENTA
           IF TRTI-ES-TITULAR AND HAY-TITULAR
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LA CUENTA YA TIENE TITULAR' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT TRTI-ES-TITULAR AND NOT HAY-TITULAR
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'DAR DE ALTA PRIMERO AL TITULAR' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF WS-SUMA-PARTICIPACION + TRTI-PARTICIPACION
                 GREATER THAN 100
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'PARTICIPACIONES SUMAN MAS DE 100' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF.
       2005-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECORRE LAS PERSONAS ACTIVAS DE LA CUENTA SIN CONTAR LA DE
      * LA TRANSACCION: SUMA LAS PARTICIPACIONES, DICE SI YA HAY
      * TITULAR Y SI HAY OTRAS PERSONAS ADEMAS DE EL.
      * -----------------------------------------------------------
       2100-RECORRE-CUENTA.
           MOVE ZEROS TO WS-SUMA-PARTICIPACION
           MOVE 'N' TO SW-HAY-TITULAR SW-HAY-OTROS
           MOVE TRTI-CUENTA TO WS-LLAVE-TIT-CUENTA WS-HASTA-TIT-CUENTA
           MOVE ZEROS       TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999    TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 2110-SUMA-PERSONA
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS

           MOVE TRTI-CLIENTE TO WS-LLAVE-TIT-CLIENTE.
       2100-FIN.  EXIT.

       2110-SUMA-PERSONA.
           IF WS-TITC-ACTIVO
                 AND WS-TITC-CLIENTE NOT EQUAL TRTI-CLIENTE
              IF WS-TITC-ES-TITULAR
                 MOVE 'S' TO SW-HAY-TITULAR
              ELSE
                 MOVE 'S' TO SW-HAY-OTROS
              END-IF
              ADD WS-TITC-PARTICIPACION TO WS-SUMA-PARTICIPACION
           END-IF

           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       2110-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA PERSONA DADA DE BAJA QUE VUELVE SE REACTIVA SOBRE SU
      * MISMO REGISTRO, CON FECHA DE ALTA NUEVA.
      * -----------------------------------------------------------
       2010-APLICA-ALTA.
           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           PERFORM 2040-BUSCA-VINCULO
           IF YA-VINCULADO-ACTIVO
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'YA VINCULADO A LA CUENTA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           MOVE WS-FECHA-HOY TO WS-TITC-FECHA-ALTA
           IF YA-VINCULADO-DE-BAJA
              MOVE 'CA' TO WS-FUNCION-TIT
           ELSE
              MOVE 'AL' TO WS-FUNCION-TIT
           END-IF
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 2060-EVALUA-RESULTADO.
       2010-FIN.  EXIT.

       2020-APLICA-CAMBIO.
           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           PERFORM 2040-BUSCA-VINCULO
           IF NOT YA-VINCULADO-ACTIVO
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'NO ESTA VINCULADO A LA CUENTA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           MOVE 'CA' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 2060-EVALUA-RESULTADO.
       2020-FIN.  EXIT.

       2030-APLICA-BAJA.
           PERFORM 2040-BUSCA-VINCULO
           IF NOT YA-VINCULADO-ACTIVO
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'NO ESTA VINCULADO A LA CUENTA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           IF WS-TITC-ES-TITULAR
              PERFORM 2100-RECORRE-CUENTA
              IF HAY-OTROS
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'DAR DE BAJA ANTES A LOS DEMAS'
                      TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
                 GO TO 2030-FIN
              END-IF
              PERFORM 2040-BUSCA-VINCULO
           END-IF

           MOVE 'B' TO WS-TITC-ESTADO
           MOVE WS-FECHA-HOY TO WS-TITC-FECHA-BAJA
           MOVE 'CA' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 2060-EVALUA-RESULTADO.
       2030-FIN.  EXIT.

       2040-BUSCA-VINCULO.
           MOVE 'N' TO SW-YA-VINCULADO
           MOVE 'LE' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           IF WS-CODIGO-TIT EQUAL ZEROS
              MOVE WS-TITC-ESTADO TO SW-YA-VINCULADO
           END-IF.
       2040-FIN.  EXIT.

       2050-ARMA-REGISTRO.
           MOVE TRTI-CUENTA        TO WS-TITC-CUENTA
           MOVE TRTI-CLIENTE       TO WS-TITC-CLIENTE
           MOVE TRTI-ROL           TO WS-TITC-ROL
           MOVE TRTI-REGLA         TO WS-TITC-REGLA
           MOVE TRTI-PARTICIPACION TO WS-TITC-PARTICIPACION
           MOVE ZEROS              TO WS-TITC-FECHA-BAJA
           MOVE 'A'                TO WS-TITC-ESTADO.
       2050-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-TIT EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              MOVE 'VINCULO REGISTRADO' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
       2060-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TIT WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TIT WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TIT WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-TITULARES REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
