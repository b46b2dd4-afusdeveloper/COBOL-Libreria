       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     APERTURA-CUENTAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. APERTURA POR LOTE DE
      *                    CAJAS DE AHORRO EN ARCHIVO-SALDOS EN PESOS
      *                    (ARS) O EN DOLARES (USD). LA MONEDA SE FIJA
      *                    AL ABRIR Y NO SE CAMBIA DESPUES (SALDOS-
      *                    INDEXADOS-I-O LO RECHAZA). LA CUENTA NO DEBE
      *                    EXISTIR Y EL TITULAR, SI VIENE, DEBE SER UN
      *                    CLIENTE ACTIVO. LA CUENTA ABRE CON SALDO
      *                    CERO, SIN DESCUBIERTO Y CON LA TASA DE LA
      *                    SOLICITUD (CERO = TOMA LA DE LA BANDA EN EL
      *                    CIERRE MENSUAL). RECHAZOS LISTADOS Y
      *                    RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-APERTURAS ASSIGN TO UT-S-TRANSAP
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-APERTURAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-APERTURA.
       01  REG-TRANS-APERTURA.
           05 TRAP-CUENTA               PIC 9(07).
           05 TRAP-NOMBRE               PIC X(35).
           05 TRAP-TITULAR              PIC 9(08).
           05 TRAP-MONEDA               PIC X(03).
              88 TRAP-MONEDA-VALIDA                 VALUE 'ARS' 'USD'.
           05 TRAP-TASA-INTERES         PIC 9(03)V9(04).
           05 FILLER                    PIC X(20).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'APERTURA DE CUENTAS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NOMBRE                PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MONEDA                PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'SOLICITUDES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'ABIERTAS:'.
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

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-AP                PIC X(08) VALUE 'APERTCTA'.

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

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'APERTURA-CUENTAS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-SOLICITUD UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           OPEN INPUT TRANS-APERTURAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AP WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-AP WS-REG-CLIENTE WS-CODIGO-CLI

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-APERTURAS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-SOLICITUD.
           MOVE TRAP-CUENTA TO DET-CUENTA
           MOVE TRAP-NOMBRE TO DET-NOMBRE
           MOVE TRAP-MONEDA TO DET-MONEDA
           MOVE SPACES      TO DET-MENSAJE

           PERFORM 2005-VALIDA-SOLICITUD
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           ELSE
              PERFORM 2010-ABRE-CUENTA
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CUENTA Y NOMBRE INFORMADOS, MONEDA ARS O USD, CUENTA QUE
      * NO EXISTA Y TITULAR (SI VIENE) DADO DE ALTA Y ACTIVO.
      * -----------------------------------------------------------
       2005-VALIDA-SOLICITUD.
           MOVE 'N' TO SW-TRANS-INVALIDA

           IF TRAP-CUENTA NOT NUMERIC OR TRAP-CUENTA EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'NUMERO DE CUENTA INVALIDO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF TRAP-NOMBRE EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTA EL NOMBRE DE LA CUENTA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT TRAP-MONEDA-VALIDA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'MONEDA INVALIDA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF TRAP-TASA-INTERES NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'TASA NO NUMERICA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           MOVE TRAP-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AP WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LA CUENTA YA EXISTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRAP-TITULAR NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'TITULAR INVALIDO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF TRAP-TITULAR EQUAL ZEROS
              GO TO 2005-FIN
           END-IF
           MOVE TRAP-TITULAR TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-AP WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CLIENTE INEXISTENTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT WS-CLI-ACTIVO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CLIENTE DE BAJA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF.
       2005-FIN.  EXIT.

       2010-ABRE-CUENTA.
           INITIALIZE WS-REG-SALDOS
           MOVE TRAP-CUENTA       TO WS-SALDO-CUENTA
           MOVE TRAP-NOMBRE       TO WS-SALDO-NOMBRE
           MOVE TRAP-TASA-INTERES TO WS-SALDO-TASA-INTERES
           MOVE WS-FECHA-HOY      TO WS-SALDO-FECHA-ULT-MOV
           MOVE TRAP-TITULAR      TO WS-SALDO-TITULAR
           MOVE 'A'               TO WS-SALDO-ACTIVIDAD
           MOVE TRAP-MONEDA       TO WS-SALDO-MONEDA
           MOVE TRAP-CUENTA       TO WS-LLAVE-SDO
           MOVE 'AL' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AP WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE 'ABIERTA' TO DET-RESULTADO
              MOVE 'CUENTA ABIERTA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
       2010-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AP WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-AP WS-REG-CLIENTE WS-CODIGO-CLI

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

           CLOSE TRANS-APERTURAS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
