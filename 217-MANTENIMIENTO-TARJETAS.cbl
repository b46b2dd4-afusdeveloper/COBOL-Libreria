       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-TARJETAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DEL MAESTRO DE TARJETAS DE DEBITO
      *                    (TARJETAS-DEBITO, CPTARJ01): ALTA (A),
      *                    CAMBIO DE LIMITES Y VENCIMIENTO (C),
      *                    BLOQUEO (K), DESBLOQUEO (D) Y BAJA (B). EL
      *                    ALTA VALIDA QUE LA CUENTA EXISTA Y NO ESTE
      *                    CERRADA, QUE EL CLIENTE EXISTA Y ESTE
      *                    ACTIVO Y QUE SEA SALDO-TITULAR O UNA
      *                    PERSONA ACTIVA DE TITULARES-CUENTA, CON
      *                    LIMITES DIARIOS Y VENCIMIENTO NO VENCIDO.
      *                    LA BAJA ES LOGICA (ESTADO 'D') Y NO SE
      *                    REVIERTE. RECHAZOS LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-TARJETAS ASSIGN TO UT-S-TRANSTJ
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-TARJETAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-TARJETA.
       01  REG-TRANS-TARJETA.
           05 TRTJ-TIPO                 PIC X(01).
              88 TRTJ-ES-ALTA                       VALUE 'A'.
              88 TRTJ-ES-CAMBIO                     VALUE 'C'.
              88 TRTJ-ES-BLOQUEO                    VALUE 'K'.
              88 TRTJ-ES-DESBLOQUEO                 VALUE 'D'.
              88 TRTJ-ES-BAJA                       VALUE 'B'.
           05 TRTJ-TARJETA              PIC 9(16).
           05 TRTJ-CUENTA               PIC 9(07).
           05 TRTJ-CLIENTE              PIC 9(08).
           05 TRTJ-LIMITE-COMPRAS       PIC 9(07)V99.
           05 TRTJ-LIMITE-EXTRAER       PIC 9(07)V99.
           05 TRTJ-VENCIMIENTO          PIC 9(06).
           05 FILLER                    PIC X(24).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE TARJETAS DE DEBITO'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TARJETA               PIC 9(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
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
       01  SW-EXISTE-TARJETA            PIC X(01).
           88 EXISTE-TARJETA                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-USUARIO-TJ                PIC X(08) VALUE 'MANTTARJ'.

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
           05 WS-HASTA-TIT-CUENTA       PIC 9(07) VALUE ZEROS.
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08) VALUE ZEROS.
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).

       01  WS-FUNCION-TJ                PIC X(02).
       01  WS-LLAVE-TJ                  PIC 9(16).
       01  WS-LLAVE-HASTA-TJ            PIC 9(16) VALUE ZEROS.
           COPY CPTARJWS.
       01  WS-CODIGO-TJ                 PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-TARJETAS'.
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
           OPEN INPUT TRANS-TARJETAS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TJ WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TJ WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TJ WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           MOVE 'AB' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-TJ WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-TARJETAS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRTJ-TIPO    TO DET-TIPO
           MOVE TRTJ-TARJETA TO DET-TARJETA WS-LLAVE-TJ
           MOVE TRTJ-CUENTA  TO DET-CUENTA
           MOVE SPACES       TO DET-MENSAJE

           EVALUATE TRUE
              WHEN TRTJ-ES-ALTA
                 PERFORM 2010-APLICA-ALTA
              WHEN TRTJ-ES-CAMBIO
                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRTJ-ES-BLOQUEO
              WHEN TRTJ-ES-DESBLOQUEO
              WHEN TRTJ-ES-BAJA
                 PERFORM 2030-APLICA-ESTADO
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES DEL ALTA: CUENTA ABIERTA, CLIENTE ACTIVO Y
      * AUTORIZADO A OPERAR LA CUENTA, LIMITES Y VENCIMIENTO.
      * -----------------------------------------------------------
       2005-VALIDA-ALTA.
           MOVE 'N' TO SW-TRANS-INVALIDA

           IF TRTJ-TARJETA NOT NUMERIC OR TRTJ-TARJETA EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'NUMERO DE TARJETA INVALIDO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           MOVE TRTJ-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TJ WS-REG-SALDOS WS-CODIGO-SDO
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

           MOVE TRTJ-CLIENTE TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TJ WS-REG-CLIENTE WS-CODIGO-CLI
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

      *    LA TARJETA SE EMITE AL TITULAR DE LA CUENTA O A UNA DE
      *    LAS PERSONAS ACTIVAS VINCULADAS A ELLA.
           IF WS-SALDO-TITULAR NOT EQUAL TRTJ-CLIENTE
              MOVE TRTJ-CUENTA  TO WS-LLAVE-TIT-CUENTA
              MOVE TRTJ-CLIENTE TO WS-LLAVE-TIT-CLIENTE
              MOVE 'LE' TO WS-FUNCION-TIT
              CALL 'TITULARES-CUENTA-I-O'
                   USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                         WS-USUARIO-TJ WS-REG-TITULAR-CUENTA
                         WS-CODIGO-TIT
              IF WS-CODIGO-TIT NOT EQUAL ZEROS OR NOT WS-TITC-ACTIVO
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'CLIENTE NO OPERA LA CUENTA' TO DET-MENSAJE
                 GO TO 2005-FIN
              END-IF
           END-IF

           IF TRTJ-LIMITE-COMPRAS EQUAL ZEROS
                 OR TRTJ-LIMITE-EXTRAER EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTAN LOS LIMITES DIARIOS' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           PERFORM 2007-VALIDA-VENCIMIENTO.
       2005-FIN.  EXIT.

       2007-VALIDA-VENCIMIENTO.
           IF TRTJ-VENCIMIENTO (5:2) LESS THAN '01'
                 OR TRTJ-VENCIMIENTO (5:2) GREATER THAN '12'
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'VENCIMIENTO INVALIDO (AAAAMM)' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF
           IF TRTJ-VENCIMIENTO LESS THAN WS-ANIO-MES-HOY-AM
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'VENCIMIENTO YA CUMPLIDO' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF.
       2007-FIN.  EXIT.

       2010-APLICA-ALTA.
           PERFORM 2005-VALIDA-ALTA
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           PERFORM 2040-BUSCA-TARJETA
           IF EXISTE-TARJETA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TARJETA YA EXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           INITIALIZE WS-REG-TARJETA-DEBITO
           MOVE TRTJ-TARJETA        TO WS-TARJ-NUMERO
           MOVE TRTJ-CUENTA         TO WS-TARJ-CUENTA
           MOVE TRTJ-CLIENTE        TO WS-TARJ-CLIENTE
           MOVE 'A'                 TO WS-TARJ-ESTADO
           MOVE TRTJ-LIMITE-COMPRAS TO WS-TARJ-LIMITE-COMPRAS
           MOVE TRTJ-LIMITE-EXTRAER TO WS-TARJ-LIMITE-EXTRAER
           MOVE WS-FECHA-HOY        TO WS-TARJ-FECHA-ALTA
           MOVE TRTJ-VENCIMIENTO    TO WS-TARJ-VENCIMIENTO
           MOVE 'AL' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-TJ WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ
           PERFORM 2060-EVALUA-RESULTADO.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CAMBIO SOLO TOCA LOS CAMPOS QUE VIENEN INFORMADOS: LOS
      * LIMITES DIARIOS Y EL VENCIMIENTO DE UNA TARJETA NO DADA DE
      * BAJA. LA CUENTA Y EL CLIENTE NO SE CAMBIAN.
      * -----------------------------------------------------------
       2020-APLICA-CAMBIO.
           PERFORM 2040-BUSCA-TARJETA
           IF NOT EXISTE-TARJETA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TARJETA INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF
           IF WS-TARJ-DADA-DE-BAJA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TARJETA DADA DE BAJA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           MOVE 'N' TO SW-TRANS-INVALIDA
           IF TRTJ-VENCIMIENTO NOT EQUAL ZEROS
              PERFORM 2007-VALIDA-VENCIMIENTO
           END-IF
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           IF TRTJ-LIMITE-COMPRAS NOT EQUAL ZEROS
              MOVE TRTJ-LIMITE-COMPRAS TO WS-TARJ-LIMITE-COMPRAS
           END-IF
           IF TRTJ-LIMITE-EXTRAER NOT EQUAL ZEROS
              MOVE TRTJ-LIMITE-EXTRAER TO WS-TARJ-LIMITE-EXTRAER
           END-IF
           IF TRTJ-VENCIMIENTO NOT EQUAL ZEROS
              MOVE TRTJ-VENCIMIENTO TO WS-TARJ-VENCIMIENTO
           END-IF
           MOVE WS-TARJ-CUENTA TO DET-CUENTA
           MOVE 'CA' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-TJ WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ
           PERFORM 2060-EVALUA-RESULTADO.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * BLOQUEO (ACTIVA -> B), DESBLOQUEO (BLOQUEADA -> A) Y BAJA
      * (CUALQUIERA -> D). LA TARJETA DADA DE BAJA YA NO CAMBIA.
      * -----------------------------------------------------------
       2030-APLICA-ESTADO.
           PERFORM 2040-BUSCA-TARJETA
           IF NOT EXISTE-TARJETA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TARJETA INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF
           MOVE WS-TARJ-CUENTA TO DET-CUENTA
           IF WS-TARJ-DADA-DE-BAJA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TARJETA DADA DE BAJA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF
           IF TRTJ-ES-BLOQUEO AND NOT WS-TARJ-ACTIVA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'LA TARJETA NO ESTA ACTIVA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF
           IF TRTJ-ES-DESBLOQUEO AND NOT WS-TARJ-BLOQUEADA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'LA TARJETA NO ESTA BLOQUEADA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           EVALUATE TRUE
              WHEN TRTJ-ES-BLOQUEO
                 MOVE 'B' TO WS-TARJ-ESTADO
              WHEN TRTJ-ES-DESBLOQUEO
                 MOVE 'A' TO WS-TARJ-ESTADO
              WHEN TRTJ-ES-BAJA
                 MOVE 'D' TO WS-TARJ-ESTADO
           END-EVALUATE
           MOVE 'CA' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-TJ WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ
           PERFORM 2060-EVALUA-RESULTADO.
       2030-FIN.  EXIT.

       2040-BUSCA-TARJETA.
           MOVE 'N' TO SW-EXISTE-TARJETA
           MOVE 'LE' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-TJ WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ
           IF WS-CODIGO-TJ EQUAL ZEROS
              MOVE 'S' TO SW-EXISTE-TARJETA
           END-IF.
       2040-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-TJ EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              MOVE 'TARJETA ACTUALIZADA' TO DET-MENSAJE
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
                      WS-USUARIO-TJ WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TJ WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TJ WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           MOVE 'CI' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-TJ WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ

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

           CLOSE TRANS-TARJETAS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
