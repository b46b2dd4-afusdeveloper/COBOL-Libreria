       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-CLIENTES-LOTE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  NUEVA ACCION A: REGISTRA LOS AVISOS QUE EL
      *                    CLIENTE NO QUIERE RECIBIR. CINCO MARCAS EN
      *                    EL LUGAR DE LA OCUPACION, UNA POR TIPO DE
      *                    AVISO EN EL ORDEN DE CLI-AVISOS-EXCLUIDOS:
      *                    S = LO EXCLUYE, N = LO RECIBE, BLANCO = SIN
      *                    CAMBIO.
      *   15/10/2026  AMF  NUEVA ACCION K: REGISTRA LA REVISION DE
      *                    CONOZCA A SU CLIENTE (CUIT, NACIMIENTO,
      *                    NACIONALIDAD, OCUPACION, PERSONA EXPUESTA
      *                    POLITICAMENTE, RIESGO Y FECHA DE REVISION;
      *                    SIN FECHA SE TOMA LA DE HOY) Y LEVANTA LA
      *                    RESTRICCION POR REVISION VENCIDA.
      *   15/10/2026  AMF  NUEVA ACCION D: DECLARA LA RESIDENCIA DEL
      *                    CLIENTE (R = RESIDENTE, N = NO RESIDENTE)
      *                    PARA EL INFORME DE DEPOSITOS AL BANCO
      *                    CENTRAL.
      *   15/10/2026  AMF  NUEVA ACCION P: ASIGNA AL CLIENTE LA
      *                    LISTA DE PRECIOS INFORMADA (BLANCOS LA
      *                    QUITA). LA LISTA DEBE TENER AL MENOS UN
      *                    PRECIO CARGADO EN LISTAS-PRECIOS, QUE SE
      *                    RECORRE POR RANGO CON LISTAS-PRECIOS-I-O.
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LOS DATOS DE CREDITO DEL CLIENTE, MISMO
      *                    ESQUEMA QUE MANTENIMIENTO-CODALT-LOTE: LEE
      *                    TRANSACCIONES DE CREDITOS (L = ASIGNA
      *                    LIMITE, R = RETIENE AL CLIENTE, H = LO
      *                    HABILITA DE NUEVO), LEE EL CLIENTE Y LO
      *                    REGRABA A TRAVES DE CLIENTES-INDEXADOS-I-O,
      *                    QUE DEJA CADA CAMBIO EN AUDITORIA. RECHAZOS
      *                    A SU ARCHIVO, REPORTE Y ESTADISTICAS.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-CLIENTES ASSIGN TO UT-S-TRANSCLI
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT CLIENTES-RECHAZADOS ASSIGN TO UT-S-RECHCLI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RECH.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CLIENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-CLIENTE.
       01  REG-TRANS-CLIENTE.
           05 TRANS-CLIENTE             PIC 9(08).
           05 TRANS-ACCION              PIC X(01).
              88 TRANS-ASIGNA-LIMITE               VALUE 'L'.
              88 TRANS-RETIENE-CREDITO             VALUE 'R'.
              88 TRANS-HABILITA-CREDITO            VALUE 'H'.
              88 TRANS-ASIGNA-LISTA                VALUE 'P'.
              88 TRANS-DECLARA-RESIDENCIA          VALUE 'D'.
              88 TRANS-REVISION-KYC                VALUE 'K'.
              88 TRANS-EXCLUYE-AVISOS              VALUE 'A'.
           05 TRANS-LIMITE-CREDITO      PIC 9(09)V99.
           05 TRANS-LISTA-PRECIOS       PIC X(04).
           05 TRANS-RESIDENCIA          PIC X(01).
              88 TRANS-RESIDENCIA-VALIDA           VALUE 'R' 'N'.
           05 TRANS-CUIT                PIC 9(11).
           05 TRANS-FECHA-NACIMIENTO    PIC 9(08).
           05 TRANS-NACIONALIDAD        PIC X(03).
           05 TRANS-OCUPACION           PIC X(20).
           05 TRANS-AVISOS REDEFINES TRANS-OCUPACION.
              10 TRANS-AVISO-EXCLUIDO   PIC X(01) OCCURS 5 TIMES.
              10 FILLER                 PIC X(15).
           05 TRANS-PEP                 PIC X(01).
              88 TRANS-PEP-VALIDO                  VALUE 'S' 'N'.
           05 TRANS-RIESGO              PIC X(01).
              88 TRANS-RIESGO-VALIDO               VALUE 'A' 'M' 'B'.
           05 TRANS-FECHA-REVISION      PIC 9(08).
           05 TRANS-FECHA-REVISION-X REDEFINES TRANS-FECHA-REVISION
                                        PIC X(08).
           05 FILLER                    PIC X(03).

       FD  CLIENTES-RECHAZADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CLIENTE-RECHAZADO.
       01  REG-CLIENTE-RECHAZADO        PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO LOTE CREDITO CLIENTES'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'ACCION'.
           05 FILLER                    PIC X(10) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(16) VALUE 'LIMITE'.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(30) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-ACCION                PIC X(01).
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 DET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-LIMITE                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

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
       01  WS-CODIGO-RECH               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
       01  WS-USUARIO-CLI               PIC X(08) VALUE 'MANTCLIE'.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-LSTP              PIC X(02).
       01  WS-LLAVE-LSTP.
           05 WS-LLAVE-LSTP-LISTA       PIC X(04).
           05 WS-LLAVE-LSTP-ARTICULO    PIC 9(05).
       01  WS-LLAVE-HASTA-LSTP.
           05 WS-HASTA-LSTP-LISTA       PIC X(04).
           05 WS-HASTA-LSTP-ARTICULO    PIC 9(05).
       01  WS-REG-LISTA-PRECIO.
           05 WS-LSTP-LISTA             PIC X(04).
           05 WS-LSTP-ARTICULO          PIC 9(05).
           05 WS-LSTP-PRECIO            PIC 9(05)V99.
           05 WS-LSTP-FECHA-DESDE       PIC 9(08).
           05 WS-LSTP-FECHA-HASTA       PIC 9(08).
       01  WS-CODIGO-LSTP               PIC X(02).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-IDX-AVISO                 PIC 9(02).
       01  WS-CANTIDAD-MARCAS           PIC 9(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-CLIENTES-LOTE'.
       01  WS-STAT-LEIDOS                PIC 9(07).
       01  WS-STAT-APLICADAS             PIC 9(07).
       01  WS-STAT-RECHAZADAS            PIC 9(07).
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
           OPEN INPUT TRANS-CLIENTES
           OPEN EXTEND CLIENTES-RECHAZADOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CLI WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-CLI WS-REG-LISTA-PRECIO WS-CODIGO-LSTP

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-CLIENTES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRANS-ACCION         TO DET-ACCION
           MOVE TRANS-CLIENTE        TO DET-CLIENTE WS-LLAVE-CLI
           MOVE ZEROS                TO DET-LIMITE
           MOVE SPACES               TO DET-RESULTADO DET-MENSAJE

           IF NOT TRANS-ASIGNA-LIMITE
                 AND NOT TRANS-RETIENE-CREDITO
                 AND NOT TRANS-HABILITA-CREDITO
                 AND NOT TRANS-ASIGNA-LISTA
                 AND NOT TRANS-DECLARA-RESIDENCIA
                 AND NOT TRANS-REVISION-KYC
                 AND NOT TRANS-EXCLUYE-AVISOS
              MOVE 'ACCION DE CREDITO DESCONOCIDA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           IF TRANS-ASIGNA-LIMITE
                 AND TRANS-LIMITE-CREDITO NOT NUMERIC
              MOVE 'LIMITE DE CREDITO NO NUMERICO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           IF TRANS-DECLARA-RESIDENCIA
                 AND NOT TRANS-RESIDENCIA-VALIDA
              MOVE 'RESIDENCIA DEBE SER R O N' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           IF TRANS-REVISION-KYC
              PERFORM 2030-VALIDA-REVISION-KYC
              IF DET-MENSAJE NOT EQUAL SPACES
                 PERFORM 2100-RECHAZA-TRANSACCION
                 GO TO 2000-ESCRIBE
              END-IF
           END-IF

           IF TRANS-EXCLUYE-AVISOS
              PERFORM 2050-VALIDA-AVISOS
              IF DET-MENSAJE NOT EQUAL SPACES
                 PERFORM 2100-RECHAZA-TRANSACCION
                 GO TO 2000-ESCRIBE
              END-IF
           END-IF

           IF TRANS-ASIGNA-LISTA
                 AND TRANS-LISTA-PRECIOS NOT EQUAL SPACES
              PERFORM 2020-VERIFICA-LISTA
              IF WS-CODIGO-LSTP NOT EQUAL ZEROS
                 MOVE 'LISTA DE PRECIOS INEXISTENTE' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
                 GO TO 2000-ESCRIBE
              END-IF
           END-IF

           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CLI WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              MOVE 'CLIENTE INEXISTENTE' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF
           IF WS-CLI-DE-BAJA
              MOVE 'CLIENTE DADO DE BAJA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           EVALUATE TRUE
              WHEN TRANS-ASIGNA-LIMITE
                 MOVE TRANS-LIMITE-CREDITO TO WS-CLI-LIMITE-CREDITO
              WHEN TRANS-RETIENE-CREDITO
                 MOVE 'S' TO WS-CLI-BLOQUEO-CREDITO
              WHEN TRANS-HABILITA-CREDITO
                 MOVE 'N' TO WS-CLI-BLOQUEO-CREDITO
              WHEN TRANS-ASIGNA-LISTA
                 MOVE TRANS-LISTA-PRECIOS TO WS-CLI-LISTA-PRECIOS
              WHEN TRANS-DECLARA-RESIDENCIA
                 MOVE TRANS-RESIDENCIA TO WS-CLI-RESIDENCIA
              WHEN TRANS-REVISION-KYC
                 PERFORM 2040-APLICA-REVISION-KYC
              WHEN TRANS-EXCLUYE-AVISOS
                 PERFORM 2060-APLICA-AVISO
                         VARYING WS-IDX-AVISO FROM 1 BY 1
                         UNTIL WS-IDX-AVISO > 5
           END-EVALUATE
           MOVE WS-CLI-LIMITE-CREDITO TO DET-LIMITE

           PERFORM 2010-REGRABA-CLIENTE.

       2000-ESCRIBE.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2010-REGRABA-CLIENTE.
           MOVE 'CA' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CLI WS-REG-CLIENTE WS-CODIGO-CLI

           EVALUATE WS-CODIGO-CLI
              WHEN '00'
                 MOVE 'APLICADA'  TO DET-RESULTADO
                 EVALUATE TRUE
                    WHEN TRANS-ASIGNA-LISTA
                       MOVE 'LISTA DE PRECIOS ASIGNADA'
                            TO DET-MENSAJE
                    WHEN TRANS-DECLARA-RESIDENCIA
                       MOVE 'RESIDENCIA ACTUALIZADA' TO DET-MENSAJE
                    WHEN TRANS-REVISION-KYC
                       MOVE 'REVISION KYC REGISTRADA' TO DET-MENSAJE
                    WHEN TRANS-EXCLUYE-AVISOS
                       MOVE 'AVISOS ACTUALIZADOS' TO DET-MENSAJE
                    WHEN OTHER
                       MOVE 'CREDITO ACTUALIZADO' TO DET-MENSAJE
                 END-EVALUATE
                 ADD 1 TO WS-CONTADOR-APLICADAS
              WHEN OTHER
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
           END-EVALUATE.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA LISTA EXISTE SI TIENE AL MENOS UN PRECIO CARGADO: SE
      * RECORRE EL RANGO LISTA+00000 A LISTA+99999 Y BASTA CON EL
      * PRIMERO. DEVUELVE '00' SI LO ENCONTRO.
      * -----------------------------------------------------------
       2020-VERIFICA-LISTA.
           MOVE TRANS-LISTA-PRECIOS TO WS-LLAVE-LSTP-LISTA
                                       WS-HASTA-LSTP-LISTA
           MOVE ZEROS               TO WS-LLAVE-LSTP-ARTICULO
           MOVE 99999               TO WS-HASTA-LSTP-ARTICULO
           MOVE 'RI' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-CLI WS-REG-LISTA-PRECIO WS-CODIGO-LSTP.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA REVISION TRAE TODOS LOS DATOS DE CONOZCA A SU CLIENTE;
      * LA FECHA DE REVISION PUEDE VENIR EN BLANCO (SE TOMA HOY)
      * PERO NO POSTERIOR A HOY. DEJA EL MOTIVO EN DET-MENSAJE.
      * -----------------------------------------------------------
       2030-VALIDA-REVISION-KYC.
           IF TRANS-CUIT NOT NUMERIC OR TRANS-CUIT EQUAL ZEROS
              MOVE 'CUIT INVALIDO' TO DET-MENSAJE
              GO TO 2030-FIN
           END-IF
           IF TRANS-FECHA-NACIMIENTO NOT NUMERIC
                 OR TRANS-FECHA-NACIMIENTO EQUAL ZEROS
                 OR TRANS-FECHA-NACIMIENTO GREATER THAN WS-FECHA-HOY
              MOVE 'FECHA DE NACIMIENTO INVALIDA' TO DET-MENSAJE
              GO TO 2030-FIN
           END-IF
           IF TRANS-NACIONALIDAD EQUAL SPACES
              MOVE 'FALTA LA NACIONALIDAD' TO DET-MENSAJE
              GO TO 2030-FIN
           END-IF
           IF NOT TRANS-PEP-VALIDO
              MOVE 'PERSONA EXPUESTA DEBE SER S O N' TO DET-MENSAJE
              GO TO 2030-FIN
           END-IF
           IF NOT TRANS-RIESGO-VALIDO
              MOVE 'RIESGO DEBE SER A, M O B' TO DET-MENSAJE
              GO TO 2030-FIN
           END-IF
           IF TRANS-FECHA-REVISION-X EQUAL SPACES
              GO TO 2030-FIN
           END-IF
           IF TRANS-FECHA-REVISION NOT NUMERIC
                 OR TRANS-FECHA-REVISION GREATER THAN WS-FECHA-HOY
              MOVE 'FECHA DE REVISION INVALIDA' TO DET-MENSAJE
           END-IF.
       2030-FIN.  EXIT.

       2040-APLICA-REVISION-KYC.
           MOVE TRANS-CUIT             TO WS-CLI-CUIT
           MOVE TRANS-FECHA-NACIMIENTO TO WS-CLI-FECHA-NACIMIENTO
           MOVE TRANS-NACIONALIDAD     TO WS-CLI-NACIONALIDAD
           MOVE TRANS-OCUPACION        TO WS-CLI-OCUPACION
           MOVE TRANS-PEP              TO WS-CLI-PEP
           MOVE TRANS-RIESGO           TO WS-CLI-RIESGO
           IF TRANS-FECHA-REVISION-X EQUAL SPACES
                 OR TRANS-FECHA-REVISION EQUAL ZEROS
              MOVE WS-FECHA-HOY         TO WS-CLI-FECHA-REVISION-KYC
           ELSE
              MOVE TRANS-FECHA-REVISION TO WS-CLI-FECHA-REVISION-KYC
           END-IF
           MOVE 'N'                    TO WS-CLI-RESTRICCION-KYC.
       2040-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA MARCA ES S, N O BLANCO Y AL MENOS UNA DEBE VENIR
      * INFORMADA. DEJA EL MOTIVO EN DET-MENSAJE.
      * -----------------------------------------------------------
       2050-VALIDA-AVISOS.
           MOVE ZEROS TO WS-CANTIDAD-MARCAS
           PERFORM 2051-VALIDA-MARCA-AVISO
                   VARYING WS-IDX-AVISO FROM 1 BY 1
                   UNTIL WS-IDX-AVISO > 5
                   OR DET-MENSAJE NOT EQUAL SPACES
           IF DET-MENSAJE EQUAL SPACES
                 AND WS-CANTIDAD-MARCAS EQUAL ZEROS
              MOVE 'SIN MARCAS DE AVISO' TO DET-MENSAJE
           END-IF.
       2050-FIN.  EXIT.

       2051-VALIDA-MARCA-AVISO.
           EVALUATE TRANS-AVISO-EXCLUIDO (WS-IDX-AVISO)
              WHEN 'S'
              WHEN 'N'
                 ADD 1 TO WS-CANTIDAD-MARCAS
              WHEN SPACE
                 CONTINUE
              WHEN OTHER
                 MOVE 'MARCA DE AVISO DEBE SER S O N' TO DET-MENSAJE
           END-EVALUATE.
       2051-FIN.  EXIT.

       2060-APLICA-AVISO.
           IF TRANS-AVISO-EXCLUIDO (WS-IDX-AVISO) NOT EQUAL SPACE
              MOVE TRANS-AVISO-EXCLUIDO (WS-IDX-AVISO)
                   TO WS-CLI-AVISO-EXCLUIDO (WS-IDX-AVISO)
           END-IF.
       2060-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           MOVE 'RECHAZADA' TO DET-RESULTADO
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           MOVE REG-TRANS-CLIENTE TO REG-CLIENTE-RECHAZADO
           WRITE REG-CLIENTE-RECHAZADO.
       2100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CLI WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'CI' TO WS-FUNCION-LSTP
           CALL 'LISTAS-PRECIOS-I-O'
                USING WS-FUNCION-LSTP WS-LLAVE-LSTP WS-LLAVE-HASTA-LSTP
                      WS-USUARIO-CLI WS-REG-LISTA-PRECIO WS-CODIGO-LSTP

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

           CLOSE TRANS-CLIENTES CLIENTES-RECHAZADOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
