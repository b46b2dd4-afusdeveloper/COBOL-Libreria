       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-MANDATOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LOS MANDATOS DE DEBITO DIRECTO
      *                    (MANDATOS-DEBITO, CPMAND01): ALTA (A),
      *                    CAMBIO DE CUENTA O IMPORTE MAXIMO (C),
      *                    SUSPENSION (S), REACTIVACION (R) Y BAJA (B).
      *                    EL ALTA VALIDA QUE LA EMPRESA ESTE ADHERIDA
      *                    Y ACTIVA EN EMPRESAS-DEBITO (UT-S-EMPRDEB,
      *                    CARGADA EN TABLA), QUE LA CUENTA EXISTA Y
      *                    NO ESTE CERRADA Y QUE HAYA IMPORTE MAXIMO.
      *                    EL MANDATO DADO DE BAJA QUE VUELVE SE
      *                    REACTIVA SOBRE SU MISMO REGISTRO. RECHAZOS
      *                    LISTADOS Y RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-MANDATOS ASSIGN TO UT-S-TRANSMD
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT EMPRESAS-DEBITO ASSIGN TO UT-S-EMPRDEB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EDB.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-MANDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-MANDATO.
       01  REG-TRANS-MANDATO.
           05 TRMD-TIPO                 PIC X(01).
              88 TRMD-ES-ALTA                       VALUE 'A'.
              88 TRMD-ES-CAMBIO                     VALUE 'C'.
              88 TRMD-ES-SUSPENSION                 VALUE 'S'.
              88 TRMD-ES-REACTIVACION               VALUE 'R'.
              88 TRMD-ES-BAJA                       VALUE 'B'.
           05 TRMD-LLAVE.
              10 TRMD-EMPRESA           PIC X(05).
              10 TRMD-REFERENCIA        PIC X(15).
           05 TRMD-CUENTA               PIC 9(07).
           05 TRMD-IMPORTE-MAXIMO       PIC 9(09)V99.
           05 FILLER                    PIC X(41).

       FD  EMPRESAS-DEBITO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EMPRESA-DEBITO.
           COPY CPEMPDB1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE MANDATOS DE DEBITO'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-EMPRESA               PIC X(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA            PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(32).

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
       01  WS-CODIGO-EDB                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.
       01  SW-EXISTE-MANDATO            PIC X(01).
           88 EXISTE-MANDATO                       VALUE 'S'.

           COPY CPEMPDTB.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-MD                PIC X(08) VALUE 'MANTMAND'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-MD                PIC X(02).
       01  WS-LLAVE-MD                  PIC X(20).
       01  WS-LLAVE-HASTA-MD            PIC X(20) VALUE SPACES.
           COPY CPMANDWS.
       01  WS-CODIGO-MD                 PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-MANDATOS'.
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
           PERFORM 1100-CARGA-TABLA-EMPRESAS
           OPEN INPUT TRANS-MANDATOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-MD WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-MD WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-MANDATOS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA EMPRESAS-DEBITO, QUE VIENE ORDENADO POR EMPRESA, EN LA
      * TABLA CPEMPDTB PARA BUSCARLA CON SEARCH ALL. SIN ARCHIVO LA
      * TABLA QUEDA VACIA Y NINGUNA EMPRESA FIGURA ADHERIDA.
      * -----------------------------------------------------------
       1100-CARGA-TABLA-EMPRESAS.
           MOVE ZEROS TO WS-CANTIDAD-EMPRESAS-DEB
           OPEN INPUT EMPRESAS-DEBITO
           IF WS-CODIGO-EDB NOT EQUAL ZEROS
              DISPLAY 'EMPRESAS-DEBITO NO DISPONIBLE - STATUS: '
                      WS-CODIGO-EDB
              GO TO 1100-FIN
           END-IF
           MOVE 'N' TO SW-FIN-CARGA-EDB
           PERFORM 1110-CARGA-UNA-EMPRESA UNTIL FIN-DE-CARGA-EDB
           CLOSE EMPRESAS-DEBITO.
       1100-FIN.  EXIT.

       1110-CARGA-UNA-EMPRESA.
           READ EMPRESAS-DEBITO
              AT END MOVE 'S' TO SW-FIN-CARGA-EDB
           END-READ
           IF NOT FIN-DE-CARGA-EDB
              ADD 1 TO WS-CANTIDAD-EMPRESAS-DEB
              MOVE EDB-EMPRESA TO
                   WS-TABLA-EDB-EMPRESA (WS-CANTIDAD-EMPRESAS-DEB)
              MOVE EDB-NOMBRE TO
                   WS-TABLA-EDB-NOMBRE (WS-CANTIDAD-EMPRESAS-DEB)
              MOVE EDB-CUENTA-RECAUDADORA TO
                   WS-TABLA-EDB-CUENTA (WS-CANTIDAD-EMPRESAS-DEB)
              MOVE EDB-ESTADO TO
                   WS-TABLA-EDB-ESTADO (WS-CANTIDAD-EMPRESAS-DEB)
           END-IF.
       1110-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRMD-TIPO       TO DET-TIPO
           MOVE TRMD-EMPRESA    TO DET-EMPRESA
           MOVE TRMD-REFERENCIA TO DET-REFERENCIA
           MOVE TRMD-CUENTA     TO DET-CUENTA
           MOVE TRMD-LLAVE      TO WS-LLAVE-MD
           MOVE SPACES          TO DET-MENSAJE

           EVALUATE TRUE
              WHEN TRMD-ES-ALTA
                 PERFORM 2010-APLICA-ALTA
              WHEN TRMD-ES-CAMBIO
                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRMD-ES-SUSPENSION
              WHEN TRMD-ES-REACTIVACION
              WHEN TRMD-ES-BAJA
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
      * VALIDACIONES DEL ALTA: EMPRESA ADHERIDA Y ACTIVA, REFERENCIA
      * INFORMADA, CUENTA ABIERTA E IMPORTE MAXIMO.
      * -----------------------------------------------------------
       2005-VALIDA-ALTA.
           MOVE 'N' TO SW-TRANS-INVALIDA

           SEARCH ALL WS-EMPRESA-DEB-TABLA
              AT END MOVE 'S' TO SW-TRANS-INVALIDA
              WHEN WS-TABLA-EDB-EMPRESA (WS-IDX-EDB) EQUAL
                   TRMD-EMPRESA
                   CONTINUE
           END-SEARCH
           IF TRANS-INVALIDA
              MOVE 'EMPRESA NO ADHERIDA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF
           IF NOT WS-TABLA-EDB-ACTIVA (WS-IDX-EDB)
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'EMPRESA DADA DE BAJA' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRMD-REFERENCIA EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTA LA REFERENCIA DEL CLIENTE' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           PERFORM 2007-VALIDA-CUENTA
           IF TRANS-INVALIDA
              GO TO 2005-FIN
           END-IF

           IF TRMD-IMPORTE-MAXIMO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTA EL IMPORTE MAXIMO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF.
       2005-FIN.  EXIT.

       2007-VALIDA-CUENTA.
           MOVE TRMD-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-MD WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA INEXISTENTE' TO DET-MENSAJE
              GO TO 2007-FIN
           END-IF
           IF WS-SALDO-CTA-CERRADA
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CUENTA CERRADA' TO DET-MENSAJE
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

           PERFORM 2040-BUSCA-MANDATO
           IF EXISTE-MANDATO AND NOT WS-MAND-DE-BAJA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'MANDATO YA EXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           IF EXISTE-MANDATO
              MOVE 'CA' TO WS-FUNCION-MD
           ELSE
              INITIALIZE WS-REG-MANDATO-DEBITO
              MOVE TRMD-LLAVE TO WS-MAND-LLAVE
              MOVE 'AL' TO WS-FUNCION-MD
           END-IF
           MOVE TRMD-CUENTA         TO WS-MAND-CUENTA
           MOVE TRMD-IMPORTE-MAXIMO TO WS-MAND-IMPORTE-MAXIMO
           MOVE 'A'                 TO WS-MAND-ESTADO
           MOVE WS-FECHA-HOY        TO WS-MAND-FECHA-ALTA
           MOVE ZEROS               TO WS-MAND-FECHA-BAJA
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-MD WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD
           PERFORM 2060-EVALUA-RESULTADO.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CAMBIO SOLO TOCA LO QUE VIENE INFORMADO: LA CUENTA A
      * DEBITAR (QUE DEBE ESTAR ABIERTA) Y EL IMPORTE MAXIMO.
      * -----------------------------------------------------------
       2020-APLICA-CAMBIO.
           PERFORM 2040-BUSCA-MANDATO
           IF NOT EXISTE-MANDATO OR WS-MAND-DE-BAJA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'MANDATO INEXISTENTE O DE BAJA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           MOVE 'N' TO SW-TRANS-INVALIDA
           IF TRMD-CUENTA NOT EQUAL ZEROS
              PERFORM 2007-VALIDA-CUENTA
           END-IF
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           IF TRMD-CUENTA NOT EQUAL ZEROS
              MOVE TRMD-CUENTA TO WS-MAND-CUENTA
           END-IF
           IF TRMD-IMPORTE-MAXIMO NOT EQUAL ZEROS
              MOVE TRMD-IMPORTE-MAXIMO TO WS-MAND-IMPORTE-MAXIMO
           END-IF
           MOVE WS-MAND-CUENTA TO DET-CUENTA
           MOVE 'CA' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-MD WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD
           PERFORM 2060-EVALUA-RESULTADO.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * SUSPENSION (ACTIVO -> S), REACTIVACION (SUSPENDIDO -> A) Y
      * BAJA (ACTIVO O SUSPENDIDO -> B, CON SU FECHA).
      * -----------------------------------------------------------
       2030-APLICA-ESTADO.
           PERFORM 2040-BUSCA-MANDATO
           IF NOT EXISTE-MANDATO OR WS-MAND-DE-BAJA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'MANDATO INEXISTENTE O DE BAJA' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF
           MOVE WS-MAND-CUENTA TO DET-CUENTA
           IF TRMD-ES-SUSPENSION AND NOT WS-MAND-ACTIVO
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'EL MANDATO NO ESTA ACTIVO' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF
           IF TRMD-ES-REACTIVACION AND NOT WS-MAND-SUSPENDIDO
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'EL MANDATO NO ESTA SUSPENDIDO' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           EVALUATE TRUE
              WHEN TRMD-ES-SUSPENSION
                 MOVE 'S' TO WS-MAND-ESTADO
              WHEN TRMD-ES-REACTIVACION
                 MOVE 'A' TO WS-MAND-ESTADO
              WHEN TRMD-ES-BAJA
                 MOVE 'B' TO WS-MAND-ESTADO
                 MOVE WS-FECHA-HOY TO WS-MAND-FECHA-BAJA
           END-EVALUATE
           MOVE 'CA' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-MD WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD
           PERFORM 2060-EVALUA-RESULTADO.
       2030-FIN.  EXIT.

       2040-BUSCA-MANDATO.
           MOVE 'N' TO SW-EXISTE-MANDATO
           MOVE 'LE' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-MD WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD
           IF WS-CODIGO-MD EQUAL ZEROS
              MOVE 'S' TO SW-EXISTE-MANDATO
           END-IF.
       2040-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-MD EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              MOVE 'MANDATO ACTUALIZADO' TO DET-MENSAJE
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
                      WS-USUARIO-MD WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-MD WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD

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

           CLOSE TRANS-MANDATOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
