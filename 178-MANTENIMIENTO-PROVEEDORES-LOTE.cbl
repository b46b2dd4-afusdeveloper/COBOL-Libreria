       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-PROVEEDORES-LOTE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  ACCION I = DATOS IMPOSITIVOS DEL PROVEEDOR
      *                    (CUIT Y CONDICION ANTE GANANCIAS E
      *                    INGRESOS BRUTOS) PARA LAS RETENCIONES.
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DE LOS DATOS BANCARIOS DEL PROVEEDOR QUE
      *                    USA EJECUTA-PAGO-PROVEEDORES, MISMO ESQUEMA
      *                    QUE MANTENIMIENTO-CLIENTES-LOTE: LEE
      *                    TRANSACCIONES (D = BANCO Y CBU), VALIDA EL
      *                    BANCO CONTRA BANCO-MAESTRO, LEE EL
      *                    PROVEEDOR Y LO REGRABA A TRAVES DE
      *                    PROVEEDORES-INDEXADOS-I-O, QUE DEJA CADA
      *                    CAMBIO EN AUDITORIA. RECHAZOS A SU ARCHIVO,
      *                    REPORTE Y ESTADISTICAS.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-PROVEEDORES ASSIGN TO UT-S-TRANSPRV
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT PROVEEDORES-RECHAZADOS ASSIGN TO UT-S-RECHPRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RECH.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-PROVEEDORES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-PROVEEDOR.
       01  REG-TRANS-PROVEEDOR.
           05 TRANS-PROVEEDOR           PIC 9(05).
           05 TRANS-ACCION              PIC X(01).
              88 TRANS-DATOS-BANCO                 VALUE 'D'.
              88 TRANS-DATOS-IMPOSITIVOS           VALUE 'I'.
           05 TRANS-DATOS-BANCARIOS.
              10 TRANS-CODIGO-BANCO     PIC 9(03).
              10 TRANS-CBU              PIC X(22).
           05 TRANS-DATOS-FISCALES REDEFINES TRANS-DATOS-BANCARIOS.
              10 TRANS-CUIT             PIC X(11).
              10 TRANS-COND-GANANCIAS   PIC X(01).
                 88 TRANS-GAN-VALIDA         VALUE 'I' 'N' 'E'.
              10 TRANS-COND-IIBB        PIC X(01).
                 88 TRANS-IIBB-VALIDA        VALUE 'L' 'C' 'N' 'E'.
              10 FILLER                 PIC X(12).
           05 FILLER                    PIC X(49).

       FD  PROVEEDORES-RECHAZADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PROVEEDOR-RECHAZADO.
       01  REG-PROVEEDOR-RECHAZADO      PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO LOTE PROVEEDORES'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'ACCION'.
           05 FILLER                    PIC X(07) VALUE 'PROV'.
           05 FILLER                    PIC X(05) VALUE 'BCO'.
           05 FILLER                    PIC X(24) VALUE 'CBU'.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(26) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-ACCION                PIC X(01).
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 DET-PROVEEDOR             PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CODIGO-BANCO          PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CBU                   PIC X(22).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MENSAJE               PIC X(26).

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

       01  WS-FUNCION-PRV               PIC X(02).
       01  WS-LLAVE-PRV                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PRV           PIC 9(05) VALUE ZEROS.
       01  WS-USUARIO-PRV               PIC X(08) VALUE 'MANTPROV'.
           COPY CPPROVWS.
       01  WS-CODIGO-PRV                PIC X(02).

       01  WS-FUNCION-BCO               PIC X(02).
       01  WS-LLAVE-BCO                 PIC 9(03).
       01  WS-LLAVE-HASTA-BCO           PIC 9(03) VALUE ZEROS.
       01  WS-REG-BANCO-MAE-AUX.
           05 WS-BCOM-CODIGO-AUX        PIC 9(03).
           05 WS-BCOM-NOMBRE-AUX        PIC X(30).
           05 WS-BCOM-FORMATO-AUX       PIC X(02).
           05 WS-BCOM-HORA-CORTE-AUX    PIC 9(04).
       01  WS-CODIGO-BCO                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-PROVEED-LOTE'.
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
           OPEN INPUT TRANS-PROVEEDORES
           OPEN EXTEND PROVEEDORES-RECHAZADOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PRV WS-REG-PROVEEDOR WS-CODIGO-PRV
           MOVE 'AB' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PRV WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-PROVEEDORES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRANS-ACCION         TO DET-ACCION
           MOVE TRANS-PROVEEDOR      TO DET-PROVEEDOR WS-LLAVE-PRV
           MOVE ZEROS                TO DET-CODIGO-BANCO
           MOVE SPACES               TO DET-CBU
           MOVE SPACES               TO DET-RESULTADO DET-MENSAJE

           IF NOT TRANS-DATOS-BANCO
                 AND NOT TRANS-DATOS-IMPOSITIVOS
              MOVE 'ACCION DESCONOCIDA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           IF TRANS-DATOS-IMPOSITIVOS
              PERFORM 2050-DATOS-IMPOSITIVOS
              GO TO 2000-ESCRIBE
           END-IF

           MOVE TRANS-CBU            TO DET-CBU
           IF TRANS-CODIGO-BANCO NOT NUMERIC
              MOVE 'BANCO NO NUMERICO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF
           MOVE TRANS-CODIGO-BANCO   TO DET-CODIGO-BANCO
           IF TRANS-CBU EQUAL SPACES
              MOVE 'CBU EN BLANCO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           MOVE TRANS-CODIGO-BANCO TO WS-LLAVE-BCO
           MOVE 'LE' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PRV WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO
           IF WS-CODIGO-BCO NOT EQUAL ZEROS
              MOVE 'BANCO NO REGISTRADO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           MOVE 'LE' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PRV WS-REG-PROVEEDOR WS-CODIGO-PRV
           IF WS-CODIGO-PRV NOT EQUAL ZEROS
              MOVE 'PROVEEDOR INEXISTENTE' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF
           IF WS-PROV-DE-BAJA
              MOVE 'PROVEEDOR DADO DE BAJA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2000-ESCRIBE
           END-IF

           MOVE TRANS-CODIGO-BANCO TO WS-PROV-CODIGO-BANCO
           MOVE TRANS-CBU          TO WS-PROV-CBU

           PERFORM 2010-REGRABA-PROVEEDOR.

       2000-ESCRIBE.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ACCION I: EL CUIT VA EN LA COLUMNA DEL CBU DEL REPORTE.
      * -----------------------------------------------------------
       2050-DATOS-IMPOSITIVOS.
           MOVE TRANS-CUIT           TO DET-CBU
           IF TRANS-CUIT NOT NUMERIC
              MOVE 'CUIT NO NUMERICO' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2050-FIN
           END-IF
           IF NOT TRANS-GAN-VALIDA OR NOT TRANS-IIBB-VALIDA
              MOVE 'CONDICION FISCAL INVALIDA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2050-FIN
           END-IF

           MOVE 'LE' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PRV WS-REG-PROVEEDOR WS-CODIGO-PRV
           IF WS-CODIGO-PRV NOT EQUAL ZEROS
              MOVE 'PROVEEDOR INEXISTENTE' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2050-FIN
           END-IF
           IF WS-PROV-DE-BAJA
              MOVE 'PROVEEDOR DADO DE BAJA' TO DET-MENSAJE
              PERFORM 2100-RECHAZA-TRANSACCION
              GO TO 2050-FIN
           END-IF

           MOVE TRANS-CUIT           TO WS-PROV-CUIT
           MOVE TRANS-COND-GANANCIAS TO WS-PROV-COND-GANANCIAS
           MOVE TRANS-COND-IIBB      TO WS-PROV-COND-IIBB

           PERFORM 2010-REGRABA-PROVEEDOR.
       2050-FIN.  EXIT.

       2010-REGRABA-PROVEEDOR.
           MOVE 'CA' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PRV WS-REG-PROVEEDOR WS-CODIGO-PRV

           EVALUATE WS-CODIGO-PRV
              WHEN '00'
                 MOVE 'APLICADA'  TO DET-RESULTADO
                 MOVE 'DATOS ACTUALIZADOS' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-APLICADAS
              WHEN OTHER
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
                 PERFORM 2100-RECHAZA-TRANSACCION
           END-EVALUATE.
       2010-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           MOVE 'RECHAZADA' TO DET-RESULTADO
           ADD 1 TO WS-CONTADOR-RECHAZADAS
           MOVE REG-TRANS-PROVEEDOR TO REG-PROVEEDOR-RECHAZADO
           WRITE REG-PROVEEDOR-RECHAZADO.
       2100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PRV WS-REG-PROVEEDOR WS-CODIGO-PRV
           MOVE 'CI' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PRV WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO

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

           CLOSE TRANS-PROVEEDORES PROVEEDORES-RECHAZADOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
