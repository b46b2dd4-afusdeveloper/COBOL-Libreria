       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     COBRANZA-DEBITO-DIRECTO.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA RESPUESTA A LAS EMPRESAS QUEDA ANOTADA EN
      *                    EL REGISTRO DE INTERFACES (REGISTRO-
      *                    INTERFACES, CPREGIF1) COMO DEBDIRECTO CON
      *                    LAS FACTURAS RESPONDIDAS Y EL TOTAL
      *                    COBRADO.
      *   15/10/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE DEBITO
      *                    DIRECTO: CORRE SOLO EN DIA LABORABLE SEGUN
      *                    EL CALENDARIO (CONSULTA-CALENDARIO). LEE LAS
      *                    FACTURAS QUE QUEDARON PENDIENTES DE CORRIDAS
      *                    ANTERIORES (UT-S-DEBPEND) Y LAS RECIBIDAS DE
      *                    LAS EMPRESAS (UT-S-DEBDIREC, CPDEBDI1); LA
      *                    QUE TODAVIA NO VENCE PASA AL PENDIENTE NUEVO
      *                    (UT-S-DEBPNUE). LA VENCIDA SE APAREA CON SU
      *                    MANDATO (MANDATOS-DEBITO-I-O), SE CONTROLA
      *                    EL IMPORTE MAXIMO Y EL SALDO DISPONIBLE CON
      *                    DESCUBIERTO, SE DEBITA LA CUENTA DEL CLIENTE
      *                    Y SE ACREDITA LA CUENTA RECAUDADORA DE LA
      *                    EMPRESA. LAS RECHAZADAS LLEVAN CODIGO DE
      *                    MOTIVO. ORDENA POR EMPRESA Y GRABA LA
      *                    RESPUESTA A CADA UNA (UT-S-DEBRESP) Y EL
      *                    RESUMEN DIARIO DE COBRANZA. RECHAZOS O
      *                    LOTES DESCUADRADOS DAN RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBITOS-PENDIENTES ASSIGN TO UT-S-DEBPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PEND.

           SELECT DEBITOS-RECIBIDOS ASSIGN TO UT-S-DEBDIREC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-DDI.

           SELECT PENDIENTES-NUEVO ASSIGN TO UT-S-DEBPNUE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-NUEVO.

           SELECT RESPUESTA-EMPRESAS ASSIGN TO UT-S-DEBRESP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RESP.

           SELECT EMPRESAS-DEBITO ASSIGN TO UT-S-EMPRDEB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EDB.

           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS-PENDIENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-DEBITO-PENDIENTE.
       01  REG-DEBITO-PENDIENTE         PIC X(100).

       FD  DEBITOS-RECIBIDOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-DEBITO-RECIBIDO.
       01  REG-DEBITO-RECIBIDO          PIC X(100).

       FD  PENDIENTES-NUEVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PENDIENTE-NUEVO.
       01  REG-PENDIENTE-NUEVO          PIC X(100).

       FD  RESPUESTA-EMPRESAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RESPUESTA.
       01  REG-RESPUESTA                PIC X(100).

       FD  EMPRESAS-DEBITO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EMPRESA-DEBITO.
           COPY CPEMPDB1.

       SD  ARCH-ORDENADO
           DATA RECORD IS REG-DEBITO-ORDENADO.
       01  REG-DEBITO-ORDENADO.
           05 ORD-EMPRESA               PIC X(05).
           05 ORD-SECUENCIA             PIC 9(07).
           05 ORD-IMPORTE               PIC 9(09)V99.
           05 ORD-RESULTADO             PIC X(02).
              88 ORD-COBRADA                       VALUE '00'.
           05 ORD-DETALLE               PIC X(100).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'RESUMEN DIARIO DE DEBITO DIRECTO'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(06) VALUE 'EMPR'.
           05 FILLER                    PIC X(21) VALUE 'NOMBRE'.
           05 FILLER                    PIC X(22)
              VALUE 'COBRADAS      IMPORTE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(22)
              VALUE 'RECHAZ.       IMPORTE'.

       01  WS-DETALLE.
           05 DET-EMPRESA               PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-COBRADAS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IMPORTE-COBRADO       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-IMPORTE-RECHAZADO     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(13)
              VALUE 'COBRADAS:'.
           05 RES-COBRADAS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RES-IMPORTE-COBRADO       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RES-IMPORTE-RECHAZADO     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-PENDIENTES.
           05 FILLER                    PIC X(33)
              VALUE 'FACTURAS PENDIENTES DE VENCER:'.
           05 RES-PENDIENTES            PIC ZZ,ZZ9.

       01  WS-RESP-HEADER.
           05 FILLER                    PIC X(01) VALUE 'H'.
           05 WS-RESP-HDR-EMPRESA       PIC X(05).
           05 WS-RESP-HDR-FECHA         PIC 9(08).
           05 WS-RESP-HDR-SECUENCIA     PIC 9(06).
           05 FILLER                    PIC X(80) VALUE SPACES.

       01  WS-RESP-TRAILER.
           05 FILLER                    PIC X(01) VALUE 'T'.
           05 WS-RESP-TRL-EMPRESA       PIC X(05).
           05 WS-RESP-TRL-CANTIDAD      PIC 9(07).
           05 WS-RESP-TRL-TOTAL         PIC 9(13)V99.
           05 WS-RESP-TRL-RECHAZADO     PIC 9(13)V99.
           05 FILLER                    PIC X(57) VALUE SPACES.

           COPY CPDEBDI1.

       01  WS-CODIGO-PEND               PIC X(02).
       01  WS-CODIGO-DDI                PIC X(02).
       01  WS-CODIGO-NUEVO              PIC X(02).
       01  WS-CODIGO-RESP               PIC X(02).
       01  WS-CODIGO-EDB                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PEND                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PENDIENTES                    VALUE 'S'.
       01  SW-FIN-DDI                   PIC X(01) VALUE 'N'.
           88 FIN-DE-RECIBIDOS                     VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-LOTE-DESCUADRADO          PIC X(01) VALUE 'N'.
           88 HAY-LOTE-DESCUADRADO                 VALUE 'S'.
       01  SW-EMPRESA-VALIDA            PIC X(01).
           88 EMPRESA-VALIDA                       VALUE 'S'.

           COPY CPEMPDTB.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
              88 HOY-ES-LABORABLE                 VALUE 'S'.
           05 WS-CAL-FIN-PERIODO        PIC X(01).
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-USUARIO-DDI               PIC X(08) VALUE 'DEBDIREC'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.

       01  WS-FUNCION-MD                PIC X(02).
       01  WS-LLAVE-MD                  PIC X(20).
       01  WS-LLAVE-HASTA-MD            PIC X(20) VALUE SPACES.
           COPY CPMANDWS.
       01  WS-CODIGO-MD                 PIC X(02).

       01  WS-CUENTA-RECAUDADORA        PIC 9(07).
       01  WS-SECUENCIA                 PIC 9(07) VALUE ZEROS.

       01  WS-EMPRESA-LOTE              PIC X(05).
       01  WS-CANTIDAD-LOTE             PIC 9(07).
       01  WS-TOTAL-LOTE                PIC 9(13)V99.

       01  WS-EMPRESA-ANTERIOR          PIC X(05) VALUE SPACES.
       01  WS-EMP-COBRADAS              PIC 9(05).
       01  WS-EMP-RECHAZADAS            PIC 9(05).
       01  WS-EMP-IMPORTE-COBRADO       PIC 9(13)V99.
       01  WS-EMP-IMPORTE-RECHAZADO     PIC 9(13)V99.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-COBRADAS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PENDIENTES       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-COBRADO             PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-RECHAZADO           PIC 9(13)V99 VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'COBRANZA-DEB-DIRECTO'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-COBRADAS             PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-HOY WS-MARCAS-CALENDARIO WS-CODIGO-CAL
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 DISPLAY 'CALENDARIO NO DISPONIBLE, SE CONTINUA'
              WHEN NOT HOY-ES-LABORABLE
                 DISPLAY 'HOY NO ES DIA LABORABLE: NO SE COBRAN '
                         'DEBITOS DIRECTOS'
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 1000-INICIALIZA

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-EMPRESA ORD-SECUENCIA
                INPUT PROCEDURE IS 2000-COBRA-FACTURAS
                OUTPUT PROCEDURE IS 5000-RESPONDE-EMPRESAS

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           PERFORM 1100-CARGA-TABLA-EMPRESAS
           OPEN OUTPUT PENDIENTES-NUEVO
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DDI WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-DDI WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA EMPRESAS-DEBITO, QUE VIENE ORDENADO POR EMPRESA, EN LA
      * TABLA CPEMPDTB. SIN ARCHIVO NINGUNA EMPRESA FIGURA ADHERIDA
      * Y TODAS LAS FACTURAS SE RECHAZAN CON MOTIVO 06.
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

      * -----------------------------------------------------------
      * PROCEDIMIENTO DE ENTRADA DEL SORT: PRIMERO LAS FACTURAS QUE
      * QUEDARON PENDIENTES (EL ARCHIVO PUEDE NO EXISTIR LA PRIMERA
      * VEZ) Y DESPUES LAS RECIBIDAS HOY.
      * -----------------------------------------------------------
       2000-COBRA-FACTURAS.
           OPEN INPUT DEBITOS-PENDIENTES
           IF WS-CODIGO-PEND NOT EQUAL ZEROS
              DISPLAY 'SIN DEBITOS PENDIENTES ANTERIORES - STATUS: '
                      WS-CODIGO-PEND
           ELSE
              PERFORM 2010-LEE-PENDIENTE
              PERFORM 2100-PROCESA-PENDIENTE
                      UNTIL FIN-DE-PENDIENTES
              CLOSE DEBITOS-PENDIENTES
           END-IF

           OPEN INPUT DEBITOS-RECIBIDOS
           IF WS-CODIGO-DDI NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR DEBITOS-RECIBIDOS - STATUS: '
                      WS-CODIGO-DDI
              GO TO 2000-FIN
           END-IF
           PERFORM 2020-LEE-RECIBIDO
           PERFORM 2200-PROCESA-RECIBIDO UNTIL FIN-DE-RECIBIDOS
           CLOSE DEBITOS-RECIBIDOS.
       2000-FIN.  EXIT.

       2010-LEE-PENDIENTE.
           READ DEBITOS-PENDIENTES INTO REG-DEBITO-DIRECTO
              AT END MOVE 'S' TO SW-FIN-PEND
           END-READ.
       2010-FIN.  EXIT.

       2020-LEE-RECIBIDO.
           READ DEBITOS-RECIBIDOS INTO REG-DEBITO-DIRECTO
              AT END MOVE 'S' TO SW-FIN-DDI
           END-READ.
       2020-FIN.  EXIT.

       2100-PROCESA-PENDIENTE.
           IF DDI-ES-DETALLE
              PERFORM 3000-PROCESA-FACTURA
           END-IF
           PERFORM 2010-LEE-PENDIENTE.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL HEADER ABRE EL LOTE DE UNA EMPRESA Y EL TRAILER LO
      * CIERRA: SI LA CANTIDAD O EL TOTAL NO COINCIDEN SE AVISA Y
      * EL JOB TERMINA CON RETURN-CODE 4, PERO LAS FACTURAS SE
      * PROCESAN IGUAL (CADA UNA SE CONTROLA CONTRA SU MANDATO).
      * -----------------------------------------------------------
       2200-PROCESA-RECIBIDO.
           EVALUATE TRUE
              WHEN DDI-ES-HEADER
                 MOVE DDI-HDR-EMPRESA TO WS-EMPRESA-LOTE
                 MOVE ZEROS TO WS-CANTIDAD-LOTE WS-TOTAL-LOTE
              WHEN DDI-ES-DETALLE
                 ADD 1           TO WS-CANTIDAD-LOTE
                 ADD DDI-IMPORTE TO WS-TOTAL-LOTE
                 PERFORM 3000-PROCESA-FACTURA
              WHEN DDI-ES-TRAILER
                 IF DDI-TRL-CANTIDAD NOT EQUAL WS-CANTIDAD-LOTE
                       OR DDI-TRL-TOTAL NOT EQUAL WS-TOTAL-LOTE
                    DISPLAY 'LOTE DESCUADRADO DE LA EMPRESA '
                            WS-EMPRESA-LOTE ' - TRAILER: '
                            DDI-TRL-CANTIDAD ' LEIDAS: '
                            WS-CANTIDAD-LOTE
                    MOVE 'S' TO SW-LOTE-DESCUADRADO
                 END-IF
              WHEN OTHER
                 DISPLAY 'REGISTRO DE DEBITO DIRECTO INVALIDO: '
                         DDI-TIPO-REG
                 MOVE 'S' TO SW-LOTE-DESCUADRADO
           END-EVALUATE
           PERFORM 2020-LEE-RECIBIDO.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA FACTURA QUE TODAVIA NO VENCE SE ARRASTRA AL PENDIENTE
      * NUEVO. LA VENCIDA (O QUE VENCIO UN DIA NO LABORABLE) SE
      * COBRA O SE RECHAZA Y PASA AL SORT PARA LA RESPUESTA.
      * -----------------------------------------------------------
       3000-PROCESA-FACTURA.
           ADD 1 TO WS-CONTADOR-LEIDAS
           IF DDI-VENCIMIENTO GREATER THAN WS-FECHA-HOY
              ADD 1 TO WS-CONTADOR-PENDIENTES
              WRITE REG-PENDIENTE-NUEVO FROM REG-DEBITO-DIRECTO
              GO TO 3000-FIN
           END-IF

           MOVE ZEROS TO DDI-FECHA-DEBITO
           PERFORM 3100-VALIDA-FACTURA
           IF DDI-RESULTADO EQUAL '00'
              PERFORM 3200-DEBITA-FACTURA
           END-IF

           IF DDI-RESULTADO EQUAL '00'
              MOVE WS-FECHA-HOY TO DDI-FECHA-DEBITO
              ADD 1           TO WS-CONTADOR-COBRADAS
              ADD DDI-IMPORTE TO WS-TOTAL-COBRADO
              PERFORM 3300-ACTUALIZA-MANDATO
           ELSE
              ADD 1           TO WS-CONTADOR-RECHAZADAS
              ADD DDI-IMPORTE TO WS-TOTAL-RECHAZADO
           END-IF

           ADD 1 TO WS-SECUENCIA
           MOVE DDI-EMPRESA        TO ORD-EMPRESA
           MOVE WS-SECUENCIA       TO ORD-SECUENCIA
           MOVE DDI-IMPORTE        TO ORD-IMPORTE
           MOVE DDI-RESULTADO      TO ORD-RESULTADO
           MOVE REG-DEBITO-DIRECTO TO ORD-DETALLE
           RELEASE REG-DEBITO-ORDENADO.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONTROLES EN ORDEN: EMPRESA ADHERIDA (06), MANDATO (01),
      * MANDATO ACTIVO (02), IMPORTE MAXIMO (03), CUENTA ABIERTA
      * (05) Y SALDO DISPONIBLE CON DESCUBIERTO (04).
      * -----------------------------------------------------------
       3100-VALIDA-FACTURA.
           MOVE '00' TO DDI-RESULTADO

           MOVE 'N' TO SW-EMPRESA-VALIDA
           SEARCH ALL WS-EMPRESA-DEB-TABLA
              AT END CONTINUE
              WHEN WS-TABLA-EDB-EMPRESA (WS-IDX-EDB) EQUAL
                   DDI-EMPRESA
                   IF WS-TABLA-EDB-ACTIVA (WS-IDX-EDB)
                      MOVE 'S' TO SW-EMPRESA-VALIDA
                      MOVE WS-TABLA-EDB-CUENTA (WS-IDX-EDB)
                           TO WS-CUENTA-RECAUDADORA
                   END-IF
           END-SEARCH
           IF NOT EMPRESA-VALIDA
              MOVE '06' TO DDI-RESULTADO
              GO TO 3100-FIN
           END-IF

           MOVE DDI-EMPRESA    TO WS-LLAVE-MD(1:5)
           MOVE DDI-REFERENCIA TO WS-LLAVE-MD(6:15)
           MOVE 'LE' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-DDI WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD
           IF WS-CODIGO-MD NOT EQUAL ZEROS
              MOVE '01' TO DDI-RESULTADO
              GO TO 3100-FIN
           END-IF
           IF NOT WS-MAND-ACTIVO
              MOVE '02' TO DDI-RESULTADO
              GO TO 3100-FIN
           END-IF
           IF DDI-IMPORTE GREATER THAN WS-MAND-IMPORTE-MAXIMO
              MOVE '03' TO DDI-RESULTADO
              GO TO 3100-FIN
           END-IF

           MOVE WS-MAND-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DDI WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS OR WS-SALDO-CTA-CERRADA
              MOVE '05' TO DDI-RESULTADO
              GO TO 3100-FIN
           END-IF
           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           IF DDI-IMPORTE GREATER THAN WS-DISPONIBLE
              MOVE '04' TO DDI-RESULTADO
              GO TO 3100-FIN
           END-IF.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEBITA LA CUENTA DEL CLIENTE (YA LEIDA EN LA VALIDACION) Y
      * ACREDITA LA RECAUDADORA DE LA EMPRESA; SI EL CREDITO FALLA
      * SE REPONE EL DEBITO Y LA FACTURA SE RECHAZA CON 07.
      * -----------------------------------------------------------
       3200-DEBITA-FACTURA.
           SUBTRACT DDI-IMPORTE FROM WS-SALDO-ACTUAL
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CA' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DDI WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE '07' TO DDI-RESULTADO
              GO TO 3200-FIN
           END-IF

           MOVE WS-CUENTA-RECAUDADORA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DDI WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD DDI-IMPORTE TO WS-SALDO-ACTUAL
              MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
              MOVE 'CA' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-DDI
                         WS-REG-SALDOS WS-CODIGO-SDO
           END-IF

           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              PERFORM 3250-REPONE-CUENTA
              MOVE '07' TO DDI-RESULTADO
           END-IF.
       3200-FIN.  EXIT.

       3250-REPONE-CUENTA.
           MOVE WS-MAND-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DDI WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD DDI-IMPORTE TO WS-SALDO-ACTUAL
              MOVE 'CA' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-DDI
                         WS-REG-SALDOS WS-CODIGO-SDO
           END-IF.
       3250-FIN.  EXIT.

       3300-ACTUALIZA-MANDATO.
           MOVE WS-FECHA-HOY TO WS-MAND-FECHA-ULT-DEBITO
           MOVE 'CA' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-DDI WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD
           IF WS-CODIGO-MD NOT EQUAL ZEROS
              DISPLAY 'NO SE ACTUALIZO EL MANDATO ' WS-LLAVE-MD
                      ' - STATUS: ' WS-CODIGO-MD
           END-IF.
       3300-FIN.  EXIT.

      * -----------------------------------------------------------
      * PROCEDIMIENTO DE SALIDA DEL SORT: QUIEBRE POR EMPRESA. CADA
      * EMPRESA RECIBE UN HEADER, SUS FACTURAS CON EL RESULTADO Y
      * UN TRAILER CON LO COBRADO Y LO RECHAZADO, Y TIENE SU LINEA
      * EN EL RESUMEN DIARIO.
      * -----------------------------------------------------------
       5000-RESPONDE-EMPRESAS.
           OPEN OUTPUT RESPUESTA-EMPRESAS
           PERFORM 5010-RETORNA-FACTURA
           PERFORM 5100-PROCESA-RESPUESTA UNTIL HAY-FIN-DE-SORT
           PERFORM 6000-CIERRA-EMPRESA
           CLOSE RESPUESTA-EMPRESAS
           PERFORM 9200-REGISTRA-INTERFAZ.
       5000-FIN.  EXIT.

       5010-RETORNA-FACTURA.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       5010-FIN.  EXIT.

       5100-PROCESA-RESPUESTA.
           IF ORD-EMPRESA NOT EQUAL WS-EMPRESA-ANTERIOR
              PERFORM 6000-CIERRA-EMPRESA
              PERFORM 6100-ABRE-EMPRESA
           END-IF

           IF ORD-COBRADA
              ADD 1           TO WS-EMP-COBRADAS
              ADD ORD-IMPORTE TO WS-EMP-IMPORTE-COBRADO
           ELSE
              ADD 1           TO WS-EMP-RECHAZADAS
              ADD ORD-IMPORTE TO WS-EMP-IMPORTE-RECHAZADO
           END-IF
           WRITE REG-RESPUESTA FROM ORD-DETALLE
           PERFORM 5010-RETORNA-FACTURA.
       5100-FIN.  EXIT.

       6000-CIERRA-EMPRESA.
           IF WS-EMPRESA-ANTERIOR EQUAL SPACES
              GO TO 6000-FIN
           END-IF

           MOVE WS-EMPRESA-ANTERIOR      TO WS-RESP-TRL-EMPRESA
           COMPUTE WS-RESP-TRL-CANTIDAD =
                   WS-EMP-COBRADAS + WS-EMP-RECHAZADAS
           MOVE WS-EMP-IMPORTE-COBRADO   TO WS-RESP-TRL-TOTAL
           MOVE WS-EMP-IMPORTE-RECHAZADO TO WS-RESP-TRL-RECHAZADO
           WRITE REG-RESPUESTA FROM WS-RESP-TRAILER

           MOVE WS-EMPRESA-ANTERIOR TO DET-EMPRESA
           MOVE 'EMPRESA NO ADHERIDA' TO DET-NOMBRE
           SEARCH ALL WS-EMPRESA-DEB-TABLA
              AT END CONTINUE
              WHEN WS-TABLA-EDB-EMPRESA (WS-IDX-EDB) EQUAL
                   WS-EMPRESA-ANTERIOR
                   MOVE WS-TABLA-EDB-NOMBRE (WS-IDX-EDB)
                        TO DET-NOMBRE
           END-SEARCH
           MOVE WS-EMP-COBRADAS          TO DET-COBRADAS
           MOVE WS-EMP-IMPORTE-COBRADO   TO DET-IMPORTE-COBRADO
           MOVE WS-EMP-RECHAZADAS        TO DET-RECHAZADAS
           MOVE WS-EMP-IMPORTE-RECHAZADO TO DET-IMPORTE-RECHAZADO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       6000-FIN.  EXIT.

       6100-ABRE-EMPRESA.
           MOVE ORD-EMPRESA TO WS-EMPRESA-ANTERIOR
           MOVE ZEROS TO WS-EMP-COBRADAS WS-EMP-RECHAZADAS
                         WS-EMP-IMPORTE-COBRADO
                         WS-EMP-IMPORTE-RECHAZADO

           MOVE ORD-EMPRESA  TO WS-RESP-HDR-EMPRESA
           MOVE WS-FECHA-HOY TO WS-RESP-HDR-FECHA
           MOVE ZEROS        TO WS-RESP-HDR-SECUENCIA
           WRITE REG-RESPUESTA FROM WS-RESP-HEADER.
       6100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DDI WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-MD
           CALL 'MANDATOS-DEBITO-I-O'
                USING WS-FUNCION-MD WS-LLAVE-MD WS-LLAVE-HASTA-MD
                      WS-USUARIO-DDI WS-REG-MANDATO-DEBITO
                      WS-CODIGO-MD

           MOVE WS-CONTADOR-COBRADAS   TO RES-COBRADAS
           MOVE WS-TOTAL-COBRADO       TO RES-IMPORTE-COBRADO
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           MOVE WS-TOTAL-RECHAZADO     TO RES-IMPORTE-RECHAZADO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-PENDIENTES TO RES-PENDIENTES
           WRITE REG-REPORTE FROM WS-LINEA-PENDIENTES
                 AFTER ADVANCING 1 LINE

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-COBRADAS   TO WS-STAT-COBRADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-COBRADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
                 OR HAY-LOTE-DESCUADRADO
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE PENDIENTES-NUEVO REPORTE.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: LA RESPUESTA CERRADA, CON LAS
      * FACTURAS COBRADAS Y RECHAZADAS Y EL TOTAL COBRADO.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'DEBDIRECTO'           TO REGI-INTERFAZ
           MOVE 'DEBRESP'              TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           COMPUTE REGI-CANTIDAD = WS-CONTADOR-COBRADAS
                                 + WS-CONTADOR-RECHAZADAS
           MOVE WS-TOTAL-COBRADO       TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
