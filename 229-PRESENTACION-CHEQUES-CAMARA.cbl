       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PRESENTACION-CHEQUES-CAMARA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LAS DEVOLUCIONES A LA CAMARA QUEDAN ANOTADAS
      *                    EN EL REGISTRO DE INTERFACES (REGISTRO-
      *                    INTERFACES, CPREGIF1) COMO CHQDEVUELT CON
      *                    LA CANTIDAD Y EL IMPORTE DEVUELTO.
      *   15/10/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE CHEQUES
      *                    PRESENTADOS POR LA CAMARA COMPENSADORA
      *                    (UT-S-CAMCHEQ, CPCAMCH1) CONTRA LAS CUENTAS
      *                    DEL BANCO: CORRE SOLO EN DIA LABORABLE SEGUN
      *                    EL CALENDARIO (CONSULTA-CALENDARIO). CADA
      *                    CHEQUE SE APAREA CON CHEQUES-EMITIDOS Y SE
      *                    PAGA SI ESTA EMITIDO (O FUE DEVUELTO ANTES)
      *                    Y ALCANZA EL SALDO DISPONIBLE MAS EL
      *                    DESCUBIERTO: SE DEBITA CON CH = CHEQUE Y
      *                    QUEDA PAGADO. LOS DEMAS SE DEVUELVEN A LA
      *                    CAMARA (UT-S-CHQDEVU) CON SU MOTIVO Y QUEDAN
      *                    DEVUELTOS (LA ORDEN DE NO PAGAR SE RESPETA Y
      *                    SE MANTIENE). EL RECHAZO POR ORDEN DE NO
      *                    PAGAR O POR FONDOS INSUFICIENTES COBRA LA
      *                    COMISION DE LA TARJETA COMISION-RECHAZO=
      *                    (UT-S-PARMCHEQ) CON CF = COMCHQ. LO PAGADO
      *                    VA A GL-INTERFAZ (CTASSALD / LIQCAMCH) Y LAS
      *                    COMISIONES A INGCOMIS. DEVOLUCIONES O
      *                    SESIONES DESCUADRADAS DAN RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMARA-CHEQUES ASSIGN TO UT-S-CAMCHEQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CAM.

           SELECT DEVOLUCIONES ASSIGN TO UT-S-CHQDEVU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-DEV.

           SELECT PARAMETROS-CHEQUES ASSIGN TO UT-S-PARMCHEQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARMC.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CAMARA-CHEQUES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CAMARA-ENTRADA.
       01  REG-CAMARA-ENTRADA           PIC X(80).

       FD  DEVOLUCIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-DEVOLUCION.
       01  REG-DEVOLUCION               PIC X(80).

       FD  PARAMETROS-CHEQUES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-CHEQ.
       01  REG-PARAMETRO-CHEQ           PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'CHEQUES PRESENTADOS POR CAMARA'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(10) VALUE 'CHEQUE'.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'IMPORTE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(04) VALUE 'MOT'.
           05 FILLER                    PIC X(28) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NUMERO                PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MOTIVO                PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(28).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(13)
              VALUE 'PAGADOS:'.
           05 RES-PAGADOS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RES-IMPORTE-PAGADO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(14)
              VALUE '  DEVUELTOS:'.
           05 RES-DEVUELTOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RES-IMPORTE-DEVUELTO      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-COMISIONES.
           05 FILLER                    PIC X(27)
              VALUE 'COMISIONES POR RECHAZO:'.
           05 RES-COMISIONES            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RES-IMPORTE-COMISIONES    PIC ZZZ,ZZZ,ZZ9.99.

           COPY CPCAMCH1.

       01  WS-DEVOL-TRAILER.
           05 FILLER                    PIC X(01) VALUE 'T'.
           05 WS-DEVOL-TRL-CANTIDAD     PIC 9(07).
           05 WS-DEVOL-TRL-TOTAL        PIC 9(13)V99.
           05 WS-DEVOL-TRL-DEVUELTO     PIC 9(13)V99.
           05 FILLER                    PIC X(42) VALUE SPACES.

       01  WS-CODIGO-CAM                PIC X(02).
       01  WS-CODIGO-DEV                PIC X(02).
       01  WS-CODIGO-PARMC              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-CAM                   PIC X(01) VALUE 'N'.
           88 FIN-DE-CAMARA                        VALUE 'S'.
       01  SW-FIN-PARMC                 PIC X(01) VALUE 'N'.
           88 FIN-DE-PARMC                         VALUE 'S'.
       01  SW-SESION-DESCUADRADA        PIC X(01) VALUE 'N'.
           88 HAY-SESION-DESCUADRADA               VALUE 'S'.
       01  SW-EXISTE-CHEQUE             PIC X(01).
           88 EXISTE-CHEQUE                        VALUE 'S'.

       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(07).
       01  WS-COMISION-RECHAZO          PIC 9(05)V99 VALUE ZEROS.
       01  WS-COMISION-RECHAZO-R REDEFINES WS-COMISION-RECHAZO
                                        PIC 9(07).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
              88 HOY-ES-LABORABLE                 VALUE 'S'.
           05 WS-CAL-FIN-PERIODO        PIC X(01).
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-USUARIO-CCH               PIC X(08) VALUE 'CAMCHEQ'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.

       01  WS-FUNCION-CQ                PIC X(02).
       01  WS-LLAVE-CQ.
           05 WS-LLAVE-CQ-CUENTA        PIC 9(07).
           05 WS-LLAVE-CQ-NUMERO        PIC 9(08).
       01  WS-LLAVE-HASTA-CQ            PIC X(15) VALUE SPACES.
           COPY CPCHQEWS.
       01  WS-CODIGO-CQ                 PIC X(02).

       01  WS-CANTIDAD-SESION           PIC 9(07).
       01  WS-TOTAL-SESION              PIC 9(13)V99.
       01  WS-DEVUELTOS-SESION          PIC 9(07).
       01  WS-IMPORTE-DEV-SESION        PIC 9(13)V99.

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PAGADOS          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DEVUELTOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-COMISIONES       PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-PAGADO              PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-DEVUELTO            PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-COMISIONES          PIC 9(13)V99 VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'PRESENTACION-CHEQUES'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-PAGADOS              PIC 9(07).
       01  WS-STAT-DEVUELTOS            PIC 9(07).

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
                 DISPLAY 'HOY NO ES DIA LABORABLE: NO SE PROCESA '
                         'LA CAMARA DE CHEQUES'
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-CAMARA UNTIL FIN-DE-CAMARA
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETA COMISION-RECHAZO=NNNNNNN (CON DOS DECIMALES): LO QUE
      * SE COBRA AL LIBRADOR POR CADA CHEQUE RECHAZADO POR ORDEN DE
      * NO PAGAR O POR FONDOS INSUFICIENTES. SIN ARCHIVO O SIN
      * TARJETA NO SE COBRA COMISION.
      * -----------------------------------------------------------
       0600-LEE-PARAMETROS-CHEQUES.
           OPEN INPUT PARAMETROS-CHEQUES
           IF WS-CODIGO-PARMC NOT EQUAL ZEROS
              GO TO 0600-FIN
           END-IF

           PERFORM 0610-PROCESA-TARJETA-PARM UNTIL FIN-DE-PARMC
           CLOSE PARAMETROS-CHEQUES.
       0600-FIN.  EXIT.

       0610-PROCESA-TARJETA-PARM.
           READ PARAMETROS-CHEQUES
              AT END MOVE 'S' TO SW-FIN-PARMC
           END-READ
           IF FIN-DE-PARMC
              GO TO 0610-FIN
           END-IF
           IF REG-PARAMETRO-CHEQ EQUAL SPACES
              GO TO 0610-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-CHEQ DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'COMISION-RECHAZO'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-COMISION-RECHAZO-R
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO-CHEQ
           END-EVALUATE.
       0610-FIN.  EXIT.

       1000-INICIALIZA.
           PERFORM 0600-LEE-PARAMETROS-CHEQUES

           OPEN INPUT CAMARA-CHEQUES
           IF WS-CODIGO-CAM NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CAMARA-CHEQUES - STATUS: '
                      WS-CODIGO-CAM
              MOVE 'S' TO SW-FIN-CAM
           END-IF
           OPEN OUTPUT DEVOLUCIONES
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CCH WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CCH WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ

           IF NOT FIN-DE-CAMARA
              PERFORM 1010-LEE-CAMARA
           END-IF.
       1000-FIN.  EXIT.

       1010-LEE-CAMARA.
           READ CAMARA-CHEQUES INTO REG-CAMARA-CHEQUE
              AT END MOVE 'S' TO SW-FIN-CAM
           END-READ.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL HEADER ABRE UNA SESION DE CAMARA Y EL TRAILER LA CIERRA:
      * LA DEVOLUCION REPITE EL HEADER Y LLEVA SU PROPIO TRAILER.
      * SI LA CANTIDAD O EL TOTAL NO COINCIDEN SE AVISA Y EL JOB
      * TERMINA CON RETURN-CODE 4, PERO LOS CHEQUES SE PROCESAN
      * IGUAL (CADA UNO SE CONTROLA CONTRA SU CUENTA).
      * -----------------------------------------------------------
       2000-PROCESA-CAMARA.
           EVALUATE TRUE
              WHEN CCH-ES-HEADER
                 MOVE ZEROS TO WS-CANTIDAD-SESION WS-TOTAL-SESION
                               WS-DEVUELTOS-SESION
                               WS-IMPORTE-DEV-SESION
                 WRITE REG-DEVOLUCION FROM REG-CAMARA-HEADER
              WHEN CCH-ES-DETALLE
                 ADD 1           TO WS-CANTIDAD-SESION
                 ADD CCH-IMPORTE TO WS-TOTAL-SESION
                 PERFORM 3000-PROCESA-CHEQUE
              WHEN CCH-ES-TRAILER
                 IF CCH-TRL-CANTIDAD NOT EQUAL WS-CANTIDAD-SESION
                       OR CCH-TRL-TOTAL NOT EQUAL WS-TOTAL-SESION
                    DISPLAY 'SESION DE CAMARA DESCUADRADA - TRAILER: '
                            CCH-TRL-CANTIDAD ' LEIDOS: '
                            WS-CANTIDAD-SESION
                    MOVE 'S' TO SW-SESION-DESCUADRADA
                 END-IF
                 MOVE WS-DEVUELTOS-SESION   TO WS-DEVOL-TRL-CANTIDAD
                 MOVE WS-IMPORTE-DEV-SESION TO WS-DEVOL-TRL-TOTAL
                                               WS-DEVOL-TRL-DEVUELTO
                 WRITE REG-DEVOLUCION FROM WS-DEVOL-TRAILER
              WHEN OTHER
                 DISPLAY 'REGISTRO DE CAMARA INVALIDO: '
                         CCH-TIPO-REG
                 MOVE 'S' TO SW-SESION-DESCUADRADA
           END-EVALUATE
           PERFORM 1010-LEE-CAMARA.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CHEQUE QUE PASA LOS CONTROLES SE DEBITA Y QUEDA PAGADO;
      * EL QUE NO, SE DEVUELVE A LA CAMARA CON SU MOTIVO.
      * -----------------------------------------------------------
       3000-PROCESA-CHEQUE.
           ADD 1 TO WS-CONTADOR-LEIDOS
           MOVE WS-FECHA-HOY TO CCH-FECHA-PROCESO
           PERFORM 3100-VALIDA-CHEQUE
           IF CCH-MOTIVO EQUAL '00'
              PERFORM 3200-DEBITA-CHEQUE
           END-IF

           MOVE CCH-CUENTA  TO DET-CUENTA
           MOVE CCH-NUMERO  TO DET-NUMERO
           MOVE CCH-IMPORTE TO DET-IMPORTE
           IF CCH-MOTIVO EQUAL '00'
              ADD 1           TO WS-CONTADOR-PAGADOS
              ADD CCH-IMPORTE TO WS-TOTAL-PAGADO
              MOVE 'PAGADO'   TO DET-RESULTADO
              MOVE SPACES     TO DET-MOTIVO
              MOVE 'CHEQUE PAGADO' TO DET-MENSAJE
           ELSE
              ADD 1           TO WS-CONTADOR-DEVUELTOS
                                 WS-DEVUELTOS-SESION
              ADD CCH-IMPORTE TO WS-TOTAL-DEVUELTO
                                 WS-IMPORTE-DEV-SESION
              MOVE 'DEVUELTO' TO DET-RESULTADO
              MOVE CCH-MOTIVO TO DET-MOTIVO
              PERFORM 3500-DESCRIBE-MOTIVO
              WRITE REG-DEVOLUCION FROM REG-CAMARA-CHEQUE
              IF CCH-MOTIVO EQUAL '02' OR CCH-MOTIVO EQUAL '05'
                 PERFORM 3400-COBRA-COMISION
              END-IF
           END-IF

           IF EXISTE-CHEQUE
              PERFORM 3300-ACTUALIZA-CHEQUE
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONTROLES EN ORDEN: IMPORTE (07), CHEQUE EMITIDO A LA
      * CUENTA (01), CUENTA ABIERTA (04), CHEQUE YA PAGADO (03),
      * ORDEN DE NO PAGAR (02) Y SALDO DISPONIBLE CON DESCUBIERTO
      * (05). UN CHEQUE DEVUELTO ANTES PUEDE VOLVER A PRESENTARSE.
      * -----------------------------------------------------------
       3100-VALIDA-CHEQUE.
           MOVE '00' TO CCH-MOTIVO
           MOVE 'N'  TO SW-EXISTE-CHEQUE

           IF CCH-IMPORTE NOT NUMERIC OR CCH-IMPORTE EQUAL ZEROS
              MOVE '07' TO CCH-MOTIVO
              GO TO 3100-FIN
           END-IF

           MOVE CCH-CUENTA TO WS-LLAVE-CQ-CUENTA
           MOVE CCH-NUMERO TO WS-LLAVE-CQ-NUMERO
           MOVE 'LE' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CCH WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ
           IF WS-CODIGO-CQ NOT EQUAL ZEROS
              MOVE '01' TO CCH-MOTIVO
              GO TO 3100-FIN
           END-IF
           MOVE 'S' TO SW-EXISTE-CHEQUE

           MOVE CCH-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CCH WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS OR WS-SALDO-CTA-CERRADA
              MOVE '04' TO CCH-MOTIVO
              GO TO 3100-FIN
           END-IF

           IF WS-CHEM-PAGADO
              MOVE '03' TO CCH-MOTIVO
              GO TO 3100-FIN
           END-IF
           IF WS-CHEM-NO-PAGAR
              MOVE '02' TO CCH-MOTIVO
              GO TO 3100-FIN
           END-IF

           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           IF CCH-IMPORTE GREATER THAN WS-DISPONIBLE
              MOVE '05' TO CCH-MOTIVO
              GO TO 3100-FIN
           END-IF.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEBITA LA CUENTA DEL LIBRADOR (YA LEIDA EN LA VALIDACION);
      * SI FALLA EL CHEQUE SE DEVUELVE CON 06.
      * -----------------------------------------------------------
       3200-DEBITA-CHEQUE.
           SUBTRACT CCH-IMPORTE FROM WS-SALDO-ACTUAL
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CH' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CCH WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE '06' TO CCH-MOTIVO
           END-IF.
       3200-FIN.  EXIT.

      * -----------------------------------------------------------
      * PAGADO -> P. DEVUELTO -> R CON EL MOTIVO, SALVO QUE TENGA
      * ORDEN DE NO PAGAR (QUEDA EN O CON EL MOTIVO DE LA ORDEN) O
      * YA ESTE PAGADO (NO SE TOCA). CADA DEVOLUCION SE CUENTA.
      * -----------------------------------------------------------
       3300-ACTUALIZA-CHEQUE.
           IF CCH-MOTIVO EQUAL '03'
              GO TO 3300-FIN
           END-IF

           MOVE CCH-IMPORTE  TO WS-CHEM-IMPORTE
           IF CCH-MOTIVO EQUAL '00'
              MOVE 'P'          TO WS-CHEM-ESTADO
              MOVE SPACES       TO WS-CHEM-MOTIVO
              MOVE WS-FECHA-HOY TO WS-CHEM-FECHA-ESTADO
           ELSE
              ADD 1 TO WS-CHEM-VECES-DEVUELTO
              IF NOT WS-CHEM-NO-PAGAR
                 MOVE 'R'          TO WS-CHEM-ESTADO
                 MOVE CCH-MOTIVO   TO WS-CHEM-MOTIVO
                 MOVE WS-FECHA-HOY TO WS-CHEM-FECHA-ESTADO
              END-IF
           END-IF

           MOVE 'CA' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CCH WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ
           IF WS-CODIGO-CQ NOT EQUAL ZEROS
              DISPLAY 'NO SE ACTUALIZO EL CHEQUE ' WS-LLAVE-CQ
                      ' - STATUS: ' WS-CODIGO-CQ
           END-IF.
       3300-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA COMISION SE DEBITA AUNQUE LA CUENTA QUEDE POR ENCIMA DEL
      * DESCUBIERTO: ES EL CARGO POR EL RECHAZO.
      * -----------------------------------------------------------
       3400-COBRA-COMISION.
           IF WS-COMISION-RECHAZO EQUAL ZEROS
              GO TO 3400-FIN
           END-IF

           SUBTRACT WS-COMISION-RECHAZO FROM WS-SALDO-ACTUAL
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CF' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CCH WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'NO SE COBRO LA COMISION DE RECHAZO A LA '
                      'CUENTA ' WS-LLAVE-SDO ' - STATUS: '
                      WS-CODIGO-SDO
              GO TO 3400-FIN
           END-IF
           ADD 1                   TO WS-CONTADOR-COMISIONES
           ADD WS-COMISION-RECHAZO TO WS-TOTAL-COMISIONES.
       3400-FIN.  EXIT.

       3500-DESCRIBE-MOTIVO.
           EVALUATE CCH-MOTIVO
              WHEN '01'
                 MOVE 'CHEQUE NO EMITIDO A LA CTA' TO DET-MENSAJE
              WHEN '02'
                 MOVE 'ORDEN DE NO PAGAR' TO DET-MENSAJE
              WHEN '03'
                 MOVE 'CHEQUE YA PAGADO' TO DET-MENSAJE
              WHEN '04'
                 MOVE 'CUENTA INEXISTENTE O CERRADA' TO DET-MENSAJE
              WHEN '05'
                 MOVE 'FONDOS INSUFICIENTES' TO DET-MENSAJE
              WHEN '06'
                 MOVE 'ERROR AL DEBITAR' TO DET-MENSAJE
              WHEN OTHER
                 MOVE 'IMPORTE INVALIDO' TO DET-MENSAJE
           END-EVALUATE.
       3500-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DEL DIA: LO PAGADO SALE DE LAS CUENTAS DE CLIENTES
      * Y SE LIQUIDA CON LA CAMARA (DEBE CTASSALD / HABER LIQCAMCH).
      * LAS COMISIONES VAN DEBE CTASSALD / HABER INGCOMIS, COMO
      * LAS DEMAS COMISIONES.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-PAGADO EQUAL ZEROS
                 AND WS-TOTAL-COMISIONES EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN

           IF WS-TOTAL-PAGADO GREATER THAN ZEROS
              MOVE 'CTASSALD'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              MOVE WS-TOTAL-PAGADO TO GL-IMPORTE
              WRITE REG-ASIENTO-GL

              MOVE 'LIQCAMCH'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-COMISIONES GREATER THAN ZEROS
              MOVE 'CTASSALD'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              MOVE WS-TOTAL-COMISIONES TO GL-IMPORTE
              WRITE REG-ASIENTO-GL

              MOVE 'INGCOMIS'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CCH WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CQ
           CALL 'CHEQUES-EMITIDOS-I-O'
                USING WS-FUNCION-CQ WS-LLAVE-CQ WS-LLAVE-HASTA-CQ
                      WS-USUARIO-CCH WS-REG-CHEQUE-EMITIDO
                      WS-CODIGO-CQ

           MOVE WS-CONTADOR-PAGADOS    TO RES-PAGADOS
           MOVE WS-TOTAL-PAGADO        TO RES-IMPORTE-PAGADO
           MOVE WS-CONTADOR-DEVUELTOS  TO RES-DEVUELTOS
           MOVE WS-TOTAL-DEVUELTO      TO RES-IMPORTE-DEVUELTO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-COMISIONES TO RES-COMISIONES
           MOVE WS-TOTAL-COMISIONES    TO RES-IMPORTE-COMISIONES
           WRITE REG-REPORTE FROM WS-LINEA-COMISIONES
                 AFTER ADVANCING 1 LINE

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE WS-CONTADOR-LEIDOS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-PAGADOS    TO WS-STAT-PAGADOS
           MOVE WS-CONTADOR-DEVUELTOS  TO WS-STAT-DEVUELTOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-PAGADOS WS-STAT-DEVUELTOS

           IF WS-CONTADOR-DEVUELTOS GREATER THAN ZEROS
                 OR HAY-SESION-DESCUADRADA
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CAMARA-CHEQUES DEVOLUCIONES REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: LAS DEVOLUCIONES CERRADAS, CON LA
      * CANTIDAD Y EL IMPORTE DEVUELTO DE TODAS LAS SESIONES.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'CHQDEVUELT'           TO REGI-INTERFAZ
           MOVE 'CHQDEVU'              TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           MOVE WS-CONTADOR-DEVUELTOS  TO REGI-CANTIDAD
           MOVE WS-TOTAL-DEVUELTO      TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
