       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     IMPORTA-TARJETAS-RED.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL ARCHIVO DE CONTRACARGOS QUEDA ANOTADO EN
      *                    EL REGISTRO DE INTERFACES
      *                    (REGISTRO-INTERFACES, CPREGIF1) COMO
      *                    CONTRACARG CON LA CANTIDAD DEL TRAILER Y LA
      *                    SUMA DE SUS DEBITOS Y CREDITOS.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  VERSION ORIGINAL. IMPORTA EL ARCHIVO DIARIO
      *                    DE LA RED DE TARJETAS DE DEBITO (CPREDTJ1)
      *                    Y POSTEA CADA TRANSACCION EN SALDO-CUENTA
      *                    POR SALDOS-INDEXADOS-I-O CON SU PROPIO TIPO
      *                    DE MOVIMIENTO (TC = COMTAR/DEVTAR, TA =
      *                    EXTATM), EN LUGAR DE CARGAR LOS TOTALES A
      *                    MANO EN CAJA-ONLINE. IGUAL QUE EL FEED DE
      *                    RRHH, UNA PRIMERA PASADA VALIDA HEADER
      *                    (SECUENCIA SIGUIENTE A LA DE UT-S-TARJCTRL)
      *                    Y TRAILER (CANTIDAD Y TOTALES); SI NO
      *                    CUADRA SE RECHAZA ENTERO CON RETURN-CODE 8.
      *                    SE RECHAZAN A CONTRACARGO (UT-S-CONTRACA,
      *                    MISMO LAYOUT CON MOTIVO) LAS TRANSACCIONES
      *                    DE TARJETA INEXISTENTE, BLOQUEADA O
      *                    VENCIDA, CUENTA CERRADA, SOBRE EL LIMITE
      *                    DIARIO DE LA TARJETA O SIN SALDO
      *                    DISPONIBLE. LA EXTRACCION EN CAJERO DE
      *                    OTRA RED COBRA LA COMISION DE LA TARJETA
      *                    COMISION-ATM= (UT-S-PARMTARJ) CON TF =
      *                    COMATM. EL REPORTE DE LIQUIDACION
      *                    (UT-S-REPLIQTJ) CONCILIA LO POSTEADO MAS LO
      *                    CONTRACARGADO CONTRA LOS TOTALES DE LA RED
      *                    Y EL NETO VA A GL-INTERFAZ (CTASSALD /
      *                    LIQREDTJ, COMISIONES A INGCOMIS).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RED-TARJETAS ASSIGN TO UT-S-TARJNET
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RED.

           SELECT RED-CONTROL ASSIGN TO UT-S-TARJCTRL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTRL.

           SELECT CONTRACARGOS ASSIGN TO UT-S-CONTRACA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CCG.

           SELECT PARAMETROS-TARJETA ASSIGN TO UT-S-PARMTARJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARMT.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT REPORTE-LIQUIDACION ASSIGN TO UT-S-REPLIQTJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIQ.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RED-TARJETAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RED-TARJETA.
           COPY CPREDTJ1.

       FD  RED-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS REG-RED-CONTROL.
       01  REG-RED-CONTROL.
           05 CTRL-ULTIMA-SECUENCIA      PIC 9(06).

       FD  CONTRACARGOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CONTRACARGO.
       01  REG-CONTRACARGO              PIC X(100).

       FD  PARAMETROS-TARJETA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-TARJ.
       01  REG-PARAMETRO-TARJ           PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  REPORTE-LIQUIDACION
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE-LIQ.
       01  REG-REPORTE-LIQ              PIC X(80).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'IMPORTACION RED DE TARJETAS DEBITO'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(18) VALUE 'TARJETA'.
           05 FILLER                    PIC X(04) VALUE 'TIPO'.
           05 FILLER                    PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'IMPORTE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(04) VALUE 'MOT'.
           05 FILLER                    PIC X(27) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-TARJETA               PIC 9(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TIPO                  PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 DET-MOTIVO                PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(27).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'POSTEADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

      * --- REPORTE DE LIQUIDACION: UNA LINEA POR CONCEPTO ---
       01  WS-TITULO-LIQ.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'LIQUIDACION DE LA RED DE TARJETAS DEBITO'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-LIQ-HEADER.
           05 FILLER                    PIC X(06) VALUE 'RED: '.
           05 LIQ-RED                   PIC X(08).
           05 FILLER                    PIC X(10) VALUE '  FECHA: '.
           05 LIQ-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(14)
              VALUE '  SECUENCIA: '.
           05 LIQ-SECUENCIA             PIC 9(06).
           05 FILLER                    PIC X(28) VALUE SPACES.

       01  WS-LINEA-LIQ.
           05 LIQ-CONCEPTO              PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LIQ-IMPORTE               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LINEA-LIQ-RESULTADO.
           05 FILLER                    PIC X(42)
              VALUE 'RESULTADO DE LA CONCILIACION'.
           05 LIQ-RESULTADO             PIC X(11).
           05 FILLER                    PIC X(27) VALUE SPACES.

      * --- TRAILER DEL ARCHIVO DE CONTRACARGOS (LAYOUT CPREDTJ1) ---
       01  WS-CONTRACARGO-TRAILER.
           05 FILLER                    PIC X(01) VALUE 'T'.
           05 CCG-TRL-CANTIDAD          PIC 9(07).
           05 CCG-TRL-DEBITOS           PIC 9(13)V99.
           05 CCG-TRL-CREDITOS          PIC 9(13)V99.
           05 FILLER                    PIC X(62) VALUE SPACES.

       01  WS-CODIGO-RED                PIC X(02).
       01  WS-CODIGO-CTRL               PIC X(02).
       01  WS-CODIGO-CCG                PIC X(02).
       01  WS-CODIGO-PARMT              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-LIQ                PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-RED                   PIC X(01) VALUE 'N'.
           88 FIN-DE-RED                           VALUE 'S'.
       01  SW-FIN-PARMT                 PIC X(01) VALUE 'N'.
           88 FIN-DE-PARMT                         VALUE 'S'.
       01  SW-RED-VALIDA                PIC X(01) VALUE 'S'.
           88 RED-VALIDA                           VALUE 'S'.
       01  SW-HEADER-VISTO              PIC X(01) VALUE 'N'.
           88 HEADER-VISTO                         VALUE 'S'.
       01  SW-TRAILER-VISTO             PIC X(01) VALUE 'N'.
           88 TRAILER-VISTO                        VALUE 'S'.
       01  SW-CONCILIA                  PIC X(01) VALUE 'S'.
           88 LIQUIDACION-CONCILIA                 VALUE 'S'.
       01  WS-ULTIMA-SECUENCIA          PIC 9(06) VALUE ZEROS.
       01  WS-SECUENCIA-RED             PIC 9(06) VALUE ZEROS.
       01  WS-SECUENCIA-ESPERADA        PIC 9(06).
       01  WS-FECHA-RED                 PIC 9(08) VALUE ZEROS.
       01  WS-NOMBRE-RED                PIC X(08) VALUE SPACES.
       01  WS-CANTIDAD-TRAILER          PIC 9(07) VALUE ZEROS.
       01  WS-DEBITOS-TRAILER           PIC 9(13)V99 VALUE ZEROS.
       01  WS-CREDITOS-TRAILER          PIC 9(13)V99 VALUE ZEROS.
       01  WS-DETALLES-CONTADOS         PIC 9(07) VALUE ZEROS.
       01  WS-DEBITOS-CONTADOS          PIC 9(13)V99 VALUE ZEROS.
       01  WS-CREDITOS-CONTADOS         PIC 9(13)V99 VALUE ZEROS.

       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(07).
       01  WS-COMISION-ATM              PIC 9(05)V99 VALUE ZEROS.
       01  WS-COMISION-ATM-R REDEFINES WS-COMISION-ATM
                                        PIC 9(07).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-RED               PIC X(08) VALUE 'TARJRED'.
       01  WS-MOTIVO                    PIC X(02).
       01  WS-IMPORTE-COMISION          PIC 9(05)V99.
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.
       01  WS-NECESARIO                 PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-DEB-POSTEADOS       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-CRE-POSTEADOS       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-DEB-RECHAZADOS      PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-CRE-RECHAZADOS      PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-COMISIONES          PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-NETO-RED                  PIC S9(13)V99 COMP-3.
       01  WS-NETO-POSTEADO             PIC S9(13)V99 COMP-3.
       01  WS-NETO-RECHAZADO            PIC S9(13)V99 COMP-3.
       01  WS-DIFERENCIA                PIC S9(13)V99 COMP-3.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-TJ                PIC X(02).
       01  WS-LLAVE-TJ                  PIC 9(16).
       01  WS-LLAVE-HASTA-TJ            PIC 9(16) VALUE ZEROS.
           COPY CPTARJWS.
       01  WS-CODIGO-TJ                 PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-COMISIONES       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'IMPORTA-TARJ-RED'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-VALIDA-RED
           IF NOT RED-VALIDA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-REGISTRO UNTIL FIN-DE-RED
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * PRIMERA PASADA, SIN POSTEAR NADA: EL ARCHIVO DEBE ABRIR CON
      * UN HEADER CUYA SECUENCIA SEA LA SIGUIENTE A LA ULTIMA
      * APLICADA Y CERRAR CON UN TRAILER CUYA CANTIDAD Y TOTALES DE
      * DEBITOS Y CREDITOS CUADREN CON LOS DETALLES. UN ARCHIVO
      * REENVIADO O FUERA DE ORDEN SE RECHAZA ENTERO.
      * -----------------------------------------------------------
       0500-VALIDA-RED.
           PERFORM 0510-LEE-ULTIMA-SECUENCIA

           OPEN INPUT RED-TARJETAS
           IF WS-CODIGO-RED NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR EL ARCHIVO DE LA RED - '
                      'STATUS: ' WS-CODIGO-RED
              MOVE 'N' TO SW-RED-VALIDA
              GO TO 0500-FIN
           END-IF

           PERFORM 0520-VALIDA-UN-REGISTRO UNTIL FIN-DE-RED
           CLOSE RED-TARJETAS

           IF NOT HEADER-VISTO
              DISPLAY 'ARCHIVO DE LA RED SIN HEADER - RECHAZADO'
              MOVE 'N' TO SW-RED-VALIDA
           END-IF
           IF NOT TRAILER-VISTO
              DISPLAY 'ARCHIVO DE LA RED SIN TRAILER - RECHAZADO'
              MOVE 'N' TO SW-RED-VALIDA
           END-IF
           IF TRAILER-VISTO
              AND WS-CANTIDAD-TRAILER NOT EQUAL WS-DETALLES-CONTADOS
              DISPLAY 'TRAILER NO CUADRA: INDICA '
                      WS-CANTIDAD-TRAILER ' Y SE LEYERON '
                      WS-DETALLES-CONTADOS
              MOVE 'N' TO SW-RED-VALIDA
           END-IF
           IF TRAILER-VISTO
              AND (WS-DEBITOS-TRAILER NOT EQUAL WS-DEBITOS-CONTADOS
               OR WS-CREDITOS-TRAILER NOT EQUAL WS-CREDITOS-CONTADOS)
              DISPLAY 'TOTALES DEL TRAILER NO CUADRAN CON LOS '
                      'DETALLES - RECHAZADO'
              MOVE 'N' TO SW-RED-VALIDA
           END-IF

           MOVE 'N' TO SW-FIN-RED.
       0500-FIN.  EXIT.

       0510-LEE-ULTIMA-SECUENCIA.
           OPEN INPUT RED-CONTROL
           IF WS-CODIGO-CTRL NOT EQUAL ZEROS
              MOVE ZEROS TO WS-ULTIMA-SECUENCIA
              GO TO 0510-FIN
           END-IF
           READ RED-CONTROL
           IF WS-CODIGO-CTRL EQUAL ZEROS
              MOVE CTRL-ULTIMA-SECUENCIA TO WS-ULTIMA-SECUENCIA
           END-IF
           CLOSE RED-CONTROL.
       0510-FIN.  EXIT.

       0520-VALIDA-UN-REGISTRO.
           READ RED-TARJETAS
              AT END MOVE 'S' TO SW-FIN-RED
           END-READ
           IF FIN-DE-RED
              GO TO 0520-FIN
           END-IF

           EVALUATE TRUE
              WHEN RED-ES-HEADER
                 MOVE 'S' TO SW-HEADER-VISTO
                 MOVE RED-HDR-SECUENCIA TO WS-SECUENCIA-RED
                 MOVE RED-HDR-FECHA     TO WS-FECHA-RED
                 MOVE RED-HDR-RED       TO WS-NOMBRE-RED
                 COMPUTE WS-SECUENCIA-ESPERADA =
                         WS-ULTIMA-SECUENCIA + 1
                 IF RED-HDR-SECUENCIA NOT EQUAL
                       WS-SECUENCIA-ESPERADA
                    DISPLAY 'SECUENCIA DE LA RED FUERA DE ORDEN: '
                            'VINO ' RED-HDR-SECUENCIA
                            ' Y SE ESPERABA ' WS-SECUENCIA-ESPERADA
                    MOVE 'N' TO SW-RED-VALIDA
                 END-IF
              WHEN RED-ES-TRAILER
                 MOVE 'S' TO SW-TRAILER-VISTO
                 MOVE RED-TRL-CANTIDAD TO WS-CANTIDAD-TRAILER
                 MOVE RED-TRL-DEBITOS  TO WS-DEBITOS-TRAILER
                 MOVE RED-TRL-CREDITOS TO WS-CREDITOS-TRAILER
              WHEN OTHER
                 ADD 1 TO WS-DETALLES-CONTADOS
                 IF RED-ES-DEBITO
                    ADD RED-IMPORTE TO WS-DEBITOS-CONTADOS
                 END-IF
                 IF RED-ES-DEVOLUCION
                    ADD RED-IMPORTE TO WS-CREDITOS-CONTADOS
                 END-IF
           END-EVALUATE.
       0520-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETA COMISION-ATM=NNNNNNN (CON DOS DECIMALES): LO QUE SE
      * COBRA POR CADA EXTRACCION EN CAJERO DE OTRA RED. SIN
      * ARCHIVO O SIN TARJETA NO SE COBRA COMISION.
      * -----------------------------------------------------------
       0600-LEE-PARAMETROS-TARJETA.
           OPEN INPUT PARAMETROS-TARJETA
           IF WS-CODIGO-PARMT NOT EQUAL ZEROS
              GO TO 0600-FIN
           END-IF

           PERFORM 0610-PROCESA-TARJETA-PARM UNTIL FIN-DE-PARMT
           CLOSE PARAMETROS-TARJETA.
       0600-FIN.  EXIT.

       0610-PROCESA-TARJETA-PARM.
           READ PARAMETROS-TARJETA
              AT END MOVE 'S' TO SW-FIN-PARMT
           END-READ
           IF FIN-DE-PARMT
              GO TO 0610-FIN
           END-IF
           IF REG-PARAMETRO-TARJ EQUAL SPACES
              GO TO 0610-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-TARJ DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'COMISION-ATM'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-COMISION-ATM-R
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO-TARJ
           END-EVALUATE.
       0610-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0600-LEE-PARAMETROS-TARJETA

           OPEN INPUT RED-TARJETAS
           OPEN OUTPUT CONTRACARGOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-RED WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-RED WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ

           MOVE ZEROS TO CCG-TRL-CANTIDAD CCG-TRL-DEBITOS
                         CCG-TRL-CREDITOS
           PERFORM 1010-LEE-SIGUIENTE-RED.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-RED.
           READ RED-TARJETAS
              AT END MOVE 'S' TO SW-FIN-RED
           END-READ
           IF NOT FIN-DE-RED
              IF NOT RED-ES-HEADER AND NOT RED-ES-TRAILER
                 ADD 1 TO WS-CONTADOR-LEIDAS
              END-IF
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL HEADER DE LA RED SE DEVUELVE TAL CUAL COMO HEADER DEL
      * ARCHIVO DE CONTRACARGOS; EL TRAILER SE ARMA AL TERMINAR.
      * -----------------------------------------------------------
       2000-PROCESA-REGISTRO.
           IF RED-ES-HEADER
              WRITE REG-CONTRACARGO FROM REG-RED-TARJETA
              PERFORM 1010-LEE-SIGUIENTE-RED
              GO TO 2000-FIN
           END-IF
           IF RED-ES-TRAILER
              PERFORM 1010-LEE-SIGUIENTE-RED
              GO TO 2000-FIN
           END-IF

           MOVE RED-TARJETA    TO DET-TARJETA WS-LLAVE-TJ
           MOVE RED-TIPO-TRANS TO DET-TIPO
           MOVE RED-IMPORTE    TO DET-IMPORTE
           MOVE SPACES         TO DET-MOTIVO DET-MENSAJE WS-MOTIVO

           PERFORM 2100-VALIDA-TRANSACCION
           IF WS-MOTIVO EQUAL SPACES
              PERFORM 2200-POSTEA-TRANSACCION
           END-IF

           IF WS-MOTIVO EQUAL SPACES
              MOVE 'POSTEADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE WS-MOTIVO   TO DET-MOTIVO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              PERFORM 2300-GRABA-CONTRACARGO
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-RED.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * MOTIVOS DE RECHAZO INFORMADOS A LA RED:
      *   01 TARJETA INEXISTENTE      05 SUPERA EL LIMITE DIARIO
      *   02 TARJETA NO HABILITADA    06 SALDO INSUFICIENTE
      *   03 TARJETA VENCIDA          07 TIPO DE TRANSACCION INVALIDO
      *   04 CUENTA INEXISTENTE O     08 ERROR AL POSTEAR
      *      CERRADA
      * EL CONSUMO DEL DIA SE REINICIA CUANDO LA TRANSACCION ES DE
      * OTRO DIA QUE EL ULTIMO USO DE LA TARJETA.
      * -----------------------------------------------------------
       2100-VALIDA-TRANSACCION.
           IF NOT RED-ES-COMPRA AND NOT RED-ES-DEVOLUCION
                 AND NOT RED-ES-EXTRACCION
              MOVE '07' TO WS-MOTIVO
              MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           MOVE 'LE' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-RED WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ
           IF WS-CODIGO-TJ NOT EQUAL ZEROS
              MOVE '01' TO WS-MOTIVO
              MOVE 'TARJETA INEXISTENTE' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF
           IF NOT WS-TARJ-ACTIVA
              MOVE '02' TO WS-MOTIVO
              MOVE 'TARJETA BLOQUEADA O DE BAJA' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF
           IF WS-TARJ-VENCIMIENTO LESS THAN RED-FECHA (1:6)
              MOVE '03' TO WS-MOTIVO
              MOVE 'TARJETA VENCIDA' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           MOVE WS-TARJ-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-RED WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS OR WS-SALDO-CTA-CERRADA
              MOVE '04' TO WS-MOTIVO
              MOVE 'CUENTA INEXISTENTE O CERRADA' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           IF RED-FECHA NOT EQUAL WS-TARJ-FECHA-ULT-USO
              MOVE ZEROS     TO WS-TARJ-USADO-COMPRAS
                                WS-TARJ-USADO-EXTRAER
              MOVE RED-FECHA TO WS-TARJ-FECHA-ULT-USO
           END-IF

           IF RED-ES-DEVOLUCION
              GO TO 2100-FIN
           END-IF

           IF RED-ES-COMPRA
                 AND WS-TARJ-USADO-COMPRAS + RED-IMPORTE
                     GREATER THAN WS-TARJ-LIMITE-COMPRAS
              MOVE '05' TO WS-MOTIVO
              MOVE 'SUPERA EL LIMITE DIARIO' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF
           IF RED-ES-EXTRACCION
                 AND WS-TARJ-USADO-EXTRAER + RED-IMPORTE
                     GREATER THAN WS-TARJ-LIMITE-EXTRAER
              MOVE '05' TO WS-MOTIVO
              MOVE 'SUPERA EL LIMITE DIARIO' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           MOVE ZEROS TO WS-IMPORTE-COMISION
           IF RED-ES-EXTRACCION AND RED-CAJERO-AJENO
              MOVE WS-COMISION-ATM TO WS-IMPORTE-COMISION
           END-IF
           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           COMPUTE WS-NECESARIO = RED-IMPORTE + WS-IMPORTE-COMISION
           IF WS-NECESARIO GREATER THAN WS-DISPONIBLE
              MOVE '06' TO WS-MOTIVO
              MOVE 'SALDO INSUFICIENTE' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * POSTEA LA TRANSACCION SOBRE EL REGISTRO DE SALDOS YA LEIDO,
      * ACTUALIZA EL CONSUMO DEL DIA DE LA TARJETA Y, SI CORRESPONDE,
      * COBRA LA COMISION DEL CAJERO DE OTRA RED.
      * -----------------------------------------------------------
       2200-POSTEA-TRANSACCION.
           EVALUATE TRUE
              WHEN RED-ES-COMPRA
                 SUBTRACT RED-IMPORTE FROM WS-SALDO-ACTUAL
                 MOVE 'TC' TO WS-FUNCION-SDO
              WHEN RED-ES-DEVOLUCION
                 ADD RED-IMPORTE TO WS-SALDO-ACTUAL
                 MOVE 'TC' TO WS-FUNCION-SDO
              WHEN RED-ES-EXTRACCION
                 SUBTRACT RED-IMPORTE FROM WS-SALDO-ACTUAL
                 MOVE 'TA' TO WS-FUNCION-SDO
           END-EVALUATE
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-RED WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE '08' TO WS-MOTIVO
              MOVE 'ERROR AL POSTEAR EN LA CUENTA' TO DET-MENSAJE
              GO TO 2200-FIN
           END-IF

           IF RED-ES-DEVOLUCION
              ADD RED-IMPORTE TO WS-TOTAL-CRE-POSTEADOS
              MOVE 'DEVOLUCION ACREDITADA' TO DET-MENSAJE
           ELSE
              ADD RED-IMPORTE TO WS-TOTAL-DEB-POSTEADOS
              MOVE 'DEBITADA EN CUENTA' TO DET-MENSAJE
           END-IF

           IF RED-ES-COMPRA
              ADD RED-IMPORTE TO WS-TARJ-USADO-COMPRAS
           END-IF
           IF RED-ES-EXTRACCION
              ADD RED-IMPORTE TO WS-TARJ-USADO-EXTRAER
           END-IF
           MOVE 'CA' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-RED WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ
           IF WS-CODIGO-TJ NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ACTUALIZAR EL CONSUMO DE LA '
                      'TARJETA ' WS-TARJ-NUMERO ' - STATUS: '
                      WS-CODIGO-TJ
           END-IF

           IF WS-IMPORTE-COMISION GREATER THAN ZEROS
              PERFORM 2210-COBRA-COMISION-ATM
           END-IF.
       2200-FIN.  EXIT.

       2210-COBRA-COMISION-ATM.
           SUBTRACT WS-IMPORTE-COMISION FROM WS-SALDO-ACTUAL
           MOVE 'TF' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-RED WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD WS-IMPORTE-COMISION TO WS-TOTAL-COMISIONES
              ADD 1 TO WS-CONTADOR-COMISIONES
              MOVE 'DEBITADA, CON COMISION ATM' TO DET-MENSAJE
           ELSE
              DISPLAY 'NO SE PUDO COBRAR LA COMISION ATM EN LA '
                      'CUENTA ' WS-SALDO-CUENTA ' - STATUS: '
                      WS-CODIGO-SDO
           END-IF.
       2210-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA TRANSACCION RECHAZADA VUELVE A LA RED CON SU MOTIVO.
      * -----------------------------------------------------------
       2300-GRABA-CONTRACARGO.
           MOVE WS-MOTIVO TO RED-MOTIVO-RECHAZO
           WRITE REG-CONTRACARGO FROM REG-RED-TARJETA
           ADD 1 TO CCG-TRL-CANTIDAD
           IF RED-ES-DEBITO
              ADD RED-IMPORTE TO CCG-TRL-DEBITOS
                                 WS-TOTAL-DEB-RECHAZADOS
           END-IF
           IF RED-ES-DEVOLUCION
              ADD RED-IMPORTE TO CCG-TRL-CREDITOS
                                 WS-TOTAL-CRE-RECHAZADOS
           END-IF.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * LIQUIDACION: LO QUE LA RED INFORMA (DEBITOS MENOS CREDITOS
      * DEL TRAILER) TIENE QUE SER IGUAL A LO POSTEADO MAS LO
      * DEVUELTO A CONTRACARGO. SI NO CONCILIA QUEDA RETURN-CODE 4.
      * -----------------------------------------------------------
       8000-REPORTE-LIQUIDACION.
           COMPUTE WS-NETO-RED =
                   WS-DEBITOS-TRAILER - WS-CREDITOS-TRAILER
           COMPUTE WS-NETO-POSTEADO =
                   WS-TOTAL-DEB-POSTEADOS - WS-TOTAL-CRE-POSTEADOS
           COMPUTE WS-NETO-RECHAZADO =
                   WS-TOTAL-DEB-RECHAZADOS - WS-TOTAL-CRE-RECHAZADOS
           COMPUTE WS-DIFERENCIA =
                   WS-NETO-RED - WS-NETO-POSTEADO - WS-NETO-RECHAZADO
           IF WS-DIFERENCIA NOT EQUAL ZEROS
              MOVE 'N' TO SW-CONCILIA
           END-IF

           OPEN OUTPUT REPORTE-LIQUIDACION
           IF WS-CODIGO-LIQ NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR EL REPORTE DE LIQUIDACION - '
                      'STATUS: ' WS-CODIGO-LIQ
              GO TO 8000-FIN
           END-IF
           WRITE REG-REPORTE-LIQ FROM WS-TITULO-LIQ
                 AFTER ADVANCING 1 LINE
           MOVE WS-NOMBRE-RED    TO LIQ-RED
           MOVE WS-FECHA-RED     TO LIQ-FECHA
           MOVE WS-SECUENCIA-RED TO LIQ-SECUENCIA
           WRITE REG-REPORTE-LIQ FROM WS-LINEA-LIQ-HEADER
                 AFTER ADVANCING 2 LINES

           MOVE 'DEBITOS INFORMADOS POR LA RED' TO LIQ-CONCEPTO
           MOVE WS-DEBITOS-TRAILER TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'CREDITOS INFORMADOS POR LA RED' TO LIQ-CONCEPTO
           MOVE WS-CREDITOS-TRAILER TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'NETO A LIQUIDAR CON LA RED' TO LIQ-CONCEPTO
           MOVE WS-NETO-RED TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ

           MOVE 'DEBITOS POSTEADOS EN CUENTAS' TO LIQ-CONCEPTO
           MOVE WS-TOTAL-DEB-POSTEADOS TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'CREDITOS POSTEADOS EN CUENTAS' TO LIQ-CONCEPTO
           MOVE WS-TOTAL-CRE-POSTEADOS TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'NETO POSTEADO' TO LIQ-CONCEPTO
           MOVE WS-NETO-POSTEADO TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ

           MOVE 'DEBITOS DEVUELTOS A CONTRACARGO' TO LIQ-CONCEPTO
           MOVE WS-TOTAL-DEB-RECHAZADOS TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'CREDITOS DEVUELTOS A CONTRACARGO' TO LIQ-CONCEPTO
           MOVE WS-TOTAL-CRE-RECHAZADOS TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'NETO DE CONTRACARGOS' TO LIQ-CONCEPTO
           MOVE WS-NETO-RECHAZADO TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ

           MOVE 'DIFERENCIA' TO LIQ-CONCEPTO
           MOVE WS-DIFERENCIA TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ
           MOVE 'COMISIONES ATM COBRADAS (APARTE)' TO LIQ-CONCEPTO
           MOVE WS-TOTAL-COMISIONES TO LIQ-IMPORTE
           PERFORM 8010-ESCRIBE-LINEA-LIQ

           IF LIQUIDACION-CONCILIA
              MOVE 'CONCILIA' TO LIQ-RESULTADO
           ELSE
              MOVE 'NO CONCILIA' TO LIQ-RESULTADO
           END-IF
           WRITE REG-REPORTE-LIQ FROM WS-LINEA-LIQ-RESULTADO
                 AFTER ADVANCING 2 LINES

           CLOSE REPORTE-LIQUIDACION.
       8000-FIN.  EXIT.

       8010-ESCRIBE-LINEA-LIQ.
           WRITE REG-REPORTE-LIQ FROM WS-LINEA-LIQ
                 AFTER ADVANCING 1 LINE.
       8010-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DE LA LIQUIDACION: EL NETO POSTEADO SALE DE LAS
      * CUENTAS DE CLIENTES Y SE LE DEBE A LA RED (DEBE CTASSALD /
      * HABER LIQREDTJ; AL REVES SI LAS DEVOLUCIONES SUPERAN A LOS
      * DEBITOS). LAS COMISIONES ATM VAN DEBE CTASSALD / HABER
      * INGCOMIS, COMO LAS DEMAS COMISIONES.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-NETO-POSTEADO EQUAL ZEROS
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

           IF WS-NETO-POSTEADO GREATER THAN ZEROS
              MOVE 'CTASSALD'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              MOVE WS-NETO-POSTEADO TO GL-IMPORTE
              WRITE REG-ASIENTO-GL

              MOVE 'LIQREDTJ'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-NETO-POSTEADO LESS THAN ZEROS
              MOVE 'LIQREDTJ'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              COMPUTE GL-IMPORTE = ZEROS - WS-NETO-POSTEADO
              WRITE REG-ASIENTO-GL

              MOVE 'CTASSALD'      TO GL-CUENTA
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
           WRITE REG-CONTRACARGO FROM WS-CONTRACARGO-TRAILER

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-RED WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-TJ
           CALL 'TARJETAS-DEBITO-I-O'
                USING WS-FUNCION-TJ WS-LLAVE-TJ WS-LLAVE-HASTA-TJ
                      WS-USUARIO-RED WS-REG-TARJETA-DEBITO
                      WS-CODIGO-TJ

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           PERFORM 8000-REPORTE-LIQUIDACION
           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           PERFORM 9100-GRABA-SECUENCIA

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
                 OR NOT LIQUIDACION-CONCILIA
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RED-TARJETAS CONTRACARGOS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEJA ASENTADA LA SECUENCIA APLICADA PARA QUE UN REENVIO DEL
      * MISMO ARCHIVO SE RECHACE EN LA PROXIMA CORRIDA.
      * -----------------------------------------------------------
       9100-GRABA-SECUENCIA.
           OPEN OUTPUT RED-CONTROL
           IF WS-CODIGO-CTRL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO GRABAR EL CONTROL DE LA RED: '
                      WS-CODIGO-CTRL
              GO TO 9100-FIN
           END-IF
           MOVE WS-SECUENCIA-RED TO CTRL-ULTIMA-SECUENCIA
           WRITE REG-RED-CONTROL
           CLOSE RED-CONTROL.
       9100-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL ARCHIVO DE CONTRACARGOS CERRADO,
      * CON LA CANTIDAD Y LOS DEBITOS MAS CREDITOS DEL TRAILER.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'CONTRACARG'           TO REGI-INTERFAZ
           MOVE 'CONTRACA'             TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           MOVE CCG-TRL-CANTIDAD       TO REGI-CANTIDAD
           COMPUTE REGI-TOTAL-CONTROL = CCG-TRL-DEBITOS
                                      + CCG-TRL-CREDITOS
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
