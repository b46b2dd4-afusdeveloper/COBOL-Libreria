       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     GENERA-AVISOS-CLIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL ARCHIVO DE AVISOS QUEDA ANOTADO EN EL
      *                    REGISTRO DE INTERFACES (REGISTRO-INTERFACES,
      *                    CPREGIF1) COMO AVISOS-CLI CON LOS AVISOS
      *                    EMITIDOS Y LA SUMA DE LOS CLIENTES (TOTAL
      *                    HASH).
      *   15/10/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE AVISOS AL
      *                    CLIENTE: GRABA UN ARCHIVO UNICO (UT-S-
      *                    AVISOS, CPAVIS01) PARA LA IMPRENTA DE
      *                    CORREO Y EL CANAL DE SMS, UN REGISTRO POR
      *                    EVENTO CON EL CLIENTE, SUS DATOS DE
      *                    CONTACTO, LA CUENTA Y LOS DATOS DEL EVENTO:
      *                    PLAZOS FIJOS QUE VENCEN EN N DIAS (CON LA
      *                    INSTRUCCION DE RENOVACION), ORDENES
      *                    PERMANENTES FALLIDAS DEL DIA (ORDENES-
      *                    FALLIDAS DE EJECUTA-ORDENES-PERM), CUENTAS
      *                    QUE SE MOVIERON Y QUEDARON USANDO EL
      *                    DESCUBIERTO ARRIBA DEL PORCENTAJE DE LA
      *                    TARJETA O DEBAJO DEL MINIMO EXENTO DEL
      *                    TARIFARIO DE COMISIONES-MENSUALES, Y
      *                    CREDITOS DE HABERES DEVUELTOS POR EL BANCO
      *                    (COLA DE RE-PAGO DE PROCESA-RETORNO-BANCO).
      *                    LA VENTANA DE CADA CORRIDA VA DESDE LA
      *                    FECHA DE PROCESO ANTERIOR (EXCLUIDA) HASTA
      *                    LA DE HOY, ASI LOS DIAS RECUPERADOS POR EL
      *                    CICLO DE ATRASO NO PIERDEN NI REPITEN
      *                    AVISOS. EL CLIENTE QUE EXCLUYO UN TIPO DE
      *                    AVISO (CLI-AVISOS-EXCLUIDOS) NO LO RECIBE;
      *                    SIN TITULAR, CLIENTE DE BAJA O SIN DATOS DE
      *                    CONTACTO EL AVISO SOLO SE LISTA. RESUMEN
      *                    POR EVENTO; RETURN-CODE 4 SI FALTO ALGUNA
      *                    DE LAS FUENTES.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO UT-S-PARMAVIS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.

           SELECT FECHA-PROCESO ASSIGN TO UT-S-FECPROC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FPRO.

           SELECT TARIFAS ASSIGN TO UT-S-TARIFAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TARIFAS.

           SELECT ORDENES-FALLIDAS ASSIGN TO UT-S-ORDFALL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FALLIDAS.

           SELECT COLA-REPAGO ASSIGN TO UT-S-REPAGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-REPAGO.

           SELECT AVISOS-CLIENTES ASSIGN TO UT-S-AVISOS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AVISOS.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO.
       01  REG-PARAMETRO                PIC X(80).

       FD  FECHA-PROCESO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-FECHA-PROCESO.
           COPY CPFPRO01.

       FD  TARIFAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TARIFA.
       01  REG-TARIFA.
           05 TARIFA-TIPO-CUENTA        PIC X(01).
           05 TARIFA-IMPORTE            PIC 9(07)V99.
           05 TARIFA-SALDO-MINIMO       PIC 9(09)V99.
           05 TARIFA-MONEDA             PIC X(03).
           05 FILLER                    PIC X(56).

       FD  ORDENES-FALLIDAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ORDEN-FALLIDA.
           COPY CPORDFA1.

       FD  COLA-REPAGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-REPAGO.
       01  REG-REPAGO.
           05 RPG-LEGAJO                PIC 9(05).
           05 RPG-PERIODO               PIC 9(06).
           05 RPG-IMPORTE               PIC 9(11)V99.
           05 RPG-MOTIVO                PIC X(02).
           05 RPG-FECHA-RECHAZO         PIC 9(08).
           05 FILLER                    PIC X(06).

       FD  AVISOS-CLIENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-AVISO-CLIENTE.
           COPY CPAVIS01.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(22)
              VALUE 'AVISOS A CLIENTES DEL '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(24)
              VALUE 'VENCIMIENTOS DESDE EL '.
           05 TIT-VTO-DESDE             PIC 9(08).
           05 FILLER                    PIC X(07) VALUE ' HASTA '.
           05 TIT-VTO-HASTA             PIC 9(08).
           05 FILLER                    PIC X(16)
              VALUE '  DESCUBIERTO '.
           05 TIT-PORCENTAJE            PIC ZZ9.
           05 FILLER                    PIC X(14) VALUE ' %'.

       01  WS-TITULO-3.
           05 FILLER                    PIC X(04) VALUE 'EV'.
           05 FILLER                    PIC X(10) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(17) VALUE
              '        IMPORTE'.
           05 FILLER                    PIC X(40) VALUE 'RESULTADO'.

       01  WS-DETALLE.
           05 DET-EVENTO                PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CLIENTE               PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(25).

       01  WS-TITULO-RESUMEN.
           05 FILLER                    PIC X(28)
              VALUE 'RESUMEN POR EVENTO'.
           05 FILLER                    PIC X(11) VALUE ' DETECTADOS'.
           05 FILLER                    PIC X(11) VALUE '  EMITIDOS'.
           05 FILLER                    PIC X(11) VALUE ' EXCLUIDOS'.
           05 FILLER                    PIC X(11) VALUE ' NO ENVIAB.'.
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 RES-CODIGO                PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RES-DESCRIPCION           PIC X(24).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RES-DETECTADOS            PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RES-EMITIDOS              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RES-EXCLUIDOS             PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RES-NO-ENVIABLES          PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-FPRO               PIC X(02).
       01  WS-CODIGO-TARIFAS            PIC X(02).
       01  WS-CODIGO-FALLIDAS           PIC X(02).
       01  WS-CODIGO-REPAGO             PIC X(02).
       01  WS-CODIGO-AVISOS             PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  SW-FIN-TARIFAS               PIC X(01) VALUE 'N'.
           88 FIN-DE-TARIFAS                       VALUE 'S'.
       01  SW-FIN-FALLIDAS              PIC X(01) VALUE 'N'.
           88 FIN-DE-FALLIDAS                      VALUE 'S'.
       01  SW-FIN-REPAGO                PIC X(01) VALUE 'N'.
           88 FIN-DE-REPAGO                        VALUE 'S'.
       01  SW-HAY-TARIFAS               PIC X(01) VALUE 'N'.
           88 HAY-TARIFAS                          VALUE 'S'.
       01  SW-TARIFA-HALLADA            PIC X(01).
           88 TARIFA-HALLADA                       VALUE 'S'.

       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(08).
       01  FILLER REDEFINES WS-PARM-VALOR.
           05 WS-PARM-VALOR-2           PIC X(02).
           05 WS-PARM-RESTO-2           PIC X(06).
       01  FILLER REDEFINES WS-PARM-VALOR.
           05 WS-PARM-VALOR-3           PIC X(03).
           05 WS-PARM-RESTO-3           PIC X(05).

      * --- DIAS DE ANTICIPACION DEL AVISO DE VENCIMIENTO Y PORCENTAJE
      * --- DEL LIMITE DE DESCUBIERTO A PARTIR DEL CUAL SE AVISA.
       01  WS-DIAS-VENCIMIENTO          PIC 9(02) VALUE 05.
       01  WS-PORCENTAJE-DESC           PIC 9(03) VALUE 080.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-FECHA-ANTERIOR            PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-SUMA                 PIC S9(05).
       01  WS-VTO-DESDE                 PIC 9(08).
       01  WS-VTO-HASTA                 PIC 9(08).
       01  WS-RETORNO                   PIC 9(02) VALUE ZEROS.

      * TARIFARIO EN MEMORIA, IGUAL QUE COMISIONES-MENSUALES.
       01  WS-TABLA-TARIFAS.
           05 WS-CANTIDAD-TARIFAS       PIC 9(02) VALUE ZEROS.
           05 WS-TARIFA-TABLA OCCURS 10 TIMES.
              10 WS-TAR-TIPO            PIC X(01).
              10 WS-TAR-MONEDA          PIC X(03).
              10 WS-TAR-IMPORTE         PIC 9(07)V99.
              10 WS-TAR-SALDO-MINIMO    PIC 9(09)V99.
       01  WS-IDX-TAR                   PIC 9(02).
       01  WS-MONEDA-CUENTA             PIC X(03).
       01  WS-IMPORTE-COMISION          PIC 9(07)V99.
       01  WS-SALDO-MINIMO              PIC 9(09)V99.
       01  WS-PORCENTAJE-USADO          PIC 9(07).

      * EVENTOS EN EL ORDEN DE CLI-AVISOS-EXCLUIDOS.
       01  WS-TABLA-EVENTOS.
           05 FILLER                    PIC X(26)
              VALUE 'VPVENCIMIENTO PLAZO FIJO'.
           05 FILLER                    PIC X(26)
              VALUE 'OFORDEN PERMANENTE FALLIDA'.
           05 FILLER                    PIC X(26)
              VALUE 'DEUSO DEL DESCUBIERTO'.
           05 FILLER                    PIC X(26)
              VALUE 'SMSALDO DEBAJO DEL MINIMO'.
           05 FILLER                    PIC X(26)
              VALUE 'RSREVERSO CREDITO HABERES'.
       01  FILLER REDEFINES WS-TABLA-EVENTOS.
           05 WS-EVENTO OCCURS 5 TIMES.
              10 WS-EV-CODIGO           PIC X(02).
              10 WS-EV-DESCRIPCION      PIC X(24).
       01  WS-CONTADORES-EVENTOS.
           05 WS-EV-CONTADORES OCCURS 5 TIMES.
              10 WS-EV-DETECTADOS       PIC 9(07).
              10 WS-EV-EMITIDOS         PIC 9(07).
              10 WS-EV-EXCLUIDOS        PIC 9(07).
              10 WS-EV-NO-ENVIABLES     PIC 9(07).
       01  WS-IDX-EVENTO                PIC 9(02).

      * DATOS DEL AVISO EN CURSO, QUE ARMA CADA EVENTO ANTES DE
      * 7000-EMITE-AVISO.
       01  WS-CLIENTE-AVISO             PIC 9(08).
       01  WS-CUENTA-AVISO              PIC 9(07).
       01  WS-IMPORTE-AVISO             PIC S9(11)V99.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE 9999999.
       01  WS-USUARIO-AVI               PIC X(08) VALUE 'AVISOS'.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-PLZF              PIC X(02).
       01  WS-LLAVE-PLZF                PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PLZF          PIC 9(08) VALUE 99999999.
       01  WS-REG-PLZF-AUX.
           05 WS-PLZF-CERTIFICADO-AUX   PIC 9(08).
           05 WS-PLZF-CUENTA-AUX        PIC 9(07).
           05 WS-PLZF-TITULAR-AUX       PIC 9(08).
           05 WS-PLZF-CAPITAL-AUX       PIC 9(11)V99.
           05 WS-PLZF-TASA-AUX          PIC 9(03)V9(04).
           05 WS-PLZF-INICIO-AUX        PIC 9(08).
           05 WS-PLZF-VENCIM-AUX        PIC 9(08).
           05 WS-PLZF-PLAZO-AUX         PIC 9(03).
           05 WS-PLZF-INTERES-AUX       PIC 9(11)V99.
           05 WS-PLZF-RENOVACION-AUX    PIC X(01).
           05 WS-PLZF-ESTADO-AUX        PIC X(01).
              88 WS-PLZF-VIGENTE-AUX             VALUE 'V'.
           05 WS-PLZF-MONEDA-AUX        PIC X(03).
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'GENERA-AVISOS'.
       01  WS-STAT-DETECTADOS           PIC 9(07) VALUE ZEROS.
       01  WS-STAT-EMITIDOS             PIC 9(07) VALUE ZEROS.
       01  WS-STAT-NO-EMITIDOS          PIC 9(07) VALUE ZEROS.
       01  WS-HASH-CLIENTES             PIC 9(13)V99 VALUE ZEROS.

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0500-LEE-PARAMETROS
           PERFORM 0600-LEE-FECHA-ANTERIOR
           PERFORM 0700-CARGA-TARIFAS
           INITIALIZE WS-CONTADORES-EVENTOS

      *    VENCIMIENTOS QUE ENTRAN EN LA VENTANA DE AVISO DESDE LA
      *    CORRIDA ANTERIOR: (ANTERIOR + N, HOY + N].
           MOVE WS-DIAS-VENCIMIENTO TO WS-DIAS-SUMA
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-ANTERIOR WS-DIAS-SUMA WS-VTO-DESDE
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-HOY WS-DIAS-SUMA WS-VTO-HASTA

           OPEN OUTPUT AVISOS-CLIENTES
           IF WS-CODIGO-AVISOS NOT EQUAL ZEROS
              DISPLAY 'NO SE PUEDE ABRIR AVISOS-CLIENTES, STATUS '
                      WS-CODIGO-AVISOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-HOY       TO TIT-FECHA
           MOVE WS-VTO-DESDE       TO TIT-VTO-DESDE
           MOVE WS-VTO-HASTA       TO TIT-VTO-HASTA
           MOVE WS-PORCENTAJE-DESC TO TIT-PORCENTAJE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AVI WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-AVI WS-REG-CLIENTE WS-CODIGO-CLI

           PERFORM 1000-AVISOS-PLAZO-FIJO
           PERFORM 2000-AVISOS-ORDENES
           PERFORM 3000-AVISOS-SALDOS
           PERFORM 4000-AVISOS-REVERSOS

           PERFORM 9000-TERMINA
           MOVE WS-RETORNO TO RETURN-CODE
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS DIAS-VENCIMIENTO=NN (01 A 60, 05 POR OMISION) Y
      * PORCENTAJE-DESC=NNN (001 A 100, 080 POR OMISION).
      * -----------------------------------------------------------
       0500-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS.
       0500-FIN.  EXIT.

       0510-PROCESA-TARJETA.
           READ PARAMETROS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0510-FIN
           END-IF

           IF REG-PARAMETRO EQUAL SPACES
              GO TO 0510-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'DIAS-VENCIMIENTO'
                 IF WS-PARM-VALOR-2 NUMERIC
                       AND WS-PARM-RESTO-2 EQUAL SPACES
                       AND WS-PARM-VALOR-2 NOT LESS THAN '01'
                       AND WS-PARM-VALOR-2 NOT GREATER THAN '60'
                    MOVE WS-PARM-VALOR-2 TO WS-DIAS-VENCIMIENTO
                 ELSE
                    DISPLAY 'DIAS-VENCIMIENTO INVALIDO, SE USA '
                            WS-DIAS-VENCIMIENTO ': ' REG-PARAMETRO
                 END-IF
              WHEN 'PORCENTAJE-DESC'
                 IF WS-PARM-VALOR-3 NUMERIC
                       AND WS-PARM-RESTO-3 EQUAL SPACES
                       AND WS-PARM-VALOR-3 NOT LESS THAN '001'
                       AND WS-PARM-VALOR-3 NOT GREATER THAN '100'
                    MOVE WS-PARM-VALOR-3 TO WS-PORCENTAJE-DESC
                 ELSE
                    DISPLAY 'PORCENTAJE-DESC INVALIDO, SE USA '
                            WS-PORCENTAJE-DESC ': ' REG-PARAMETRO
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * FECHA DE PROCESO ANTERIOR DEL REGISTRO DE CONTROL: LIMITE
      * INFERIOR (EXCLUIDO) DE LA VENTANA DE EVENTOS. SIN REGISTRO
      * O SIN FECHA ANTERIOR VALIDA, LA VENTANA ES SOLO HOY.
      * -----------------------------------------------------------
       0600-LEE-FECHA-ANTERIOR.
           OPEN INPUT FECHA-PROCESO
           IF WS-CODIGO-FPRO EQUAL ZEROS
              READ FECHA-PROCESO
              IF WS-CODIGO-FPRO EQUAL ZEROS
                    AND FPRO-FECHA-ANTERIOR NUMERIC
                    AND FPRO-FECHA-ANTERIOR LESS THAN WS-FECHA-HOY
                 MOVE FPRO-FECHA-ANTERIOR TO WS-FECHA-ANTERIOR
              END-IF
              CLOSE FECHA-PROCESO
           END-IF

           IF WS-FECHA-ANTERIOR EQUAL ZEROS
              MOVE -1 TO WS-DIAS-SUMA
              CALL 'SUMA-DIAS-FECHA'
                   USING WS-FECHA-HOY WS-DIAS-SUMA WS-FECHA-ANTERIOR
           END-IF.
       0600-FIN.  EXIT.

       0700-CARGA-TARIFAS.
           OPEN INPUT TARIFAS
           IF WS-CODIGO-TARIFAS NOT EQUAL ZEROS
              DISPLAY 'TARIFARIO NO DISPONIBLE: NO SE AVISA SALDO '
                      'DEBAJO DEL MINIMO'
              MOVE 4 TO WS-RETORNO
              GO TO 0700-FIN
           END-IF

           MOVE 'S' TO SW-HAY-TARIFAS
           PERFORM 0710-CARGA-TARIFA UNTIL FIN-DE-TARIFAS
           CLOSE TARIFAS.
       0700-FIN.  EXIT.

       0710-CARGA-TARIFA.
           READ TARIFAS
              AT END MOVE 'S' TO SW-FIN-TARIFAS
           END-READ
           IF NOT FIN-DE-TARIFAS
              IF WS-CANTIDAD-TARIFAS < 10
                 ADD 1 TO WS-CANTIDAD-TARIFAS
                 MOVE TARIFA-TIPO-CUENTA TO
                      WS-TAR-TIPO (WS-CANTIDAD-TARIFAS)
                 MOVE TARIFA-MONEDA TO
                      WS-TAR-MONEDA (WS-CANTIDAD-TARIFAS)
                 IF TARIFA-MONEDA EQUAL SPACES
                    MOVE 'ARS' TO WS-TAR-MONEDA (WS-CANTIDAD-TARIFAS)
                 END-IF
                 MOVE TARIFA-IMPORTE TO
                      WS-TAR-IMPORTE (WS-CANTIDAD-TARIFAS)
                 MOVE TARIFA-SALDO-MINIMO TO
                      WS-TAR-SALDO-MINIMO (WS-CANTIDAD-TARIFAS)
              END-IF
           END-IF.
       0710-FIN.  EXIT.

      * -----------------------------------------------------------
      * PLAZOS FIJOS VIGENTES CUYO VENCIMIENTO ENTRA EN LA VENTANA:
      * EL AVISO LLEVA EL CAPITAL, EL INTERES DEVENGADO Y LA
      * INSTRUCCION DE RENOVACION PARA QUE EL CLIENTE LA CAMBIE A
      * TIEMPO.
      * -----------------------------------------------------------
       1000-AVISOS-PLAZO-FIJO.
           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-AVI
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           IF WS-CODIGO-PLZF NOT EQUAL ZEROS
              DISPLAY 'PLAZOS-FIJOS NO DISPONIBLE: NO SE AVISAN '
                      'VENCIMIENTOS'
              MOVE 4 TO WS-RETORNO
              GO TO 1000-FIN
           END-IF

           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-AVI
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF

           PERFORM 1100-EVALUA-PLAZO
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS

           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-AVI
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       1000-FIN.  EXIT.

       1100-EVALUA-PLAZO.
           IF WS-PLZF-VIGENTE-AUX
                 AND WS-PLZF-VENCIM-AUX GREATER THAN WS-VTO-DESDE
                 AND WS-PLZF-VENCIM-AUX NOT GREATER THAN WS-VTO-HASTA
              MOVE SPACES                  TO REG-AVISO-CLIENTE
              MOVE WS-PLZF-CERTIFICADO-AUX TO AVISO-VP-CERTIFICADO
              MOVE WS-PLZF-VENCIM-AUX      TO AVISO-VP-VENCIMIENTO
              MOVE WS-PLZF-CAPITAL-AUX     TO AVISO-VP-CAPITAL
              MOVE WS-PLZF-INTERES-AUX     TO AVISO-VP-INTERES
              MOVE WS-PLZF-MONEDA-AUX      TO AVISO-VP-MONEDA
              IF WS-PLZF-MONEDA-AUX EQUAL SPACES
                 MOVE 'ARS' TO AVISO-VP-MONEDA
              END-IF
              MOVE WS-PLZF-RENOVACION-AUX  TO AVISO-VP-RENOVACION
              MOVE WS-PLZF-CUENTA-AUX      TO WS-CUENTA-AVISO
              MOVE WS-PLZF-CAPITAL-AUX     TO WS-IMPORTE-AVISO
              MOVE WS-PLZF-TITULAR-AUX     TO WS-CLIENTE-AVISO
              IF WS-CLIENTE-AVISO EQUAL ZEROS
                 PERFORM 7100-TITULAR-CUENTA
              END-IF
              MOVE 1 TO WS-IDX-EVENTO
              PERFORM 7000-EMITE-AVISO
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-AVI
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       1100-FIN.  EXIT.

      * -----------------------------------------------------------
      * ORDENES PERMANENTES QUE FALLARON EN LA VENTANA, SEGUN EL
      * ARCHIVO QUE DEJA EJECUTA-ORDENES-PERM: MOTIVO, REINTENTO Y
      * SI LA ORDEN QUEDO SUSPENDIDA.
      * -----------------------------------------------------------
       2000-AVISOS-ORDENES.
           OPEN INPUT ORDENES-FALLIDAS
           IF WS-CODIGO-FALLIDAS NOT EQUAL ZEROS
              DISPLAY 'ORDENES-FALLIDAS NO DISPONIBLE: NO SE AVISAN '
                      'ORDENES FALLIDAS'
              MOVE 4 TO WS-RETORNO
              GO TO 2000-FIN
           END-IF

           PERFORM 2100-EVALUA-FALLIDA UNTIL FIN-DE-FALLIDAS
           CLOSE ORDENES-FALLIDAS.
       2000-FIN.  EXIT.

       2100-EVALUA-FALLIDA.
           READ ORDENES-FALLIDAS
              AT END MOVE 'S' TO SW-FIN-FALLIDAS
           END-READ
           IF FIN-DE-FALLIDAS
              GO TO 2100-FIN
           END-IF

           IF ORDFAL-FECHA NOT GREATER THAN WS-FECHA-ANTERIOR
                 OR ORDFAL-FECHA GREATER THAN WS-FECHA-HOY
              GO TO 2100-FIN
           END-IF

           MOVE ORDFAL-CUENTA     TO WS-CUENTA-AVISO
           MOVE ORDFAL-IMPORTE    TO WS-IMPORTE-AVISO
           PERFORM 7100-TITULAR-CUENTA

           MOVE SPACES             TO REG-AVISO-CLIENTE
           MOVE ORDFAL-SECUENCIA   TO AVISO-OF-SECUENCIA
           MOVE ORDFAL-CONTRAPARTE TO AVISO-OF-CONTRAPARTE
           MOVE ORDFAL-IMPORTE     TO AVISO-OF-IMPORTE
           MOVE ORDFAL-MOTIVO      TO AVISO-OF-MOTIVO
           MOVE ORDFAL-REINTENTOS  TO AVISO-OF-REINTENTOS
           MOVE ORDFAL-SUSPENDIDA  TO AVISO-OF-SUSPENDIDA
           MOVE 2 TO WS-IDX-EVENTO
           PERFORM 7000-EMITE-AVISO.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * CUENTAS DE CLIENTE QUE SE MOVIERON EN LA VENTANA: SI QUEDARON
      * USANDO EL DESCUBIERTO EN EL PORCENTAJE DE LA TARJETA O MAS
      * DEL LIMITE, AVISO DE DESCUBIERTO; SI QUEDARON CON SALDO
      * POSITIVO DEBAJO DEL MINIMO EXENTO DEL TARIFARIO (TIPO C Y
      * MONEDA DE LA CUENTA), AVISO DE LA COMISION QUE SE COBRARIA.
      * SOLO LA CUENTA MOVIDA SE AVISA, ASI EL CLIENTE NO RECIBE EL
      * MISMO AVISO TODOS LOS DIAS.
      * -----------------------------------------------------------
       3000-AVISOS-SALDOS.
           MOVE ZEROS TO WS-LLAVE-SDO
           MOVE 'RI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AVI WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 3100-EVALUA-CUENTA
                   UNTIL WS-CODIGO-SDO NOT EQUAL ZEROS.
       3000-FIN.  EXIT.

       3100-EVALUA-CUENTA.
           IF WS-SALDO-CTA-CERRADA
                 OR WS-SALDO-TITULAR EQUAL ZEROS
                 OR WS-SALDO-FECHA-ULT-MOV NOT GREATER THAN
                    WS-FECHA-ANTERIOR
                 OR WS-SALDO-FECHA-ULT-MOV GREATER THAN WS-FECHA-HOY
              GO TO 3100-SIGUIENTE
           END-IF

           IF WS-SALDO-EN-DOLARES
              MOVE 'USD' TO WS-MONEDA-CUENTA
           ELSE
              MOVE 'ARS' TO WS-MONEDA-CUENTA
           END-IF
           MOVE WS-SALDO-CUENTA  TO WS-CUENTA-AVISO
           MOVE WS-SALDO-TITULAR TO WS-CLIENTE-AVISO
           MOVE WS-SALDO-ACTUAL  TO WS-IMPORTE-AVISO

           IF WS-SALDO-ACTUAL LESS THAN ZEROS
              PERFORM 3200-EVALUA-DESCUBIERTO
           ELSE
              PERFORM 3300-EVALUA-SALDO-MINIMO
           END-IF.

       3100-SIGUIENTE.
           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AVI WS-REG-SALDOS WS-CODIGO-SDO.
       3100-FIN.  EXIT.

       3200-EVALUA-DESCUBIERTO.
           IF WS-SALDO-LIMITE-DESC EQUAL ZEROS
              GO TO 3200-FIN
           END-IF

           COMPUTE WS-PORCENTAJE-USADO =
                   (0 - WS-SALDO-ACTUAL) * 100 / WS-SALDO-LIMITE-DESC
           IF WS-PORCENTAJE-USADO LESS THAN WS-PORCENTAJE-DESC
              GO TO 3200-FIN
           END-IF

           MOVE SPACES               TO REG-AVISO-CLIENTE
           MOVE '-'                  TO AVISO-SD-SIGNO
           COMPUTE AVISO-SD-SALDO = 0 - WS-SALDO-ACTUAL
           MOVE WS-SALDO-LIMITE-DESC TO AVISO-SD-REFERENCIA
           IF WS-PORCENTAJE-USADO GREATER THAN 999
              MOVE 999 TO AVISO-SD-PORCENTAJE
           ELSE
              MOVE WS-PORCENTAJE-USADO TO AVISO-SD-PORCENTAJE
           END-IF
           MOVE ZEROS                TO AVISO-SD-COMISION
           MOVE WS-MONEDA-CUENTA     TO AVISO-SD-MONEDA
           MOVE 3 TO WS-IDX-EVENTO
           PERFORM 7000-EMITE-AVISO.
       3200-FIN.  EXIT.

       3300-EVALUA-SALDO-MINIMO.
           IF NOT HAY-TARIFAS
              GO TO 3300-FIN
           END-IF

           PERFORM 3400-BUSCA-TARIFA
           IF NOT TARIFA-HALLADA
                 OR WS-SALDO-ACTUAL NOT LESS THAN WS-SALDO-MINIMO
              GO TO 3300-FIN
           END-IF

           MOVE SPACES              TO REG-AVISO-CLIENTE
           MOVE '+'                 TO AVISO-SD-SIGNO
           MOVE WS-SALDO-ACTUAL     TO AVISO-SD-SALDO
           MOVE WS-SALDO-MINIMO     TO AVISO-SD-REFERENCIA
           MOVE ZEROS               TO AVISO-SD-PORCENTAJE
           MOVE WS-IMPORTE-COMISION TO AVISO-SD-COMISION
           MOVE WS-MONEDA-CUENTA    TO AVISO-SD-MONEDA
           MOVE 4 TO WS-IDX-EVENTO
           PERFORM 7000-EMITE-AVISO.
       3300-FIN.  EXIT.

       3400-BUSCA-TARIFA.
           MOVE 'N' TO SW-TARIFA-HALLADA
           PERFORM 3410-COMPARA-TARIFA
                   VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-CANTIDAD-TARIFAS
                   OR TARIFA-HALLADA.
       3400-FIN.  EXIT.

       3410-COMPARA-TARIFA.
           IF WS-TAR-TIPO (WS-IDX-TAR) EQUAL 'C'
                 AND WS-TAR-MONEDA (WS-IDX-TAR) EQUAL WS-MONEDA-CUENTA
              MOVE 'S' TO SW-TARIFA-HALLADA
              MOVE WS-TAR-IMPORTE (WS-IDX-TAR)
                   TO WS-IMPORTE-COMISION
              MOVE WS-TAR-SALDO-MINIMO (WS-IDX-TAR)
                   TO WS-SALDO-MINIMO
           END-IF.
       3410-FIN.  EXIT.

      * -----------------------------------------------------------
      * CREDITOS DE HABERES DEVUELTOS POR EL BANCO EN LA VENTANA
      * (COLA DE RE-PAGO DE PROCESA-RETORNO-BANCO): SE AVISA AL
      * TITULAR DE LA CUENTA DE SUELDO DEL LEGAJO, SI LA TIENE.
      * -----------------------------------------------------------
       4000-AVISOS-REVERSOS.
           OPEN INPUT COLA-REPAGO
           IF WS-CODIGO-REPAGO NOT EQUAL ZEROS
              DISPLAY 'COLA DE RE-PAGO NO DISPONIBLE: NO SE AVISAN '
                      'REVERSOS DE HABERES'
              MOVE 4 TO WS-RETORNO
              GO TO 4000-FIN
           END-IF

           PERFORM 4100-EVALUA-REVERSO UNTIL FIN-DE-REPAGO
           CLOSE COLA-REPAGO.
       4000-FIN.  EXIT.

       4100-EVALUA-REVERSO.
           READ COLA-REPAGO
              AT END MOVE 'S' TO SW-FIN-REPAGO
           END-READ
           IF FIN-DE-REPAGO
              GO TO 4100-FIN
           END-IF

           IF RPG-FECHA-RECHAZO NOT GREATER THAN WS-FECHA-ANTERIOR
                 OR RPG-FECHA-RECHAZO GREATER THAN WS-FECHA-HOY
              GO TO 4100-FIN
           END-IF

           MOVE RPG-LEGAJO  TO WS-CUENTA-AVISO
           MOVE RPG-IMPORTE TO WS-IMPORTE-AVISO
           PERFORM 7100-TITULAR-CUENTA

           MOVE SPACES      TO REG-AVISO-CLIENTE
           MOVE RPG-LEGAJO  TO AVISO-RS-LEGAJO
           MOVE RPG-PERIODO TO AVISO-RS-PERIODO
           MOVE RPG-IMPORTE TO AVISO-RS-IMPORTE
           MOVE RPG-MOTIVO  TO AVISO-RS-MOTIVO
           MOVE 5 TO WS-IDX-EVENTO
           PERFORM 7000-EMITE-AVISO.
       4100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EMITE EL AVISO YA ARMADO EN REG-AVISO-CLIENTE (DATOS DEL
      * EVENTO) PARA WS-CLIENTE-AVISO / WS-CUENTA-AVISO: CONTROLA
      * EL CLIENTE, SU EXCLUSION DEL TIPO DE AVISO Y LOS DATOS DE
      * CONTACTO, COMPLETA LA CABECERA Y GRABA. EL RESULTADO VA AL
      * REPORTE Y A LOS CONTADORES DEL EVENTO.
      * -----------------------------------------------------------
       7000-EMITE-AVISO.
           ADD 1 TO WS-EV-DETECTADOS (WS-IDX-EVENTO)
           MOVE WS-EV-CODIGO (WS-IDX-EVENTO) TO DET-EVENTO
           MOVE WS-CLIENTE-AVISO TO DET-CLIENTE
           MOVE WS-CUENTA-AVISO  TO DET-CUENTA
           MOVE WS-IMPORTE-AVISO TO DET-IMPORTE

           IF WS-CLIENTE-AVISO EQUAL ZEROS
              ADD 1 TO WS-EV-NO-ENVIABLES (WS-IDX-EVENTO)
              MOVE 'CUENTA SIN TITULAR' TO DET-RESULTADO
              GO TO 7000-ESCRIBE
           END-IF

           MOVE WS-CLIENTE-AVISO TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-AVI WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              ADD 1 TO WS-EV-NO-ENVIABLES (WS-IDX-EVENTO)
              MOVE 'CLIENTE INEXISTENTE' TO DET-RESULTADO
              GO TO 7000-ESCRIBE
           END-IF
           IF WS-CLI-DE-BAJA
              ADD 1 TO WS-EV-NO-ENVIABLES (WS-IDX-EVENTO)
              MOVE 'CLIENTE DADO DE BAJA' TO DET-RESULTADO
              GO TO 7000-ESCRIBE
           END-IF
           IF WS-CLI-AVISO-EXCLUIDO (WS-IDX-EVENTO) EQUAL 'S'
              ADD 1 TO WS-EV-EXCLUIDOS (WS-IDX-EVENTO)
              MOVE 'EXCLUIDO POR EL CLIENTE' TO DET-RESULTADO
              GO TO 7000-ESCRIBE
           END-IF

           EVALUATE TRUE
              WHEN WS-CLI-DIRECCION NOT EQUAL SPACES
                   AND WS-CLI-TELEFONO NOT EQUAL SPACES
                 MOVE 'A' TO AVISO-CANAL
              WHEN WS-CLI-DIRECCION NOT EQUAL SPACES
                 MOVE 'C' TO AVISO-CANAL
              WHEN WS-CLI-TELEFONO NOT EQUAL SPACES
                 MOVE 'S' TO AVISO-CANAL
              WHEN OTHER
                 ADD 1 TO WS-EV-NO-ENVIABLES (WS-IDX-EVENTO)
                 MOVE 'SIN DATOS DE CONTACTO' TO DET-RESULTADO
                 GO TO 7000-ESCRIBE
           END-EVALUATE

           MOVE WS-EV-CODIGO (WS-IDX-EVENTO) TO AVISO-EVENTO
           MOVE WS-FECHA-HOY     TO AVISO-FECHA
           MOVE WS-CLIENTE-AVISO TO AVISO-CLIENTE
           MOVE WS-CUENTA-AVISO  TO AVISO-CUENTA
           MOVE WS-CLI-NOMBRE    TO AVISO-NOMBRE
           MOVE WS-CLI-DIRECCION TO AVISO-DIRECCION
           MOVE WS-CLI-TELEFONO  TO AVISO-TELEFONO
           WRITE REG-AVISO-CLIENTE
           ADD 1 TO WS-EV-EMITIDOS (WS-IDX-EVENTO)
           ADD AVISO-CLIENTE TO WS-HASH-CLIENTES
           MOVE 'AVISO EMITIDO' TO DET-RESULTADO.

       7000-ESCRIBE.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       7000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TITULAR DE WS-CUENTA-AVISO EN ARCHIVO-SALDOS (CERO SI LA
      * CUENTA NO EXISTE O NO TIENE TITULAR ASIGNADO).
      * -----------------------------------------------------------
       7100-TITULAR-CUENTA.
           MOVE ZEROS TO WS-CLIENTE-AVISO
           MOVE WS-CUENTA-AVISO TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AVI WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              MOVE WS-SALDO-TITULAR TO WS-CLIENTE-AVISO
           END-IF.
       7100-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-AVI WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-AVI WS-REG-SALDOS WS-CODIGO-SDO

           WRITE REG-REPORTE FROM WS-TITULO-RESUMEN
                 AFTER ADVANCING 3 LINES
           PERFORM 9100-RESUMEN-EVENTO
                   VARYING WS-IDX-EVENTO FROM 1 BY 1
                   UNTIL WS-IDX-EVENTO > 5

           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-DETECTADOS
                      WS-STAT-EMITIDOS WS-STAT-NO-EMITIDOS

           CLOSE AVISOS-CLIENTES REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

       9100-RESUMEN-EVENTO.
           MOVE WS-EV-CODIGO (WS-IDX-EVENTO)       TO RES-CODIGO
           MOVE WS-EV-DESCRIPCION (WS-IDX-EVENTO)  TO RES-DESCRIPCION
           MOVE WS-EV-DETECTADOS (WS-IDX-EVENTO)   TO RES-DETECTADOS
           MOVE WS-EV-EMITIDOS (WS-IDX-EVENTO)     TO RES-EMITIDOS
           MOVE WS-EV-EXCLUIDOS (WS-IDX-EVENTO)    TO RES-EXCLUIDOS
           MOVE WS-EV-NO-ENVIABLES (WS-IDX-EVENTO) TO RES-NO-ENVIABLES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 1 LINE

           ADD WS-EV-DETECTADOS (WS-IDX-EVENTO) TO WS-STAT-DETECTADOS
           ADD WS-EV-EMITIDOS (WS-IDX-EVENTO)   TO WS-STAT-EMITIDOS
           ADD WS-EV-EXCLUIDOS (WS-IDX-EVENTO)
               WS-EV-NO-ENVIABLES (WS-IDX-EVENTO)
               TO WS-STAT-NO-EMITIDOS.
       9100-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL ARCHIVO DE AVISOS CERRADO, CON LOS
      * AVISOS EMITIDOS Y LA SUMA DE LOS CLIENTES (NO LLEVA
      * TRAILER NI IMPORTE UNICO).
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'AVISOS-CLI'           TO REGI-INTERFAZ
           MOVE 'AVISOS'               TO REGI-ARCHIVO
           MOVE WS-FECHA-HOY (1:6)     TO REGI-PERIODO
           MOVE WS-STAT-EMITIDOS       TO REGI-CANTIDAD
           MOVE WS-HASH-CLIENTES       TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
