       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CIERRE-CUENTAS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CUENTAS EN DOLARES: LA LIQUIDACION VA EN
      *                    LA MONEDA DE LA CUENTA (TASA PROPIA, SIN
      *                    BANDAS; TARIFA DEL TIPO Y MONEDA), LA
      *                    TRANSFERENCIA DEL NETO SOLO A UNA CUENTA DE
      *                    LA MISMA MONEDA, EL UMBRAL DE RETENCION Y
      *                    RETENCIONES-INTERES EN PESOS AL COMPRADOR
      *                    DEL DIA (COTIZACIONES-I-O, FUNCION LF; SIN
      *                    COTIZACION LA CUENTA EN DOLARES NO SE
      *                    CIERRA) Y LOS TOTALES EN DOLARES SE
      *                    ASIENTAN CONTRA CTASDOLR CON EL IMPORTE
      *                    ORIGEN. FD GL-INTERFAZ A 66 POSICIONES
      *                    (CPGLVOU1).
      *   15/10/2026  AMF  EL INTERES DEL CIERRE SE REPARTE ENTRE LOS
      *                    TITULARES Y COTITULARES ACTIVOS SEGUN SU
      *                    PARTICIPACION, CON LA RETENCION SOBRE LA
      *                    PARTE DE CADA UNO, IGUAL QUE EL INTERES
      *                    MENSUAL; CADA PARTE SE ACUMULA EN
      *                    RETENCIONES-INTERES (UT-S-RETINTER).
      *   15/10/2026  AMF  VERSION ORIGINAL. CIERRE FORMAL DE CUENTAS A
      *                    PEDIDO DEL TITULAR (UT-S-TRANSCIE: CUENTA,
      *                    FORMA DE PAGO E = EFECTIVO POR CAJA / T =
      *                    TRANSFERENCIA, CUENTA DESTINO). RECHAZA EL
      *                    CIERRE SI LA CUENTA TIENE ORDENES
      *                    PERMANENTES NO CANCELADAS, PLAZOS FIJOS
      *                    VIGENTES, PRESTAMOS NO CANCELADOS, SALDO
      *                    EN DESCUBIERTO O FONDOS RETENIDOS. DEVENGA
      *                    EL INTERES DEL MES HASTA LA FECHA DE
      *                    CIERRE SOBRE EL SALDO PROMEDIO DE LAS
      *                    FOTOS DE FIN DE DIA (MISMA BASE Y BANDA DE
      *                    TASA QUE EL CIERRE MENSUAL), PRORRATEADO
      *                    POR LOS DIAS TRANSCURRIDOS, LE APLICA LA
      *                    RETENCION DE UT-S-PARMRET Y COBRA LA
      *                    COMISION DE MANTENIMIENTO DEL TARIFARIO
      *                    PRORRATEADA. EL NETO SE PAGA POR CAJA
      *                    (MOVIMIENTO EXTEFE) O SE ACREDITA EN LA
      *                    CUENTA DESTINO, LA CUENTA QUEDA EN ESTADO
      *                    C CON SALDO CERO Y FECHA DE CIERRE, Y SE
      *                    IMPRIME LA LIQUIDACION. INTERES, RETENCION
      *                    Y COMISION VAN A GL-INTERFAZ.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-CIERRES ASSIGN TO UT-S-TRANSCIE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT SALDOS-FOTO ASSIGN TO UT-S-SDOFOTO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-FOTO.

           SELECT TARIFAS ASSIGN TO UT-S-TARIFAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TARIFAS.

           SELECT PARAMETROS-RETENCION ASSIGN TO UT-S-PARMRET
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARMR.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT RETENCIONES-INTERES ASSIGN TO UT-S-RETINTER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RTI.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-CIERRES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-CIERRE.
       01  REG-TRANS-CIERRE.
           05 CIE-CUENTA                PIC 9(07).
           05 CIE-FORMA-PAGO            PIC X(01).
              88 CIE-PAGO-EFECTIVO                  VALUE 'E'.
              88 CIE-PAGO-TRANSFERENCIA             VALUE 'T'.
           05 CIE-CUENTA-DESTINO        PIC 9(07).
           05 FILLER                    PIC X(65).

       FD  SALDOS-FOTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS REG-SALDO-FOTO.
           COPY CPSDOFT1.

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

       FD  PARAMETROS-RETENCION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO-RET.
       01  REG-PARAMETRO-RET            PIC X(80).

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

       FD  RETENCIONES-INTERES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-RETENCION-INTERES.
           COPY CPRETINT.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'CIERRE DE CUENTAS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NOMBRE                PIC X(25).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FORMA-PAGO            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(41).

      * LIQUIDACION DE CIERRE: UNA LINEA POR CONCEPTO DEBAJO DEL
      * DETALLE DE LA CUENTA CERRADA.
       01  WS-LINEA-LIQUIDACION.
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 LIQ-CONCEPTO              PIC X(34).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LIQ-IMPORTE               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-LINEA-BASE.
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(14)
              VALUE 'BASE PROMEDIO'.
           05 BAS-BASE                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(07) VALUE '  TASA'.
           05 BAS-TASA                  PIC ZZ9.9999.
           05 FILLER                    PIC X(07) VALUE '  DIAS'.
           05 BAS-DIAS                  PIC Z9.
           05 FILLER                    PIC X(01) VALUE '/'.
           05 BAS-DIAS-MES              PIC 99.
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-LINEA-PAGO.
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 PAG-TEXTO                 PIC X(34).
           05 PAG-DESTINO               PIC 9(07).
           05 FILLER                    PIC X(28) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(10)
              VALUE 'CERRADAS:'.
           05 RES-CERRADAS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(10)
              VALUE '  PAGADO:'.
           05 RES-PAGADO                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-FOTO               PIC X(02).
       01  WS-CODIGO-TARIFAS            PIC X(02).
       01  WS-CODIGO-PARMR              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-RTI                PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-FIN-FOTO                  PIC X(01).
           88 FIN-DE-FOTO                          VALUE 'S'.
       01  SW-FIN-TARIFAS               PIC X(01) VALUE 'N'.
           88 FIN-DE-TARIFAS                       VALUE 'S'.
       01  SW-FIN-PARMR                 PIC X(01) VALUE 'N'.
           88 FIN-DE-PARMR                         VALUE 'S'.
       01  SW-TARIFA-HALLADA            PIC X(01).
           88 TARIFA-HALLADA                      VALUE 'S'.
       01  SW-VINCULO-HALLADO           PIC X(01).
           88 VINCULO-HALLADO                     VALUE 'S'.
       01  SW-CIERRE-OK                 PIC X(01).
           88 CIERRE-OK                           VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-PARTES-FECHA-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY           PIC 9(06).
           05 WS-DIA-HOY                PIC 9(02).
       01  WS-ULTIMO-DIA-MES            PIC 9(02).
       01  WS-FECHA-FIN-MES             PIC 9(08).
       01  WS-PERIODO-FOTO              PIC 9(06).

      * TARIFARIO EN MEMORIA: UNA ENTRADA POR TIPO DE CUENTA.
       01  WS-TABLA-TARIFAS.
           05 WS-CANTIDAD-TARIFAS       PIC 9(02) VALUE ZEROS.
           05 WS-TARIFA-TABLA OCCURS 10 TIMES.
              10 WS-TAR-TIPO            PIC X(01).
              10 WS-TAR-MONEDA          PIC X(03).
              10 WS-TAR-IMPORTE         PIC 9(07)V99.
              10 WS-TAR-SALDO-MINIMO    PIC 9(09)V99.
       01  WS-IDX-TAR                   PIC 9(02).
       01  WS-TIPO-CUENTA               PIC X(01).
       01  WS-MONEDA-CUENTA             PIC X(03).
       01  WS-MONEDA-DESTINO            PIC X(03).
       01  WS-IMPORTE-TARIFA            PIC 9(07)V99.
       01  WS-SALDO-MINIMO              PIC 9(09)V99.

       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(07).
       01  WS-RETENCION-PCT             PIC 9(02) VALUE 5.
       01  WS-RETENCION-DESDE           PIC 9(07) VALUE 1000.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
       01  WS-USUARIO-CIE               PIC X(08) VALUE 'CIERRCTA'.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-TASI              PIC X(02).
       01  WS-LLAVE-TASI                PIC 9(11)V99.
           COPY CPTASIWS.
       01  WS-CODIGO-TASI               PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-ORD               PIC X(02).
       01  WS-LLAVE-ORD.
           05 WS-LLAVE-ORD-CUENTA       PIC 9(07).
           05 WS-LLAVE-ORD-SECUENCIA    PIC 9(02).
       01  WS-LLAVE-HASTA-ORD.
           05 WS-HASTA-ORD-CUENTA       PIC 9(07).
           05 WS-HASTA-ORD-SECUENCIA    PIC 9(02).
       01  WS-REG-ORDPER-AUX.
           05 WS-ORDPER-CUENTA-AUX      PIC 9(07).
           05 WS-ORDPER-SECUENCIA-AUX   PIC 9(02).
           05 WS-ORDPER-CONTRA-AUX      PIC 9(07).
           05 WS-ORDPER-IMPORTE-AUX     PIC 9(09)V99.
           05 WS-ORDPER-DIA-AUX         PIC 9(02).
           05 WS-ORDPER-DESDE-AUX       PIC 9(08).
           05 WS-ORDPER-HASTA-AUX       PIC 9(08).
           05 WS-ORDPER-ESTADO-AUX      PIC X(01).
              88 WS-ORDPER-CANCELADA-AUX         VALUE 'C'.
           05 WS-ORDPER-ULT-PER-AUX     PIC 9(06).
           05 WS-ORDPER-REINT-AUX       PIC 9(02).
       01  WS-CODIGO-ORD                PIC X(02).

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

       01  WS-FUNCION-PRCL              PIC X(02).
       01  WS-LLAVE-PRCL.
           05 WS-LLAVE-PRCL-CUENTA      PIC 9(07).
           05 WS-LLAVE-PRCL-NUMERO      PIC 9(03).
       01  WS-LLAVE-HASTA-PRCL.
           05 WS-HASTA-PRCL-CUENTA      PIC 9(07).
           05 WS-HASTA-PRCL-NUMERO      PIC 9(03).
       01  WS-REG-PRCL-AUX.
           05 WS-PRCL-CUENTA-AUX        PIC 9(07).
           05 WS-PRCL-NUMERO-AUX        PIC 9(03).
           05 WS-PRCL-TITULAR-AUX       PIC 9(08).
           05 WS-PRCL-CAPITAL-AUX       PIC 9(09)V99.
           05 WS-PRCL-TASA-AUX          PIC 9(02)V99.
           05 WS-PRCL-TASA-PUN-AUX      PIC 9(02)V99.
           05 WS-PRCL-PLAZO-AUX         PIC 9(03).
           05 WS-PRCL-FECHA-AUX         PIC 9(08).
           05 WS-PRCL-CUOTA-AUX         PIC 9(07)V99.
           05 WS-PRCL-DIA-VTO-AUX       PIC 9(02).
           05 WS-PRCL-PROX-VTO-AUX      PIC 9(08).
           05 WS-PRCL-VENCIDAS-AUX      PIC 9(03).
           05 WS-PRCL-SALDO-CAP-AUX     PIC 9(09)V99.
           05 WS-PRCL-EXIG-CAP-AUX      PIC 9(09)V99.
           05 WS-PRCL-EXIG-INT-AUX      PIC 9(09)V99.
           05 WS-PRCL-PUNITORIOS-AUX    PIC 9(07)V99.
           05 WS-PRCL-FECHA-PUN-AUX     PIC 9(08).
           05 WS-PRCL-ULT-COBRO-AUX     PIC 9(08).
           05 WS-PRCL-ESTADO-AUX        PIC X(01).
              88 WS-PRCL-CANCELADO-AUX           VALUE 'C'.
       01  WS-CODIGO-PRCL               PIC X(02).

       01  WS-FUNCION-TIT               PIC X(02).
       01  WS-LLAVE-TIT.
           05 WS-LLAVE-TIT-CUENTA       PIC 9(07).
           05 WS-LLAVE-TIT-CLIENTE      PIC 9(08).
       01  WS-LLAVE-HASTA-TIT.
           05 WS-HASTA-TIT-CUENTA       PIC 9(07).
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08).
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).

      *    DUENIOS DE LA CUENTA A CERRAR, CON SU PARTE DEL INTERES.
       01  WS-TABLA-DUENIOS.
           05 WS-CANTIDAD-DUENIOS       PIC 9(02).
           05 WS-DUENIO OCCURS 20 TIMES.
              10 WS-DUE-CLIENTE         PIC 9(08).
              10 WS-DUE-ROL             PIC X(01).
              10 WS-DUE-PARTICIPACION   PIC 9(03)V99.
              10 WS-DUE-INTERES         PIC 9(11)V99 COMP-3.
              10 WS-DUE-RETENIDO        PIC 9(11)V99 COMP-3.
       01  WS-IDX-DUE                   PIC 9(02).
       01  WS-SUMA-PARTICIPACION        PIC 9(05)V99.
       01  WS-INTERES-REPARTIDO         PIC 9(11)V99 COMP-3.

      * LIQUIDACION DE LA CUENTA EN CURSO.
       01  WS-SALDO-CIERRE              PIC S9(11)V99 COMP-3.
       01  WS-SUMA-FOTOS                PIC S9(13)V99 COMP-3.
       01  WS-DIAS-FOTOS                PIC 9(03).
       01  WS-BASE-CALCULO              PIC S9(11)V99 COMP-3.
       01  WS-TASA-APLICADA             PIC 9(03)V9(04).
       01  WS-INTERES-CALCULADO         PIC 9(11)V99 COMP-3.
       01  WS-RETENCION-CALCULADA       PIC 9(11)V99 COMP-3.
       01  WS-COMISION-CALCULADA        PIC 9(07)V99 COMP-3.
       01  WS-NETO-A-PAGAR              PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-INTERES             PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-RETENCION           PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-COMISION            PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-PAGADO              PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.

      * CUENTAS EN DOLARES: TOTALES EN MONEDA ORIGEN; LA RETENCION
      * EN PESOS ES LA SUMA DE LAS PARTES DE CADA DUENIO.
       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-DEL-DIA        PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-DEL-DIA               VALUE 'S'.
       01  WS-INTERES-EN-PESOS          PIC 9(11)V99 COMP-3.
       01  WS-RETENIDO-EN-PESOS         PIC 9(11)V99 COMP-3.
       01  WS-TOTAL-INTERES-USD         PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-RETENCION-USD       PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-COMISION-USD        PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-TOTAL-PAGADO-USD          PIC 9(11)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-PESOS-INTERES-USD         PIC 9(11)V99 VALUE ZEROS.
       01  WS-PESOS-RETENCION-USD       PIC 9(11)V99 VALUE ZEROS.
       01  WS-PESOS-COMISION-USD        PIC 9(11)V99 VALUE ZEROS.

       01  WS-LINEA-RESUMEN-USD.
           05 FILLER                    PIC X(36)
              VALUE 'CUENTAS EN DOLARES -'.
           05 FILLER                    PIC X(14)
              VALUE 'PAGADO U$S:'.
           05 RES-PAGADO-USD            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-CERRADAS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CIERRE-CUENTAS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADOS            PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS RETENCION-PCT=NN Y RETENCION-DESDE=NNNNNNN, LAS
      * MISMAS DEL CIERRE MENSUAL; SIN ARCHIVO QUEDAN 5 POR CIENTO
      * Y 1000 POR OMISION.
      * -----------------------------------------------------------
       0500-LEE-PARAMETROS-RETENCION.
           OPEN INPUT PARAMETROS-RETENCION
           IF WS-CODIGO-PARMR NOT EQUAL ZEROS
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-PROCESA-TARJETA-RET UNTIL FIN-DE-PARMR
           CLOSE PARAMETROS-RETENCION.
       0500-FIN.  EXIT.

       0510-PROCESA-TARJETA-RET.
           READ PARAMETROS-RETENCION
              AT END MOVE 'S' TO SW-FIN-PARMR
           END-READ
           IF FIN-DE-PARMR
              GO TO 0510-FIN
           END-IF
           IF REG-PARAMETRO-RET EQUAL SPACES
              GO TO 0510-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO-RET DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'RETENCION-PCT'
                 IF WS-PARM-VALOR(1:2) NUMERIC
                    MOVE WS-PARM-VALOR(1:2) TO WS-RETENCION-PCT
                 END-IF
              WHEN 'RETENCION-DESDE'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-RETENCION-DESDE
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO-RET
           END-EVALUATE.
       0510-FIN.  EXIT.

       0600-CARGA-TARIFARIO.
           OPEN INPUT TARIFAS
           IF WS-CODIGO-TARIFAS NOT EQUAL ZEROS
              DISPLAY 'TARIFARIO AUSENTE: LOS CIERRES NO COBRAN '
                      'COMISION'
              GO TO 0600-FIN
           END-IF

           PERFORM 0610-CARGA-TARIFA UNTIL FIN-DE-TARIFAS
           CLOSE TARIFAS.
       0600-FIN.  EXIT.

       0610-CARGA-TARIFA.
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
       0610-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR DE HOY, PARA EL EQUIVALENTE EN PESOS DE
      * LOS CIERRES DE CUENTAS EN DOLARES.
      * -----------------------------------------------------------
       0700-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CIE
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 0700-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CIE
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS AND
              WS-COT-FECHA EQUAL WS-FECHA-HOY
              MOVE 'S' TO SW-COTIZACION-DEL-DIA
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CIE
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0700-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'FIN-DE-MES'
                USING WS-FECHA-HOY WS-ULTIMO-DIA-MES WS-FECHA-FIN-MES

           PERFORM 0500-LEE-PARAMETROS-RETENCION
           PERFORM 0600-CARGA-TARIFARIO
           PERFORM 0700-LEE-COTIZACION

           OPEN INPUT TRANS-CIERRES
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CIE WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-CIE
                      WS-REG-TASA-INTERES WS-CODIGO-TASI

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-ORD
           CALL 'ORDENES-PERMANENTES-I-O'
                USING WS-FUNCION-ORD WS-LLAVE-ORD WS-LLAVE-HASTA-ORD
                      WS-USUARIO-CIE WS-REG-ORDPER-AUX WS-CODIGO-ORD

           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CIE
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF

           MOVE 'AB' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CIE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-CIE WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           OPEN EXTEND RETENCIONES-INTERES
           IF WS-CODIGO-RTI NOT EQUAL ZEROS
              OPEN OUTPUT RETENCIONES-INTERES
           END-IF

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-CIERRES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE CIE-CUENTA     TO DET-CUENTA
           MOVE CIE-FORMA-PAGO TO DET-FORMA-PAGO
           MOVE SPACES         TO DET-NOMBRE
           MOVE 'N'            TO SW-CIERRE-OK

           PERFORM 3000-VALIDA-CIERRE
           IF DET-MENSAJE EQUAL SPACES
              PERFORM 4000-LIQUIDA-CUENTA
              PERFORM 5000-POSTEA-CIERRE
           END-IF

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 2 LINES
           IF CIERRE-OK
              PERFORM 6000-IMPRIME-LIQUIDACION
           END-IF

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2100-RECHAZA-TRANSACCION.
           ADD 1 TO WS-CONTADOR-RECHAZADAS.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * NADA SE TOCA HASTA QUE LA CUENTA PASA TODOS LOS CONTROLES.
      * LA CUENTA DESTINO SE VALIDA PRIMERO PORQUE EL REGISTRO DE
      * TRABAJO QUEDA CON LA CUENTA A CERRAR.
      * -----------------------------------------------------------
       3000-VALIDA-CIERRE.
           MOVE SPACES TO DET-MENSAJE
           IF NOT CIE-PAGO-EFECTIVO AND NOT CIE-PAGO-TRANSFERENCIA
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'FORMA DE PAGO INVALIDA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           IF CIE-PAGO-TRANSFERENCIA
              IF CIE-CUENTA-DESTINO EQUAL CIE-CUENTA
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'DESTINO IGUAL A LA CUENTA A CERRAR'
                      TO DET-MENSAJE
                 GO TO 3000-FIN
              END-IF
              MOVE CIE-CUENTA-DESTINO TO WS-LLAVE-SDO
              MOVE 'LE' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-CIE
                         WS-REG-SALDOS WS-CODIGO-SDO
              IF WS-CODIGO-SDO NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'CUENTA DESTINO INEXISTENTE' TO DET-MENSAJE
                 GO TO 3000-FIN
              END-IF
              IF WS-SALDO-CTA-CERRADA
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'CUENTA DESTINO CERRADA' TO DET-MENSAJE
                 GO TO 3000-FIN
              END-IF
              IF WS-SALDO-EN-DOLARES
                 MOVE 'USD' TO WS-MONEDA-DESTINO
              ELSE
                 MOVE 'ARS' TO WS-MONEDA-DESTINO
              END-IF
           END-IF

           MOVE CIE-CUENTA TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CIE WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA INEXISTENTE' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           MOVE WS-SALDO-NOMBRE TO DET-NOMBRE
           IF WS-SALDO-CTA-CERRADA
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA YA CERRADA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-SALDO-EN-DOLARES
              MOVE 'USD' TO WS-MONEDA-CUENTA
           ELSE
              MOVE 'ARS' TO WS-MONEDA-CUENTA
           END-IF
           IF CIE-PAGO-TRANSFERENCIA
                 AND WS-MONEDA-DESTINO NOT EQUAL WS-MONEDA-CUENTA
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA DESTINO EN OTRA MONEDA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-SALDO-EN-DOLARES AND NOT HAY-COTIZACION-DEL-DIA
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'SIN COTIZACION DEL DIA' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-SALDO-ACTUAL LESS THAN ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'CUENTA EN DESCUBIERTO' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF
           IF WS-SALDO-RETENIDO GREATER THAN ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'FONDOS RETENIDOS POR CHEQUES' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           PERFORM 3100-BUSCA-ORDENES
           IF VINCULO-HALLADO
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'TIENE ORDENES PERMANENTES' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           PERFORM 3200-BUSCA-PLAZOS
           IF VINCULO-HALLADO
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'TIENE PLAZOS FIJOS VIGENTES' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF

           PERFORM 3300-BUSCA-PRESTAMOS
           IF VINCULO-HALLADO
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'TIENE PRESTAMOS SIN CANCELAR' TO DET-MENSAJE
              GO TO 3000-FIN
           END-IF.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TODA ORDEN DE LA CUENTA QUE NO ESTE CANCELADA (ACTIVA O
      * SUSPENDIDA) IMPIDE EL CIERRE: EL CLIENTE LA DA DE BAJA
      * PRIMERO.
      * -----------------------------------------------------------
       3100-BUSCA-ORDENES.
           MOVE 'N' TO SW-VINCULO-HALLADO
           MOVE CIE-CUENTA TO WS-LLAVE-ORD-CUENTA WS-HASTA-ORD-CUENTA
           MOVE ZEROS      TO WS-LLAVE-ORD-SECUENCIA
           MOVE 99         TO WS-HASTA-ORD-SECUENCIA
           MOVE 'RI' TO WS-FUNCION-ORD
           CALL 'ORDENES-PERMANENTES-I-O'
                USING WS-FUNCION-ORD WS-LLAVE-ORD WS-LLAVE-HASTA-ORD
                      WS-USUARIO-CIE WS-REG-ORDPER-AUX WS-CODIGO-ORD
           PERFORM 3110-REVISA-ORDEN
                   UNTIL WS-CODIGO-ORD NOT EQUAL ZEROS
                   OR VINCULO-HALLADO.
       3100-FIN.  EXIT.

       3110-REVISA-ORDEN.
           IF NOT WS-ORDPER-CANCELADA-AUX
              MOVE 'S' TO SW-VINCULO-HALLADO
              GO TO 3110-FIN
           END-IF

           MOVE 'RS' TO WS-FUNCION-ORD
           CALL 'ORDENES-PERMANENTES-I-O'
                USING WS-FUNCION-ORD WS-LLAVE-ORD WS-LLAVE-HASTA-ORD
                      WS-USUARIO-CIE WS-REG-ORDPER-AUX WS-CODIGO-ORD.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * PLAZOS-FIJOS ESTA ORDENADO POR CERTIFICADO: SE RECORRE
      * COMPLETO BUSCANDO UN CERTIFICADO VIGENTE DE LA CUENTA.
      * -----------------------------------------------------------
       3200-BUSCA-PLAZOS.
           MOVE 'N' TO SW-VINCULO-HALLADO
           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CIE
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           PERFORM 3210-REVISA-PLAZO
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS
                   OR VINCULO-HALLADO.
       3200-FIN.  EXIT.

       3210-REVISA-PLAZO.
           IF WS-PLZF-CUENTA-AUX EQUAL CIE-CUENTA
                 AND WS-PLZF-VIGENTE-AUX
              MOVE 'S' TO SW-VINCULO-HALLADO
              GO TO 3210-FIN
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CIE
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       3210-FIN.  EXIT.

       3300-BUSCA-PRESTAMOS.
           MOVE 'N' TO SW-VINCULO-HALLADO
           MOVE CIE-CUENTA TO WS-LLAVE-PRCL-CUENTA
                              WS-HASTA-PRCL-CUENTA
           MOVE ZEROS      TO WS-LLAVE-PRCL-NUMERO
           MOVE 999        TO WS-HASTA-PRCL-NUMERO
           MOVE 'RI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CIE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL
           PERFORM 3310-REVISA-PRESTAMO
                   UNTIL WS-CODIGO-PRCL NOT EQUAL ZEROS
                   OR VINCULO-HALLADO.
       3300-FIN.  EXIT.

       3310-REVISA-PRESTAMO.
           IF NOT WS-PRCL-CANCELADO-AUX
              MOVE 'S' TO SW-VINCULO-HALLADO
              GO TO 3310-FIN
           END-IF

           MOVE 'RS' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CIE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL.
       3310-FIN.  EXIT.

      * -----------------------------------------------------------
      * NETO A PAGAR = SALDO + INTERES DEL MES A LA FECHA -
      * RETENCION - COMISION PRORRATEADA.
      * -----------------------------------------------------------
       4000-LIQUIDA-CUENTA.
           MOVE WS-SALDO-ACTUAL TO WS-SALDO-CIERRE
           PERFORM 4100-SALDO-PROMEDIO
           PERFORM 4200-CALCULA-INTERES
           PERFORM 4300-CALCULA-COMISION
           COMPUTE WS-NETO-A-PAGAR = WS-SALDO-CIERRE
                   + WS-INTERES-CALCULADO
                   - WS-RETENCION-CALCULADA
                   - WS-COMISION-CALCULADA.
       4000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA BASE ES LA DEL CIERRE MENSUAL: EL SALDO PROMEDIO DIARIO
      * DEL MES SEGUN LAS FOTOS DE FIN DE DIA, AQUI HASTA AYER MAS
      * EL SALDO DE HOY COMO ULTIMO DIA. SIN FOTOS LA BASE ES EL
      * SALDO ACTUAL.
      * -----------------------------------------------------------
       4100-SALDO-PROMEDIO.
           MOVE WS-SALDO-CIERRE TO WS-SUMA-FOTOS
           MOVE 1 TO WS-DIAS-FOTOS

           OPEN INPUT SALDOS-FOTO
           IF WS-CODIGO-FOTO EQUAL ZEROS
              MOVE 'N' TO SW-FIN-FOTO
              PERFORM 4110-ACUMULA-FOTO UNTIL FIN-DE-FOTO
              CLOSE SALDOS-FOTO
           END-IF

           COMPUTE WS-BASE-CALCULO ROUNDED =
                   WS-SUMA-FOTOS / WS-DIAS-FOTOS

      *    EL PROMEDIO NEGATIVO NO ACREDITA NADA.
           IF WS-BASE-CALCULO LESS THAN ZEROS
              MOVE ZEROS TO WS-BASE-CALCULO
           END-IF.
       4100-FIN.  EXIT.

       4110-ACUMULA-FOTO.
           READ SALDOS-FOTO
              AT END MOVE 'S' TO SW-FIN-FOTO
           END-READ
           IF FIN-DE-FOTO
              GO TO 4110-FIN
           END-IF

           MOVE FOTO-FECHA(1:6) TO WS-PERIODO-FOTO
           IF FOTO-CUENTA EQUAL CIE-CUENTA
                 AND WS-PERIODO-FOTO EQUAL WS-ANIO-MES-HOY
                 AND FOTO-FECHA LESS THAN WS-FECHA-HOY
              ADD FOTO-SALDO TO WS-SUMA-FOTOS
              ADD 1 TO WS-DIAS-FOTOS
           END-IF.
       4110-FIN.  EXIT.

      * -----------------------------------------------------------
      * TASA MENSUAL DE LA BANDA DE LA BASE (O LA PROPIA DE LA
      * CUENTA SI NO CAE EN NINGUNA), PRORRATEADA POR LOS DIAS DEL
      * MES TRANSCURRIDOS HASTA EL CIERRE. LA RETENCION APLICA
      * SOLO SI EL INTERES SUPERA EL UMBRAL, COMO EN EL CIERRE.
      * LAS BANDAS SON DE PESOS: LA CUENTA EN DOLARES USA SU TASA.
      * -----------------------------------------------------------
       4200-CALCULA-INTERES.
           MOVE WS-BASE-CALCULO TO WS-LLAVE-TASI
           MOVE 'LS' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-CIE
                      WS-REG-TASA-INTERES WS-CODIGO-TASI
           IF WS-CODIGO-TASI EQUAL ZEROS AND NOT WS-SALDO-EN-DOLARES
              MOVE WS-TASI-TASA-MENSUAL TO WS-TASA-APLICADA
           ELSE
              MOVE WS-SALDO-TASA-INTERES TO WS-TASA-APLICADA
           END-IF

           COMPUTE WS-INTERES-CALCULADO ROUNDED =
                   WS-BASE-CALCULO * WS-TASA-APLICADA
                   * WS-DIA-HOY / WS-ULTIMO-DIA-MES

           MOVE ZEROS TO WS-RETENCION-CALCULADA
                         WS-INTERES-REPARTIDO
           PERFORM 4210-CARGA-DUENIOS
           PERFORM 4220-REPARTE-INTERES
                   VARYING WS-IDX-DUE FROM 1 BY 1
                   UNTIL WS-IDX-DUE > WS-CANTIDAD-DUENIOS.
       4200-FIN.  EXIT.

      * -----------------------------------------------------------
      * TITULARES Y COTITULARES ACTIVOS DE LA CUENTA. SIN PERSONAS
      * CARGADAS, LA CUENTA ES TODA DE SALDO-TITULAR.
      * -----------------------------------------------------------
       4210-CARGA-DUENIOS.
           MOVE ZEROS TO WS-CANTIDAD-DUENIOS WS-SUMA-PARTICIPACION
           MOVE CIE-CUENTA   TO WS-LLAVE-TIT-CUENTA
                                WS-HASTA-TIT-CUENTA
           MOVE ZEROS        TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999     TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-CIE WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 4215-CARGA-DUENIO
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS

           IF WS-SUMA-PARTICIPACION EQUAL ZEROS
              MOVE 1                TO WS-CANTIDAD-DUENIOS
              MOVE WS-SALDO-TITULAR TO WS-DUE-CLIENTE (1)
              MOVE 'T'              TO WS-DUE-ROL (1)
              MOVE 100              TO WS-DUE-PARTICIPACION (1)
                                       WS-SUMA-PARTICIPACION
           END-IF.
       4210-FIN.  EXIT.

       4215-CARGA-DUENIO.
           IF WS-TITC-ACTIVO AND WS-TITC-ES-DUENIO
                 AND WS-CANTIDAD-DUENIOS < 20
              ADD 1 TO WS-CANTIDAD-DUENIOS
              MOVE WS-TITC-CLIENTE TO
                   WS-DUE-CLIENTE (WS-CANTIDAD-DUENIOS)
              MOVE WS-TITC-ROL TO
                   WS-DUE-ROL (WS-CANTIDAD-DUENIOS)
              MOVE WS-TITC-PARTICIPACION TO
                   WS-DUE-PARTICIPACION (WS-CANTIDAD-DUENIOS)
              ADD WS-TITC-PARTICIPACION TO WS-SUMA-PARTICIPACION
           END-IF

           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-CIE WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       4215-FIN.  EXIT.

      *    PARTE PROPORCIONAL A LA PARTICIPACION; EL ULTIMO SE LLEVA
      *    EL RESTO. LA RETENCION APLICA A LA PARTE DE CADA UNO.
       4220-REPARTE-INTERES.
           IF WS-IDX-DUE EQUAL WS-CANTIDAD-DUENIOS
              COMPUTE WS-DUE-INTERES (WS-IDX-DUE) =
                      WS-INTERES-CALCULADO - WS-INTERES-REPARTIDO
           ELSE
              COMPUTE WS-DUE-INTERES (WS-IDX-DUE) ROUNDED =
                      WS-INTERES-CALCULADO
                      * WS-DUE-PARTICIPACION (WS-IDX-DUE)
                      / WS-SUMA-PARTICIPACION
           END-IF
           ADD WS-DUE-INTERES (WS-IDX-DUE) TO WS-INTERES-REPARTIDO

      *    EN LA CUENTA EN DOLARES EL UMBRAL SE MIDE EN PESOS.
           MOVE ZEROS TO WS-DUE-RETENIDO (WS-IDX-DUE)
           IF WS-SALDO-EN-DOLARES
              COMPUTE WS-INTERES-EN-PESOS ROUNDED =
                      WS-DUE-INTERES (WS-IDX-DUE) * WS-COT-COMPRA
           ELSE
              MOVE WS-DUE-INTERES (WS-IDX-DUE) TO WS-INTERES-EN-PESOS
           END-IF
           IF WS-INTERES-EN-PESOS GREATER THAN
                 WS-RETENCION-DESDE
              COMPUTE WS-DUE-RETENIDO (WS-IDX-DUE) ROUNDED =
                      WS-DUE-INTERES (WS-IDX-DUE)
                      * WS-RETENCION-PCT / 100
              ADD WS-DUE-RETENIDO (WS-IDX-DUE)
                  TO WS-RETENCION-CALCULADA
           END-IF.
       4220-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMISION DE MANTENIMIENTO DEL TARIFARIO POR LOS DIAS DEL
      * MES TRANSCURRIDOS, CON LAS MISMAS EXENCIONES QUE EL COBRO
      * MENSUAL (SALDO ARRIBA DEL MINIMO, CUENTA DE SUELDO DE
      * EMPLEADO ACTIVO). NUNCA DEJA EL NETO NEGATIVO.
      * -----------------------------------------------------------
       4300-CALCULA-COMISION.
           MOVE ZEROS TO WS-COMISION-CALCULADA
           IF WS-SALDO-EN-DOLARES
              MOVE 'USD' TO WS-MONEDA-CUENTA
           ELSE
              MOVE 'ARS' TO WS-MONEDA-CUENTA
           END-IF
           IF WS-SALDO-TITULAR EQUAL ZEROS
              MOVE 'S' TO WS-TIPO-CUENTA
           ELSE
              MOVE 'C' TO WS-TIPO-CUENTA
           END-IF

           PERFORM 4310-BUSCA-TARIFA
           IF NOT TARIFA-HALLADA
              GO TO 4300-FIN
           END-IF
           IF WS-SALDO-CIERRE NOT LESS THAN WS-SALDO-MINIMO
              GO TO 4300-FIN
           END-IF

           IF WS-TIPO-CUENTA EQUAL 'S'
                 AND WS-SALDO-CUENTA NOT GREATER THAN 99999
              MOVE WS-SALDO-CUENTA TO WS-LLAVE-EMP
              MOVE 'LE' TO WS-FUNCION-EMP
              CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                   USING WS-FUNCION-EMP WS-LLAVE-EMP
                         WS-LLAVE-HASTA-EMP WS-REG-EMPLEADOS
                         WS-CODIGO-EMP
              IF WS-CODIGO-EMP EQUAL ZEROS
                    AND WS-EMP-ESTADO EQUAL 'A'
                 GO TO 4300-FIN
              END-IF
           END-IF

           COMPUTE WS-COMISION-CALCULADA ROUNDED =
                   WS-IMPORTE-TARIFA * WS-DIA-HOY
                   / WS-ULTIMO-DIA-MES
           IF WS-COMISION-CALCULADA GREATER THAN
                 WS-SALDO-CIERRE + WS-INTERES-CALCULADO
                 - WS-RETENCION-CALCULADA
              COMPUTE WS-COMISION-CALCULADA = WS-SALDO-CIERRE
                      + WS-INTERES-CALCULADO
                      - WS-RETENCION-CALCULADA
           END-IF.
       4300-FIN.  EXIT.

       4310-BUSCA-TARIFA.
           MOVE 'N' TO SW-TARIFA-HALLADA
           PERFORM 4320-COMPARA-TARIFA
                   VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-CANTIDAD-TARIFAS
                   OR TARIFA-HALLADA.
       4310-FIN.  EXIT.

       4320-COMPARA-TARIFA.
           IF WS-TAR-TIPO (WS-IDX-TAR) EQUAL WS-TIPO-CUENTA
                 AND WS-TAR-MONEDA (WS-IDX-TAR) EQUAL WS-MONEDA-CUENTA
              MOVE 'S' TO SW-TARIFA-HALLADA
              MOVE WS-TAR-IMPORTE (WS-IDX-TAR)
                   TO WS-IMPORTE-TARIFA
              MOVE WS-TAR-SALDO-MINIMO (WS-IDX-TAR)
                   TO WS-SALDO-MINIMO
           END-IF.
       4320-FIN.  EXIT.

      * -----------------------------------------------------------
      * TRES GRABACIONES SOBRE LA CUENTA PARA QUE EL ESTADO DE
      * CUENTA MUESTRE CADA CONCEPTO: EL INTERES NETO (CREDIT), LA
      * COMISION (DEBITO) Y EL PAGO DEL NETO, QUE LA DEJA EN CERO
      * Y CERRADA (CE = EXTEFE SI SE PAGA POR CAJA). SI PAGA POR
      * TRANSFERENCIA EL NETO SE ACREDITA DESPUES EN EL DESTINO.
      * -----------------------------------------------------------
       5000-POSTEA-CIERRE.
           MOVE CIE-CUENTA TO WS-LLAVE-SDO
           IF WS-INTERES-CALCULADO GREATER THAN ZEROS
              COMPUTE WS-SALDO-ACTUAL = WS-SALDO-ACTUAL
                      + WS-INTERES-CALCULADO
                      - WS-RETENCION-CALCULADA
              MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
              MOVE 'CA' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-CIE
                         WS-REG-SALDOS WS-CODIGO-SDO
              IF WS-CODIGO-SDO NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'ERROR AL ACREDITAR EL INTERES' TO DET-MENSAJE
                 GO TO 5000-FIN
              END-IF
              IF WS-SALDO-EN-DOLARES
                 ADD WS-INTERES-CALCULADO   TO WS-TOTAL-INTERES-USD
                 ADD WS-RETENCION-CALCULADA TO WS-TOTAL-RETENCION-USD
              ELSE
                 ADD WS-INTERES-CALCULADO   TO WS-TOTAL-INTERES
                 ADD WS-RETENCION-CALCULADA TO WS-TOTAL-RETENCION
              END-IF
              PERFORM 5100-GRABA-RETENCION-DUENIO
                      VARYING WS-IDX-DUE FROM 1 BY 1
                      UNTIL WS-IDX-DUE > WS-CANTIDAD-DUENIOS
           END-IF

           IF WS-COMISION-CALCULADA GREATER THAN ZEROS
              SUBTRACT WS-COMISION-CALCULADA FROM WS-SALDO-ACTUAL
              MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
              MOVE 'CA' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-CIE
                         WS-REG-SALDOS WS-CODIGO-SDO
              IF WS-CODIGO-SDO NOT EQUAL ZEROS
                 PERFORM 2100-RECHAZA-TRANSACCION
                 MOVE 'ERROR AL DEBITAR LA COMISION' TO DET-MENSAJE
                 GO TO 5000-FIN
              END-IF
              IF WS-SALDO-EN-DOLARES
                 ADD WS-COMISION-CALCULADA TO WS-TOTAL-COMISION-USD
              ELSE
                 ADD WS-COMISION-CALCULADA TO WS-TOTAL-COMISION
              END-IF
           END-IF

           MOVE ZEROS        TO WS-SALDO-ACTUAL
           MOVE 'C'          TO WS-SALDO-ACTIVIDAD
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
                                WS-SALDO-FECHA-CIERRE
           IF CIE-PAGO-EFECTIVO
              MOVE 'CE' TO WS-FUNCION-SDO
           ELSE
              MOVE 'CA' TO WS-FUNCION-SDO
           END-IF
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CIE WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              PERFORM 2100-RECHAZA-TRANSACCION
              MOVE 'ERROR AL CERRAR LA CUENTA' TO DET-MENSAJE
              GO TO 5000-FIN
           END-IF

           MOVE 'S' TO SW-CIERRE-OK
           ADD 1 TO WS-CONTADOR-CERRADAS
           IF WS-MONEDA-CUENTA EQUAL 'USD'
              ADD WS-NETO-A-PAGAR TO WS-TOTAL-PAGADO-USD
           ELSE
              ADD WS-NETO-A-PAGAR TO WS-TOTAL-PAGADO
           END-IF
           IF CIE-PAGO-EFECTIVO
              MOVE 'CERRADA, PAGAR NETO POR CAJA' TO DET-MENSAJE
              GO TO 5000-FIN
           END-IF

           MOVE 'CERRADA, NETO TRANSFERIDO' TO DET-MENSAJE
           IF WS-NETO-A-PAGAR EQUAL ZEROS
              GO TO 5000-FIN
           END-IF
           MOVE CIE-CUENTA-DESTINO TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CIE WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD WS-NETO-A-PAGAR TO WS-SALDO-ACTUAL
              MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
              MOVE 'CA' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-CIE
                         WS-REG-SALDOS WS-CODIGO-SDO
           END-IF
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'CERRADA, ACREDITAR DESTINO A MANO'
                   TO DET-MENSAJE
           END-IF.
       5000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA PARTE DE CADA DUENIO QUEDA EN RETENCIONES-INTERES PARA EL
      * CERTIFICADO ANUAL.
      * -----------------------------------------------------------
       5100-GRABA-RETENCION-DUENIO.
           IF WS-DUE-CLIENTE (WS-IDX-DUE) EQUAL ZEROS
              GO TO 5100-FIN
           END-IF

           MOVE SPACES                          TO REG-RETENCION-INTERES
           MOVE WS-FECHA-HOY                    TO RTI-FECHA
           MOVE CIE-CUENTA                      TO RTI-CUENTA
           MOVE WS-DUE-CLIENTE (WS-IDX-DUE)     TO RTI-CLIENTE
           MOVE WS-DUE-ROL (WS-IDX-DUE)         TO RTI-ROL
           MOVE WS-DUE-PARTICIPACION (WS-IDX-DUE)
                                                TO RTI-PARTICIPACION
           IF WS-SALDO-EN-DOLARES
              COMPUTE WS-INTERES-EN-PESOS ROUNDED =
                      WS-DUE-INTERES (WS-IDX-DUE) * WS-COT-COMPRA
              COMPUTE WS-RETENIDO-EN-PESOS ROUNDED =
                      WS-DUE-RETENIDO (WS-IDX-DUE) * WS-COT-COMPRA
              ADD WS-RETENIDO-EN-PESOS TO WS-PESOS-RETENCION-USD
           ELSE
              MOVE WS-DUE-INTERES (WS-IDX-DUE)  TO WS-INTERES-EN-PESOS
              MOVE WS-DUE-RETENIDO (WS-IDX-DUE) TO WS-RETENIDO-EN-PESOS
           END-IF
           MOVE WS-INTERES-EN-PESOS             TO RTI-INTERES
           MOVE WS-RETENIDO-EN-PESOS            TO RTI-RETENIDO
           MOVE 'CIERRE'                        TO RTI-ORIGEN
           WRITE REG-RETENCION-INTERES.
       5100-FIN.  EXIT.

       6000-IMPRIME-LIQUIDACION.
           MOVE 'SALDO AL CIERRE'         TO LIQ-CONCEPTO
           MOVE WS-SALDO-CIERRE           TO LIQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-LIQUIDACION
                 AFTER ADVANCING 1 LINE

           MOVE WS-BASE-CALCULO           TO BAS-BASE
           MOVE WS-TASA-APLICADA          TO BAS-TASA
           MOVE WS-DIA-HOY                TO BAS-DIAS
           MOVE WS-ULTIMO-DIA-MES         TO BAS-DIAS-MES
           WRITE REG-REPORTE FROM WS-LINEA-BASE
                 AFTER ADVANCING 1 LINE

           MOVE '+ INTERES DEL MES A LA FECHA'
                                          TO LIQ-CONCEPTO
           MOVE WS-INTERES-CALCULADO      TO LIQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-LIQUIDACION
                 AFTER ADVANCING 1 LINE

           MOVE '- RETENCION SOBRE INTERES' TO LIQ-CONCEPTO
           MOVE WS-RETENCION-CALCULADA    TO LIQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-LIQUIDACION
                 AFTER ADVANCING 1 LINE

           MOVE '- COMISION PRORRATEADA'  TO LIQ-CONCEPTO
           MOVE WS-COMISION-CALCULADA     TO LIQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-LIQUIDACION
                 AFTER ADVANCING 1 LINE

           IF WS-MONEDA-CUENTA EQUAL 'USD'
              MOVE '= NETO A PAGAR EN DOLARES' TO LIQ-CONCEPTO
           ELSE
              MOVE '= NETO A PAGAR'       TO LIQ-CONCEPTO
           END-IF
           MOVE WS-NETO-A-PAGAR           TO LIQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-LIQUIDACION
                 AFTER ADVANCING 1 LINE

           IF CIE-PAGO-EFECTIVO
              MOVE 'PAGO EN EFECTIVO POR CAJA' TO PAG-TEXTO
              MOVE ZEROS                  TO PAG-DESTINO
           ELSE
              MOVE 'PAGO POR TRANSFERENCIA A CUENTA'
                                          TO PAG-TEXTO
              MOVE CIE-CUENTA-DESTINO     TO PAG-DESTINO
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-PAGO
                 AFTER ADVANCING 1 LINE.
       6000-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO BALANCEADO DE LOS CIERRES: EL INTERES COMO EN EL
      * CIERRE MENSUAL (DEBE GTOINTER / HABER CTASSALD E IMPRETEN)
      * Y LA COMISION COMO EN EL COBRO MENSUAL (DEBE CTASSALD /
      * HABER INGCOMIS). EL PAGO DEL NETO NO LLEVA ASIENTO: POR
      * CAJA LO RINDE EL CAJERO Y POR TRANSFERENCIA QUEDA DENTRO
      * DE CTASSALD. LOS CIERRES EN DOLARES VAN APARTE CONTRA
      * CTASDOLR, CON EL IMPORTE ORIGEN.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-INTERES EQUAL ZEROS
                 AND WS-TOTAL-COMISION EQUAL ZEROS
                 AND WS-TOTAL-INTERES-USD EQUAL ZEROS
                 AND WS-TOTAL-COMISION-USD EQUAL ZEROS
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

           IF WS-TOTAL-INTERES GREATER THAN ZEROS
              MOVE 'GTOINTER'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              MOVE WS-TOTAL-INTERES TO GL-IMPORTE
              WRITE REG-ASIENTO-GL

              MOVE 'CTASSALD'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              COMPUTE GL-IMPORTE =
                      WS-TOTAL-INTERES - WS-TOTAL-RETENCION
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-RETENCION GREATER THAN ZEROS
              MOVE 'IMPRETEN'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              MOVE WS-TOTAL-RETENCION TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-COMISION GREATER THAN ZEROS
              MOVE 'CTASSALD'      TO GL-CUENTA
              MOVE 'D'             TO GL-TIPO
              MOVE WS-TOTAL-COMISION TO GL-IMPORTE
              WRITE REG-ASIENTO-GL

              MOVE 'INGCOMIS'      TO GL-CUENTA
              MOVE 'H'             TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF

           PERFORM 8960-ASIENTO-DOLARES

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

      * -----------------------------------------------------------
      * EQUIVALENTES AL COMPRADOR DEL DIA; LA RETENCION ES LA SUMA
      * DE LO INFORMADO POR DUENIO Y CTASDOLR SE LLEVA EL GASTO
      * MENOS ESA RETENCION, PARA QUE EL ASIENTO CUADRE EN PESOS.
      * -----------------------------------------------------------
       8960-ASIENTO-DOLARES.
           COMPUTE WS-PESOS-INTERES-USD ROUNDED =
                   WS-TOTAL-INTERES-USD * WS-COT-COMPRA
           COMPUTE WS-PESOS-COMISION-USD ROUNDED =
                   WS-TOTAL-COMISION-USD * WS-COT-COMPRA
           MOVE 'USD'              TO GL-MONEDA

           IF WS-TOTAL-INTERES-USD GREATER THAN ZEROS
              MOVE 'GTOINTER'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-PESOS-INTERES-USD TO GL-IMPORTE
              MOVE WS-TOTAL-INTERES-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'CTASDOLR'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              COMPUTE GL-IMPORTE =
                      WS-PESOS-INTERES-USD - WS-PESOS-RETENCION-USD
              COMPUTE GL-IMPORTE-ORIGEN =
                      WS-TOTAL-INTERES-USD - WS-TOTAL-RETENCION-USD
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-RETENCION-USD GREATER THAN ZEROS
              MOVE 'IMPRETEN'             TO GL-CUENTA
              MOVE 'H'                    TO GL-TIPO
              MOVE WS-PESOS-RETENCION-USD TO GL-IMPORTE
              MOVE WS-TOTAL-RETENCION-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-COMISION-USD GREATER THAN ZEROS
              MOVE 'CTASDOLR'            TO GL-CUENTA
              MOVE 'D'                   TO GL-TIPO
              MOVE WS-PESOS-COMISION-USD TO GL-IMPORTE
              MOVE WS-TOTAL-COMISION-USD TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'INGCOMIS'            TO GL-CUENTA
              MOVE 'H'                   TO GL-TIPO
              WRITE REG-ASIENTO-GL
           END-IF.
       8960-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-CERRADAS   TO RES-CERRADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           MOVE WS-TOTAL-PAGADO        TO RES-PAGADO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           IF WS-TOTAL-PAGADO-USD GREATER THAN ZEROS
              MOVE WS-TOTAL-PAGADO-USD TO RES-PAGADO-USD
              WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-USD
                    AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CIE WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'CI' TO WS-FUNCION-TASI
           CALL 'TASAS-INTERES-I-O'
                USING WS-FUNCION-TASI WS-LLAVE-TASI WS-USUARIO-CIE
                      WS-REG-TASA-INTERES WS-CODIGO-TASI

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-ORD
           CALL 'ORDENES-PERMANENTES-I-O'
                USING WS-FUNCION-ORD WS-LLAVE-ORD WS-LLAVE-HASTA-ORD
                      WS-USUARIO-CIE WS-REG-ORDPER-AUX WS-CODIGO-ORD

           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CIE
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF

           MOVE 'CI' TO WS-FUNCION-PRCL
           CALL 'PRESTAMOS-CLIENTES-I-O'
                USING WS-FUNCION-PRCL WS-LLAVE-PRCL
                      WS-LLAVE-HASTA-PRCL WS-USUARIO-CIE
                      WS-REG-PRCL-AUX WS-CODIGO-PRCL

           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-CIE WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT

           PERFORM 8950-GRABA-ASIENTO-GL

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CERRADAS   TO WS-STAT-APLICADOS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADOS WS-STAT-RECHAZADOS

           CLOSE TRANS-CIERRES REPORTE RETENCIONES-INTERES.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
