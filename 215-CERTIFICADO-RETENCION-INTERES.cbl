       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CERTIFICADO-RETENCION-INTERES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL INFORMATIVO ANUAL QUEDA ANOTADO EN EL
      *                    REGISTRO DE INTERFACES (REGISTRO-INTERFACES,
      *                    CPREGIF1) COMO INFORETINT, PERIODO DICIEMBRE
      *                    DEL ANIO CERTIFICADO, CON LA CANTIDAD Y EL
      *                    TOTAL RETENIDO DEL TRAILER.
      *   15/10/2026  AMF  EL CERTIFICADO ABRE EL INTERES DE CADA
      *                    CUENTA POR CONCEPTO (CAJA DE AHORRO, PLAZO
      *                    FIJO Y AJUSTES RETROACTIVOS, CON SIGNO),
      *                    AGREGA EL SALDO DE CADA CUENTA AL 31/12
      *                    (SALDO ACTUAL MENOS LO MOVIDO DESPUES EN
      *                    SALDOS-MOVIMIENTOS) Y EL CAPITAL DE LOS
      *                    PLAZOS FIJOS VIGENTES AL 31/12, EN PESOS AL
      *                    COMPRADOR DE ESA FECHA LO QUE ESTA EN
      *                    DOLARES. CADA CERTIFICADO QUEDA EN
      *                    REPOSITORIO-REPORTES (ID = NUMERO DE
      *                    CLIENTE, FECHA = 31/12 DEL ANIO) PARA
      *                    REIMPRIMIRLO, Y SE GRABA EL ARCHIVO
      *                    INFORMATIVO ANUAL PARA EL ORGANISMO DE
      *                    RECAUDACION (UT-S-INFORET, CPINFRT1).
      *   15/10/2026  AMF  VERSION ORIGINAL. CERTIFICADO ANUAL DE
      *                    INTERESES ACREDITADOS Y RETENCIONES
      *                    PRACTICADAS, UNO POR PERSONA: ORDENA POR
      *                    CLIENTE Y CUENTA LAS LINEAS DEL ANIO DE
      *                    RETENCIONES-INTERES (CPRETINT, GRABADAS POR
      *                    EL INTERES MENSUAL Y EL CIERRE DE CUENTAS
      *                    CON LA PARTE DE CADA TITULAR Y COTITULAR)
      *                    E IMPRIME UNA PAGINA POR CLIENTE CON SU
      *                    NOMBRE Y DIRECCION DE CLIENTES, UNA LINEA
      *                    POR CUENTA CON SU ROL, PARTICIPACION,
      *                    INTERES Y RETENIDO DEL ANIO, Y EL TOTAL.
      *                    CORRIDO EN ENERO CERTIFICA EL ANIO
      *                    ANTERIOR; EN CUALQUIER OTRO MES CERTIFICA
      *                    EL ANIO EN CURSO (ACUMULADO A LA FECHA).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ORDENADO ASSIGN TO UT-S-WORK
                  FILE STATUS IS WS-CODIGO-ORDENADO.

           SELECT RETENCIONES-INTERES ASSIGN TO UT-S-RETINTER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RTI.

           SELECT SALDOS-MOVIMIENTOS ASSIGN TO UT-S-SALDMOV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MOV.

           SELECT INFORMATIVO-RETENCIONES ASSIGN TO UT-S-INFORET
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-INFO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       SD  ARCH-ORDENADO
           DATA RECORD IS REG-RTI-ORDENADA.
           COPY CPRETINT REPLACING
                REG-RETENCION-INTERES BY REG-RTI-ORDENADA
                RTI-FECHA BY ORD-FECHA
                RTI-CUENTA BY ORD-CUENTA
                RTI-CLIENTE BY ORD-CLIENTE
                RTI-ROL BY ORD-ROL
                RTI-PARTICIPACION BY ORD-PARTICIPACION
                RTI-INTERES BY ORD-INTERES
                RTI-RETENIDO BY ORD-RETENIDO
                RTI-ORIGEN BY ORD-ORIGEN.
      *    CAPITAL DE UN PLAZO FIJO VIGENTE AL 31/12 (ORD-ORIGEN
      *    CAPITAL), ORDENADO CON LA CUENTA ASOCIADA DEL TITULAR.
       01  REG-CAPITAL-ORDENADO.
           05 FILLER                    PIC X(23).
           05 ORD-CAP-CERTIFICADO       PIC 9(08).
           05 ORD-CAP-CAPITAL           PIC 9(11)V99.
           05 ORD-CAP-MONEDA            PIC X(03).
           05 FILLER                    PIC X(04).
           05 ORD-CAP-ORIGEN            PIC X(08).
           05 FILLER                    PIC X(05).

       FD  RETENCIONES-INTERES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-RETENCION-INTERES.
           COPY CPRETINT.

       FD  SALDOS-MOVIMIENTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS REG-SALDO-MOVIMIENTO.
           COPY CPSALMOV.

       FD  INFORMATIVO-RETENCIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-INFORMATIVO-RET.
           COPY CPINFRT1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(52) VALUE
              'CERTIFICADO ANUAL DE RETENCIONES SOBRE INTERESES -'.
           05 FILLER                    PIC X(05) VALUE 'ANIO'.
           05 TIT-ANIO                  PIC 9(04).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-LINEA-CLIENTE.
           05 FILLER                    PIC X(09) VALUE 'CLIENTE:'.
           05 CLI-LIN-LLAVE             PIC 9(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 CLI-LIN-NOMBRE            PIC X(35).
           05 FILLER                    PIC X(25) VALUE SPACES.

       01  WS-LINEA-DIRECCION.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 CLI-LIN-DIRECCION         PIC X(35).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'CUIT:'.
           05 CLI-LIN-CUIT              PIC 9(11).
           05 FILLER                    PIC X(06) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(11) VALUE 'CONCEPTO'.
           05 FILLER                    PIC X(10) VALUE 'ROL'.
           05 FILLER                    PIC X(14) VALUE 'PARTIC.'.
           05 FILLER                    PIC X(15) VALUE 'INTERES'.
           05 FILLER                    PIC X(21) VALUE 'RETENIDO'.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-CONCEPTO              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ROL                   PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-PARTICIPACION         PIC ZZ9.99.
           05 FILLER                    PIC X(01) VALUE '%'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-INTERES               PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-RETENIDO              PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-LINEA-SALDO.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(16)
              VALUE 'SALDO AL 31/12'.
           05 SAL-MONEDA                PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 SAL-SALDO                 PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE 'EN PESOS'.
           05 SAL-SALDO-PESOS           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(10) VALUE SPACES.

       01  WS-LINEA-CAPITAL.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(11) VALUE 'PLAZO FIJO'.
           05 CAP-CERTIFICADO           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CAP-MONEDA                PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CAP-CAPITAL               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE 'EN PESOS'.
           05 CAP-CAPITAL-PESOS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-LINEA-TOTAL-CLI.
           05 FILLER                    PIC X(38)
              VALUE 'TOTAL DEL ANIO'.
           05 TOT-INTERES               PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TOT-RETENIDO              PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-LINEA-TOTAL-SALDOS.
           05 FILLER                    PIC X(38)
              VALUE 'SALDOS AL 31/12 (SU PARTE)'.
           05 TOT-SALDOS                PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(28) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'CERTIFICADOS EMITIDOS:'.
           05 RES-CERTIFICADOS          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(16)
              VALUE 'TOTAL RETENIDO:'.
           05 RES-RETENIDO              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-CODIGO-ORDENADO           PIC X(02).
       01  WS-CODIGO-RTI                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-MOV                PIC X(02).
       01  WS-CODIGO-INFO               PIC X(02).
       01  SW-FIN-MOV                   PIC X(01) VALUE 'N'.
           88 FIN-DE-MOV                           VALUE 'S'.
       01  SW-FIN-RTI                   PIC X(01) VALUE 'N'.
           88 FIN-DE-RTI                           VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-SORT                     VALUE 'FIN'.
       01  SW-PRIMER-CLIENTE            PIC X(01) VALUE 'S'.
           88 ES-PRIMER-CLIENTE                    VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-PARTES-FECHA-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY               PIC 9(04).
           05 WS-MES-HOY                PIC 9(02).
           05 FILLER                    PIC 9(02).
       01  WS-ANIO-CERTIFICADO          PIC 9(04).
       01  WS-FECHA-DESDE               PIC 9(08).
       01  WS-FECHA-HASTA               PIC 9(08).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08).
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
       01  WS-USUARIO-CERT              PIC X(08) VALUE 'CERTRINT'.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-CUIT-CLIENTE              PIC 9(11).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

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

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-CIERRE         PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-CIERRE               VALUE 'S'.

       01  WS-TEXTO-REPO                PIC X(80).
       01  WS-FUNCION-REPO              PIC X(02).
       01  WS-ID-REPORTE-REPO           PIC X(08).
       01  WS-CODIGO-REPO               PIC X(02).

      *    LO MOVIDO EN CADA CUENTA DESPUES DEL 31/12 DEL ANIO
      *    CERTIFICADO, PARA VOLVER DEL SALDO ACTUAL AL DEL CIERRE.
       01  WS-TABLA-POSTERIORES.
           05 WS-CANTIDAD-POSTERIORES   PIC 9(04) VALUE ZEROS.
           05 WS-MOV-POSTERIOR OCCURS 3000 TIMES.
              10 WS-POS-CUENTA          PIC 9(07).
              10 WS-POS-IMPORTE         PIC S9(11)V99 COMP-3.
       01  WS-IDX-POS                   PIC 9(04).
       01  SW-POSTERIOR-HALLADO         PIC X(01).
           88 POSTERIOR-HALLADO                   VALUE 'S'.
       01  SW-TABLA-DESBORDADA          PIC X(01) VALUE 'N'.
           88 TABLA-DESBORDADA                    VALUE 'S'.

      *    CONCEPTOS DEL CERTIFICADO: 1 CAJA DE AHORRO (ORIGEN
      *    MENSUAL Y CIERRE), 2 PLAZO FIJO, 3 AJUSTE RETROACTIVO.
       01  WS-TABLA-CONCEPTOS.
           05 FILLER                    PIC X(12) VALUE 'AHORRO    IA'.
           05 FILLER                    PIC X(12) VALUE 'PLAZO FIJOIP'.
           05 FILLER                    PIC X(12) VALUE 'AJUSTE    IJ'.
       01  WS-CONCEPTOS REDEFINES WS-TABLA-CONCEPTOS.
           05 WS-CONCEPTO OCCURS 3 TIMES.
              10 WS-CON-DESCRIPCION     PIC X(10).
              10 WS-CON-CODIGO          PIC X(02).
       01  WS-IDX-CON                   PIC 9(01).

       01  WS-CLIENTE-ANTERIOR          PIC 9(08) VALUE ZEROS.
       01  WS-CUENTA-ANTERIOR           PIC 9(07) VALUE ZEROS.
       01  WS-ROL-CUENTA                PIC X(01).
       01  WS-PARTICIPACION-CUENTA      PIC 9(03)V99.

       01  WS-ACUMULADOS-CTA.
           05 WS-ACUM-CONCEPTO OCCURS 3 TIMES.
              10 WS-ACUM-INTERES-CTA    PIC S9(11)V99 COMP-3.
              10 WS-ACUM-RETENIDO-CTA   PIC S9(11)V99 COMP-3.
       01  WS-CAPITALES-CTA.
           05 WS-CANTIDAD-CAPITALES     PIC 9(02).
           05 WS-CAPITAL-CTA OCCURS 20 TIMES.
              10 WS-CAP-CERTIFICADO     PIC 9(08).
              10 WS-CAP-CAPITAL         PIC 9(11)V99 COMP-3.
              10 WS-CAP-MONEDA          PIC X(03).
       01  WS-IDX-CAP                   PIC 9(02).

       01  WS-SALDO-CIERRE              PIC S9(11)V99 COMP-3.
       01  WS-IMPORTE-ORIGEN            PIC S9(11)V99 COMP-3.
       01  WS-IMPORTE-PESOS             PIC S9(11)V99 COMP-3.
       01  WS-MONEDA-ORIGEN             PIC X(03).
           88 WS-ORIGEN-EN-DOLARES                VALUE 'USD'.
       01  WS-PARTE-SALDO               PIC S9(11)V99 COMP-3.

       01  WS-ACUM-INTERES-CLI          PIC S9(11)V99 COMP-3.
       01  WS-ACUM-RETENIDO-CLI         PIC S9(11)V99 COMP-3.
       01  WS-ACUM-SALDOS-CLI           PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-RETENIDO            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-CANTIDAD-REGISTROS        PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-INTERESES-INFO      PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-RETENIDO-INFO       PIC S9(13)V99 VALUE ZEROS.
       01  WS-SUMA-SALDOS-INFO          PIC S9(15)V99 VALUE ZEROS.

       01  WS-CONTADOR-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-CERTIFICADOS     PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CERTIF-RETEN-INTER'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           IF WS-MES-HOY EQUAL 01
              COMPUTE WS-ANIO-CERTIFICADO = WS-ANIO-HOY - 1
           ELSE
              MOVE WS-ANIO-HOY TO WS-ANIO-CERTIFICADO
           END-IF
           MOVE WS-ANIO-CERTIFICADO TO TIT-ANIO
           COMPUTE WS-FECHA-DESDE = WS-ANIO-CERTIFICADO * 10000 + 0101
           COMPUTE WS-FECHA-HASTA = WS-ANIO-CERTIFICADO * 10000 + 1231

           OPEN OUTPUT REPORTE
           OPEN OUTPUT INFORMATIVO-RETENCIONES

           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CERT WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CERT WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 0500-CARGA-POSTERIORES
           PERFORM 0700-LEE-COTIZACION
           PERFORM 5000-GRABA-HEADER-INFO

           SORT ARCH-ORDENADO
                ON ASCENDING KEY ORD-CLIENTE ORD-CUENTA ORD-FECHA
                INPUT PROCEDURE IS 1000-SELECCIONA-ANIO
                OUTPUT PROCEDURE IS 2000-CERTIFICA-POR-CLIENTE

           PERFORM 3000-CIERRA-CLIENTE
           PERFORM 5900-GRABA-TRAILER-INFO

           MOVE WS-CONTADOR-CERTIFICADOS TO RES-CERTIFICADOS
           MOVE WS-TOTAL-RETENIDO        TO RES-RETENIDO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CERT WS-REG-SALDOS WS-CODIGO-SDO

           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CERT WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE WS-CONTADOR-LEIDAS       TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-CERTIFICADOS TO WS-STAT-GRABADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-CERO

           CLOSE INFORMATIVO-RETENCIONES
           PERFORM 9200-REGISTRA-INTERFAZ
           CLOSE REPORTE
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LO MOVIDO DESPUES DEL 31/12 SE ACUMULA POR CUENTA: EL SALDO
      * AL CIERRE ES EL SALDO ACTUAL MENOS ESE NETO.
      * -----------------------------------------------------------
       0500-CARGA-POSTERIORES.
           OPEN INPUT SALDOS-MOVIMIENTOS
           IF WS-CODIGO-MOV NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR SALDOS-MOVIMIENTOS - STATUS: '
                      WS-CODIGO-MOV
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-LEE-MOVIMIENTO UNTIL FIN-DE-MOV
           CLOSE SALDOS-MOVIMIENTOS.
       0500-FIN.  EXIT.

       0510-LEE-MOVIMIENTO.
           READ SALDOS-MOVIMIENTOS
              AT END MOVE 'S' TO SW-FIN-MOV
           END-READ
           IF FIN-DE-MOV
              GO TO 0510-FIN
           END-IF
           IF SALMOV-FECHA NOT GREATER THAN WS-FECHA-HASTA
              GO TO 0510-FIN
           END-IF

           MOVE 'N' TO SW-POSTERIOR-HALLADO
           PERFORM 0520-SUMA-POSTERIOR
                   VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-CANTIDAD-POSTERIORES
                   OR POSTERIOR-HALLADO
           IF POSTERIOR-HALLADO
              GO TO 0510-FIN
           END-IF

           IF WS-CANTIDAD-POSTERIORES < 3000
              ADD 1 TO WS-CANTIDAD-POSTERIORES
              MOVE SALMOV-CUENTA  TO
                   WS-POS-CUENTA (WS-CANTIDAD-POSTERIORES)
              MOVE SALMOV-IMPORTE TO
                   WS-POS-IMPORTE (WS-CANTIDAD-POSTERIORES)
           ELSE
              IF NOT TABLA-DESBORDADA
                 MOVE 'S' TO SW-TABLA-DESBORDADA
                 DISPLAY 'TABLA DE MOVIMIENTOS POSTERIORES LLENA: '
                         'SALDO AL CIERRE DE ' SALMOV-CUENTA
                         ' Y SIGUIENTES = SALDO ACTUAL'
              END-IF
           END-IF.
       0510-FIN.  EXIT.

       0520-SUMA-POSTERIOR.
           IF WS-POS-CUENTA (WS-IDX-POS) EQUAL SALMOV-CUENTA
              MOVE 'S' TO SW-POSTERIOR-HALLADO
              ADD SALMOV-IMPORTE TO WS-POS-IMPORTE (WS-IDX-POS)
           END-IF.
       0520-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR AL 31/12: LA ULTIMA COTIZACION CARGADA
      * A ESA FECHA O ANTERIOR.
      * -----------------------------------------------------------
       0700-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CERT
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              DISPLAY 'SIN COTIZACION AL CIERRE: LO QUE ESTA EN '
                      'DOLARES VA EN CERO EN PESOS'
              GO TO 0700-FIN
           END-IF

           MOVE WS-FECHA-HASTA TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CERT
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-COTIZACION-CIERRE
           ELSE
              DISPLAY 'SIN COTIZACION AL CIERRE: LO QUE ESTA EN '
                      'DOLARES VA EN CERO EN PESOS'
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-CERT
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0700-FIN.  EXIT.

      * -----------------------------------------------------------
      * AL SORT ENTRAN LAS LINEAS DEL ANIO DE RETENCIONES-INTERES Y
      * EL CAPITAL DE LOS PLAZOS FIJOS VIGENTES AL 31/12.
      * -----------------------------------------------------------
       1000-SELECCIONA-ANIO.
           PERFORM 1050-SELECCIONA-RETENCIONES
           PERFORM 1100-SELECCIONA-CAPITALES.
       1000-FIN.  EXIT.

       1050-SELECCIONA-RETENCIONES.
           OPEN INPUT RETENCIONES-INTERES
           IF WS-CODIGO-RTI NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR RETENCIONES-INTERES - STATUS: '
                      WS-CODIGO-RTI
              MOVE 'S' TO SW-FIN-RTI
              GO TO 1050-FIN
           END-IF

           PERFORM 1010-LEE-RETENCION
           PERFORM 1020-FILTRA-RETENCION UNTIL FIN-DE-RTI
           CLOSE RETENCIONES-INTERES.
       1050-FIN.  EXIT.

       1010-LEE-RETENCION.
           READ RETENCIONES-INTERES
              AT END MOVE 'S' TO SW-FIN-RTI
           END-READ
           IF NOT FIN-DE-RTI
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       1020-FILTRA-RETENCION.
           IF RTI-FECHA NOT LESS THAN WS-FECHA-DESDE
                 AND RTI-FECHA NOT GREATER THAN WS-FECHA-HASTA
              RELEASE REG-RTI-ORDENADA FROM REG-RETENCION-INTERES
           END-IF
           PERFORM 1010-LEE-RETENCION.
       1020-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN PLAZO FIJO ESTABA VIGENTE AL 31/12 SI SE CONSTITUYO
      * HASTA ESA FECHA Y NO VENCIO ANTES; VA A NOMBRE DE SU
      * TITULAR, ORDENADO AL FINAL DE SU CUENTA ASOCIADA.
      * -----------------------------------------------------------
       1100-SELECCIONA-CAPITALES.
           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CERT
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           IF WS-CODIGO-PLZF NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR PLAZOS-FIJOS - STATUS: '
                      WS-CODIGO-PLZF
              GO TO 1100-FIN
           END-IF

           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CERT
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           PERFORM 1110-FILTRA-CAPITAL
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS

           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CERT
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       1100-FIN.  EXIT.

       1110-FILTRA-CAPITAL.
           IF WS-PLZF-TITULAR-AUX NOT EQUAL ZEROS
                 AND WS-PLZF-INICIO-AUX NOT GREATER THAN
                     WS-FECHA-HASTA
                 AND (WS-PLZF-VIGENTE-AUX
                      OR WS-PLZF-VENCIM-AUX GREATER THAN
                         WS-FECHA-HASTA)
              MOVE SPACES                  TO REG-RTI-ORDENADA
              MOVE WS-FECHA-HASTA          TO ORD-FECHA
              MOVE WS-PLZF-CUENTA-AUX      TO ORD-CUENTA
              MOVE WS-PLZF-TITULAR-AUX     TO ORD-CLIENTE
              MOVE WS-PLZF-CERTIFICADO-AUX TO ORD-CAP-CERTIFICADO
              MOVE WS-PLZF-CAPITAL-AUX     TO ORD-CAP-CAPITAL
              MOVE WS-PLZF-MONEDA-AUX      TO ORD-CAP-MONEDA
              MOVE 'CAPITAL'               TO ORD-CAP-ORIGEN
              RELEASE REG-CAPITAL-ORDENADO
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-CERT
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       1110-FIN.  EXIT.

       2000-CERTIFICA-POR-CLIENTE.
           PERFORM 2010-RETORNA-RETENCION
           PERFORM 2100-PROCESA-RETENCION UNTIL HAY-FIN-DE-SORT.
       2000-FIN.  EXIT.

       2010-RETORNA-RETENCION.
           RETURN ARCH-ORDENADO
              AT END MOVE 'FIN' TO SW-FIN-SORT
           END-RETURN.
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * QUIEBRE POR CLIENTE (UNA PAGINA) Y POR CUENTA (UNA LINEA
      * POR CONCEPTO CON EL ACUMULADO DEL ANIO, EL SALDO AL CIERRE
      * Y SUS PLAZOS FIJOS). EL ROL Y LA PARTICIPACION QUE SE
      * IMPRIMEN SON LOS DE LA ULTIMA ACREDITACION DEL ANIO.
      * -----------------------------------------------------------
       2100-PROCESA-RETENCION.
           IF ORD-CLIENTE NOT EQUAL WS-CLIENTE-ANTERIOR
              PERFORM 3000-CIERRA-CLIENTE
              PERFORM 4000-ABRE-CLIENTE
           ELSE
              IF ORD-CUENTA NOT EQUAL WS-CUENTA-ANTERIOR
                 PERFORM 3100-CIERRA-CUENTA
                 PERFORM 4100-ABRE-CUENTA
              END-IF
           END-IF

           IF ORD-ORIGEN EQUAL 'CAPITAL'
              PERFORM 2200-GUARDA-CAPITAL
           ELSE
              PERFORM 2300-ACUMULA-INTERES
           END-IF

           PERFORM 2010-RETORNA-RETENCION.
       2100-FIN.  EXIT.

       2200-GUARDA-CAPITAL.
           IF WS-CANTIDAD-CAPITALES NOT LESS THAN 20
              DISPLAY 'MAS DE 20 PLAZOS FIJOS EN LA CUENTA '
                      ORD-CUENTA ': SE OMITE ' ORD-CAP-CERTIFICADO
              GO TO 2200-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CAPITALES
           MOVE ORD-CAP-CERTIFICADO TO
                WS-CAP-CERTIFICADO (WS-CANTIDAD-CAPITALES)
           MOVE ORD-CAP-CAPITAL     TO
                WS-CAP-CAPITAL (WS-CANTIDAD-CAPITALES)
           MOVE ORD-CAP-MONEDA      TO
                WS-CAP-MONEDA (WS-CANTIDAD-CAPITALES).
       2200-FIN.  EXIT.

      *    EL INTERES DEL PLAZO FIJO ES SIEMPRE DEL TITULAR DEL
      *    CERTIFICADO: NO CAMBIA EL ROL QUE SE TIENE EN LA CUENTA.
       2300-ACUMULA-INTERES.
           EVALUATE ORD-ORIGEN
              WHEN 'PLAZOFIJ'
                 MOVE 2 TO WS-IDX-CON
              WHEN 'AJUSTE'
                 MOVE 3 TO WS-IDX-CON
              WHEN OTHER
                 MOVE 1 TO WS-IDX-CON
           END-EVALUATE

           IF WS-IDX-CON NOT EQUAL 2
              MOVE ORD-ROL           TO WS-ROL-CUENTA
              MOVE ORD-PARTICIPACION TO WS-PARTICIPACION-CUENTA
           END-IF
           ADD ORD-INTERES  TO WS-ACUM-INTERES-CTA (WS-IDX-CON)
           ADD ORD-RETENIDO TO WS-ACUM-RETENIDO-CTA (WS-IDX-CON).
       2300-FIN.  EXIT.

       3000-CIERRA-CLIENTE.
           IF ES-PRIMER-CLIENTE
              GO TO 3000-FIN
           END-IF

           PERFORM 3100-CIERRA-CUENTA
           MOVE WS-ACUM-INTERES-CLI  TO TOT-INTERES
           MOVE WS-ACUM-RETENIDO-CLI TO TOT-RETENIDO
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-CLI
                 AFTER ADVANCING 2 LINES
           MOVE WS-LINEA-TOTAL-CLI TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO

           MOVE WS-ACUM-SALDOS-CLI TO TOT-SALDOS
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL-SALDOS
                 AFTER ADVANCING 1 LINE
           MOVE WS-LINEA-TOTAL-SALDOS TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO

           MOVE 'CI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HASTA WS-TEXTO-REPO WS-CODIGO-REPO
           ADD WS-ACUM-RETENIDO-CLI TO WS-TOTAL-RETENIDO.
       3000-FIN.  EXIT.

       3100-CIERRA-CUENTA.
           PERFORM 3110-IMPRIME-CONCEPTO
                   VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > 3
           PERFORM 3200-IMPRIME-SALDO-CIERRE
           PERFORM 3300-IMPRIME-CAPITAL
                   VARYING WS-IDX-CAP FROM 1 BY 1
                   UNTIL WS-IDX-CAP > WS-CANTIDAD-CAPITALES.
       3100-FIN.  EXIT.

       3110-IMPRIME-CONCEPTO.
           IF WS-ACUM-INTERES-CTA (WS-IDX-CON) EQUAL ZEROS
                 AND WS-ACUM-RETENIDO-CTA (WS-IDX-CON) EQUAL ZEROS
              GO TO 3110-FIN
           END-IF

           MOVE SPACES TO REG-INFORMATIVO-RET
           MOVE WS-CUENTA-ANTERIOR TO DET-CUENTA
           MOVE WS-CON-DESCRIPCION (WS-IDX-CON) TO DET-CONCEPTO
           IF WS-IDX-CON EQUAL 2
              MOVE 'TITULAR'   TO DET-ROL
              MOVE 'T'         TO IRT-ROL
              MOVE 100         TO DET-PARTICIPACION IRT-PARTICIPACION
           ELSE
              IF WS-ROL-CUENTA EQUAL 'T'
                 MOVE 'TITULAR'   TO DET-ROL
              ELSE
                 MOVE 'COTITULAR' TO DET-ROL
              END-IF
              MOVE WS-ROL-CUENTA TO IRT-ROL
              MOVE WS-PARTICIPACION-CUENTA TO DET-PARTICIPACION
                                              IRT-PARTICIPACION
           END-IF
           MOVE WS-ACUM-INTERES-CTA (WS-IDX-CON)  TO DET-INTERES
           MOVE WS-ACUM-RETENIDO-CTA (WS-IDX-CON) TO DET-RETENIDO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           MOVE WS-DETALLE TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO

           ADD WS-ACUM-INTERES-CTA (WS-IDX-CON)  TO WS-ACUM-INTERES-CLI
           ADD WS-ACUM-RETENIDO-CTA (WS-IDX-CON)
               TO WS-ACUM-RETENIDO-CLI

           MOVE WS-CON-CODIGO (WS-IDX-CON)        TO IRT-CONCEPTO
           MOVE ZEROS                             TO IRT-CERTIFICADO
           MOVE WS-ACUM-INTERES-CTA (WS-IDX-CON)  TO IRT-IMPORTE
           MOVE WS-ACUM-RETENIDO-CTA (WS-IDX-CON) TO IRT-RETENIDO
           MOVE 'ARS'                             TO IRT-MONEDA
           PERFORM 5500-GRABA-DETALLE-INFO.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALDO AL 31/12 = SALDO ACTUAL MENOS LO MOVIDO DESPUES. AL
      * TOTAL DEL CLIENTE VA SU PARTE SEGUN LA PARTICIPACION.
      * -----------------------------------------------------------
       3200-IMPRIME-SALDO-CIERRE.
           MOVE WS-CUENTA-ANTERIOR TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-CERT WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              GO TO 3200-FIN
           END-IF

           MOVE WS-SALDO-ACTUAL TO WS-SALDO-CIERRE
           MOVE 'N' TO SW-POSTERIOR-HALLADO
           PERFORM 3210-RESTA-POSTERIOR
                   VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-CANTIDAD-POSTERIORES
                   OR POSTERIOR-HALLADO

           IF WS-SALDO-EN-DOLARES
              MOVE 'USD' TO WS-MONEDA-ORIGEN
           ELSE
              MOVE 'ARS' TO WS-MONEDA-ORIGEN
           END-IF
           MOVE WS-SALDO-CIERRE TO WS-IMPORTE-ORIGEN
           PERFORM 3900-CONVIERTE-A-PESOS

           MOVE WS-MONEDA-ORIGEN TO SAL-MONEDA
           MOVE WS-SALDO-CIERRE  TO SAL-SALDO
           MOVE WS-IMPORTE-PESOS TO SAL-SALDO-PESOS
           WRITE REG-REPORTE FROM WS-LINEA-SALDO AFTER ADVANCING 1 LINE
           MOVE WS-LINEA-SALDO TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO

           COMPUTE WS-PARTE-SALDO ROUNDED = WS-IMPORTE-PESOS
                   * WS-PARTICIPACION-CUENTA / 100
           ADD WS-PARTE-SALDO TO WS-ACUM-SALDOS-CLI

           MOVE SPACES TO REG-INFORMATIVO-RET
           MOVE 'SA'                    TO IRT-CONCEPTO
           MOVE ZEROS                   TO IRT-CERTIFICADO
           MOVE WS-ROL-CUENTA           TO IRT-ROL
           MOVE WS-PARTICIPACION-CUENTA TO IRT-PARTICIPACION
           MOVE WS-IMPORTE-PESOS        TO IRT-IMPORTE
           MOVE ZEROS                   TO IRT-RETENIDO
           MOVE WS-MONEDA-ORIGEN        TO IRT-MONEDA
           PERFORM 5500-GRABA-DETALLE-INFO.
       3200-FIN.  EXIT.

       3210-RESTA-POSTERIOR.
           IF WS-POS-CUENTA (WS-IDX-POS) EQUAL WS-CUENTA-ANTERIOR
              MOVE 'S' TO SW-POSTERIOR-HALLADO
              SUBTRACT WS-POS-IMPORTE (WS-IDX-POS)
                  FROM WS-SALDO-CIERRE
           END-IF.
       3210-FIN.  EXIT.

       3300-IMPRIME-CAPITAL.
           MOVE WS-CAP-MONEDA (WS-IDX-CAP) TO WS-MONEDA-ORIGEN
           IF WS-MONEDA-ORIGEN EQUAL SPACES
              MOVE 'ARS' TO WS-MONEDA-ORIGEN
           END-IF
           MOVE WS-CAP-CAPITAL (WS-IDX-CAP) TO WS-IMPORTE-ORIGEN
           PERFORM 3900-CONVIERTE-A-PESOS

           MOVE WS-CAP-CERTIFICADO (WS-IDX-CAP) TO CAP-CERTIFICADO
           MOVE WS-MONEDA-ORIGEN                TO CAP-MONEDA
           MOVE WS-CAP-CAPITAL (WS-IDX-CAP)     TO CAP-CAPITAL
           MOVE WS-IMPORTE-PESOS                TO CAP-CAPITAL-PESOS
           WRITE REG-REPORTE FROM WS-LINEA-CAPITAL
                 AFTER ADVANCING 1 LINE
           MOVE WS-LINEA-CAPITAL TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO

           ADD WS-IMPORTE-PESOS TO WS-ACUM-SALDOS-CLI

           MOVE SPACES TO REG-INFORMATIVO-RET
           MOVE 'CP'                            TO IRT-CONCEPTO
           MOVE WS-CAP-CERTIFICADO (WS-IDX-CAP) TO IRT-CERTIFICADO
           MOVE 'T'                             TO IRT-ROL
           MOVE 100                             TO IRT-PARTICIPACION
           MOVE WS-IMPORTE-PESOS                TO IRT-IMPORTE
           MOVE ZEROS                           TO IRT-RETENIDO
           MOVE WS-MONEDA-ORIGEN                TO IRT-MONEDA
           PERFORM 5500-GRABA-DETALLE-INFO.
       3300-FIN.  EXIT.

      *    SIN COTIZACION AL CIERRE LO QUE ESTA EN DOLARES QUEDA EN
      *    CERO EN PESOS (YA AVISADO AL LEER LA COTIZACION).
       3900-CONVIERTE-A-PESOS.
           IF NOT WS-ORIGEN-EN-DOLARES
              MOVE WS-IMPORTE-ORIGEN TO WS-IMPORTE-PESOS
              GO TO 3900-FIN
           END-IF

           MOVE ZEROS TO WS-IMPORTE-PESOS
           IF HAY-COTIZACION-CIERRE
              COMPUTE WS-IMPORTE-PESOS ROUNDED =
                      WS-IMPORTE-ORIGEN * WS-COT-COMPRA
           END-IF.
       3900-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA CERTIFICADO QUEDA EN EL REPOSITORIO DE REPORTES CON EL
      * NUMERO DE CLIENTE COMO ID Y EL 31/12 DEL ANIO COMO FECHA:
      * LA RECORRIDA REESCRIBE EL MISMO CERTIFICADO.
      * -----------------------------------------------------------
       4000-ABRE-CLIENTE.
           MOVE 'N' TO SW-PRIMER-CLIENTE
           MOVE ORD-CLIENTE TO WS-CLIENTE-ANTERIOR
           ADD 1 TO WS-CONTADOR-CERTIFICADOS
           MOVE ZEROS TO WS-ACUM-INTERES-CLI
           MOVE ZEROS TO WS-ACUM-RETENIDO-CLI
           MOVE ZEROS TO WS-ACUM-SALDOS-CLI

           MOVE ORD-CLIENTE TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-CERT WS-REG-CLIENTE WS-CODIGO-CLI

           MOVE ORD-CLIENTE TO CLI-LIN-LLAVE
           IF WS-CODIGO-CLI EQUAL ZEROS
              MOVE WS-CLI-NOMBRE    TO CLI-LIN-NOMBRE
              MOVE WS-CLI-DIRECCION TO CLI-LIN-DIRECCION
              MOVE WS-CLI-CUIT      TO WS-CUIT-CLIENTE
           ELSE
              MOVE 'SIN REGISTRO'   TO CLI-LIN-NOMBRE
              MOVE SPACES           TO CLI-LIN-DIRECCION
              MOVE ZEROS            TO WS-CUIT-CLIENTE
           END-IF
           MOVE WS-CUIT-CLIENTE TO CLI-LIN-CUIT

           MOVE ORD-CLIENTE TO WS-ID-REPORTE-REPO
           MOVE 'AB' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HASTA WS-TEXTO-REPO WS-CODIGO-REPO

           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING PAGE
           MOVE WS-TITULO-1 TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO
           WRITE REG-REPORTE FROM WS-LINEA-CLIENTE
                 AFTER ADVANCING 2 LINES
           MOVE WS-LINEA-CLIENTE TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO
           WRITE REG-REPORTE FROM WS-LINEA-DIRECCION
                 AFTER ADVANCING 1 LINE
           MOVE WS-LINEA-DIRECCION TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           MOVE WS-TITULO-2 TO WS-TEXTO-REPO
           PERFORM 8900-GRABA-REPOSITORIO

           PERFORM 4100-ABRE-CUENTA.
       4000-FIN.  EXIT.

       4100-ABRE-CUENTA.
           MOVE ORD-CUENTA TO WS-CUENTA-ANTERIOR
           MOVE 'T'        TO WS-ROL-CUENTA
           MOVE 100        TO WS-PARTICIPACION-CUENTA
           MOVE ZEROS      TO WS-CANTIDAD-CAPITALES
           PERFORM 4110-LIMPIA-CONCEPTO
                   VARYING WS-IDX-CON FROM 1 BY 1
                   UNTIL WS-IDX-CON > 3.
       4100-FIN.  EXIT.

       4110-LIMPIA-CONCEPTO.
           MOVE ZEROS TO WS-ACUM-INTERES-CTA (WS-IDX-CON)
           MOVE ZEROS TO WS-ACUM-RETENIDO-CTA (WS-IDX-CON).
       4110-FIN.  EXIT.

      * -----------------------------------------------------------
      * ARCHIVO INFORMATIVO DE FORMATO FIJO: HEADER, UN DETALLE POR
      * CLIENTE, CUENTA Y CONCEPTO, Y TRAILER CON LOS CONTROLES.
      * -----------------------------------------------------------
       5000-GRABA-HEADER-INFO.
           MOVE SPACES TO REG-INFORMATIVO-RET
           MOVE '1'                 TO IRT-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO TO IRT-HDR-ANIO
           MOVE WS-FECHA-HOY        TO IRT-HDR-FECHA-PROCESO
           MOVE 'INTERESES Y RETENCIONES'
                                    TO IRT-HDR-DESCRIPCION
           WRITE REG-INFORMATIVO-RET.
       5000-FIN.  EXIT.

      *    EL DETALLE YA TRAE CONCEPTO, CERTIFICADO, ROL,
      *    PARTICIPACION, IMPORTES Y MONEDA.
       5500-GRABA-DETALLE-INFO.
           MOVE '2'                 TO IRT-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO TO IRT-ANIO
           MOVE WS-CUIT-CLIENTE     TO IRT-CUIT
           MOVE WS-CLIENTE-ANTERIOR TO IRT-CLIENTE
           MOVE WS-CUENTA-ANTERIOR  TO IRT-CUENTA
           WRITE REG-INFORMATIVO-RET
           ADD 1 TO WS-CANTIDAD-REGISTROS

           IF IRT-SALDO-CIERRE OR IRT-CAPITAL-PLAZO-FIJO
              ADD IRT-IMPORTE  TO WS-SUMA-SALDOS-INFO
           ELSE
              ADD IRT-IMPORTE  TO WS-TOTAL-INTERESES-INFO
              ADD IRT-RETENIDO TO WS-TOTAL-RETENIDO-INFO
           END-IF.
       5500-FIN.  EXIT.

       5900-GRABA-TRAILER-INFO.
           MOVE SPACES TO REG-INFORMATIVO-RET
           MOVE '9'                     TO IRT-TIPO-REG
           MOVE WS-ANIO-CERTIFICADO     TO IRT-TRL-ANIO
           MOVE WS-CANTIDAD-REGISTROS   TO IRT-TRL-CANTIDAD-REG
           MOVE WS-TOTAL-INTERESES-INFO TO IRT-TRL-TOTAL-INTERESES
           MOVE WS-TOTAL-RETENIDO-INFO  TO IRT-TRL-TOTAL-RETENIDO
           MOVE WS-SUMA-SALDOS-INFO     TO IRT-TRL-SUMA-SALDOS
           WRITE REG-INFORMATIVO-RET.
       5900-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA LINEA DEL CERTIFICADO QUEDA TAMBIEN EN EL REPOSITORIO
      * DE REPORTES, PARA REIMPRIMIRLO SIN RECORRER LOS DATOS.
      * -----------------------------------------------------------
       8900-GRABA-REPOSITORIO.
           MOVE 'LI' TO WS-FUNCION-REPO
           CALL 'REPOSITORIO-REPORTES'
                USING WS-FUNCION-REPO WS-ID-REPORTE-REPO
                      WS-FECHA-HASTA WS-TEXTO-REPO WS-CODIGO-REPO.
       8900-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL INFORMATIVO CERRADO, CON LA
      * CANTIDAD Y EL TOTAL RETENIDO DEL TRAILER.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'INFORETINT'           TO REGI-INTERFAZ
           MOVE 'INFORET'              TO REGI-ARCHIVO
           COMPUTE REGI-PERIODO = WS-ANIO-CERTIFICADO * 100 + 12
           MOVE WS-CANTIDAD-REGISTROS  TO REGI-CANTIDAD
           MOVE WS-TOTAL-RETENIDO-INFO TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
