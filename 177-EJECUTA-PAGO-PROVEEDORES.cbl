       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     EJECUTA-PAGO-PROVEEDORES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  CADA ARCHIVO DE TRANSFERENCIAS QUEDA ANOTADO
      *                    EN EL REGISTRO DE INTERFACES (CPREGIF1) COMO
      *                    TRFPRV-BBB CON SU DD, LA CANTIDAD Y EL TOTAL
      *                    DEL TRAILER Y LA HORA DE CORTE DEL BANCO.
      *   15/10/2026  AMF  CADA TRANSFERENCIA DEJA SU DEBITO EN
      *                    LIBRO-BANCO (CPLIBBC1) CON LA REFERENCIA
      *                    DEL PAGO, PARA LA CONCILIACION DE LA
      *                    CUENTA BANCARIA DE LA EMPRESA.
      *   15/10/2026  AMF  FD GL-INTERFAZ A 66 POSICIONES
      *                    POR LA MONEDA DEL ASIENTO (CPGLVOU1).
      *   15/10/2026  AMF  CUENTAS-PAGAR Y PROPUESTA-PAGO PASAN A 100
      *                    (APERTURA NETO / IVA / PERCEPCION); SE
      *                    PAGA EL TOTAL DE LA FACTURA.
      *   15/10/2026  AMF  RETENCIONES DE GANANCIAS E INGRESOS BRUTOS
      *                    SEGUN LA CONDICION DEL PROVEEDOR Y LA
      *                    TABLA DE ALICUOTAS Y MINIMOS POR TARJETA
      *                    (UT-S-TASARETP). SE TRANSFIERE EL NETO; LO
      *                    RETENIDO VA A RETENCIONES-PROVEEDORES CON
      *                    UN CERTIFICADO NUMERADO POR PAGO, IMPRESO
      *                    EN UT-S-CERTRET, Y SE ACREDITA AL PASIVO
      *                    RETGANAN / RETIIBB EN EL ASIENTO.
      *   15/10/2026  AMF  VERSION ORIGINAL. EJECUCION DEL PAGO A
      *                    PROVEEDORES SOBRE LA PROPUESTA QUE DEJA
      *                    PROPUESTA-PAGO-PROVEEDORES (UT-S-PROPPAGO).
      *                    SOLO PAGA SI TESORERIA LA APROBO: TARJETA
      *                    'A' CON EL USUARIO QUE APRUEBA; LAS
      *                    TARJETAS 'X' DESMARCAN UNA FACTURA O, CON
      *                    FACTURA EN BLANCO, TODO UN PROVEEDOR. ANTES
      *                    DE PAGAR SE CONFIRMA CONTRA CUENTAS-PAGAR
      *                    QUE CADA FACTURA SIGUE ABIERTA, ASI UNA
      *                    PROPUESTA VIEJA O REPROCESADA NO PAGA DOS
      *                    VECES. POR PROVEEDOR SE ARMA UNA SOLA
      *                    TRANSFERENCIA AL CBU DE SU MAESTRO, EN EL
      *                    ARCHIVO Y FORMATO DE SU BANCO SEGUN
      *                    BANCO-MAESTRO (HASTA TRES BANCOS, DDNAMES
      *                    TRFPRV1/2/3, COMO LA DISPERSION DE
      *                    HABERES), Y SALE SU AVISO DE PAGO CON LAS
      *                    FACTURAS CANCELADAS. CUENTAS-PAGAR SE
      *                    REESCRIBE EN EL ARCHIVO NUEVO CON LAS
      *                    FACTURAS PAGADAS MARCADAS 'P', FECHA DE
      *                    PAGO Y REFERENCIA DE LA TRANSFERENCIA, Y
      *                    EL ASIENTO PROVEEDO / BANCOS VA A
      *                    GL-INTERFAZ. EL PROVEEDOR SIN BANCO O CON
      *                    BANCO FUERA DEL MAESTRO QUEDA SIN PAGAR Y
      *                    EL PASO TERMINA CON RETURN-CODE 4; SIN
      *                    APROBACION NO SE PAGA NADA (RC 8).
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBACION-PAGO ASSIGN TO UT-S-APROPAGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-APROB.
           SELECT PROPUESTA-PAGO ASSIGN TO UT-S-PROPPAGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PROPUESTA.
           SELECT CUENTAS-PAGAR ASSIGN TO UT-S-CTASPAG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAG.
           SELECT CUENTAS-PAGAR-NUEVO ASSIGN TO UT-S-CTAPAGNU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTAPAGN.
           SELECT TRANSFERENCIA-BANCO-1 ASSIGN TO UT-S-TRFPRV1
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRF-1.
           SELECT TRANSFERENCIA-BANCO-2 ASSIGN TO UT-S-TRFPRV2
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRF-2.
           SELECT TRANSFERENCIA-BANCO-3 ASSIGN TO UT-S-TRFPRV3
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRF-3.
           SELECT TASAS-RETENCION ASSIGN TO UT-S-TASARETP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRET.
           SELECT RETENCIONES-PROVEEDORES ASSIGN TO UT-S-RETENPRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETP.
           SELECT CERTIFICADOS-RETENCION ASSIGN TO UT-S-CERTRET
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CERT.
           SELECT AVISOS-PAGO ASSIGN TO UT-S-AVISOPAG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AVISO.
           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
           SELECT LIBRO-BANCO ASSIGN TO UT-S-LIBBCO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-LIBBCO.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  APROBACION-PAGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-APROBACION.
       01  REG-APROBACION.
           05 APR-TIPO                  PIC X(01).
              88 APR-APRUEBA                       VALUE 'A'.
              88 APR-EXCLUYE                       VALUE 'X'.
           05 APR-PROVEEDOR             PIC 9(05).
           05 APR-FACTURA               PIC X(10).
           05 APR-USUARIO               PIC X(08).
           05 FILLER                    PIC X(56).

       FD  PROPUESTA-PAGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CP-PROPUESTA.
           COPY CPCTAPG1 REPLACING
                REG-CUENTA-PAGAR BY REG-CP-PROPUESTA
                CTAPAG-PROVEEDOR BY PRO-PROVEEDOR
                CTAPAG-FACTURA BY PRO-FACTURA
                CTAPAG-ARTICULO BY PRO-ARTICULO
                CTAPAG-FECHA-FACTURA BY PRO-FECHA-FACTURA
                CTAPAG-FECHA-VENCIM BY PRO-FECHA-VENCIM
                CTAPAG-IMPORTE BY PRO-IMPORTE
                CTAPAG-ESTADO BY PRO-ESTADO
                CTAPAG-ABIERTA BY PRO-ABIERTA
                CTAPAG-PAGADA BY PRO-PAGADA
                CTAPAG-FECHA-PAGO BY PRO-FECHA-PAGO
                CTAPAG-REFERENCIA-PAGO BY PRO-REFERENCIA-PAGO
                CTAPAG-TIPO-COMPROBANTE BY PRO-TIPO-COMPROBANTE
                CTAPAG-COMPROBANTE-A BY PRO-COMPROBANTE-A
                CTAPAG-COMPROBANTE-B BY PRO-COMPROBANTE-B
                CTAPAG-COMPROBANTE-C BY PRO-COMPROBANTE-C
                CTAPAG-NETO BY PRO-NETO
                CTAPAG-IVA BY PRO-IVA
                CTAPAG-PERCEPCION BY PRO-PERCEPCION.

       FD  CUENTAS-PAGAR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR.
           COPY CPCTAPG1.

       FD  CUENTAS-PAGAR-NUEVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CUENTA-PAGAR-NUEVO.
       01  REG-CUENTA-PAGAR-NUEVO       PIC X(100).

       FD  TRANSFERENCIA-BANCO-1
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANSFERENCIA-1.
       01  REG-TRANSFERENCIA-1          PIC X(80).

       FD  TRANSFERENCIA-BANCO-2
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANSFERENCIA-2.
       01  REG-TRANSFERENCIA-2          PIC X(80).

       FD  TRANSFERENCIA-BANCO-3
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANSFERENCIA-3.
       01  REG-TRANSFERENCIA-3          PIC X(80).

       FD  TASAS-RETENCION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TASA-RETENCION.
       01  REG-TASA-RETENCION.
           05 TRET-IMPUESTO             PIC X(03).
           05 TRET-CONDICION            PIC X(01).
           05 TRET-MINIMO               PIC 9(09)V99.
           05 TRET-PORCENTAJE           PIC 9(02)V99.
           05 FILLER                    PIC X(61).

       FD  RETENCIONES-PROVEEDORES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RETENCION-PROVEEDOR.
           COPY CPRETPRV.

       FD  CERTIFICADOS-RETENCION
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CERTIFICADO.
       01  REG-CERTIFICADO              PIC X(80).

       FD  AVISOS-PAGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-AVISO-PAGO.
       01  REG-AVISO-PAGO               PIC X(80).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  LIBRO-BANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LIBRO-BANCO.
           COPY CPLIBBC1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
      * --- FORMATO '01' (ESTANDAR): HEADER / DETALLE / TRAILER ---
       01  WS-TRF-HEADER.
           05 FILLER                    PIC X(01) VALUE 'H'.
           05 HDR-FECHA-GENERACION      PIC 9(08).
           05 HDR-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(08) VALUE 'PROVEED '.
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  WS-TRF-DETALLE.
           05 FILLER                    PIC X(01) VALUE 'D'.
           05 DSP-CODIGO-BANCO          PIC 9(03).
           05 DSP-CBU                   PIC X(22).
           05 DSP-PROVEEDOR             PIC 9(05).
           05 DSP-IMPORTE               PIC 9(11)V99.
           05 DSP-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(26) VALUE SPACES.

       01  WS-TRF-TRAILER.
           05 FILLER                    PIC X(01) VALUE 'T'.
           05 TRL-CANTIDAD              PIC 9(07).
           05 TRL-TOTAL                 PIC 9(13)V99.
           05 FILLER                    PIC X(57) VALUE SPACES.

      * --- FORMATO '02' (EXTENDIDO): HEADER / DETALLE / TRAILER ---
       01  WS-TRFX-HEADER.
           05 FILLER                    PIC X(02) VALUE 'HE'.
           05 HEX-CODIGO-BANCO          PIC 9(03).
           05 HEX-NOMBRE-BANCO          PIC X(30).
           05 HEX-FECHA-GENERACION      PIC 9(08).
           05 HEX-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(08) VALUE 'PROVEED '.
           05 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-TRFX-DETALLE.
           05 FILLER                    PIC X(02) VALUE 'DE'.
           05 DEX-CBU                   PIC X(22).
           05 DEX-IMPORTE               PIC 9(13)V99.
           05 DEX-PROVEEDOR             PIC 9(05).
           05 DEX-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(26) VALUE SPACES.

       01  WS-TRFX-TRAILER.
           05 FILLER                    PIC X(02) VALUE 'TE'.
           05 TEX-CANTIDAD              PIC 9(07).
           05 TEX-TOTAL                 PIC 9(15)V99.
           05 FILLER                    PIC X(54) VALUE SPACES.

      * --- AVISO DE PAGO AL PROVEEDOR ---
       01  WS-AVISO-TITULO.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(20)
              VALUE 'AVISO DE PAGO'.
           05 FILLER                    PIC X(07) VALUE 'FECHA: '.
           05 AVT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(25) VALUE SPACES.

       01  WS-AVISO-PROVEEDOR.
           05 FILLER                    PIC X(11)
              VALUE 'PROVEEDOR: '.
           05 AVP-CODIGO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 AVP-NOMBRE                PIC X(30).
           05 FILLER                    PIC X(32) VALUE SPACES.

       01  WS-AVISO-REFERENCIA.
           05 FILLER                    PIC X(16)
              VALUE 'TRANSFERENCIA: '.
           05 AVR-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(08) VALUE ' BANCO '.
           05 AVR-BANCO                 PIC 9(03).
           05 FILLER                    PIC X(06) VALUE ' CBU '.
           05 AVR-CBU                   PIC X(22).
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-AVISO-COLUMNAS.
           05 FILLER                    PIC X(15) VALUE 'FACTURA'.
           05 FILLER                    PIC X(10) VALUE 'FECHA'.
           05 FILLER                    PIC X(10) VALUE 'VENCE'.
           05 FILLER                    PIC X(15) VALUE 'IMPORTE'.
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-AVISO-DETALLE.
           05 AVD-FACTURA               PIC X(10).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 AVD-FECHA-FACTURA         PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 AVD-FECHA-VENCIM          PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 AVD-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(31) VALUE SPACES.

       01  WS-AVISO-RETENCION.
           05 AVRET-CONCEPTO            PIC X(20).
           05 FILLER                    PIC X(07) VALUE 'CERT. '.
           05 AVRET-CERTIFICADO         PIC 9(08).
           05 AVRET-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  WS-AVISO-TOTAL.
           05 AVTOT-CONCEPTO            PIC X(35).
           05 AVTOT-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(30) VALUE SPACES.

      * --- CERTIFICADO DE RETENCION, UNO POR PAGO CON RETENCION ---
       01  WS-CERT-TITULO.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'CERTIFICADO DE RETENCION NRO. '.
           05 CRT-NUMERO                PIC 9(08).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'FECHA: '.
           05 CRT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  WS-CERT-PROVEEDOR.
           05 FILLER                    PIC X(18)
              VALUE 'SUJETO RETENIDO: '.
           05 CRP-CODIGO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 CRP-NOMBRE                PIC X(30).
           05 FILLER                    PIC X(07) VALUE ' CUIT '.
           05 CRP-CUIT                  PIC X(11).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-CERT-PAGO.
           05 FILLER                    PIC X(18)
              VALUE 'PAGO REFERENCIA: '.
           05 CRG-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(20)
              VALUE '  IMPORTE DEL PAGO: '.
           05 CRG-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-CERT-COLUMNAS.
           05 FILLER                    PIC X(10) VALUE 'IMPUESTO'.
           05 FILLER                    PIC X(06) VALUE 'COND'.
           05 FILLER                    PIC X(18)
              VALUE 'BASE IMPONIBLE'.
           05 FILLER                    PIC X(10) VALUE 'ALICUOTA'.
           05 FILLER                    PIC X(15) VALUE 'RETENIDO'.
           05 FILLER                    PIC X(21) VALUE SPACES.

       01  WS-CERT-DETALLE.
           05 CRD-IMPUESTO              PIC X(03).
           05 FILLER                    PIC X(08) VALUE SPACES.
           05 CRD-CONDICION             PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 CRD-BASE                  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 CRD-PORCENTAJE            PIC Z9.99.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 CRD-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-CERT-TOTAL.
           05 FILLER                    PIC X(44)
              VALUE 'TOTAL RETENIDO'.
           05 CRT-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-CERT-FIRMA.
           05 FILLER                    PIC X(30)
              VALUE 'FIRMA AGENTE DE RETENCION: '.
           05 FILLER                    PIC X(30)
              VALUE '______________________________'.
           05 FILLER                    PIC X(20) VALUE SPACES.

      * --- REPORTE DE CONTROL DE TESORERIA ---
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'EJECUCION DE PAGO A PROVEEDORES'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-APROBACION.
           05 FILLER                    PIC X(20)
              VALUE 'APROBADA POR:'.
           05 LAP-USUARIO               PIC X(08).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(20)
              VALUE 'EXCLUSIONES:'.
           05 LAP-EXCLUSIONES           PIC ZZ9.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(07) VALUE 'PROV'.
           05 FILLER                    PIC X(12) VALUE 'FACTURA'.
           05 FILLER                    PIC X(16) VALUE 'IMPORTE'.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO'.
           05 FILLER                    PIC X(30) VALUE 'MENSAJE'.

       01  WS-DETALLE.
           05 DET-PROVEEDOR             PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-FACTURA               PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                    PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'TRANSFERIDO'.
           05 SUB-IMPORTE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(05) VALUE 'REF: '.
           05 SUB-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(06) VALUE ' RET: '.
           05 SUB-RETENIDO              PIC ZZ,ZZZ,ZZ9.99.

       01  WS-TITULO-BANCOS.
           05 FILLER                    PIC X(26)
              VALUE 'RESUMEN POR BANCO'.
           05 FILLER                    PIC X(08) VALUE 'FORMATO'.
           05 FILLER                    PIC X(10) VALUE 'CANTIDAD'.
           05 FILLER                    PIC X(18) VALUE 'TOTAL'.
           05 FILLER                    PIC X(05) VALUE 'CORTE'.

       01  WS-LINEA-BANCO.
           05 LBN-CODIGO                PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LBN-NOMBRE                PIC X(20).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 LBN-FORMATO               PIC X(02).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 LBN-CANTIDAD              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 LBN-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 LBN-HORA-CORTE.
              10 LBN-HORA-HH            PIC 9(02).
              10 FILLER                 PIC X(01) VALUE ':'.
              10 LBN-HORA-MM            PIC 9(02).

       01  WS-LINEA-FIRMA.
           05 FILLER                    PIC X(30)
              VALUE 'CONFORME TESORERIA: '.
           05 FILLER                    PIC X(30)
              VALUE '______________________________'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'PAGADAS:'.
           05 RES-PAGADAS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'EXCLUIDAS:'.
           05 RES-EXCLUIDAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'SIN PAGAR:'.
           05 RES-SIN-PAGAR             PIC ZZ,ZZ9.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(22)
              VALUE 'TRANSFERENCIAS:'.
           05 RES-TRANSFERENCIAS        PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(15)
              VALUE 'TOTAL PAGADO:'.
           05 RES-TOTAL-PAGADO          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN-3.
           05 FILLER                    PIC X(22)
              VALUE 'RETENIDO GANANCIAS:'.
           05 RES-RET-GANANCIAS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(15)
              VALUE 'RETENIDO IIBB:'.
           05 RES-RET-IIBB              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-SIN-APROBACION.
           05 FILLER                    PIC X(50)
              VALUE 'PROPUESTA NO APROBADA: NO SE PAGO NINGUNA FACTURA'.

      * --- ARCHIVOS Y SWITCHES ---
       01  WS-CODIGO-APROB              PIC X(02).
       01  WS-CODIGO-PROPUESTA          PIC X(02).
       01  WS-CODIGO-CTAPAG             PIC X(02).
       01  WS-CODIGO-CTAPAGN            PIC X(02).
       01  WS-CODIGO-TRF-1              PIC X(02).
       01  WS-CODIGO-TRF-2              PIC X(02).
       01  WS-CODIGO-TRF-3              PIC X(02).
       01  WS-CODIGO-AVISO              PIC X(02).
       01  WS-CODIGO-TRET               PIC X(02).
       01  WS-CODIGO-RETP               PIC X(02).
       01  WS-CODIGO-CERT               PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-LIBBCO             PIC X(02).
       01  SW-FIN-APROB                 PIC X(01) VALUE 'N'.
           88 FIN-DE-APROB                         VALUE 'S'.
       01  SW-FIN-PROPUESTA             PIC X(01) VALUE 'N'.
           88 FIN-DE-PROPUESTA                     VALUE 'S'.
       01  SW-FIN-CTAPAG                PIC X(01) VALUE 'N'.
           88 FIN-DE-CTAPAG                        VALUE 'S'.
       01  SW-PROPUESTA-APROBADA        PIC X(01) VALUE 'N'.
           88 PROPUESTA-APROBADA                   VALUE 'S'.
       01  SW-PROVEEDOR-PAGABLE         PIC X(01) VALUE 'N'.
           88 PROVEEDOR-PAGABLE                    VALUE 'S'.
       01  SW-FACTURA-EXCLUIDA          PIC X(01) VALUE 'N'.
           88 FACTURA-EXCLUIDA                     VALUE 'S'.
       01  SW-FACTURA-HALLADA           PIC X(01) VALUE 'N'.
           88 FACTURA-HALLADA                      VALUE 'S'.
       01  SW-AVISO-ABIERTO             PIC X(01) VALUE 'N'.
           88 AVISO-ABIERTO                        VALUE 'S'.
       01  SW-LIBRO-BANCO-ABIERTO       PIC X(01) VALUE 'N'.
           88 LIBRO-BANCO-ABIERTO                  VALUE 'S'.
       01  SW-FIN-TRET                  PIC X(01) VALUE 'N'.
           88 FIN-DE-TRET                          VALUE 'S'.
       01  SW-FIN-RETP                  PIC X(01) VALUE 'N'.
           88 FIN-DE-RETP                          VALUE 'S'.
       01  SW-TASA-HALLADA              PIC X(01) VALUE 'N'.
           88 TASA-HALLADA                         VALUE 'S'.

      * --- TABLA DE ALICUOTAS DE RETENCION POR IMPUESTO Y CONDICION
      * DEL PROVEEDOR: SE RETIENE SOBRE EL EXCEDENTE DEL PAGO POR
      * ENCIMA DEL MINIMO NO SUJETO. SIN FILA PARA LA CONDICION
      * (EXENTO) NO SE RETIENE.
       01  WS-TABLA-TASAS-RET.
           05 WS-CANTIDAD-TASAS-RET     PIC 9(02) VALUE ZEROS.
           05 WS-TASA-RET-TABLA OCCURS 20 TIMES.
              10 WS-TRET-IMPUESTO       PIC X(03).
              10 WS-TRET-CONDICION      PIC X(01).
              10 WS-TRET-MINIMO         PIC 9(09)V99.
              10 WS-TRET-PORCENTAJE     PIC 9(02)V99.
       01  WS-IDX-TRET                  PIC 9(02) COMP.
       01  WS-RET-IMPUESTO              PIC X(03).
       01  WS-RET-CONDICION             PIC X(01).
       01  WS-RET-BASE                  PIC 9(09)V99.
       01  WS-RET-IMPORTE               PIC 9(09)V99.
       01  WS-RETENIDO-PROVEEDOR        PIC S9(11)V99 COMP-3.
       01  WS-NETO-PROVEEDOR            PIC S9(11)V99 COMP-3.
       01  WS-ULTIMO-CERTIFICADO        PIC 9(08) VALUE ZEROS.
       01  WS-CONTADOR-CERTIFICADOS     PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BRUTO               PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-RET-GANANCIAS       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-RET-IIBB            PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-USUARIO-APROBO            PIC X(08) VALUE SPACES.
       01  WS-MENSAJE-PROVEEDOR         PIC X(30).

      * --- REFERENCIA DE TRANSFERENCIA: P + AAMMDD + CORRELATIVO ---
       01  WS-REFERENCIA-PAGO.
           05 FILLER                    PIC X(01) VALUE 'P'.
           05 WS-REF-FECHA              PIC 9(06).
           05 WS-REF-NUMERO             PIC 9(03) VALUE ZEROS.

      * --- FACTURAS PROPUESTAS, EN EL ORDEN DE LA PROPUESTA ---
      * SITUACION: N = NO ABIERTA EN CUENTAS-PAGAR, V = VIGENTE,
      * X = EXCLUIDA POR TESORERIA, S = PROVEEDOR SIN PAGO POR
      * BANCO, P = PAGADA EN ESTA CORRIDA.
       01  WS-MAXIMO-FACTURAS           PIC 9(04) VALUE 2000.
       01  WS-CANTIDAD-FACTURAS         PIC 9(04) VALUE ZEROS.
       01  WS-IDX-FAC                   PIC 9(04) COMP.
       01  WS-TABLA-FACTURAS.
           05 WS-FACTURA-PROPUESTA OCCURS 2000 TIMES.
              10 WS-FAC-PROVEEDOR       PIC 9(05).
              10 WS-FAC-FACTURA         PIC X(10).
              10 WS-FAC-FECHA-FACTURA   PIC 9(08).
              10 WS-FAC-FECHA-VENCIM    PIC 9(08).
              10 WS-FAC-IMPORTE         PIC 9(09)V99.
              10 WS-FAC-SITUACION       PIC X(01).
              10 WS-FAC-REFERENCIA      PIC X(10).

      * --- EXCLUSIONES DE TESORERIA (FACTURA EN BLANCO = TODO) ---
       01  WS-CANTIDAD-EXCLUSIONES      PIC 9(03) VALUE ZEROS.
       01  WS-IDX-EXC                   PIC 9(03) COMP.
       01  WS-TABLA-EXCLUSIONES.
           05 WS-EXCLUSION OCCURS 200 TIMES.
              10 WS-EXC-PROVEEDOR       PIC 9(05).
              10 WS-EXC-FACTURA         PIC X(10).

       01  WS-FUNCION-PRV               PIC X(02).
       01  WS-LLAVE-PRV                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-PRV           PIC 9(05) VALUE ZEROS.
       01  WS-USUARIO-PAG               PIC X(08) VALUE 'PAGOPROV'.
           COPY CPPROVWS.
       01  WS-CODIGO-PRV                PIC X(02).
       01  WS-PROVEEDOR-ANTERIOR        PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-PROVEEDOR           PIC S9(11)V99 COMP-3.

       01  WS-FUNCION-BCO               PIC X(02).
       01  WS-LLAVE-BCO                 PIC 9(03).
       01  WS-LLAVE-HASTA-BCO           PIC 9(03) VALUE 999.
       01  WS-REG-BANCO-MAE-AUX.
           05 WS-BCOM-CODIGO-AUX        PIC 9(03).
           05 WS-BCOM-NOMBRE-AUX        PIC X(30).
           05 WS-BCOM-FORMATO-AUX       PIC X(02).
           05 WS-BCOM-HORA-CORTE-AUX    PIC 9(04).
       01  WS-CODIGO-BCO                PIC X(02).

      * --- TABLA DE BANCOS: UNO POR DDNAME DE SALIDA (MAXIMO 3) ---
       01  WS-MAXIMO-BANCOS             PIC 9(02) VALUE 3.
       01  WS-CANTIDAD-BANCOS           PIC 9(02) VALUE ZEROS.
       01  WS-INDICE-BANCO              PIC 9(02) COMP.
       01  WS-BANCO-HALLADO             PIC 9(02) COMP.
       01  WS-TABLA-BANCOS.
           05 WS-BANCO-ENTRADA OCCURS 3 TIMES.
              10 WS-TAB-CODIGO          PIC 9(03).
              10 WS-TAB-NOMBRE          PIC X(30).
              10 WS-TAB-FORMATO         PIC X(02).
              10 WS-TAB-HORA-CORTE      PIC 9(04).
              10 WS-TAB-CANTIDAD        PIC 9(07).
              10 WS-TAB-TOTAL           PIC S9(13)V99 COMP-3.

       01  WS-REG-SALIDA                PIC X(80).

      * --- REGISTRO DE INTERFACES DE SALIDA ---
       01  WS-FUNCION-RINT              PIC X(02) VALUE 'RE'.
           COPY CPREGIF1.
       01  WS-CODIGO-RINT               PIC X(02).
       01  WS-NUMERO-DD                 PIC 9(01).
       01  WS-HORA-CORTE-AUX            PIC 9(04).
       01  FILLER REDEFINES WS-HORA-CORTE-AUX.
           05 WS-HORA-CORTE-HH          PIC 9(02).
           05 WS-HORA-CORTE-MM          PIC 9(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PAGADAS          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-EXCLUIDAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-SIN-PAGAR        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-TRANSFERENCIAS   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-PAGADO              PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'EJECUTA-PAGO-PROV'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF NOT PROPUESTA-APROBADA
              PERFORM 9500-SIN-APROBACION
              GOBACK
           END-IF

           PERFORM 1100-CARGA-TABLA-BANCOS
           PERFORM 2000-CARGA-PROPUESTA
           PERFORM 2500-CONFIRMA-FACTURAS-ABIERTAS

           PERFORM 1300-CARGA-TASAS-RETENCION
           PERFORM 1400-BUSCA-ULTIMO-CERTIFICADO
           PERFORM 1200-ABRE-SALIDAS-BANCO
           OPEN OUTPUT AVISOS-PAGO
           OPEN OUTPUT CERTIFICADOS-RETENCION
           PERFORM 1500-ABRE-LIBRO-BANCO
           MOVE 'AB' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PAG WS-REG-PROVEEDOR WS-CODIGO-PRV

           PERFORM 3000-PAGA-FACTURA
                   VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-CANTIDAD-FACTURAS
           IF WS-CANTIDAD-FACTURAS GREATER THAN ZEROS
              PERFORM 3300-CIERRA-PROVEEDOR
           END-IF

           PERFORM 4000-REESCRIBE-CUENTAS-PAGAR
           PERFORM 8950-GRABA-ASIENTO-GL
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LEE LAS TARJETAS DE TESORERIA: LA 'A' APRUEBA LA PROPUESTA
      * (SIN ELLA NO SE PAGA NADA), CADA 'X' DESMARCA UNA FACTURA
      * O UN PROVEEDOR ENTERO.
      * -----------------------------------------------------------
       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY (3:6) TO WS-REF-FECHA

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN INPUT APROBACION-PAGO
           IF WS-CODIGO-APROB NOT EQUAL ZEROS
              GO TO 1000-FIN
           END-IF
           PERFORM 1010-LEE-APROBACION UNTIL FIN-DE-APROB
           CLOSE APROBACION-PAGO

           MOVE WS-USUARIO-APROBO       TO LAP-USUARIO
           MOVE WS-CANTIDAD-EXCLUSIONES TO LAP-EXCLUSIONES
           WRITE REG-REPORTE FROM WS-LINEA-APROBACION
                 AFTER ADVANCING 2 LINES.
       1000-FIN.  EXIT.

       1010-LEE-APROBACION.
           READ APROBACION-PAGO
              AT END MOVE 'S' TO SW-FIN-APROB
           END-READ
           IF FIN-DE-APROB
              GO TO 1010-FIN
           END-IF

           EVALUATE TRUE
              WHEN APR-APRUEBA
                 IF APR-USUARIO NOT EQUAL SPACES
                    MOVE 'S' TO SW-PROPUESTA-APROBADA
                    MOVE APR-USUARIO TO WS-USUARIO-APROBO
                 END-IF
              WHEN APR-EXCLUYE
                 IF WS-CANTIDAD-EXCLUSIONES < 200
                    ADD 1 TO WS-CANTIDAD-EXCLUSIONES
                    MOVE APR-PROVEEDOR TO
                         WS-EXC-PROVEEDOR (WS-CANTIDAD-EXCLUSIONES)
                    MOVE APR-FACTURA TO
                         WS-EXC-FACTURA (WS-CANTIDAD-EXCLUSIONES)
                 ELSE
                    DISPLAY 'PAGO PROVEEDORES: MAS DE 200 EXCLUSIONES'
                    MOVE 'N' TO SW-PROPUESTA-APROBADA
                    MOVE 'S' TO SW-FIN-APROB
                 END-IF
              WHEN OTHER
                 DISPLAY 'PAGO PROVEEDORES: TARJETA DESCONOCIDA: '
                         REG-APROBACION
           END-EVALUATE.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * TABLA DE BANCOS DESDE BANCO-MAESTRO, EN ORDEN DE CODIGO,
      * IGUAL QUE LA DISPERSION DE HABERES: EL PRIMERO ESCRIBE EN
      * TRFPRV1, EL SEGUNDO EN TRFPRV2 Y EL TERCERO EN TRFPRV3.
      * -----------------------------------------------------------
       1100-CARGA-TABLA-BANCOS.
           MOVE 'AB' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PAG WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO

           MOVE ZEROS TO WS-LLAVE-BCO
           MOVE 'RI' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PAG WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO

           PERFORM 1110-AGREGA-BANCO-TABLA
                   UNTIL WS-CODIGO-BCO NOT EQUAL ZEROS

           MOVE 'CI' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PAG WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO

           IF WS-CANTIDAD-BANCOS EQUAL ZEROS
              DISPLAY 'PAGO PROVEEDORES: MAESTRO DE BANCOS VACIO'
              MOVE 16 TO RETURN-CODE
              CLOSE REPORTE
              GOBACK
           END-IF.
       1100-FIN.  EXIT.

       1110-AGREGA-BANCO-TABLA.
           IF WS-CANTIDAD-BANCOS EQUAL WS-MAXIMO-BANCOS
              DISPLAY 'PAGO PROVEEDORES: MAS BANCOS QUE SALIDAS - '
                      'CODIGO: ' WS-BCOM-CODIGO-AUX
              MOVE 16 TO RETURN-CODE
              CLOSE REPORTE
              GOBACK
           END-IF

           ADD 1 TO WS-CANTIDAD-BANCOS
           MOVE WS-BCOM-CODIGO-AUX
             TO WS-TAB-CODIGO (WS-CANTIDAD-BANCOS)
           MOVE WS-BCOM-NOMBRE-AUX
             TO WS-TAB-NOMBRE (WS-CANTIDAD-BANCOS)
           MOVE WS-BCOM-FORMATO-AUX
             TO WS-TAB-FORMATO (WS-CANTIDAD-BANCOS)
           MOVE WS-BCOM-HORA-CORTE-AUX
             TO WS-TAB-HORA-CORTE (WS-CANTIDAD-BANCOS)
           MOVE ZEROS TO WS-TAB-CANTIDAD (WS-CANTIDAD-BANCOS)
           MOVE ZEROS TO WS-TAB-TOTAL (WS-CANTIDAD-BANCOS)

           MOVE 'RS' TO WS-FUNCION-BCO
           CALL 'BANCOS-MAESTRO-I-O'
                USING WS-FUNCION-BCO WS-LLAVE-BCO WS-LLAVE-HASTA-BCO
                      WS-USUARIO-PAG WS-REG-BANCO-MAE-AUX
                      WS-CODIGO-BCO.
       1110-FIN.  EXIT.

       1200-ABRE-SALIDAS-BANCO.
           OPEN OUTPUT TRANSFERENCIA-BANCO-1
           IF WS-CANTIDAD-BANCOS GREATER THAN 1
              OPEN OUTPUT TRANSFERENCIA-BANCO-2
           END-IF
           IF WS-CANTIDAD-BANCOS GREATER THAN 2
              OPEN OUTPUT TRANSFERENCIA-BANCO-3
           END-IF

           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 1210-ESCRIBE-HEADER-BANCO
                   WS-CANTIDAD-BANCOS TIMES.
       1200-FIN.  EXIT.

       1210-ESCRIBE-HEADER-BANCO.
           ADD 1 TO WS-INDICE-BANCO
           IF WS-TAB-FORMATO (WS-INDICE-BANCO) EQUAL '02'
              MOVE WS-TAB-CODIGO (WS-INDICE-BANCO)
                TO HEX-CODIGO-BANCO
              MOVE WS-TAB-NOMBRE (WS-INDICE-BANCO)
                TO HEX-NOMBRE-BANCO
              MOVE WS-FECHA-HOY       TO HEX-FECHA-GENERACION
              MOVE WS-ANIO-MES-HOY-AM TO HEX-PERIODO
              MOVE WS-TRFX-HEADER     TO WS-REG-SALIDA
           ELSE
              MOVE WS-FECHA-HOY       TO HDR-FECHA-GENERACION
              MOVE WS-ANIO-MES-HOY-AM TO HDR-PERIODO
              MOVE WS-TRF-HEADER      TO WS-REG-SALIDA
           END-IF
           PERFORM 3500-ESCRIBE-SALIDA-BANCO.
       1210-FIN.  EXIT.

      * -----------------------------------------------------------
      * ALICUOTAS DE RETENCION POR TARJETA (IMPUESTO, CONDICION,
      * MINIMO NO SUJETO Y PORCENTAJE); SIN ARCHIVO SE PAGA SIN
      * RETENER, AVISANDO POR CONSOLA.
      * -----------------------------------------------------------
       1300-CARGA-TASAS-RETENCION.
           OPEN INPUT TASAS-RETENCION
           IF WS-CODIGO-TRET NOT EQUAL ZEROS
              DISPLAY 'SIN TABLA DE RETENCIONES: NO SE RETIENE '
                      'A PROVEEDORES'
              GO TO 1300-FIN
           END-IF

           PERFORM 1310-CARGA-UNA-TASA UNTIL FIN-DE-TRET
           CLOSE TASAS-RETENCION.
       1300-FIN.  EXIT.

       1310-CARGA-UNA-TASA.
           READ TASAS-RETENCION
              AT END MOVE 'S' TO SW-FIN-TRET
           END-READ
           IF NOT FIN-DE-TRET
              IF WS-CANTIDAD-TASAS-RET < 20
                 ADD 1 TO WS-CANTIDAD-TASAS-RET
                 MOVE TRET-IMPUESTO TO
                      WS-TRET-IMPUESTO (WS-CANTIDAD-TASAS-RET)
                 MOVE TRET-CONDICION TO
                      WS-TRET-CONDICION (WS-CANTIDAD-TASAS-RET)
                 MOVE TRET-MINIMO TO
                      WS-TRET-MINIMO (WS-CANTIDAD-TASAS-RET)
                 MOVE TRET-PORCENTAJE TO
                      WS-TRET-PORCENTAJE (WS-CANTIDAD-TASAS-RET)
              END-IF
           END-IF.
       1310-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS CERTIFICADOS SIGUEN LA NUMERACION DEL ARCHIVO DE
      * RETENCIONES, QUE SE ACUMULA: SE BUSCA EL ULTIMO NUMERO Y
      * SE REABRE PARA AGREGAR LAS RETENCIONES DE ESTA CORRIDA.
      * -----------------------------------------------------------
       1400-BUSCA-ULTIMO-CERTIFICADO.
           OPEN INPUT RETENCIONES-PROVEEDORES
           IF WS-CODIGO-RETP EQUAL ZEROS
              PERFORM 1410-LEE-RETENCION UNTIL FIN-DE-RETP
              CLOSE RETENCIONES-PROVEEDORES
           END-IF

           OPEN EXTEND RETENCIONES-PROVEEDORES
           IF WS-CODIGO-RETP NOT EQUAL ZEROS
              OPEN OUTPUT RETENCIONES-PROVEEDORES
           END-IF.
       1400-FIN.  EXIT.

       1410-LEE-RETENCION.
           READ RETENCIONES-PROVEEDORES
              AT END MOVE 'S' TO SW-FIN-RETP
           END-READ
           IF NOT FIN-DE-RETP
              IF RETP-CERTIFICADO GREATER THAN WS-ULTIMO-CERTIFICADO
                 MOVE RETP-CERTIFICADO TO WS-ULTIMO-CERTIFICADO
              END-IF
           END-IF.
       1410-FIN.  EXIT.

      * -----------------------------------------------------------
      * LIBRO-BANCO SE ACUMULA HASTA QUE LA CONCILIACION LO CONSUME;
      * SI NO SE PUEDE ABRIR SE PAGA IGUAL Y SE AVISA POR CONSOLA.
      * -----------------------------------------------------------
       1500-ABRE-LIBRO-BANCO.
           OPEN EXTEND LIBRO-BANCO
           IF WS-CODIGO-LIBBCO NOT EQUAL ZEROS
              OPEN OUTPUT LIBRO-BANCO
           END-IF
           IF WS-CODIGO-LIBBCO EQUAL ZEROS
              MOVE 'S' TO SW-LIBRO-BANCO-ABIERTO
           ELSE
              DISPLAY 'NO SE PUDO ABRIR LIBRO-BANCO - STATUS: '
                      WS-CODIGO-LIBBCO
           END-IF.
       1500-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA PROPUESTA VIENE ORDENADA POR PROVEEDOR Y VENCIMIENTO;
      * SE CARGA ENTERA PARA CONFIRMARLA CONTRA CUENTAS-PAGAR
      * ANTES DE GENERAR UNA SOLA TRANSFERENCIA.
      * -----------------------------------------------------------
       2000-CARGA-PROPUESTA.
           OPEN INPUT PROPUESTA-PAGO
           IF WS-CODIGO-PROPUESTA NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR PROPUESTA-PAGO - STATUS: '
                      WS-CODIGO-PROPUESTA
              GO TO 2000-FIN
           END-IF
           PERFORM 2010-LEE-PROPUESTA UNTIL FIN-DE-PROPUESTA
           CLOSE PROPUESTA-PAGO.
       2000-FIN.  EXIT.

       2010-LEE-PROPUESTA.
           READ PROPUESTA-PAGO
              AT END MOVE 'S' TO SW-FIN-PROPUESTA
           END-READ
           IF FIN-DE-PROPUESTA
              GO TO 2010-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-LEIDAS
           IF WS-CANTIDAD-FACTURAS NOT LESS THAN WS-MAXIMO-FACTURAS
              DISPLAY 'PAGO PROVEEDORES: PROPUESTA MAYOR A 2000 '
                      'FACTURAS, EXCEDENTE QUEDA PARA LA PROXIMA'
              MOVE 'S' TO SW-FIN-PROPUESTA
              GO TO 2010-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-FACTURAS
           MOVE WS-CANTIDAD-FACTURAS TO WS-IDX-FAC
           MOVE PRO-PROVEEDOR     TO WS-FAC-PROVEEDOR (WS-IDX-FAC)
           MOVE PRO-FACTURA       TO WS-FAC-FACTURA (WS-IDX-FAC)
           MOVE PRO-FECHA-FACTURA TO WS-FAC-FECHA-FACTURA (WS-IDX-FAC)
           MOVE PRO-FECHA-VENCIM  TO WS-FAC-FECHA-VENCIM (WS-IDX-FAC)
           MOVE PRO-IMPORTE       TO WS-FAC-IMPORTE (WS-IDX-FAC)
           MOVE 'N'               TO WS-FAC-SITUACION (WS-IDX-FAC)
           MOVE SPACES            TO WS-FAC-REFERENCIA (WS-IDX-FAC).
       2010-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO QUEDA VIGENTE LA FACTURA PROPUESTA QUE SIGUE ABIERTA
      * EN CUENTAS-PAGAR: LA YA PAGADA NO SE VUELVE A PAGAR.
      * -----------------------------------------------------------
       2500-CONFIRMA-FACTURAS-ABIERTAS.
           OPEN INPUT CUENTAS-PAGAR
           IF WS-CODIGO-CTAPAG NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CUENTAS-PAGAR - STATUS: '
                      WS-CODIGO-CTAPAG
              MOVE 16 TO RETURN-CODE
              CLOSE REPORTE
              GOBACK
           END-IF
           MOVE 'N' TO SW-FIN-CTAPAG
           PERFORM 2510-CONFIRMA-UNA-FACTURA UNTIL FIN-DE-CTAPAG
           CLOSE CUENTAS-PAGAR.
       2500-FIN.  EXIT.

       2510-CONFIRMA-UNA-FACTURA.
           READ CUENTAS-PAGAR
              AT END MOVE 'S' TO SW-FIN-CTAPAG
           END-READ
           IF FIN-DE-CTAPAG OR NOT CTAPAG-ABIERTA
              GO TO 2510-FIN
           END-IF

           PERFORM 2600-BUSCA-FACTURA-TABLA
           IF FACTURA-HALLADA
              MOVE 'V' TO WS-FAC-SITUACION (WS-IDX-FAC)
           END-IF.
       2510-FIN.  EXIT.

       2600-BUSCA-FACTURA-TABLA.
           MOVE 'N' TO SW-FACTURA-HALLADA
           PERFORM 2610-COMPARA-FACTURA
                   VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-CANTIDAD-FACTURAS
                   OR FACTURA-HALLADA
           IF FACTURA-HALLADA
              SUBTRACT 1 FROM WS-IDX-FAC
           END-IF.
       2600-FIN.  EXIT.

       2610-COMPARA-FACTURA.
           IF WS-FAC-PROVEEDOR (WS-IDX-FAC) EQUAL CTAPAG-PROVEEDOR
              AND WS-FAC-FACTURA (WS-IDX-FAC) EQUAL CTAPAG-FACTURA
              MOVE 'S' TO SW-FACTURA-HALLADA
           END-IF.
       2610-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECORRE LA PROPUESTA CON CORTE POR PROVEEDOR: CADA FACTURA
      * VIGENTE, NO EXCLUIDA Y DE PROVEEDOR CON BANCO SE PAGA; EL
      * TOTAL DEL PROVEEDOR SALE EN UNA SOLA TRANSFERENCIA.
      * -----------------------------------------------------------
       3000-PAGA-FACTURA.
           IF WS-IDX-FAC EQUAL 1
              PERFORM 3200-ABRE-PROVEEDOR
           ELSE
              IF WS-FAC-PROVEEDOR (WS-IDX-FAC) NOT EQUAL
                    WS-PROVEEDOR-ANTERIOR
                 PERFORM 3300-CIERRA-PROVEEDOR
                 PERFORM 3200-ABRE-PROVEEDOR
              END-IF
           END-IF

           MOVE WS-FAC-PROVEEDOR (WS-IDX-FAC) TO DET-PROVEEDOR
           MOVE WS-FAC-FACTURA (WS-IDX-FAC)   TO DET-FACTURA
           MOVE WS-FAC-IMPORTE (WS-IDX-FAC)   TO DET-IMPORTE
           PERFORM 3100-VERIFICA-EXCLUSION

           EVALUATE TRUE
              WHEN WS-FAC-SITUACION (WS-IDX-FAC) NOT EQUAL 'V'
                 ADD 1 TO WS-CONTADOR-SIN-PAGAR
                 MOVE 'OMITIDA'    TO DET-RESULTADO
                 MOVE 'YA PAGADA O NO ESTA EN CTAS PAG'
                      TO DET-MENSAJE
              WHEN FACTURA-EXCLUIDA
                 ADD 1 TO WS-CONTADOR-EXCLUIDAS
                 MOVE 'X'          TO WS-FAC-SITUACION (WS-IDX-FAC)
                 MOVE 'EXCLUIDA'   TO DET-RESULTADO
                 MOVE 'DESMARCADA POR TESORERIA' TO DET-MENSAJE
              WHEN NOT PROVEEDOR-PAGABLE
                 ADD 1 TO WS-CONTADOR-SIN-PAGAR
                 MOVE 'S'          TO WS-FAC-SITUACION (WS-IDX-FAC)
                 MOVE 'SIN PAGAR'  TO DET-RESULTADO
                 MOVE WS-MENSAJE-PROVEEDOR TO DET-MENSAJE
              WHEN OTHER
                 PERFORM 3150-REGISTRA-PAGO
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       3000-FIN.  EXIT.

       3100-VERIFICA-EXCLUSION.
           MOVE 'N' TO SW-FACTURA-EXCLUIDA
           PERFORM 3110-COMPARA-EXCLUSION
                   VARYING WS-IDX-EXC FROM 1 BY 1
                   UNTIL WS-IDX-EXC > WS-CANTIDAD-EXCLUSIONES
                   OR FACTURA-EXCLUIDA.
       3100-FIN.  EXIT.

       3110-COMPARA-EXCLUSION.
           IF WS-EXC-PROVEEDOR (WS-IDX-EXC) EQUAL
                 WS-FAC-PROVEEDOR (WS-IDX-FAC)
              IF WS-EXC-FACTURA (WS-IDX-EXC) EQUAL SPACES
                 OR WS-EXC-FACTURA (WS-IDX-EXC) EQUAL
                    WS-FAC-FACTURA (WS-IDX-FAC)
                 MOVE 'S' TO SW-FACTURA-EXCLUIDA
              END-IF
           END-IF.
       3110-FIN.  EXIT.

       3150-REGISTRA-PAGO.
           IF NOT AVISO-ABIERTO
              PERFORM 3400-ABRE-AVISO
           END-IF

           ADD 1 TO WS-CONTADOR-PAGADAS
           ADD WS-FAC-IMPORTE (WS-IDX-FAC) TO WS-TOTAL-PROVEEDOR
           MOVE 'P' TO WS-FAC-SITUACION (WS-IDX-FAC)
           MOVE WS-REFERENCIA-PAGO TO WS-FAC-REFERENCIA (WS-IDX-FAC)
           MOVE 'PAGADA'     TO DET-RESULTADO
           MOVE 'EN TRANSFERENCIA AL PROVEEDOR' TO DET-MENSAJE

           MOVE WS-FAC-FACTURA (WS-IDX-FAC)       TO AVD-FACTURA
           MOVE WS-FAC-FECHA-FACTURA (WS-IDX-FAC) TO AVD-FECHA-FACTURA
           MOVE WS-FAC-FECHA-VENCIM (WS-IDX-FAC)  TO AVD-FECHA-VENCIM
           MOVE WS-FAC-IMPORTE (WS-IDX-FAC)       TO AVD-IMPORTE
           WRITE REG-AVISO-PAGO FROM WS-AVISO-DETALLE
                 AFTER ADVANCING 1 LINE.
       3150-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL PROVEEDOR SE PAGA SOLO SI EXISTE, ESTA ACTIVO, TIENE CBU
      * Y SU BANCO ESTA EN EL MAESTRO DE BANCOS.
      * -----------------------------------------------------------
       3200-ABRE-PROVEEDOR.
           MOVE WS-FAC-PROVEEDOR (WS-IDX-FAC) TO WS-PROVEEDOR-ANTERIOR
                                                 WS-LLAVE-PRV
           MOVE ZEROS  TO WS-TOTAL-PROVEEDOR
           MOVE 'N'    TO SW-AVISO-ABIERTO
           MOVE 'N'    TO SW-PROVEEDOR-PAGABLE
           MOVE ZEROS  TO WS-BANCO-HALLADO

           MOVE 'LE' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PAG WS-REG-PROVEEDOR WS-CODIGO-PRV

           EVALUATE TRUE
              WHEN WS-CODIGO-PRV NOT EQUAL ZEROS
                 MOVE SPACES TO WS-REG-PROVEEDOR
                 MOVE 'PROVEEDOR INEXISTENTE'
                      TO WS-MENSAJE-PROVEEDOR
                 GO TO 3200-FIN
              WHEN WS-PROV-DE-BAJA
                 MOVE 'PROVEEDOR DADO DE BAJA'
                      TO WS-MENSAJE-PROVEEDOR
                 GO TO 3200-FIN
              WHEN WS-PROV-CBU EQUAL SPACES
                 OR WS-PROV-CODIGO-BANCO NOT NUMERIC
                 MOVE 'PROVEEDOR SIN DATOS BANCARIOS'
                      TO WS-MENSAJE-PROVEEDOR
                 GO TO 3200-FIN
           END-EVALUATE

           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 3210-COMPARA-BANCO-TABLA
                   WS-CANTIDAD-BANCOS TIMES
           IF WS-BANCO-HALLADO EQUAL ZEROS
              MOVE 'BANCO DEL PROVEEDOR NO REGISTR.'
                   TO WS-MENSAJE-PROVEEDOR
              GO TO 3200-FIN
           END-IF

           MOVE 'S' TO SW-PROVEEDOR-PAGABLE
           ADD 1 TO WS-REF-NUMERO.
       3200-FIN.  EXIT.

       3210-COMPARA-BANCO-TABLA.
           ADD 1 TO WS-INDICE-BANCO
           IF WS-TAB-CODIGO (WS-INDICE-BANCO) EQUAL
              WS-PROV-CODIGO-BANCO
              MOVE WS-INDICE-BANCO TO WS-BANCO-HALLADO
           END-IF.
       3210-FIN.  EXIT.

      * -----------------------------------------------------------
      * CIERRE DEL PROVEEDOR: SI SE LE PAGO ALGO, UNA TRANSFERENCIA
      * POR EL TOTAL EN EL ARCHIVO DE SU BANCO Y EL PIE DEL AVISO.
      * -----------------------------------------------------------
       3300-CIERRA-PROVEEDOR.
           IF WS-TOTAL-PROVEEDOR NOT GREATER THAN ZEROS
              GO TO 3300-FIN
           END-IF

           MOVE 'TOTAL FACTURAS CANCELADAS' TO AVTOT-CONCEPTO
           MOVE WS-TOTAL-PROVEEDOR TO AVTOT-IMPORTE
           WRITE REG-AVISO-PAGO FROM WS-AVISO-TOTAL
                 AFTER ADVANCING 2 LINES

      *    LAS RETENCIONES SE DESCUENTAN DEL PAGO: SE TRANSFIERE EL
      *    NETO Y LO RETENIDO QUEDA CERTIFICADO AL PROVEEDOR.
           PERFORM 3600-CALCULA-RETENCIONES
           ADD WS-TOTAL-PROVEEDOR TO WS-TOTAL-BRUTO

           MOVE WS-BANCO-HALLADO TO WS-INDICE-BANCO
           ADD 1 TO WS-CONTADOR-TRANSFERENCIAS
           ADD 1 TO WS-TAB-CANTIDAD (WS-INDICE-BANCO)
           ADD WS-NETO-PROVEEDOR TO WS-TAB-TOTAL (WS-INDICE-BANCO)
           ADD WS-NETO-PROVEEDOR TO WS-TOTAL-PAGADO

           IF WS-TAB-FORMATO (WS-INDICE-BANCO) EQUAL '02'
              MOVE WS-PROV-CBU           TO DEX-CBU
              MOVE WS-NETO-PROVEEDOR     TO DEX-IMPORTE
              MOVE WS-PROVEEDOR-ANTERIOR TO DEX-PROVEEDOR
              MOVE WS-REFERENCIA-PAGO    TO DEX-REFERENCIA
              MOVE WS-TRFX-DETALLE       TO WS-REG-SALIDA
           ELSE
              MOVE WS-PROV-CODIGO-BANCO  TO DSP-CODIGO-BANCO
              MOVE WS-PROV-CBU           TO DSP-CBU
              MOVE WS-PROVEEDOR-ANTERIOR TO DSP-PROVEEDOR
              MOVE WS-NETO-PROVEEDOR     TO DSP-IMPORTE
              MOVE WS-REFERENCIA-PAGO    TO DSP-REFERENCIA
              MOVE WS-TRF-DETALLE        TO WS-REG-SALIDA
           END-IF
           PERFORM 3500-ESCRIBE-SALIDA-BANCO
           PERFORM 3550-REGISTRA-LIBRO-BANCO

           MOVE 'NETO TRANSFERIDO'  TO AVTOT-CONCEPTO
           MOVE WS-NETO-PROVEEDOR TO AVTOT-IMPORTE
           WRITE REG-AVISO-PAGO FROM WS-AVISO-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE WS-NETO-PROVEEDOR     TO SUB-IMPORTE
           MOVE WS-REFERENCIA-PAGO    TO SUB-REFERENCIA
           MOVE WS-RETENIDO-PROVEEDOR TO SUB-RETENIDO
           WRITE REG-REPORTE FROM WS-LINEA-SUBTOTAL
                 AFTER ADVANCING 1 LINE.
       3300-FIN.  EXIT.

       3400-ABRE-AVISO.
           MOVE 'S' TO SW-AVISO-ABIERTO
           MOVE WS-FECHA-HOY          TO AVT-FECHA
           MOVE WS-PROVEEDOR-ANTERIOR TO AVP-CODIGO
           MOVE WS-PROV-NOMBRE        TO AVP-NOMBRE
           MOVE WS-REFERENCIA-PAGO    TO AVR-REFERENCIA
           MOVE WS-PROV-CODIGO-BANCO  TO AVR-BANCO
           MOVE WS-PROV-CBU           TO AVR-CBU
           WRITE REG-AVISO-PAGO FROM WS-AVISO-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-AVISO-PAGO FROM WS-AVISO-PROVEEDOR
                 AFTER ADVANCING 2 LINES
           WRITE REG-AVISO-PAGO FROM WS-AVISO-REFERENCIA
                 AFTER ADVANCING 1 LINE
           WRITE REG-AVISO-PAGO FROM WS-AVISO-COLUMNAS
                 AFTER ADVANCING 2 LINES.
       3400-FIN.  EXIT.

       3500-ESCRIBE-SALIDA-BANCO.
           EVALUATE WS-INDICE-BANCO
              WHEN 1
                 WRITE REG-TRANSFERENCIA-1 FROM WS-REG-SALIDA
              WHEN 2
                 WRITE REG-TRANSFERENCIA-2 FROM WS-REG-SALIDA
              WHEN 3
                 WRITE REG-TRANSFERENCIA-3 FROM WS-REG-SALIDA
           END-EVALUATE.
       3500-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEBITO DE LA TRANSFERENCIA EN LIBRO-BANCO: EL BANCO LO
      * INFORMA EN EL EXTRACTO CON LA MISMA REFERENCIA DEL PAGO.
      * -----------------------------------------------------------
       3550-REGISTRA-LIBRO-BANCO.
           IF NOT LIBRO-BANCO-ABIERTO
              GO TO 3550-FIN
           END-IF

           MOVE SPACES             TO REG-LIBRO-BANCO
           MOVE WS-FECHA-HOY       TO LBC-FECHA
           MOVE 'D'                TO LBC-TIPO
           MOVE 'PRV'              TO LBC-ORIGEN
           MOVE WS-REFERENCIA-PAGO TO LBC-REFERENCIA
           MOVE WS-NETO-PROVEEDOR  TO LBC-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA TO LBC-PROGRAMA
           WRITE REG-LIBRO-BANCO.
       3550-FIN.  EXIT.

      * -----------------------------------------------------------
      * RETENCIONES DEL PAGO: GANANCIAS E INGRESOS BRUTOS SEGUN LA
      * CONDICION DEL PROVEEDOR (EN BLANCO CUENTA COMO NO INSCRIPTO).
      * LA PRIMERA RETENCION DEL PAGO ABRE SU CERTIFICADO.
      * -----------------------------------------------------------
       3600-CALCULA-RETENCIONES.
           MOVE ZEROS TO WS-RETENIDO-PROVEEDOR

           MOVE 'GAN' TO WS-RET-IMPUESTO
           MOVE WS-PROV-COND-GANANCIAS TO WS-RET-CONDICION
           PERFORM 3610-RETIENE-IMPUESTO

           MOVE 'IIB' TO WS-RET-IMPUESTO
           MOVE WS-PROV-COND-IIBB TO WS-RET-CONDICION
           PERFORM 3610-RETIENE-IMPUESTO

           COMPUTE WS-NETO-PROVEEDOR =
                   WS-TOTAL-PROVEEDOR - WS-RETENIDO-PROVEEDOR

           IF WS-RETENIDO-PROVEEDOR GREATER THAN ZEROS
              MOVE WS-RETENIDO-PROVEEDOR TO CRT-TOTAL
              WRITE REG-CERTIFICADO FROM WS-CERT-TOTAL
                    AFTER ADVANCING 2 LINES
              WRITE REG-CERTIFICADO FROM WS-CERT-FIRMA
                    AFTER ADVANCING 3 LINES
           END-IF.
       3600-FIN.  EXIT.

       3610-RETIENE-IMPUESTO.
           IF WS-RET-CONDICION EQUAL SPACES
              MOVE 'N' TO WS-RET-CONDICION
           END-IF

           MOVE 'N' TO SW-TASA-HALLADA
           PERFORM 3620-COMPARA-TASA
                   VARYING WS-IDX-TRET FROM 1 BY 1
                   UNTIL WS-IDX-TRET > WS-CANTIDAD-TASAS-RET
                   OR TASA-HALLADA
           IF NOT TASA-HALLADA
              GO TO 3610-FIN
           END-IF
           SUBTRACT 1 FROM WS-IDX-TRET

           IF WS-TOTAL-PROVEEDOR NOT GREATER THAN
                 WS-TRET-MINIMO (WS-IDX-TRET)
              GO TO 3610-FIN
           END-IF

           COMPUTE WS-RET-BASE =
                   WS-TOTAL-PROVEEDOR - WS-TRET-MINIMO (WS-IDX-TRET)
           COMPUTE WS-RET-IMPORTE ROUNDED =
                   WS-RET-BASE * WS-TRET-PORCENTAJE (WS-IDX-TRET)
                   / 100
           IF WS-RET-IMPORTE EQUAL ZEROS
              GO TO 3610-FIN
           END-IF

           IF WS-RETENIDO-PROVEEDOR EQUAL ZEROS
              PERFORM 3630-ABRE-CERTIFICADO
           END-IF
           ADD WS-RET-IMPORTE TO WS-RETENIDO-PROVEEDOR
           IF WS-RET-IMPUESTO EQUAL 'GAN'
              ADD WS-RET-IMPORTE TO WS-TOTAL-RET-GANANCIAS
              MOVE 'RETENCION GANANCIAS' TO AVRET-CONCEPTO
           ELSE
              ADD WS-RET-IMPORTE TO WS-TOTAL-RET-IIBB
              MOVE 'RETENCION IIBB'      TO AVRET-CONCEPTO
           END-IF

           MOVE SPACES                 TO REG-RETENCION-PROVEEDOR
           MOVE WS-ULTIMO-CERTIFICADO  TO RETP-CERTIFICADO
           MOVE WS-PROVEEDOR-ANTERIOR  TO RETP-PROVEEDOR
           MOVE WS-PROV-CUIT           TO RETP-CUIT
           MOVE WS-RET-IMPUESTO        TO RETP-IMPUESTO
           MOVE WS-RET-CONDICION       TO RETP-CONDICION
           MOVE WS-FECHA-HOY           TO RETP-FECHA-PAGO
           MOVE WS-REFERENCIA-PAGO     TO RETP-REFERENCIA-PAGO
           MOVE WS-TOTAL-PROVEEDOR     TO RETP-IMPORTE-PAGO
           MOVE WS-RET-BASE            TO RETP-BASE-IMPONIBLE
           MOVE WS-TRET-PORCENTAJE (WS-IDX-TRET) TO RETP-PORCENTAJE
           MOVE WS-RET-IMPORTE         TO RETP-IMPORTE
           MOVE 'N'                    TO RETP-REMITIDA
           MOVE ZEROS                  TO RETP-FECHA-REMESA
           WRITE REG-RETENCION-PROVEEDOR

           MOVE WS-RET-IMPUESTO        TO CRD-IMPUESTO
           MOVE WS-RET-CONDICION       TO CRD-CONDICION
           MOVE WS-RET-BASE            TO CRD-BASE
           MOVE WS-TRET-PORCENTAJE (WS-IDX-TRET) TO CRD-PORCENTAJE
           MOVE WS-RET-IMPORTE         TO CRD-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-CERT-DETALLE
                 AFTER ADVANCING 1 LINE

           MOVE WS-ULTIMO-CERTIFICADO  TO AVRET-CERTIFICADO
           COMPUTE AVRET-IMPORTE = ZEROS - WS-RET-IMPORTE
           WRITE REG-AVISO-PAGO FROM WS-AVISO-RETENCION
                 AFTER ADVANCING 1 LINE.
       3610-FIN.  EXIT.

       3620-COMPARA-TASA.
           IF WS-TRET-IMPUESTO (WS-IDX-TRET) EQUAL WS-RET-IMPUESTO
              AND WS-TRET-CONDICION (WS-IDX-TRET) EQUAL
                  WS-RET-CONDICION
              MOVE 'S' TO SW-TASA-HALLADA
           END-IF.
       3620-FIN.  EXIT.

       3630-ABRE-CERTIFICADO.
           ADD 1 TO WS-ULTIMO-CERTIFICADO
           ADD 1 TO WS-CONTADOR-CERTIFICADOS
           MOVE WS-ULTIMO-CERTIFICADO TO CRT-NUMERO
           MOVE WS-FECHA-HOY          TO CRT-FECHA
           MOVE WS-PROVEEDOR-ANTERIOR TO CRP-CODIGO
           MOVE WS-PROV-NOMBRE        TO CRP-NOMBRE
           MOVE WS-PROV-CUIT          TO CRP-CUIT
           MOVE WS-REFERENCIA-PAGO    TO CRG-REFERENCIA
           MOVE WS-TOTAL-PROVEEDOR    TO CRG-IMPORTE
           WRITE REG-CERTIFICADO FROM WS-CERT-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-CERTIFICADO FROM WS-CERT-PROVEEDOR
                 AFTER ADVANCING 2 LINES
           WRITE REG-CERTIFICADO FROM WS-CERT-PAGO
                 AFTER ADVANCING 1 LINE
           WRITE REG-CERTIFICADO FROM WS-CERT-COLUMNAS
                 AFTER ADVANCING 2 LINES.
       3630-FIN.  EXIT.

      * -----------------------------------------------------------
      * CUENTAS-PAGAR SE COPIA COMPLETA AL ARCHIVO NUEVO; LA
      * FACTURA PAGADA EN ESTA CORRIDA SALE MARCADA 'P' CON LA
      * FECHA DE PAGO Y LA REFERENCIA DE SU TRANSFERENCIA.
      * -----------------------------------------------------------
       4000-REESCRIBE-CUENTAS-PAGAR.
           OPEN INPUT CUENTAS-PAGAR
           OPEN OUTPUT CUENTAS-PAGAR-NUEVO
           MOVE 'N' TO SW-FIN-CTAPAG
           PERFORM 4010-COPIA-CUENTA-PAGAR UNTIL FIN-DE-CTAPAG
           CLOSE CUENTAS-PAGAR CUENTAS-PAGAR-NUEVO.
       4000-FIN.  EXIT.

       4010-COPIA-CUENTA-PAGAR.
           READ CUENTAS-PAGAR
              AT END MOVE 'S' TO SW-FIN-CTAPAG
           END-READ
           IF FIN-DE-CTAPAG
              GO TO 4010-FIN
           END-IF

           IF CTAPAG-ABIERTA
              PERFORM 2600-BUSCA-FACTURA-TABLA
              IF FACTURA-HALLADA
                 IF WS-FAC-SITUACION (WS-IDX-FAC) EQUAL 'P'
                    MOVE 'P' TO CTAPAG-ESTADO
                    MOVE WS-FECHA-HOY TO CTAPAG-FECHA-PAGO
                    MOVE WS-FAC-REFERENCIA (WS-IDX-FAC)
                      TO CTAPAG-REFERENCIA-PAGO
                 END-IF
              END-IF
           END-IF

           WRITE REG-CUENTA-PAGAR-NUEVO FROM REG-CUENTA-PAGAR.
       4010-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DEL PAGO: DEBE PROVEEDORES POR LO CANCELADO, HABER
      * BANCOS POR LO TRANSFERIDO Y RETENCIONES A DEPOSITAR.
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-BRUTO EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-HOY        TO GL-FECHA

           MOVE 'PROVEEDO'          TO GL-CUENTA
           MOVE 'D'                 TO GL-TIPO
           MOVE WS-TOTAL-BRUTO      TO GL-IMPORTE
           WRITE REG-ASIENTO-GL

           MOVE 'BANCOS  '          TO GL-CUENTA
           MOVE 'H'                 TO GL-TIPO
           MOVE WS-TOTAL-PAGADO     TO GL-IMPORTE
           WRITE REG-ASIENTO-GL

           IF WS-TOTAL-RET-GANANCIAS GREATER THAN ZEROS
              MOVE 'RETGANAN'          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-RET-GANANCIAS TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-TOTAL-RET-IIBB GREATER THAN ZEROS
              MOVE 'RETIIBB '          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-RET-IIBB   TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

       9000-TERMINA.
           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 9100-ESCRIBE-TRAILER-BANCO
                   WS-CANTIDAD-BANCOS TIMES

           WRITE REG-REPORTE FROM WS-TITULO-BANCOS
                 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 9200-RESUMEN-BANCO
                   WS-CANTIDAD-BANCOS TIMES
           WRITE REG-REPORTE FROM WS-LINEA-FIRMA
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-PAGADAS        TO RES-PAGADAS
           MOVE WS-CONTADOR-EXCLUIDAS      TO RES-EXCLUIDAS
           MOVE WS-CONTADOR-SIN-PAGAR      TO RES-SIN-PAGAR
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-TRANSFERENCIAS TO RES-TRANSFERENCIAS
           MOVE WS-TOTAL-PAGADO            TO RES-TOTAL-PAGADO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE
           MOVE WS-TOTAL-RET-GANANCIAS     TO RES-RET-GANANCIAS
           MOVE WS-TOTAL-RET-IIBB          TO RES-RET-IIBB
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-3
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-PRV
           CALL 'PROVEEDORES-INDEXADOS-I-O'
                USING WS-FUNCION-PRV WS-LLAVE-PRV WS-LLAVE-HASTA-PRV
                      WS-USUARIO-PAG WS-REG-PROVEEDOR WS-CODIGO-PRV

           MOVE WS-CONTADOR-LEIDAS  TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-PAGADAS TO WS-STAT-GRABADOS
           COMPUTE WS-STAT-RECHAZADOS =
                   WS-CONTADOR-SIN-PAGAR + WS-CONTADOR-EXCLUIDAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-RECHAZADOS

           IF WS-CONTADOR-SIN-PAGAR GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANSFERENCIA-BANCO-1
           IF WS-CANTIDAD-BANCOS GREATER THAN 1
              CLOSE TRANSFERENCIA-BANCO-2
           END-IF
           IF WS-CANTIDAD-BANCOS GREATER THAN 2
              CLOSE TRANSFERENCIA-BANCO-3
           END-IF

           MOVE ZEROS TO WS-INDICE-BANCO
           PERFORM 9300-REGISTRA-INTERFAZ
                   WS-CANTIDAD-BANCOS TIMES
           IF LIBRO-BANCO-ABIERTO
              CLOSE LIBRO-BANCO
           END-IF
           CLOSE AVISOS-PAGO CERTIFICADOS-RETENCION
                 RETENCIONES-PROVEEDORES REPORTE.
       9000-FIN.  EXIT.

       9100-ESCRIBE-TRAILER-BANCO.
           ADD 1 TO WS-INDICE-BANCO
           IF WS-TAB-FORMATO (WS-INDICE-BANCO) EQUAL '02'
              MOVE WS-TAB-CANTIDAD (WS-INDICE-BANCO) TO TEX-CANTIDAD
              MOVE WS-TAB-TOTAL (WS-INDICE-BANCO)    TO TEX-TOTAL
              MOVE WS-TRFX-TRAILER TO WS-REG-SALIDA
           ELSE
              MOVE WS-TAB-CANTIDAD (WS-INDICE-BANCO) TO TRL-CANTIDAD
              MOVE WS-TAB-TOTAL (WS-INDICE-BANCO)    TO TRL-TOTAL
              MOVE WS-TRF-TRAILER TO WS-REG-SALIDA
           END-IF
           PERFORM 3500-ESCRIBE-SALIDA-BANCO.
       9100-FIN.  EXIT.

       9200-RESUMEN-BANCO.
           ADD 1 TO WS-INDICE-BANCO
           MOVE WS-TAB-CODIGO (WS-INDICE-BANCO)     TO LBN-CODIGO
           MOVE WS-TAB-NOMBRE (WS-INDICE-BANCO)     TO LBN-NOMBRE
           MOVE WS-TAB-FORMATO (WS-INDICE-BANCO)    TO LBN-FORMATO
           MOVE WS-TAB-CANTIDAD (WS-INDICE-BANCO)   TO LBN-CANTIDAD
           MOVE WS-TAB-TOTAL (WS-INDICE-BANCO)      TO LBN-TOTAL
           MOVE WS-TAB-HORA-CORTE (WS-INDICE-BANCO) TO WS-HORA-CORTE-AUX
           MOVE WS-HORA-CORTE-HH TO LBN-HORA-HH
           MOVE WS-HORA-CORTE-MM TO LBN-HORA-MM
           WRITE REG-REPORTE FROM WS-LINEA-BANCO
                 AFTER ADVANCING 1 LINE.
       9200-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: UNA ENTRADA POR ARCHIVO DE BANCO
      * (DD TRFPRV1 A TRFPRV3) CON LA HORA DE CORTE DEL BANCO.
      * -----------------------------------------------------------
       9300-REGISTRA-INTERFAZ.
           ADD 1 TO WS-INDICE-BANCO
           MOVE SPACES    TO REG-INTERFAZ
           MOVE 'TRFPRV-' TO REGI-INTERFAZ (1:7)
           MOVE WS-TAB-CODIGO (WS-INDICE-BANCO)
             TO REGI-INTERFAZ (8:3)
           MOVE WS-INDICE-BANCO TO WS-NUMERO-DD
           MOVE 'TRFPRV'  TO REGI-ARCHIVO
           MOVE WS-NUMERO-DD TO REGI-ARCHIVO (7:1)
           MOVE WS-ANIO-MES-HOY-AM TO REGI-PERIODO
           MOVE WS-TAB-CANTIDAD (WS-INDICE-BANCO)  TO REGI-CANTIDAD
           MOVE WS-TAB-TOTAL (WS-INDICE-BANCO)
             TO REGI-TOTAL-CONTROL
           MOVE WS-TAB-HORA-CORTE (WS-INDICE-BANCO)
             TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9300-FIN.  EXIT.

      * -----------------------------------------------------------
      * SIN TARJETA DE APROBACION NO SE GENERA NINGUN ARCHIVO:
      * CUENTAS-PAGAR NUEVO NO SE CREA Y EL JCL FRENA LA CADENA.
      * -----------------------------------------------------------
       9500-SIN-APROBACION.
           WRITE REG-REPORTE FROM WS-LINEA-SIN-APROBACION
                 AFTER ADVANCING 2 LINES
           DISPLAY 'PAGO PROVEEDORES: PROPUESTA NO APROBADA'
           MOVE 8 TO RETURN-CODE
           CLOSE REPORTE.
       9500-FIN.  EXIT.
      * ---------------------------------------------------------------
