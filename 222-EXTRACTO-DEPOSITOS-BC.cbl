       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     EXTRACTO-DEPOSITOS-BC.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL EXTRACTO QUEDA ANOTADO EN EL REGISTRO DE
      *                    INTERFACES (REGISTRO-INTERFACES, CPREGIF1)
      *                    COMO DEPOSBC CON LA CANTIDAD DE REGISTROS Y
      *                    LA SUMA DE CONTROL DEL TRAILER.
      *   15/10/2026  AMF  LOS SALDOS DE LAS CUENTAS EN DOLARES, EL
      *                    CAPITAL E INTERES DE LOS PLAZOS FIJOS EN
      *                    DOLARES Y LOS INTERESES PAGADOS A CUENTAS EN
      *                    DOLARES SE INFORMAN EN PESOS AL COMPRADOR
      *                    DEL CIERRE DEL PERIODO (COTIZACIONES-I-O)
      *                    ANTES DE CLASIFICARLOS. LAS CUENTAS EN
      *                    DOLARES SE CARGAN EN UNA TABLA AL INICIO
      *                    PORQUE EL MOVIMIENTO NO TRAE LA MONEDA. SI
      *                    HAY CUENTAS EN DOLARES Y NO HAY COTIZACION
      *                    NO CORRE (RETURN-CODE 8). LA CONCILIACION
      *                    SUMA CTASSALD + CTASDOLR E INTPLZF +
      *                    INTPLZFD.
      *   15/10/2026  AMF  VERSION ORIGINAL. REGIMEN INFORMATIVO
      *                    MENSUAL DE DEPOSITOS AL BANCO CENTRAL:
      *                    RECORRE ARCHIVO-SALDOS (CAJAS DE AHORRO
      *                    CON SALDO ACREEDOR Y DESCUBIERTOS
      *                    UTILIZADOS, SIN LAS CUENTAS CERRADAS) Y
      *                    PLAZOS-FIJOS VIGENTES, CLASIFICA CADA SALDO
      *                    POR PRODUCTO, BANDA DE SALDO Y RESIDENCIA
      *                    DEL TITULAR (CLIENTES; SIN TITULAR SE TOMA
      *                    RESIDENTE), SUMA LOS INTERESES ACREDITADOS
      *                    EN EL MES POR EL CIERRE (SALDOS-
      *                    MOVIMIENTOS, ORIGEN CIERRE) Y LOS
      *                    DEVENGADOS A PAGAR DE PLAZOS FIJOS, Y GRABA
      *                    EL ARCHIVO DE FORMATO FIJO (CPDEPBC1) CON
      *                    SUS TOTALES DE CONTROL. EL LISTADO DE
      *                    VALIDACION CONCILIA LOS TOTALES DEL ARCHIVO
      *                    CONTRA EL SALDO DEL LIBRO MAYOR DE LAS
      *                    CUENTAS DE DEPOSITOS AL CIERRE DEL PERIODO;
      *                    CON DIFERENCIAS TERMINA CON RETURN-CODE 4.
      *                    EL PERIODO SE TOMA DE LA TARJETA PERIODO=
      *                    (PARAMETROS-CORRIDA); SIN TARJETA ES EL MES
      *                    DE LA FECHA DEL SISTEMA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS-MOVIMIENTOS ASSIGN TO UT-S-SALDMOV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MOV.

           SELECT EXTRACTO-DEPOSITOS ASSIGN TO UT-S-DEPBC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-EXTRACTO.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS-MOVIMIENTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS REG-SALDO-MOVIMIENTO.
           COPY CPSALMOV.

       FD  EXTRACTO-DEPOSITOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-DEPOSITO-BC.
           COPY CPDEPBC1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(12) VALUE SPACES.
           05 FILLER                    PIC X(47)
              VALUE 'VALIDACION DEPOSITOS AL BANCO CENTRAL - PERIODO'.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-LINEA-COTIZACION.
           05 FILLER                    PIC X(35)
              VALUE 'DOLARES VALUADOS AL COMPRADOR DEL'.
           05 COTL-FECHA                PIC 9(08).
           05 FILLER                    PIC X(03) VALUE ':'.
           05 COTL-COMPRA               PIC ZZ,ZZ9.9999.
           05 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(05) VALUE 'TIPO'.
           05 FILLER                    PIC X(06) VALUE 'PROD'.
           05 FILLER                    PIC X(06) VALUE 'CLASE'.
           05 FILLER                    PIC X(11) VALUE '   CANTIDAD'.
           05 FILLER                    PIC X(21)
              VALUE '              IMPORTE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(29) VALUE 'DESCRIPCION'.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-PRODUCTO              PIC X(02).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-CLASE                 PIC X(02).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 DET-CANTIDAD              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-IMPORTE               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-DESCRIPCION           PIC X(29).

       01  WS-LINEA-CONTROL.
           05 FILLER                    PIC X(22)
              VALUE 'REGISTROS DE DETALLE:'.
           05 CTL-REGISTROS             PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(20)
              VALUE '   SUMA DE CONTROL:'.
           05 CTL-SUMA                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TITULO-CONCILIACION.
           05 FILLER                    PIC X(40)
              VALUE 'CONCILIACION CONTRA EL LIBRO MAYOR'.
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  WS-LINEA-NOTA-DOLARES.
           05 FILLER                    PIC X(40)
              VALUE 'EL MAYOR INCLUYE LA CUENTA EN DOLARES:'.
           05 FILLER                    PIC X(40)
              VALUE 'CTASSALD + CTASDOLR, INTPLZF + INTPLZFD'.

       01  WS-TITULO-3.
           05 FILLER                    PIC X(17) VALUE 'CONCEPTO'.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(17)
              VALUE '         ARCHIVO'.
           05 FILLER                    PIC X(17)
              VALUE '           MAYOR'.
           05 FILLER                    PIC X(20)
              VALUE '    DIFERENCIA'.

       01  WS-LINEA-CONCILIACION.
           05 CON-CONCEPTO              PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-CUENTA                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-ARCHIVO               PIC -,---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-MAYOR                 PIC -,---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-DIFERENCIA            PIC ---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CON-ESTADO                PIC X(04).

       01  WS-LINEA-RESULTADO.
           05 FILLER                    PIC X(14)
              VALUE 'RESULTADO:'.
           05 RES-RESULTADO             PIC X(50).

       01  WS-CODIGO-MOV                PIC X(02).
       01  WS-CODIGO-EXTRACTO           PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-MOVIMIENTOS           PIC X(03) VALUE SPACES.
           88 HAY-FIN-DE-MOVIMIENTOS              VALUE 'FIN'.
       01  SW-HAY-DIFERENCIAS           PIC X(01) VALUE 'N'.
           88 HAY-DIFERENCIAS                     VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-PERIODO-INFORME           PIC 9(06).
       01  WS-FECHA-MOV                 PIC 9(08).
       01  WS-PARTES-FECHA-MOV REDEFINES WS-FECHA-MOV.
           05 WS-PERIODO-MOV            PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-USUARIO-DBC               PIC X(08) VALUE 'DEPOSBC'.

       01  WS-PARAMETROS-SELECCION.
           05 WS-PARM-DEPTO-DESDE       PIC 9(03).
           05 WS-PARM-DEPTO-HASTA       PIC 9(03).
           05 WS-PARM-LEGAJO-DESDE      PIC 9(05).
           05 WS-PARM-LEGAJO-HASTA      PIC 9(05).
           05 WS-PARM-PERIODO           PIC 9(06).
       01  WS-CODIGO-PARMC              PIC X(02).

      * CUENTAS DEL LIBRO MAYOR QUE RESPALDAN LOS DEPOSITOS. LA
      * CONSTITUCION DE UN PLAZO FIJO SOLO DEBITA LA CAJA DE AHORRO,
      * ASI QUE CTASSALD SIGUE INCLUYENDO EL CAPITAL DE PLAZOS FIJOS.
       01  WS-CUENTA-GL-DEPOSITOS       PIC X(08) VALUE 'CTASSALD'.
       01  WS-CUENTA-GL-INT-PLZF        PIC X(08) VALUE 'INTPLZF '.
       01  WS-CUENTA-GL-DOLARES         PIC X(08) VALUE 'CTASDOLR'.
       01  WS-CUENTA-GL-INT-PLZFD       PIC X(08) VALUE 'INTPLZFD'.

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-CIERRE         PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-CIERRE               VALUE 'S'.

      * CUENTAS EN DOLARES (ABIERTAS O CERRADAS), PARA VALUAR LOS
      * INTERESES PAGADOS, YA QUE SALDOS-MOVIMIENTOS NO TRAE MONEDA.
       01  WS-TABLA-CUENTAS-USD.
           05 WS-CUENTA-USD-TABLA OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-CANT-CUENTAS-USD
                 ASCENDING KEY IS WS-TABLA-CUENTA-USD
                 INDEXED BY WS-IDX-USD.
              10 WS-TABLA-CUENTA-USD    PIC 9(07).
       01  WS-CANT-CUENTAS-USD          PIC 9(05) VALUE ZEROS.
       01  WS-MAXIMO-CUENTAS-USD        PIC 9(05) VALUE 20000.

      * BANDAS DE SALDO: LIMITE SUPERIOR DE CADA BANDA.
       01  WS-TABLA-LIMITES-BANDA.
           05 FILLER                    PIC 9(11)V99 VALUE 100000.
           05 FILLER                    PIC 9(11)V99 VALUE 500000.
           05 FILLER                    PIC 9(11)V99 VALUE 1000000.
           05 FILLER                    PIC 9(11)V99 VALUE 5000000.
           05 FILLER                    PIC 9(11)V99
              VALUE 99999999999.99.
       01  FILLER REDEFINES WS-TABLA-LIMITES-BANDA.
           05 WS-LIMITE-BANDA           PIC 9(11)V99 OCCURS 5 TIMES.

       01  WS-TABLA-NOMBRES-BANDA.
           05 FILLER                    PIC X(29)
              VALUE 'HASTA 100.000'.
           05 FILLER                    PIC X(29)
              VALUE 'MAS DE 100.000 HASTA 500.000'.
           05 FILLER                    PIC X(29)
              VALUE 'MAS DE 500.000 HASTA 1 MILLON'.
           05 FILLER                    PIC X(29)
              VALUE 'MAS DE 1 HASTA 5 MILLONES'.
           05 FILLER                    PIC X(29)
              VALUE 'MAS DE 5 MILLONES'.
       01  FILLER REDEFINES WS-TABLA-NOMBRES-BANDA.
           05 WS-NOMBRE-BANDA           PIC X(29) OCCURS 5 TIMES.

       01  WS-TABLA-PRODUCTOS-VALORES.
           05 FILLER                    PIC X(31)
              VALUE 'CACAJAS DE AHORRO'.
           05 FILLER                    PIC X(31)
              VALUE 'PFPLAZOS FIJOS'.
           05 FILLER                    PIC X(31)
              VALUE 'DEDESCUBIERTOS UTILIZADOS'.
       01  FILLER REDEFINES WS-TABLA-PRODUCTOS-VALORES.
           05 WS-PRODUCTO-DEF OCCURS 3 TIMES.
              10 WS-PRODUCTO-CODIGO     PIC X(02).
              10 WS-PRODUCTO-NOMBRE     PIC X(29).

      * ACUMULADORES POR PRODUCTO (1 = CA, 2 = PF, 3 = DE), CON SU
      * APERTURA POR BANDA Y POR RESIDENCIA (1 = R, 2 = N).
       01  WS-ACUMULADORES.
           05 WS-ACU-PRODUCTO OCCURS 3 TIMES.
              10 WS-ACU-CANTIDAD        PIC 9(07).
              10 WS-ACU-IMPORTE         PIC 9(13)V99.
              10 WS-ACU-BANDA OCCURS 5 TIMES.
                 15 WS-ACU-BANDA-CANT   PIC 9(07).
                 15 WS-ACU-BANDA-IMP    PIC 9(13)V99.
              10 WS-ACU-RESID OCCURS 2 TIMES.
                 15 WS-ACU-RESID-CANT   PIC 9(07).
                 15 WS-ACU-RESID-IMP    PIC 9(13)V99.

       01  WS-IDX-PROD                  PIC 9(02).
       01  WS-IDX-BANDA                 PIC 9(02).
       01  WS-IDX-RESID                 PIC 9(02).
       01  WS-IMPORTE-CLASIFICAR        PIC 9(13)V99.
       01  WS-TITULAR-BUSCAR            PIC 9(08).
       01  WS-IMPORTE-PESOS             PIC 9(13)V99.

       01  WS-INTERES-PAGADO-CA         PIC 9(13)V99 VALUE ZEROS.
       01  WS-CANT-INTERES-CA           PIC 9(07) VALUE ZEROS.
       01  WS-INTERES-DEVENGADO-PF      PIC 9(13)V99 VALUE ZEROS.
       01  WS-CANT-INTERES-PF           PIC 9(07) VALUE ZEROS.

       01  WS-CANTIDAD-REGISTROS        PIC 9(07) VALUE ZEROS.
       01  WS-SUMA-CONTROL              PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-DEPOSITOS           PIC 9(13)V99.
       01  WS-TOTAL-INTERESES           PIC 9(13)V99.

       01  WS-CUENTA-GL-BUSCAR          PIC X(08).
       01  WS-CUENTA-GL-BUSCAR-USD      PIC X(08).
       01  WS-CUENTA-GL-LEER            PIC X(08).
       01  WS-SALDO-MAYOR               PIC S9(13)V99 COMP-3.
       01  WS-SALDO-ARCHIVO             PIC S9(13)V99 COMP-3.
       01  WS-DIFERENCIA                PIC S9(13)V99 COMP-3.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07) VALUE ZEROS.
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE 9999999.
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
              88 WS-PLZF-EN-DOLARES-AUX          VALUE 'USD'.
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).

       01  WS-FUNCION-MAY               PIC X(02).
       01  WS-LLAVE-MAY                 PIC X(14).
       01  WS-LLAVE-HASTA-MAY           PIC X(14).
       01  WS-REG-MAYOR-AUX.
           05 WS-MAY-CUENTA-AUX         PIC X(08).
           05 WS-MAY-PERIODO-AUX        PIC 9(06).
           05 WS-MAY-DEBE-AUX           PIC S9(13)V99 COMP-3.
           05 WS-MAY-HABER-AUX          PIC S9(13)V99 COMP-3.
       01  WS-CODIGO-MAY                PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'EXTRACTO-DEPOS-BC'.
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
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE EQUAL 8
              GOBACK
           END-IF
           PERFORM 2000-SUMA-INTERESES-PAGADOS

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-DBC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DBC WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'AB' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-DBC WS-REG-MAYOR-AUX WS-CODIGO-MAY

           PERFORM 3000-RECORRE-CUENTAS
           PERFORM 4000-RECORRE-PLAZOS-FIJOS
           PERFORM 5000-GRABA-EXTRACTO
           PERFORM 6000-CONCILIA-MAYOR

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           CALL 'PARAMETROS-CORRIDA'
                USING WS-PARAMETROS-SELECCION WS-CODIGO-PARMC
           IF WS-PARM-PERIODO GREATER THAN ZEROS
              MOVE WS-PARM-PERIODO TO WS-PERIODO-INFORME
           ELSE
              MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-INFORME
           END-IF

           PERFORM 1100-LEE-COTIZACION
           PERFORM 1200-CARGA-CUENTAS-DOLARES
           IF RETURN-CODE EQUAL 8
              GO TO 1000-FIN
           END-IF
           IF WS-CANT-CUENTAS-USD GREATER THAN ZEROS AND
              NOT HAY-COTIZACION-CIERRE
              DISPLAY 'HAY CUENTAS EN DOLARES Y NO HAY COTIZACION '
                      'DEL DOLAR AL CIERRE DEL PERIODO '
                      WS-PERIODO-INFORME
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           INITIALIZE WS-ACUMULADORES

           OPEN OUTPUT EXTRACTO-DEPOSITOS
           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-INFORME TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           IF WS-CANT-CUENTAS-USD GREATER THAN ZEROS
              MOVE WS-COT-FECHA  TO COTL-FECHA
              MOVE WS-COT-COMPRA TO COTL-COMPRA
              WRITE REG-REPORTE FROM WS-LINEA-COTIZACION
                    AFTER ADVANCING 1 LINE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR VIGENTE AL ULTIMO DIA DEL PERIODO: LA
      * FUNCION LF DEVUELVE LA ULTIMA COTIZACION A ESA FECHA O
      * ANTERIOR, ASI QUE EL DIA 31 SIRVE PARA CUALQUIER MES.
      * -----------------------------------------------------------
       1100-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-DBC
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           COMPUTE WS-LLAVE-COT-FECHA = WS-PERIODO-INFORME * 100 + 31
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-DBC
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-COTIZACION-CIERRE
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-DBC
                      WS-REG-COTIZACION WS-CODIGO-COT.
       1100-FIN.  EXIT.

      * -----------------------------------------------------------
      * CARGA LOS NUMEROS DE CUENTA EN DOLARES. ARCHIVO-SALDOS SE
      * RECORRE EN ORDEN DE LLAVE, ASI QUE LA TABLA QUEDA ORDENADA
      * PARA EL SEARCH ALL. SE CIERRA ANTES DE LEER LOS MOVIMIENTOS.
      * -----------------------------------------------------------
       1200-CARGA-CUENTAS-DOLARES.
           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO
           MOVE ZEROS TO WS-LLAVE-SDO
           MOVE 'RI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO
           PERFORM 1210-AGREGA-CUENTA-DOLARES
                   UNTIL WS-CODIGO-SDO NOT EQUAL ZEROS
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO.
       1200-FIN.  EXIT.

       1210-AGREGA-CUENTA-DOLARES.
           IF WS-SALDO-EN-DOLARES
              IF WS-CANT-CUENTAS-USD NOT LESS THAN
                 WS-MAXIMO-CUENTAS-USD
                 DISPLAY 'TABLA DE CUENTAS EN DOLARES COMPLETA ('
                         WS-MAXIMO-CUENTAS-USD ')'
                 MOVE 8 TO RETURN-CODE
                 MOVE '99' TO WS-CODIGO-SDO
                 GO TO 1210-FIN
              END-IF
              ADD 1 TO WS-CANT-CUENTAS-USD
              MOVE WS-SALDO-CUENTA
                   TO WS-TABLA-CUENTA-USD (WS-CANT-CUENTAS-USD)
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO.
       1210-FIN.  EXIT.

      * -----------------------------------------------------------
      * INTERESES PAGADOS EN EL MES: CREDITOS DEL CIERRE MENSUAL
      * (ORIGEN CIERRE) FECHADOS EN EL PERIODO. SE LEE ANTES DE
      * ABRIR SALDOS-INDEXADOS-I-O, QUE EXTIENDE ESTE MISMO ARCHIVO.
      * -----------------------------------------------------------
       2000-SUMA-INTERESES-PAGADOS.
           OPEN INPUT SALDOS-MOVIMIENTOS
           IF WS-CODIGO-MOV NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR SALDOS-MOVIMIENTOS - STATUS: '
                      WS-CODIGO-MOV
              GO TO 2000-FIN
           END-IF
           PERFORM 2010-LEE-MOVIMIENTO
           PERFORM 2020-EVALUA-MOVIMIENTO
                   UNTIL HAY-FIN-DE-MOVIMIENTOS
           CLOSE SALDOS-MOVIMIENTOS.
       2000-FIN.  EXIT.

       2010-LEE-MOVIMIENTO.
           READ SALDOS-MOVIMIENTOS AT END
                MOVE 'FIN' TO SW-FIN-MOVIMIENTOS
           END-READ.
       2010-FIN.  EXIT.

       2020-EVALUA-MOVIMIENTO.
           MOVE SALMOV-FECHA TO WS-FECHA-MOV
           IF WS-PERIODO-MOV EQUAL WS-PERIODO-INFORME
                 AND SALMOV-ORIGEN EQUAL 'CIERRE'
                 AND SALMOV-IMPORTE GREATER THAN ZEROS
              ADD 1              TO WS-CANT-INTERES-CA
              MOVE SALMOV-IMPORTE TO WS-IMPORTE-PESOS
              PERFORM 2030-VALUA-INTERES-DOLARES
              ADD WS-IMPORTE-PESOS TO WS-INTERES-PAGADO-CA
           END-IF
           PERFORM 2010-LEE-MOVIMIENTO.
       2020-FIN.  EXIT.

       2030-VALUA-INTERES-DOLARES.
           IF WS-CANT-CUENTAS-USD EQUAL ZEROS
              GO TO 2030-FIN
           END-IF
           SEARCH ALL WS-CUENTA-USD-TABLA
              AT END CONTINUE
              WHEN WS-TABLA-CUENTA-USD (WS-IDX-USD) EQUAL
                   SALMOV-CUENTA
                   COMPUTE WS-IMPORTE-PESOS ROUNDED =
                           WS-IMPORTE-PESOS * WS-COT-COMPRA
           END-SEARCH.
       2030-FIN.  EXIT.

      * -----------------------------------------------------------
      * CAJAS DE AHORRO: SALDO ACREEDOR (O CERO) VA A CA, SALDO
      * DEUDOR VA A DE POR EL DESCUBIERTO UTILIZADO. LAS CUENTAS
      * CERRADAS NO SE INFORMAN.
      * -----------------------------------------------------------
       3000-RECORRE-CUENTAS.
           MOVE ZEROS TO WS-LLAVE-SDO
           MOVE 'RI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO
           PERFORM 3100-CLASIFICA-CUENTA
                   UNTIL WS-CODIGO-SDO NOT EQUAL ZEROS.
       3000-FIN.  EXIT.

       3100-CLASIFICA-CUENTA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF NOT WS-SALDO-CTA-CERRADA
              IF WS-SALDO-ACTUAL LESS THAN ZEROS
                 MOVE 3 TO WS-IDX-PROD
                 COMPUTE WS-IMPORTE-CLASIFICAR = 0 - WS-SALDO-ACTUAL
              ELSE
                 MOVE 1 TO WS-IDX-PROD
                 MOVE WS-SALDO-ACTUAL TO WS-IMPORTE-CLASIFICAR
              END-IF
              IF WS-SALDO-EN-DOLARES
                 COMPUTE WS-IMPORTE-CLASIFICAR ROUNDED =
                         WS-IMPORTE-CLASIFICAR * WS-COT-COMPRA
              END-IF
              MOVE WS-SALDO-TITULAR TO WS-TITULAR-BUSCAR
              PERFORM 3400-ACUMULA
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * SUMA EL IMPORTE AL PRODUCTO WS-IDX-PROD, A SU BANDA Y A LA
      * RESIDENCIA DEL TITULAR WS-TITULAR-BUSCAR.
      * -----------------------------------------------------------
       3400-ACUMULA.
           PERFORM 3500-BUSCA-RESIDENCIA
           MOVE 1 TO WS-IDX-BANDA
           PERFORM 3600-AVANZA-BANDA
                   UNTIL WS-IMPORTE-CLASIFICAR NOT GREATER THAN
                         WS-LIMITE-BANDA (WS-IDX-BANDA)

           ADD 1 TO WS-ACU-CANTIDAD (WS-IDX-PROD)
           ADD WS-IMPORTE-CLASIFICAR TO WS-ACU-IMPORTE (WS-IDX-PROD)
           ADD 1 TO WS-ACU-BANDA-CANT (WS-IDX-PROD WS-IDX-BANDA)
           ADD WS-IMPORTE-CLASIFICAR
               TO WS-ACU-BANDA-IMP (WS-IDX-PROD WS-IDX-BANDA)
           ADD 1 TO WS-ACU-RESID-CANT (WS-IDX-PROD WS-IDX-RESID)
           ADD WS-IMPORTE-CLASIFICAR
               TO WS-ACU-RESID-IMP (WS-IDX-PROD WS-IDX-RESID).
       3400-FIN.  EXIT.

       3500-BUSCA-RESIDENCIA.
           MOVE 1 TO WS-IDX-RESID
           IF WS-TITULAR-BUSCAR EQUAL ZEROS
              GO TO 3500-FIN
           END-IF
           MOVE WS-TITULAR-BUSCAR TO WS-LLAVE-CLI
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DBC WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI EQUAL ZEROS AND WS-CLI-NO-RESIDENTE
              MOVE 2 TO WS-IDX-RESID
           END-IF.
       3500-FIN.  EXIT.

       3600-AVANZA-BANDA.
           ADD 1 TO WS-IDX-BANDA.
       3600-FIN.  EXIT.

      * -----------------------------------------------------------
      * PLAZOS FIJOS VIGENTES: EL CAPITAL VA A PF Y EL INTERES
      * DEVENGADO (TODAVIA NO PAGADO) AL REGISTRO DE INTERESES.
      * -----------------------------------------------------------
       4000-RECORRE-PLAZOS-FIJOS.
           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-DBC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           PERFORM 4100-CLASIFICA-PLAZO-FIJO
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS.
       4000-FIN.  EXIT.

       4100-CLASIFICA-PLAZO-FIJO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-PLZF-VIGENTE-AUX
              MOVE 2 TO WS-IDX-PROD
              MOVE WS-PLZF-CAPITAL-AUX TO WS-IMPORTE-CLASIFICAR
              MOVE WS-PLZF-INTERES-AUX TO WS-IMPORTE-PESOS
              IF WS-PLZF-EN-DOLARES-AUX
                 COMPUTE WS-IMPORTE-CLASIFICAR ROUNDED =
                         WS-IMPORTE-CLASIFICAR * WS-COT-COMPRA
                 COMPUTE WS-IMPORTE-PESOS ROUNDED =
                         WS-IMPORTE-PESOS * WS-COT-COMPRA
              END-IF
              MOVE WS-PLZF-TITULAR-AUX TO WS-TITULAR-BUSCAR
              PERFORM 3400-ACUMULA
              IF WS-IMPORTE-PESOS GREATER THAN ZEROS
                 ADD 1 TO WS-CANT-INTERES-PF
                 ADD WS-IMPORTE-PESOS TO WS-INTERES-DEVENGADO-PF
              END-IF
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-DBC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       4100-FIN.  EXIT.

      * -----------------------------------------------------------
      * ARCHIVO DE FORMATO FIJO: HEADER, POR CADA PRODUCTO SU TOTAL,
      * SUS CINCO BANDAS Y SUS DOS RESIDENCIAS (AUNQUE ESTEN EN
      * CERO), LOS DOS REGISTROS DE INTERESES Y EL TRAILER. CADA
      * REGISTRO DE DETALLE SE IMPRIME TAMBIEN EN EL LISTADO.
      * -----------------------------------------------------------
       5000-GRABA-EXTRACTO.
           MOVE SPACES TO REG-DEPOSITO-BC
           MOVE '1'                TO DBC-TIPO-REG
           MOVE WS-PERIODO-INFORME TO DBC-HDR-PERIODO
           MOVE WS-FECHA-HOY       TO DBC-HDR-FECHA-PROCESO
           MOVE 'DEPOSITOS'        TO DBC-HDR-DESCRIPCION
           WRITE REG-DEPOSITO-BC
           MOVE SPACES TO REG-DEPOSITO-BC

           PERFORM 5100-GRABA-PRODUCTO
                   VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD > 3

           MOVE '5'                  TO DBC-TIPO-REG
           MOVE 'CA'                 TO DBC-PRODUCTO
           MOVE 'PG'                 TO DBC-CLASE
           MOVE WS-CANT-INTERES-CA   TO DBC-CANTIDAD
           MOVE WS-INTERES-PAGADO-CA TO DBC-IMPORTE
           MOVE 'INTERESES PAGADOS EN EL MES' TO DET-DESCRIPCION
           PERFORM 5500-ESCRIBE-DETALLE

           MOVE '5'                     TO DBC-TIPO-REG
           MOVE 'PF'                    TO DBC-PRODUCTO
           MOVE 'DV'                    TO DBC-CLASE
           MOVE WS-CANT-INTERES-PF      TO DBC-CANTIDAD
           MOVE WS-INTERES-DEVENGADO-PF TO DBC-IMPORTE
           MOVE 'INTERESES DEVENGADOS A PAGAR' TO DET-DESCRIPCION
           PERFORM 5500-ESCRIBE-DETALLE

           COMPUTE WS-TOTAL-DEPOSITOS =
                   WS-ACU-IMPORTE (1) + WS-ACU-IMPORTE (2)
           COMPUTE WS-TOTAL-INTERESES =
                   WS-INTERES-PAGADO-CA + WS-INTERES-DEVENGADO-PF

           MOVE SPACES TO REG-DEPOSITO-BC
           MOVE '9'                   TO DBC-TIPO-REG
           MOVE WS-PERIODO-INFORME    TO DBC-TRL-PERIODO
           MOVE WS-CANTIDAD-REGISTROS TO DBC-TRL-CANTIDAD-REG
           MOVE WS-TOTAL-DEPOSITOS    TO DBC-TRL-TOTAL-DEPOSITOS
           MOVE WS-TOTAL-INTERESES    TO DBC-TRL-TOTAL-INTERESES
           MOVE WS-SUMA-CONTROL       TO DBC-TRL-SUMA-CONTROL
           WRITE REG-DEPOSITO-BC

           MOVE WS-CANTIDAD-REGISTROS TO CTL-REGISTROS
           MOVE WS-SUMA-CONTROL       TO CTL-SUMA
           WRITE REG-REPORTE FROM WS-LINEA-CONTROL
                 AFTER ADVANCING 2 LINES.
       5000-FIN.  EXIT.

       5100-GRABA-PRODUCTO.
           MOVE '2'  TO DBC-TIPO-REG
           MOVE WS-PRODUCTO-CODIGO (WS-IDX-PROD) TO DBC-PRODUCTO
           MOVE SPACES TO DBC-CLASE
           MOVE WS-ACU-CANTIDAD (WS-IDX-PROD) TO DBC-CANTIDAD
           MOVE WS-ACU-IMPORTE (WS-IDX-PROD)  TO DBC-IMPORTE
           MOVE WS-PRODUCTO-NOMBRE (WS-IDX-PROD) TO DET-DESCRIPCION
           PERFORM 5500-ESCRIBE-DETALLE

           PERFORM 5200-GRABA-BANDA
                   VARYING WS-IDX-BANDA FROM 1 BY 1
                   UNTIL WS-IDX-BANDA > 5
           PERFORM 5300-GRABA-RESIDENCIA
                   VARYING WS-IDX-RESID FROM 1 BY 1
                   UNTIL WS-IDX-RESID > 2.
       5100-FIN.  EXIT.

       5200-GRABA-BANDA.
           MOVE '3' TO DBC-TIPO-REG
           MOVE WS-PRODUCTO-CODIGO (WS-IDX-PROD) TO DBC-PRODUCTO
           MOVE WS-IDX-BANDA TO DBC-CLASE
           MOVE WS-ACU-BANDA-CANT (WS-IDX-PROD WS-IDX-BANDA)
                TO DBC-CANTIDAD
           MOVE WS-ACU-BANDA-IMP (WS-IDX-PROD WS-IDX-BANDA)
                TO DBC-IMPORTE
           MOVE WS-NOMBRE-BANDA (WS-IDX-BANDA) TO DET-DESCRIPCION
           PERFORM 5500-ESCRIBE-DETALLE.
       5200-FIN.  EXIT.

       5300-GRABA-RESIDENCIA.
           MOVE '4' TO DBC-TIPO-REG
           MOVE WS-PRODUCTO-CODIGO (WS-IDX-PROD) TO DBC-PRODUCTO
           IF WS-IDX-RESID EQUAL 1
              MOVE 'R '            TO DBC-CLASE
              MOVE 'RESIDENTES'    TO DET-DESCRIPCION
           ELSE
              MOVE 'N '            TO DBC-CLASE
              MOVE 'NO RESIDENTES' TO DET-DESCRIPCION
           END-IF
           MOVE WS-ACU-RESID-CANT (WS-IDX-PROD WS-IDX-RESID)
                TO DBC-CANTIDAD
           MOVE WS-ACU-RESID-IMP (WS-IDX-PROD WS-IDX-RESID)
                TO DBC-IMPORTE
           PERFORM 5500-ESCRIBE-DETALLE.
       5300-FIN.  EXIT.

      * -----------------------------------------------------------
      * GRABA EL REGISTRO DE DETALLE YA ARMADO (TIPO, PRODUCTO,
      * CLASE, CANTIDAD E IMPORTE), LO SUMA A LOS CONTROLES DEL
      * TRAILER Y LO IMPRIME CON LA DESCRIPCION YA CARGADA.
      * -----------------------------------------------------------
       5500-ESCRIBE-DETALLE.
           MOVE WS-PERIODO-INFORME TO DBC-PERIODO
           WRITE REG-DEPOSITO-BC
           ADD 1           TO WS-CANTIDAD-REGISTROS
           ADD DBC-IMPORTE TO WS-SUMA-CONTROL

           MOVE DBC-TIPO-REG TO DET-TIPO
           MOVE DBC-PRODUCTO TO DET-PRODUCTO
           MOVE DBC-CLASE    TO DET-CLASE
           MOVE DBC-CANTIDAD TO DET-CANTIDAD
           MOVE DBC-IMPORTE  TO DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REG-DEPOSITO-BC.
       5500-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONCILIACION: DEPOSITOS NETOS DEL ARCHIVO (CA + PF - DE)
      * CONTRA CTASSALD + CTASDOLR, E INTERESES DEVENGADOS DE
      * PLAZOS FIJOS CONTRA INTPLZF + INTPLZFD. EL SALDO DEL MAYOR
      * ES HABER MENOS DEBE DE TODOS LOS PERIODOS HASTA EL
      * INFORMADO, INCLUSIVE. EL ARCHIVO YA ESTA TODO EN PESOS.
      * -----------------------------------------------------------
       6000-CONCILIA-MAYOR.
           WRITE REG-REPORTE FROM WS-TITULO-CONCILIACION
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPORTE FROM WS-LINEA-NOTA-DOLARES
                 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER ADVANCING 2 LINES

           COMPUTE WS-SALDO-ARCHIVO =
                   WS-ACU-IMPORTE (1) + WS-ACU-IMPORTE (2)
                   - WS-ACU-IMPORTE (3)
           MOVE WS-CUENTA-GL-DEPOSITOS TO WS-CUENTA-GL-BUSCAR
           MOVE WS-CUENTA-GL-DOLARES   TO WS-CUENTA-GL-BUSCAR-USD
           MOVE 'DEPOSITOS NETOS' TO CON-CONCEPTO
           PERFORM 6100-COMPARA-CUENTA

           MOVE WS-INTERES-DEVENGADO-PF TO WS-SALDO-ARCHIVO
           MOVE WS-CUENTA-GL-INT-PLZF  TO WS-CUENTA-GL-BUSCAR
           MOVE WS-CUENTA-GL-INT-PLZFD TO WS-CUENTA-GL-BUSCAR-USD
           MOVE 'INTERESES PF' TO CON-CONCEPTO
           PERFORM 6100-COMPARA-CUENTA

           IF HAY-DIFERENCIAS
              MOVE 'CON DIFERENCIAS: REVISAR ANTES DE TRANSMITIR'
                   TO RES-RESULTADO
           ELSE
              MOVE 'CONCILIADO CONTRA EL LIBRO MAYOR'
                   TO RES-RESULTADO
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-RESULTADO
                 AFTER ADVANCING 2 LINES.
       6000-FIN.  EXIT.

       6100-COMPARA-CUENTA.
           MOVE ZEROS TO WS-SALDO-MAYOR
           MOVE WS-CUENTA-GL-BUSCAR     TO WS-CUENTA-GL-LEER
           PERFORM 6120-SUMA-CUENTA-MAYOR
           MOVE WS-CUENTA-GL-BUSCAR-USD TO WS-CUENTA-GL-LEER
           PERFORM 6120-SUMA-CUENTA-MAYOR

           COMPUTE WS-DIFERENCIA = WS-SALDO-ARCHIVO - WS-SALDO-MAYOR
           MOVE WS-CUENTA-GL-BUSCAR TO CON-CUENTA
           MOVE WS-SALDO-ARCHIVO    TO CON-ARCHIVO
           MOVE WS-SALDO-MAYOR      TO CON-MAYOR
           MOVE WS-DIFERENCIA       TO CON-DIFERENCIA
           IF WS-DIFERENCIA EQUAL ZEROS
              MOVE 'OK'   TO CON-ESTADO
           ELSE
              MOVE '*DIF' TO CON-ESTADO
              MOVE 'S' TO SW-HAY-DIFERENCIAS
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-CONCILIACION
                 AFTER ADVANCING 1 LINE.
       6100-FIN.  EXIT.

       6110-SUMA-PERIODO.
           COMPUTE WS-SALDO-MAYOR = WS-SALDO-MAYOR
                   + WS-MAY-HABER-AUX - WS-MAY-DEBE-AUX
           MOVE WS-MAY-CUENTA-AUX  TO WS-LLAVE-MAY(1:8)
           MOVE WS-MAY-PERIODO-AUX TO WS-LLAVE-MAY(9:6)
           MOVE 'RS' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-DBC WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       6110-FIN.  EXIT.

       6120-SUMA-CUENTA-MAYOR.
           MOVE WS-CUENTA-GL-LEER   TO WS-LLAVE-MAY(1:8)
                                       WS-LLAVE-HASTA-MAY(1:8)
           MOVE ZEROS               TO WS-LLAVE-MAY(9:6)
           MOVE WS-PERIODO-INFORME  TO WS-LLAVE-HASTA-MAY(9:6)
           MOVE 'RI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-DBC WS-REG-MAYOR-AUX WS-CODIGO-MAY
           PERFORM 6110-SUMA-PERIODO
                   UNTIL WS-CODIGO-MAY NOT EQUAL ZEROS.
       6120-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-DBC WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-DBC
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-DBC WS-REG-CLIENTE WS-CODIGO-CLI
           MOVE 'CI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-DBC WS-REG-MAYOR-AUX WS-CODIGO-MAY

           MOVE WS-CONTADOR-LEIDOS    TO WS-STAT-LEIDOS
           MOVE WS-CANTIDAD-REGISTROS TO WS-STAT-GRABADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-CERO

           IF HAY-DIFERENCIAS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE EXTRACTO-DEPOSITOS REPORTE
           PERFORM 9200-REGISTRA-INTERFAZ.
       9000-FIN.  EXIT.

      * -----------------------------------------------------------
      * REGISTRO DE INTERFACES: EL EXTRACTO CERRADO, CON LA CANTIDAD
      * DE REGISTROS Y LA SUMA DE CONTROL DEL TRAILER.
      * -----------------------------------------------------------
       9200-REGISTRA-INTERFAZ.
           MOVE SPACES                 TO REG-INTERFAZ
           MOVE 'DEPOSBC'              TO REGI-INTERFAZ
           MOVE 'DEPBC'                TO REGI-ARCHIVO
           MOVE WS-PERIODO-INFORME     TO REGI-PERIODO
           MOVE WS-CANTIDAD-REGISTROS  TO REGI-CANTIDAD
           MOVE WS-SUMA-CONTROL        TO REGI-TOTAL-CONTROL
           MOVE ZEROS                  TO REGI-HORA-CORTE
           CALL 'REGISTRO-INTERFACES'
                USING WS-FUNCION-RINT REG-INTERFAZ WS-CODIGO-RINT.
       9200-FIN.  EXIT.
      * ---------------------------------------------------------------
