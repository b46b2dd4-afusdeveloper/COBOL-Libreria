       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REVALUACION-MONEDA-EXT.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. REVALUACION MENSUAL DE LOS
      *                    SALDOS EN DOLARES: SUMA EL SALDO DE LAS
      *                    CUENTAS EN DOLARES NO CERRADAS (ARCHIVO-
      *                    SALDOS) MAS EL CAPITAL DE LOS PLAZOS FIJOS
      *                    EN DOLARES VIGENTES, Y APARTE SU INTERES
      *                    DEVENGADO A PAGAR; LOS VALUA AL COMPRADOR
      *                    DEL DIA DE CIERRE (COTIZACIONES-I-O; SIN
      *                    COTIZACION DE HOY NO CORRE, RETURN-CODE 8)
      *                    Y LOS COMPARA CONTRA EL SALDO EN PESOS DEL
      *                    LIBRO MAYOR DE CTASDOLR E INTPLZFD HASTA EL
      *                    PERIODO, INCLUSIVE. LA DIFERENCIA DE CADA
      *                    CUENTA SE ASIENTA EN GL-INTERFAZ CONTRA
      *                    DIFCAMBI (PERDIDA SI EL PASIVO CRECE,
      *                    GANANCIA SI BAJA). CORRE EN FIN DE PERIODO
      *                    SEGUN EL CALENDARIO, DESPUES DE POSTEAR EL
      *                    MES AL LIBRO MAYOR, Y RESPETA CONTROL-
      *                    CORRIDAS.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(42)
              VALUE 'REVALUACION DE SALDOS EN DOLARES - PERIODO'.
           05 TIT-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-LINEA-COTIZACION.
           05 FILLER                    PIC X(24)
              VALUE 'COMPRADOR DEL DOLAR AL'.
           05 COTL-FECHA                PIC 9(08).
           05 FILLER                    PIC X(03) VALUE ':'.
           05 COTL-COMPRA               PIC ZZ,ZZ9.9999.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(09) VALUE 'CUENTA'.
           05 FILLER                    PIC X(15)
              VALUE '    DOLARES'.
           05 FILLER                    PIC X(18)
              VALUE '   VALUADO PESOS'.
           05 FILLER                    PIC X(18)
              VALUE '     MAYOR PESOS'.
           05 FILLER                    PIC X(20)
              VALUE '     DIFERENCIA'.

       01  WS-DETALLE.
           05 DET-CUENTA                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DOLARES               PIC -,---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-VALUADO               PIC -,---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MAYOR                 PIC -,---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-DIFERENCIA            PIC ---,---,--9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-SENTIDO               PIC X(04).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(22)
              VALUE 'CUENTAS EN DOLARES:'.
           05 RES-CUENTAS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(24)
              VALUE 'PLAZOS FIJOS EN DOLARES:'.
           05 RES-PLAZOS                PIC ZZ,ZZ9.

       01  WS-LINEA-RESULTADO.
           05 FILLER                    PIC X(14)
              VALUE 'RESULTADO:'.
           05 RES-RESULTADO             PIC X(50).

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-GL-ABIERTO                PIC X(01) VALUE 'N'.
           88 GL-ABIERTO                          VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-ANIO-MES-HOY REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-MES-HOY-AM        PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WS-USUARIO-REV               PIC X(08) VALUE 'REVALUSD'.

       01  WS-FUNCION-CTRL              PIC X(02).
       01  WS-PERIODO-CTRL              PIC 9(06).
       01  WS-CODIGO-CTRL               PIC X(02).
       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
           05 WS-CAL-FIN-PERIODO        PIC X(01).
              88 HOY-ES-FIN-PERIODO               VALUE 'S'.
           05 WS-CAL-DIA-PAGO           PIC X(01).
       01  WS-CODIGO-CAL                PIC X(02).

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-DEL-DIA        PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-DEL-DIA               VALUE 'S'.

      * CUENTAS DEL LIBRO MAYOR QUE LLEVAN LOS PASIVOS EN DOLARES Y
      * CONTRAPARTIDA DE LA DIFERENCIA DE CAMBIO.
       01  WS-CUENTA-GL-DOLARES         PIC X(08) VALUE 'CTASDOLR'.
       01  WS-CUENTA-GL-INT-PLZFD       PIC X(08) VALUE 'INTPLZFD'.
       01  WS-CUENTA-GL-DIF-CAMBIO      PIC X(08) VALUE 'DIFCAMBI'.

       01  WS-SALDO-DOLARES             PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-INTERES-PLZF-DOLARES      PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
       01  WS-CONTADOR-CUENTAS          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PLAZOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-LEIDOS           PIC 9(07) VALUE ZEROS.
       01  WS-CONTADOR-ASIENTOS         PIC 9(07) VALUE ZEROS.

       01  WS-CUENTA-GL-BUSCAR          PIC X(08).
       01  WS-DOLARES-CUENTA            PIC S9(13)V99 COMP-3.
       01  WS-VALUADO-PESOS             PIC S9(13)V99 COMP-3.
       01  WS-SALDO-MAYOR               PIC S9(13)V99 COMP-3.
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

       01  WS-FUNCION-MAY               PIC X(02).
       01  WS-LLAVE-MAY                 PIC X(14).
       01  WS-LLAVE-HASTA-MAY           PIC X(14).
       01  WS-REG-MAYOR-AUX.
           05 WS-MAY-CUENTA-AUX         PIC X(08).
           05 WS-MAY-PERIODO-AUX        PIC 9(06).
           05 WS-MAY-DEBE-AUX           PIC S9(13)V99 COMP-3.
           05 WS-MAY-HABER-AUX          PIC S9(13)V99 COMP-3.
       01  WS-CODIGO-MAY                PIC X(02).

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REVALUACION-MON-EXT'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-CERO                 PIC 9(07) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF RETURN-CODE EQUAL 8
              GOBACK
           END-IF

           PERFORM 2000-RECORRE-CUENTAS
           PERFORM 3000-RECORRE-PLAZOS-FIJOS
           PERFORM 4000-REVALUA

           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-HOY WS-MARCAS-CALENDARIO WS-CODIGO-CAL
           EVALUATE TRUE
              WHEN WS-CODIGO-CAL EQUAL 'NF'
                 DISPLAY 'CALENDARIO NO DISPONIBLE, SE CONTINUA'
              WHEN NOT HOY-ES-FIN-PERIODO
                 DISPLAY 'HOY NO ES FIN DE PERIODO SEGUN EL '
                         'CALENDARIO: NO CORRE LA REVALUACION'
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-FIN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE 'VE' TO WS-FUNCION-CTRL
           MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-CTRL
           CALL 'CONTROL-CORRIDAS'
                USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                      WS-PERIODO-CTRL WS-CODIGO-CTRL
           IF WS-CODIGO-CTRL EQUAL 'YA'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           PERFORM 1100-LEE-COTIZACION
           IF NOT HAY-COTIZACION-DEL-DIA
              DISPLAY 'NO HAY COTIZACION DEL DOLAR DE HOY: NO '
                      'CORRE LA REVALUACION'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-FIN
           END-IF

           OPEN OUTPUT REPORTE
           MOVE WS-ANIO-MES-HOY-AM TO TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           MOVE WS-COT-FECHA  TO COTL-FECHA
           MOVE WS-COT-COMPRA TO COTL-COMPRA
           WRITE REG-REPORTE FROM WS-LINEA-COTIZACION
                 AFTER ADVANCING 2 LINES

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-REV
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           MOVE 'AB' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-REV WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA REVALUACION SE HACE SOLO CON EL COMPRADOR CARGADO PARA
      * EL DIA DE CIERRE, NO CON UNO ANTERIOR.
      * -----------------------------------------------------------
       1100-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-REV
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-REV
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS AND
              WS-COT-FECHA EQUAL WS-FECHA-HOY
              MOVE 'S' TO SW-COTIZACION-DEL-DIA
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-REV
                      WS-REG-COTIZACION WS-CODIGO-COT.
       1100-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALDO NETO DE LAS CUENTAS EN DOLARES NO CERRADAS: LOS
      * DESCUBIERTOS RESTAN, COMO EN EL MAYOR.
      * -----------------------------------------------------------
       2000-RECORRE-CUENTAS.
           MOVE ZEROS TO WS-LLAVE-SDO
           MOVE 'RI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO
           PERFORM 2100-SUMA-CUENTA
                   UNTIL WS-CODIGO-SDO NOT EQUAL ZEROS.
       2000-FIN.  EXIT.

       2100-SUMA-CUENTA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-SALDO-EN-DOLARES AND NOT WS-SALDO-CTA-CERRADA
              ADD 1 TO WS-CONTADOR-CUENTAS
              ADD WS-SALDO-ACTUAL TO WS-SALDO-DOLARES
           END-IF

           MOVE WS-SALDO-CUENTA TO WS-LLAVE-SDO
           MOVE 'RS' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * PLAZOS FIJOS EN DOLARES VIGENTES. LA CONSTITUCION SOLO
      * DEBITA LA CAJA DE AHORRO, ASI QUE EL CAPITAL SIGUE EN
      * CTASDOLR; EL INTERES DEVENGADO A PAGAR ESTA EN INTPLZFD.
      * -----------------------------------------------------------
       3000-RECORRE-PLAZOS-FIJOS.
           MOVE ZEROS TO WS-LLAVE-PLZF
           MOVE 'RI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-REV
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           PERFORM 3100-SUMA-PLAZO-FIJO
                   UNTIL WS-CODIGO-PLZF NOT EQUAL ZEROS.
       3000-FIN.  EXIT.

       3100-SUMA-PLAZO-FIJO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-PLZF-VIGENTE-AUX AND WS-PLZF-EN-DOLARES-AUX
              ADD 1 TO WS-CONTADOR-PLAZOS
              ADD WS-PLZF-CAPITAL-AUX TO WS-SALDO-DOLARES
              ADD WS-PLZF-INTERES-AUX TO WS-INTERES-PLZF-DOLARES
           END-IF

           MOVE WS-PLZF-CERTIFICADO-AUX TO WS-LLAVE-PLZF
           MOVE 'RS' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-REV
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA CUENTA DEL MAYOR SE COMPARA CONTRA SU VALUACION Y LA
      * DIFERENCIA SE ASIENTA CONTRA DIFCAMBI.
      * -----------------------------------------------------------
       4000-REVALUA.
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           MOVE WS-CUENTA-GL-DOLARES TO WS-CUENTA-GL-BUSCAR
           MOVE WS-SALDO-DOLARES     TO WS-DOLARES-CUENTA
           PERFORM 4100-REVALUA-CUENTA

           MOVE WS-CUENTA-GL-INT-PLZFD  TO WS-CUENTA-GL-BUSCAR
           MOVE WS-INTERES-PLZF-DOLARES TO WS-DOLARES-CUENTA
           PERFORM 4100-REVALUA-CUENTA

           IF GL-ABIERTO
              CLOSE GL-INTERFAZ
              MOVE 'DIFERENCIA DE CAMBIO ASENTADA EN GL-INTERFAZ'
                   TO RES-RESULTADO
           ELSE
              MOVE 'SIN DIFERENCIA DE CAMBIO A ASENTAR'
                   TO RES-RESULTADO
           END-IF

           MOVE WS-CONTADOR-CUENTAS TO RES-CUENTAS
           MOVE WS-CONTADOR-PLAZOS  TO RES-PLAZOS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-LINEA-RESULTADO
                 AFTER ADVANCING 1 LINE.
       4000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL SALDO DEL MAYOR ES HABER MENOS DEBE DE TODOS LOS PERIODOS
      * HASTA EL ACTUAL, INCLUSIVE (PASIVO: SALDO ACREEDOR).
      * DIFERENCIA POSITIVA = EL PASIVO EN PESOS CRECIO: DEBE
      * DIFCAMBI / HABER LA CUENTA; NEGATIVA AL REVES.
      * -----------------------------------------------------------
       4100-REVALUA-CUENTA.
           COMPUTE WS-VALUADO-PESOS ROUNDED =
                   WS-DOLARES-CUENTA * WS-COT-COMPRA

           MOVE ZEROS TO WS-SALDO-MAYOR
           MOVE WS-CUENTA-GL-BUSCAR TO WS-LLAVE-MAY(1:8)
                                       WS-LLAVE-HASTA-MAY(1:8)
           MOVE ZEROS               TO WS-LLAVE-MAY(9:6)
           MOVE WS-ANIO-MES-HOY-AM  TO WS-LLAVE-HASTA-MAY(9:6)
           MOVE 'RI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-REV WS-REG-MAYOR-AUX WS-CODIGO-MAY
           PERFORM 4110-SUMA-PERIODO
                   UNTIL WS-CODIGO-MAY NOT EQUAL ZEROS

           COMPUTE WS-DIFERENCIA = WS-VALUADO-PESOS - WS-SALDO-MAYOR

           MOVE WS-CUENTA-GL-BUSCAR TO DET-CUENTA
           MOVE WS-DOLARES-CUENTA   TO DET-DOLARES
           MOVE WS-VALUADO-PESOS    TO DET-VALUADO
           MOVE WS-SALDO-MAYOR      TO DET-MAYOR
           MOVE WS-DIFERENCIA       TO DET-DIFERENCIA
           EVALUATE TRUE
              WHEN WS-DIFERENCIA GREATER THAN ZEROS
                 MOVE 'PERD' TO DET-SENTIDO
              WHEN WS-DIFERENCIA LESS THAN ZEROS
                 MOVE 'GAN'  TO DET-SENTIDO
              WHEN OTHER
                 MOVE 'OK'   TO DET-SENTIDO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE

           IF WS-DIFERENCIA NOT EQUAL ZEROS
              PERFORM 4200-GRABA-ASIENTO
           END-IF.
       4100-FIN.  EXIT.

       4110-SUMA-PERIODO.
           COMPUTE WS-SALDO-MAYOR = WS-SALDO-MAYOR
                   + WS-MAY-HABER-AUX - WS-MAY-DEBE-AUX
           MOVE WS-MAY-CUENTA-AUX  TO WS-LLAVE-MAY(1:8)
           MOVE WS-MAY-PERIODO-AUX TO WS-LLAVE-MAY(9:6)
           MOVE 'RS' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-REV WS-REG-MAYOR-AUX WS-CODIGO-MAY.
       4110-FIN.  EXIT.

      * -----------------------------------------------------------
      * PAR BALANCEADO EN PESOS. LA LINEA DE LA CUENTA EN DOLARES
      * VA MARCADA USD SIN IMPORTE ORIGEN: NO HUBO MOVIMIENTO DE
      * DOLARES, SOLO CAMBIO SU VALOR EN PESOS.
      * -----------------------------------------------------------
       4200-GRABA-ASIENTO.
           IF NOT GL-ABIERTO
              OPEN EXTEND GL-INTERFAZ
              IF WS-CODIGO-GL NOT EQUAL ZEROS
                 DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                         WS-CODIGO-GL
                 MOVE 8 TO RETURN-CODE
                 GO TO 4200-FIN
              END-IF
              MOVE 'S' TO SW-GL-ABIERTO
           END-IF

           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA

           MOVE WS-CUENTA-GL-BUSCAR TO GL-CUENTA
           IF WS-DIFERENCIA GREATER THAN ZEROS
              MOVE 'H'             TO GL-TIPO
              MOVE WS-DIFERENCIA   TO GL-IMPORTE
           ELSE
              MOVE 'D'             TO GL-TIPO
              COMPUTE GL-IMPORTE = ZERO - WS-DIFERENCIA
           END-IF
           MOVE 'USD'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN
           WRITE REG-ASIENTO-GL

           MOVE WS-CUENTA-GL-DIF-CAMBIO TO GL-CUENTA
           IF WS-DIFERENCIA GREATER THAN ZEROS
              MOVE 'D'             TO GL-TIPO
           ELSE
              MOVE 'H'             TO GL-TIPO
           END-IF
           MOVE 'ARS'              TO GL-MONEDA
           WRITE REG-ASIENTO-GL
           ADD 2 TO WS-CONTADOR-ASIENTOS.
       4200-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
                      WS-LLAVE-HASTA-PLZF WS-USUARIO-REV
                      WS-REG-PLZF-AUX WS-CODIGO-PLZF
           MOVE 'CI' TO WS-FUNCION-MAY
           CALL 'MAYOR-GL-I-O'
                USING WS-FUNCION-MAY WS-LLAVE-MAY WS-LLAVE-HASTA-MAY
                      WS-USUARIO-REV WS-REG-MAYOR-AUX WS-CODIGO-MAY

           IF RETURN-CODE NOT EQUAL 8
              MOVE 'RE' TO WS-FUNCION-CTRL
              MOVE WS-ANIO-MES-HOY-AM TO WS-PERIODO-CTRL
              CALL 'CONTROL-CORRIDAS'
                   USING WS-FUNCION-CTRL WS-NOMBRE-PROGRAMA
                         WS-PERIODO-CTRL WS-CODIGO-CTRL
           END-IF

           MOVE WS-CONTADOR-LEIDOS   TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-ASIENTOS TO WS-STAT-GRABADOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-CERO

           CLOSE REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
