       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL INTERES DEL CERTIFICADO QUE SE PAGA O SE
      *                    CAPITALIZA AL VENCIMIENTO SE GRABA EN
      *                    RETENCIONES-INTERES (UT-S-RETINTER, ORIGEN
      *                    PLAZOFIJ) A NOMBRE DE PLZF-TITULAR PARA EL
      *                    CERTIFICADO ANUAL DE INTERESES. EL DE LOS
      *                    CERTIFICADOS EN DOLARES VA EN PESOS AL
      *                    COMPRADOR DEL DIA (COTIZACIONES-I-O,
      *                    FUNCION LF); SIN COTIZACION NO SE GRABA Y
      *                    SE AVISA POR CONSOLA.
      *   02/09/2026  AMF  VERSION ORIGINAL. LOTE DIARIO DE
      *                    VENCIMIENTOS DE PLAZO FIJO: RECORRE
      *                    PLAZOS-FIJOS Y A CADA CERTIFICADO VIGENTE
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT RETENCIONES-INTERES ASSIGN TO UT-S-RETINTER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RTI.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  RETENCIONES-INTERES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS REG-RETENCION-INTERES.
           COPY CPRETINT.

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 RES-FALLIDOS              PIC ZZ,ZZ9.

       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-RTI                PIC X(02).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-DIAS-AVISO                PIC S9(05) VALUE 7.
              88 WS-PLZF-RENUEVA-CAP-AUX         VALUE 'K'.
           05 WS-PLZF-ESTADO-AUX        PIC X(01).
              88 WS-PLZF-VIGENTE-AUX             VALUE 'V'.
           05 WS-PLZF-MONEDA-AUX        PIC X(03).
              88 WS-PLZF-EN-DOLARES-AUX          VALUE 'USD'.
       01  WS-CODIGO-PLZF               PIC X(02).

       01  WS-FUNCION-COT               PIC X(02).
       01  WS-LLAVE-COT.
           05 WS-LLAVE-COT-MONEDA       PIC X(03) VALUE 'USD'.
           05 WS-LLAVE-COT-FECHA        PIC 9(08).
           COPY CPCOTIWS.
       01  WS-CODIGO-COT                PIC X(02).
       01  SW-COTIZACION-DIA            PIC X(01) VALUE 'N'.
           88 HAY-COTIZACION-DIA                  VALUE 'S'.
       01  WS-INTERES-EN-PESOS          PIC 9(11)V99.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-HOY WS-DIAS-AVISO WS-FECHA-AVISO

           PERFORM 0700-LEE-COTIZACION

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN EXTEND RETENCIONES-INTERES
           IF WS-CODIGO-RTI NOT EQUAL ZEROS
              OPEN OUTPUT RETENCIONES-INTERES
           END-IF

           MOVE 'AB' TO WS-FUNCION-PLZF
           CALL 'PLAZOS-FIJOS-I-O'
                USING WS-FUNCION-PLZF WS-LLAVE-PLZF
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMPRADOR DEL DOLAR DEL DIA: LA ULTIMA COTIZACION CARGADA A
      * LA FECHA DE HOY O ANTERIOR.
      * -----------------------------------------------------------
       0700-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-VTO
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              GO TO 0700-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-VTO
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS
              MOVE 'S' TO SW-COTIZACION-DIA
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-VTO
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0700-FIN.  EXIT.

       1000-PROCESA-CERTIFICADO.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF WS-PLZF-VIGENTE-AUX
                 PERFORM 3000-ACREDITA-EN-CUENTA
                 IF WS-CODIGO-SDO EQUAL ZEROS
                    ADD 1 TO WS-CONTADOR-PAGADOS
                    PERFORM 6000-GRABA-RETENCION-INTERES
                    MOVE 'P'   TO WS-PLZF-ESTADO-AUX
                    MOVE ZEROS TO WS-PLZF-INTERES-AUX
                    MOVE 'PAGADO A LA CUENTA' TO DET-MENSAJE
                 END-IF
              WHEN WS-PLZF-RENUEVA-TODO-AUX
                 ADD 1 TO WS-CONTADOR-RENOVADOS
                 PERFORM 6000-GRABA-RETENCION-INTERES
                 ADD WS-PLZF-INTERES-AUX TO WS-PLZF-CAPITAL-AUX
                 MOVE ZEROS TO WS-PLZF-INTERES-AUX
                 PERFORM 3500-RENUEVA-VENCIMIENTO
                 END-IF
                 IF WS-CODIGO-SDO EQUAL ZEROS
                    ADD 1 TO WS-CONTADOR-RENOVADOS
                    PERFORM 6000-GRABA-RETENCION-INTERES
                    MOVE ZEROS TO WS-PLZF-INTERES-AUX
                    PERFORM 3500-RENUEVA-VENCIMIENTO
                    MOVE 'INTERES PAGADO, RENOVADO' TO DET-MENSAJE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE.
       5000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL INTERES COBRADO O CAPITALIZADO QUEDA EN RETENCIONES-
      * INTERES PARA EL CERTIFICADO ANUAL DEL TITULAR DEL PLAZO
      * FIJO (AL 100 POR CIENTO, SIN RETENCION).
      * -----------------------------------------------------------
       6000-GRABA-RETENCION-INTERES.
           IF WS-PLZF-INTERES-AUX EQUAL ZEROS
                 OR WS-PLZF-TITULAR-AUX EQUAL ZEROS
              GO TO 6000-FIN
           END-IF

           IF WS-PLZF-EN-DOLARES-AUX
              IF NOT HAY-COTIZACION-DIA
                 DISPLAY 'SIN COTIZACION: EL INTERES DEL CERTIFICADO '
                         WS-PLZF-CERTIFICADO-AUX
                         ' NO VA AL CERTIFICADO ANUAL'
                 GO TO 6000-FIN
              END-IF
              COMPUTE WS-INTERES-EN-PESOS ROUNDED =
                      WS-PLZF-INTERES-AUX * WS-COT-COMPRA
           ELSE
              MOVE WS-PLZF-INTERES-AUX TO WS-INTERES-EN-PESOS
           END-IF

           MOVE SPACES              TO REG-RETENCION-INTERES
           MOVE WS-FECHA-HOY        TO RTI-FECHA
           MOVE WS-PLZF-CUENTA-AUX  TO RTI-CUENTA
           MOVE WS-PLZF-TITULAR-AUX TO RTI-CLIENTE
           MOVE 'T'                 TO RTI-ROL
           MOVE 100                 TO RTI-PARTICIPACION
           MOVE WS-INTERES-EN-PESOS TO RTI-INTERES
           MOVE ZEROS               TO RTI-RETENIDO
           MOVE 'PLAZOFIJ'          TO RTI-ORIGEN
           WRITE REG-RETENCION-INTERES.
       6000-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-PAGADOS   TO RES-PAGADOS
           MOVE WS-CONTADOR-RENOVADOS TO RES-RENOVADOS
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-PROCESADOS WS-STAT-FALLIDOS

           CLOSE REPORTE RETENCIONES-INTERES.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
