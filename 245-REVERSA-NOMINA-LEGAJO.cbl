       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REVERSA-NOMINA-LEGAJO.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. REVERSION CONTROLADA DE LA
      *                    NOMINA YA LIQUIDADA DE UN LEGAJO Y PERIODO
      *                    (TARJETAS UT-S-TRANSREV CON LEGAJO, PERIODO,
      *                    USUARIO QUE AUTORIZA Y MOTIVO). POR CADA
      *                    TARJETA VALIDA GRABA EN REVERSIONES-NOMINA
      *                    (CPREVNOM) EL DETALLE QUE NIEGA EL BRUTO,
      *                    LA DEDUCCION, EL NETO Y LA RETENCION DE
      *                    GANANCIAS DE NOMINA-DETALLE, Y DEJA ESE
      *                    DETALLE EN CEROS CON ESTADO 'V'. LAS LINEAS
      *                    DE RETENCIONES-NOMINA DEL LEGAJO Y PERIODO
      *                    TODAVIA NO REMITIDAS SE QUITAN DEL ARCHIVO
      *                    (EL ACTUALIZADO REEMPLAZA AL DE ENTRADA EN
      *                    EL JCL) Y SU IMPORTE VUELVE AL SALDO DE LA
      *                    DEDUCCION RECURRENTE, REACTIVANDOLA SI SE
      *                    HABIA CANCELADO; LAS YA REMITIDAS QUEDAN.
      *                    SI EL NETO NO SALIO (PENDIENTE O RECHAZADO
      *                    POR EL BANCO) SE DEBITA DE LA CUENTA DEL
      *                    LEGAJO EN SALDOS; SI YA SALIO (TRANSFERIDO
      *                    O CHEQUE), O NO HAY CUENTA, SE CREA UNA
      *                    DEDUCCION DE RECUPERO (TIPO RNM) POR EL
      *                    NETO. POSTEA EN GL-INTERFAZ EL ASIENTO
      *                    ESPEJO DEL DE PROCESO-NOMINA. DESPUES EL
      *                    PERIODO SE RELIQUIDA CON LAS TARJETAS DE
      *                    SELECCION DE LEGAJOS DE SIEMPRE. CON
      *                    TARJETAS RECHAZADAS, RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-REVERSIONES ASSIGN TO UT-S-TRANSREV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TRANS.

           SELECT REVERSIONES-NOMINA ASSIGN TO UT-S-REVERNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-REVN.

           SELECT RETENCIONES-NOMINA ASSIGN TO UT-S-RETENNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETN.

           SELECT RETENCIONES-ACTUALIZADAS ASSIGN TO UT-S-RETENACT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RACT.

           SELECT MAPA-CUENTAS-DEPTO ASSIGN TO UT-S-MAPGLDEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MAPGL.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-REVERSIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-REVERSION.
       01  REG-TRANS-REVERSION.
           05 TREV-LEGAJO               PIC 9(05).
           05 TREV-PERIODO              PIC 9(06).
           05 TREV-USUARIO              PIC X(08).
           05 TREV-MOTIVO               PIC X(30).
           05 FILLER                    PIC X(31).

       FD  REVERSIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS REG-REVERSION-NOMINA.
           COPY CPREVNOM.

       FD  RETENCIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REG-RETENCION-NOMINA.
           COPY CPRETNOM.

       FD  RETENCIONES-ACTUALIZADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REG-RETENCION-ACT.
       01  REG-RETENCION-ACT            PIC X(72).

       FD  MAPA-CUENTAS-DEPTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-MAPA-CUENTA.
       01  REG-MAPA-CUENTA.
           05 MAPGL-DEPTO               PIC 9(03).
           05 MAPGL-CUENTA-GASTO        PIC X(08).
           05 MAPGL-CUENTA-CONTR        PIC X(08).
           05 MAPGL-CUENTA-VIATICOS     PIC X(08).
           05 FILLER                    PIC X(53).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'REVERSION DE NOMINA POR LEGAJO'.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-LEGAJO                PIC 9(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-NETO                  PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(40).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(12)
              VALUE 'REVERTIDAS:'.
           05 RES-REVERTIDAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(14)
              VALUE '  RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(18)
              VALUE '  NETO REVERTIDO:'.
           05 RES-NETO                  PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN-2.
           05 FILLER                    PIC X(20)
              VALUE 'RETENIDO REPUESTO:'.
           05 RES-REPUESTO              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(26)
              VALUE '  DEDUCCIONES DE RECUPERO:'.
           05 RES-RECUPEROS             PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REVN               PIC X(02).
       01  WS-CODIGO-RETN               PIC X(02).
       01  WS-CODIGO-RACT               PIC X(02).
       01  WS-CODIGO-MAPGL              PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-FIN-RETN                  PIC X(01) VALUE 'N'.
           88 FIN-DE-RETN                          VALUE 'S'.
       01  SW-FIN-MAPGL                 PIC X(01) VALUE 'N'.
           88 FIN-DE-MAPGL                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-USUARIO-REV               PIC X(08) VALUE 'REVNOMI'.

      * CUENTA DE GASTO DE SUELDOS DE CADA DEPARTAMENTO, LA MISMA
      * QUE USA PROCESO-NOMINA PARA EL DEBE DEL ASIENTO.
       01  WS-TABLA-MAPA-CUENTAS.
           05 WS-MAP-CUENTA-GASTO       PIC X(08) OCCURS 999 TIMES.

      * LIQUIDACIONES A REVERTIR DEL LOTE, YA VALIDADAS. EL
      * TRATAMIENTO DEL NETO SE DECIDE AL VALIDAR, ANTES DE TOCAR
      * NINGUN ARCHIVO.
       01  WS-MAXIMO-REVERSIONES        PIC 9(03) VALUE 100.
       01  WS-CANTIDAD-REVERSIONES      PIC 9(03) VALUE ZEROS.
       01  WS-IDX-REV                   PIC 9(03) COMP.
       01  WS-REV-HALLADA               PIC 9(03) COMP.
       01  WS-TABLA-REVERSIONES.
           05 WS-REV-ENTRADA OCCURS 100 TIMES.
              10 WS-REV-LEGAJO          PIC 9(05).
              10 WS-REV-PERIODO         PIC 9(06).
              10 WS-REV-USUARIO         PIC X(08).
              10 WS-REV-MOTIVO          PIC X(30).
              10 WS-REV-BRUTO           PIC S9(07)V99 COMP-3.
              10 WS-REV-DEDUCCION       PIC S9(07)V99 COMP-3.
              10 WS-REV-NETO            PIC S9(07)V99 COMP-3.
              10 WS-REV-IMPGAN          PIC S9(07)V99 COMP-3.
              10 WS-REV-FECHA-LIQ       PIC 9(08).
              10 WS-REV-ESTADO-PAGO     PIC X(01).
              10 WS-REV-TRATAMIENTO     PIC X(01).
                 88 WS-REV-DEBITA-SALDO           VALUE 'S'.
                 88 WS-REV-RECUPERA-DEDR          VALUE 'D'.
              10 WS-REV-DEDR-SEC        PIC 9(02).
              10 WS-REV-RET-TOTAL       PIC S9(07)V99 COMP-3.
              10 WS-REV-RET-REPUESTO    PIC S9(07)V99 COMP-3.
              10 WS-REV-RET-REMITIDO    PIC S9(07)V99 COMP-3.

       01  WS-FUNCION-DET               PIC X(02).
       01  WS-LLAVE-DET                 PIC 9(11) VALUE ZEROS.
       01  WS-LLAVE-HASTA-DET           PIC 9(11) VALUE 99999999999.
       01  WS-REG-NOMINA-DET-AUX.
           05 WS-NOMDET-LEGAJO-AUX      PIC 9(05).
           05 WS-NOMDET-PERIODO-AUX     PIC 9(06).
           05 WS-NOMDET-BRUTO-AUX       PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-DEDUCCION-AUX   PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-NETO-AUX        PIC S9(07)V99 COMP-3.
           05 WS-NOMDET-FECHA-AUX       PIC 9(08).
           05 WS-NOMDET-ESTADO-AUX      PIC X(01).
              88 WS-NOMDET-NETO-NO-SALIO          VALUE ' ' 'R'.
              88 WS-NOMDET-REVERTIDO-AUX          VALUE 'V'.
           05 WS-NOMDET-IMPGAN-AUX      PIC S9(07)V99 COMP-3.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-DEDR              PIC X(02).
       01  WS-LLAVE-DEDR.
           05 WS-LLAVE-DEDR-LEGAJO      PIC 9(05).
           05 WS-LLAVE-DEDR-SEC         PIC 9(02).
       01  WS-LLAVE-HASTA-DEDR.
           05 WS-LLAVE-HASTA-DEDR-LEG   PIC 9(05).
           05 WS-LLAVE-HASTA-DEDR-SEC   PIC 9(02).
           COPY CPDEDRWS.
       01  WS-CODIGO-DEDR               PIC X(02).
       01  WS-SECUENCIA-MAXIMA          PIC 9(02).
       01  WS-REFERENCIA-RECUPERO.
           05 FILLER                    PIC X(03) VALUE 'REV'.
           05 WS-REF-REC-PERIODO        PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

      * --- LINEA DE ASIENTO A GRABAR Y CUENTAS DEL ESPEJO ---
       01  WS-GL-CUENTA                 PIC X(08).
       01  WS-GL-TIPO                   PIC X(01).
       01  WS-GL-IMPORTE                PIC S9(11)V99 COMP-3.
       01  WS-CUENTA-RETN-TIPO.
           05 FILLER                    PIC X(03) VALUE 'RET'.
           05 WS-CUENTA-RETN-SUFIJO     PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
       01  WS-DEPTO-GL                  PIC 9(03).
       01  WS-NO-REMUNERATIVO           PIC S9(07)V99 COMP-3.
       01  WS-RESTO-RETENCIO            PIC S9(07)V99 COMP-3.

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-REVERTIDAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECUPEROS        PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-NETO-REVERTIDO      PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-RET-REPUESTO        PIC S9(11)V99 COMP-3
                                         VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'REVERSA-NOMINA'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VALIDA-TARJETA UNTIL FIN-DE-TRANS
           PERFORM 3000-PASA-RETENCIONES
           PERFORM 4000-APLICA-REVERSION
                   VARYING WS-IDX-REV FROM 1 BY 1
                   UNTIL WS-IDX-REV > WS-CANTIDAD-REVERSIONES
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SIN GL-INTERFAZ NO SE REVIERTE NADA: LA REVERSION SIN SU
      * ASIENTO ESPEJO DESBALANCEARIA EL MAYOR.
      * -----------------------------------------------------------
       1000-INICIALIZA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-CARGA-MAPA-CUENTAS

           OPEN INPUT TRANS-REVERSIONES
           OPEN EXTEND REVERSIONES-NOMINA
           IF WS-CODIGO-REVN NOT EQUAL ZEROS
              OPEN OUTPUT REVERSIONES-NOMINA
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-REV WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-REVERSIONES
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL MAPA DE CUENTAS ES OPCIONAL: SIN ARCHIVO, O SIN CUENTA
      * PARA EL DEPARTAMENTO, EL GASTO SE REVIERTE EN GTOSUELD,
      * COMO LO POSTEA PROCESO-NOMINA.
      * -----------------------------------------------------------
       1100-CARGA-MAPA-CUENTAS.
           MOVE SPACES TO WS-TABLA-MAPA-CUENTAS
           OPEN INPUT MAPA-CUENTAS-DEPTO
           IF WS-CODIGO-MAPGL NOT EQUAL ZEROS
              GO TO 1100-FIN
           END-IF

           PERFORM 1110-CARGA-UNA-CUENTA UNTIL FIN-DE-MAPGL
           CLOSE MAPA-CUENTAS-DEPTO.
       1100-FIN.  EXIT.

       1110-CARGA-UNA-CUENTA.
           READ MAPA-CUENTAS-DEPTO
              AT END MOVE 'S' TO SW-FIN-MAPGL
           END-READ
           IF FIN-DE-MAPGL
              GO TO 1110-FIN
           END-IF

           IF MAPGL-DEPTO GREATER THAN ZEROS
              MOVE MAPGL-CUENTA-GASTO
                TO WS-MAP-CUENTA-GASTO (MAPGL-DEPTO)
           END-IF.
       1110-FIN.  EXIT.

      * -----------------------------------------------------------
      * PRIMERA PASADA: CADA TARJETA SE VALIDA CONTRA SU DETALLE DE
      * NOMINA Y LA VALIDA ENTRA A LA TABLA DEL LOTE. LA RECHAZADA
      * SE LISTA ACA; LA VALIDA SE LISTA AL APLICARSE.
      * -----------------------------------------------------------
       2000-VALIDA-TARJETA.
           MOVE TREV-LEGAJO  TO DET-LEGAJO
           MOVE TREV-PERIODO TO DET-PERIODO
           MOVE ZEROS        TO DET-NETO
           MOVE SPACES       TO DET-MENSAJE
           MOVE 'N'          TO SW-TRANS-INVALIDA

           PERFORM 2100-VALIDA-REVERSION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              WRITE REG-REPORTE FROM WS-DETALLE
                    AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

       2100-VALIDA-REVERSION.
           IF TREV-LEGAJO NOT NUMERIC OR TREV-LEGAJO EQUAL ZEROS
              OR TREV-PERIODO NOT NUMERIC
              OR TREV-PERIODO EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LEGAJO O PERIODO INVALIDO' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF
           IF TREV-USUARIO EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'FALTA EL USUARIO QUE AUTORIZA' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           MOVE ZEROS TO WS-REV-HALLADA
           IF WS-CANTIDAD-REVERSIONES GREATER THAN ZEROS
              PERFORM 2110-COMPARA-LOTE
                      VARYING WS-IDX-REV FROM 1 BY 1
                      UNTIL WS-IDX-REV > WS-CANTIDAD-REVERSIONES
           END-IF
           IF WS-REV-HALLADA GREATER THAN ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'REVERSION REPETIDA EN EL LOTE' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF
           IF WS-CANTIDAD-REVERSIONES NOT LESS THAN
                 WS-MAXIMO-REVERSIONES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LOTE EXCEDIDO, REPETIR LA TARJETA' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           MOVE TREV-LEGAJO  TO WS-LLAVE-DET(1:5)
           MOVE TREV-PERIODO TO WS-LLAVE-DET(6:6)
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-REV WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET
           IF WS-CODIGO-DET NOT EQUAL ZEROS
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'SIN LIQUIDACION EN EL PERIODO' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF
           IF WS-NOMDET-REVERTIDO-AUX
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'LIQUIDACION YA REVERTIDA' TO DET-MENSAJE
              GO TO 2100-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-REVERSIONES
           MOVE WS-CANTIDAD-REVERSIONES TO WS-IDX-REV
           MOVE TREV-LEGAJO  TO WS-REV-LEGAJO (WS-IDX-REV)
           MOVE TREV-PERIODO TO WS-REV-PERIODO (WS-IDX-REV)
           MOVE TREV-USUARIO TO WS-REV-USUARIO (WS-IDX-REV)
           MOVE TREV-MOTIVO  TO WS-REV-MOTIVO (WS-IDX-REV)
           MOVE WS-NOMDET-BRUTO-AUX     TO WS-REV-BRUTO (WS-IDX-REV)
           MOVE WS-NOMDET-DEDUCCION-AUX
             TO WS-REV-DEDUCCION (WS-IDX-REV)
           MOVE WS-NOMDET-NETO-AUX      TO WS-REV-NETO (WS-IDX-REV)
           MOVE WS-NOMDET-IMPGAN-AUX    TO WS-REV-IMPGAN (WS-IDX-REV)
           MOVE WS-NOMDET-FECHA-AUX
             TO WS-REV-FECHA-LIQ (WS-IDX-REV)
           MOVE WS-NOMDET-ESTADO-AUX
             TO WS-REV-ESTADO-PAGO (WS-IDX-REV)
           MOVE ZEROS TO WS-REV-DEDR-SEC (WS-IDX-REV)
           MOVE ZEROS TO WS-REV-RET-TOTAL (WS-IDX-REV)
           MOVE ZEROS TO WS-REV-RET-REPUESTO (WS-IDX-REV)
           MOVE ZEROS TO WS-REV-RET-REMITIDO (WS-IDX-REV)

      *    EL NETO QUE NO SALIO SE DEBITA DE LA CUENTA DEL LEGAJO;
      *    EL QUE YA SE PAGO (O SIN CUENTA) SE RECUPERA POR
      *    DEDUCCION EN LAS PROXIMAS NOMINAS.
           MOVE 'D' TO WS-REV-TRATAMIENTO (WS-IDX-REV)
           IF WS-NOMDET-NETO-NO-SALIO
              MOVE TREV-LEGAJO TO WS-LLAVE-SDO
              MOVE 'LE' TO WS-FUNCION-SDO
              CALL 'SALDOS-INDEXADOS-I-O'
                   USING WS-FUNCION-SDO WS-LLAVE-SDO
                         WS-LLAVE-HASTA-SDO WS-USUARIO-REV
                         WS-REG-SALDOS WS-CODIGO-SDO
              IF WS-CODIGO-SDO EQUAL ZEROS
                 MOVE 'S' TO WS-REV-TRATAMIENTO (WS-IDX-REV)
              END-IF
           END-IF
           IF WS-REV-NETO (WS-IDX-REV) NOT GREATER THAN ZEROS
              MOVE 'S' TO WS-REV-TRATAMIENTO (WS-IDX-REV)
           END-IF

           IF WS-REV-RECUPERA-DEDR (WS-IDX-REV)
              PERFORM 2200-BUSCA-SECUENCIA-LIBRE
              IF WS-SECUENCIA-MAXIMA EQUAL 99
                 SUBTRACT 1 FROM WS-CANTIDAD-REVERSIONES
                 MOVE 'S' TO SW-TRANS-INVALIDA
                 MOVE 'SIN SECUENCIA LIBRE PARA EL RECUPERO'
                   TO DET-MENSAJE
                 GO TO 2100-FIN
              END-IF
              COMPUTE WS-REV-DEDR-SEC (WS-IDX-REV) =
                      WS-SECUENCIA-MAXIMA + 1
           END-IF.
       2100-FIN.  EXIT.

       2110-COMPARA-LOTE.
           IF WS-REV-LEGAJO (WS-IDX-REV) EQUAL TREV-LEGAJO
              AND WS-REV-PERIODO (WS-IDX-REV) EQUAL TREV-PERIODO
              MOVE WS-IDX-REV TO WS-REV-HALLADA
           END-IF.
       2110-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA DEDUCCION DE RECUPERO TOMA LA SECUENCIA SIGUIENTE A LA
      * MAYOR DEL LEGAJO, CONTANDO TAMBIEN LAS QUE YA RESERVO ESTE
      * MISMO LOTE PARA OTRO PERIODO DEL LEGAJO.
      * -----------------------------------------------------------
       2200-BUSCA-SECUENCIA-LIBRE.
           MOVE ZEROS TO WS-SECUENCIA-MAXIMA
           MOVE TREV-LEGAJO TO WS-LLAVE-DEDR-LEGAJO
                               WS-LLAVE-HASTA-DEDR-LEG
           MOVE ZEROS       TO WS-LLAVE-DEDR-SEC
           MOVE 99          TO WS-LLAVE-HASTA-DEDR-SEC
           MOVE 'RI' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR

           PERFORM 2210-SECUENCIA-SIGUIENTE
                   UNTIL WS-CODIGO-DEDR NOT EQUAL ZEROS

           MOVE WS-IDX-REV TO WS-REV-HALLADA
           PERFORM 2220-SECUENCIA-DEL-LOTE
                   VARYING WS-IDX-REV FROM 1 BY 1
                   UNTIL WS-IDX-REV NOT LESS THAN WS-REV-HALLADA
           MOVE WS-REV-HALLADA TO WS-IDX-REV.
       2200-FIN.  EXIT.

       2210-SECUENCIA-SIGUIENTE.
           IF WS-DEDR-SECUENCIA GREATER THAN WS-SECUENCIA-MAXIMA
              MOVE WS-DEDR-SECUENCIA TO WS-SECUENCIA-MAXIMA
           END-IF

           MOVE 'RS' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR.
       2210-FIN.  EXIT.

       2220-SECUENCIA-DEL-LOTE.
           IF WS-REV-LEGAJO (WS-IDX-REV) EQUAL TREV-LEGAJO
              AND WS-REV-RECUPERA-DEDR (WS-IDX-REV)
              AND WS-REV-DEDR-SEC (WS-IDX-REV) GREATER THAN
                  WS-SECUENCIA-MAXIMA
              MOVE WS-REV-DEDR-SEC (WS-IDX-REV)
                TO WS-SECUENCIA-MAXIMA
           END-IF.
       2220-FIN.  EXIT.

      * -----------------------------------------------------------
      * SEGUNDA PASADA: RETENCIONES-NOMINA SE COPIA AL ARCHIVO
      * ACTUALIZADO. LA LINEA DE UNA LIQUIDACION REVERTIDA VA AL
      * DEBE DE SU CUENTA RET + TIPO EN EL ESPEJO; SI TODAVIA NO
      * SE REMITIO SE QUITA DEL ARCHIVO Y SU IMPORTE VUELVE A LA
      * DEDUCCION RECURRENTE. LA YA REMITIDA QUEDA COMO ESTA.
      * -----------------------------------------------------------
       3000-PASA-RETENCIONES.
           OPEN OUTPUT RETENCIONES-ACTUALIZADAS
           OPEN INPUT RETENCIONES-NOMINA
           IF WS-CODIGO-RETN NOT EQUAL ZEROS
              DISPLAY 'SIN RETENCIONES-NOMINA: NO HAY RETENCIONES '
                      'PARA REPONER'
              CLOSE RETENCIONES-ACTUALIZADAS
              GO TO 3000-FIN
           END-IF

           PERFORM 3010-COPIA-UNA-RETENCION UNTIL FIN-DE-RETN
           CLOSE RETENCIONES-NOMINA RETENCIONES-ACTUALIZADAS.
       3000-FIN.  EXIT.

       3010-COPIA-UNA-RETENCION.
           READ RETENCIONES-NOMINA
              AT END MOVE 'S' TO SW-FIN-RETN
           END-READ
           IF FIN-DE-RETN
              GO TO 3010-FIN
           END-IF

           MOVE ZEROS TO WS-REV-HALLADA
           IF WS-CANTIDAD-REVERSIONES GREATER THAN ZEROS
              PERFORM 3020-BUSCA-REVERSION
                      VARYING WS-IDX-REV FROM 1 BY 1
                      UNTIL WS-IDX-REV > WS-CANTIDAD-REVERSIONES
           END-IF
           IF WS-REV-HALLADA EQUAL ZEROS
              WRITE REG-RETENCION-ACT FROM REG-RETENCION-NOMINA
              GO TO 3010-FIN
           END-IF

           ADD RETN-IMPORTE TO WS-REV-RET-TOTAL (WS-REV-HALLADA)
           MOVE RETN-TIPO    TO WS-CUENTA-RETN-SUFIJO
           MOVE WS-CUENTA-RETN-TIPO TO WS-GL-CUENTA
           MOVE 'D'          TO WS-GL-TIPO
           MOVE RETN-IMPORTE TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           IF RETN-YA-REMITIDA
              ADD RETN-IMPORTE
                  TO WS-REV-RET-REMITIDO (WS-REV-HALLADA)
              WRITE REG-RETENCION-ACT FROM REG-RETENCION-NOMINA
           ELSE
              ADD RETN-IMPORTE
                  TO WS-REV-RET-REPUESTO (WS-REV-HALLADA)
              PERFORM 3100-REPONE-DEDUCCION
           END-IF.
       3010-FIN.  EXIT.

       3020-BUSCA-REVERSION.
           IF WS-REV-LEGAJO (WS-IDX-REV) EQUAL RETN-LEGAJO
              AND WS-REV-PERIODO (WS-IDX-REV) EQUAL RETN-PERIODO
              MOVE WS-IDX-REV TO WS-REV-HALLADA
           END-IF.
       3020-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA DEDUCCION CON SALDO (O CANCELADA POR HABERLO AGOTADO)
      * RECUPERA LO RETENIDO Y QUEDA ACTIVA; LA DE SALDO CERO Y
      * ACTIVA NO TIENE TOPE DE SALDO Y NO SE TOCA.
      * -----------------------------------------------------------
       3100-REPONE-DEDUCCION.
           MOVE RETN-LEGAJO    TO WS-LLAVE-DEDR-LEGAJO
           MOVE RETN-SECUENCIA TO WS-LLAVE-DEDR-SEC
           MOVE 'LE' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR
           IF WS-CODIGO-DEDR NOT EQUAL ZEROS
              DISPLAY 'DEDUCCION ' WS-LLAVE-DEDR
                      ' INEXISTENTE: NO SE REPONE EL SALDO'
              GO TO 3100-FIN
           END-IF
           IF WS-DEDR-ACTIVA
              AND WS-DEDR-SALDO-RESTANTE EQUAL ZEROS
              GO TO 3100-FIN
           END-IF

           ADD RETN-IMPORTE TO WS-DEDR-SALDO-RESTANTE
           MOVE 'A' TO WS-DEDR-ESTADO
           MOVE WS-REV-USUARIO (WS-REV-HALLADA) TO WS-USUARIO-REV
           MOVE 'CA' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR
           MOVE 'REVNOMI' TO WS-USUARIO-REV.
       3100-FIN.  EXIT.

      * -----------------------------------------------------------
      * TERCERA PASADA: CADA LIQUIDACION VALIDA SE REVIERTE. LAS
      * ACTUALIZACIONES SE AUDITAN CON EL USUARIO DE LA TARJETA.
      * -----------------------------------------------------------
       4000-APLICA-REVERSION.
           MOVE WS-REV-USUARIO (WS-IDX-REV) TO WS-USUARIO-REV
           MOVE WS-REV-LEGAJO (WS-IDX-REV)  TO DET-LEGAJO
           MOVE WS-REV-PERIODO (WS-IDX-REV) TO DET-PERIODO
           MOVE WS-REV-NETO (WS-IDX-REV)    TO DET-NETO

           MOVE WS-REV-LEGAJO (WS-IDX-REV)  TO REVN-LEGAJO
           MOVE WS-REV-PERIODO (WS-IDX-REV) TO REVN-PERIODO
           COMPUTE REVN-BRUTO = ZERO - WS-REV-BRUTO (WS-IDX-REV)
           COMPUTE REVN-DEDUCCION =
                   ZERO - WS-REV-DEDUCCION (WS-IDX-REV)
           COMPUTE REVN-NETO = ZERO - WS-REV-NETO (WS-IDX-REV)
           COMPUTE REVN-IMPUESTO-GAN =
                   ZERO - WS-REV-IMPGAN (WS-IDX-REV)
           MOVE WS-REV-FECHA-LIQ (WS-IDX-REV)
             TO REVN-FECHA-LIQUIDACION
           MOVE WS-REV-ESTADO-PAGO (WS-IDX-REV)
             TO REVN-ESTADO-PAGO-ORIG
           MOVE WS-REV-TRATAMIENTO (WS-IDX-REV) TO REVN-TRATAMIENTO
           MOVE WS-REV-DEDR-SEC (WS-IDX-REV)    TO REVN-DEDR-SECUENCIA
           MOVE WS-REV-RET-REPUESTO (WS-IDX-REV)
             TO REVN-RETENIDO-REPUESTO
           MOVE WS-REV-RET-REMITIDO (WS-IDX-REV)
             TO REVN-RETENIDO-REMITIDO
           MOVE WS-FECHA-HOY                 TO REVN-FECHA-REVERSION
           MOVE WS-REV-USUARIO (WS-IDX-REV)  TO REVN-USUARIO
           MOVE WS-REV-MOTIVO (WS-IDX-REV)   TO REVN-MOTIVO
           WRITE REG-REVERSION-NOMINA

      *    EL DETALLE QUEDA EN CEROS: LOS PROCESOS QUE LO SUMAN
      *    (CERTIFICADO ANUAL, GANANCIAS ACUMULADA, ASIENTO) YA NO
      *    CUENTAN LO REVERTIDO Y LA DISPERSION NO LO PAGA.
           MOVE WS-REV-LEGAJO (WS-IDX-REV)  TO WS-LLAVE-DET(1:5)
           MOVE WS-REV-PERIODO (WS-IDX-REV) TO WS-LLAVE-DET(6:6)
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-REV WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET
           MOVE ZEROS        TO WS-NOMDET-BRUTO-AUX
                                WS-NOMDET-DEDUCCION-AUX
                                WS-NOMDET-NETO-AUX
                                WS-NOMDET-IMPGAN-AUX
           MOVE WS-FECHA-HOY TO WS-NOMDET-FECHA-AUX
           MOVE 'V'          TO WS-NOMDET-ESTADO-AUX
           MOVE 'CA' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-REV WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           IF WS-REV-DEBITA-SALDO (WS-IDX-REV)
              PERFORM 4100-DEBITA-SALDO
           ELSE
              PERFORM 4200-CREA-RECUPERO
           END-IF

           PERFORM 4300-ASIENTO-ESPEJO

           ADD 1 TO WS-CONTADOR-REVERTIDAS
           ADD WS-REV-NETO (WS-IDX-REV) TO WS-TOTAL-NETO-REVERTIDO
           ADD WS-REV-RET-REPUESTO (WS-IDX-REV)
               TO WS-TOTAL-RET-REPUESTO
           MOVE 'REVERTIDA' TO DET-RESULTADO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           MOVE 'REVNOMI' TO WS-USUARIO-REV.
       4000-FIN.  EXIT.

       4100-DEBITA-SALDO.
           MOVE 'SALDO DEBITADO EN LA CUENTA' TO DET-MENSAJE
           IF WS-REV-NETO (WS-IDX-REV) NOT GREATER THAN ZEROS
              MOVE 'SIN NETO A DEBITAR' TO DET-MENSAJE
              GO TO 4100-FIN
           END-IF

           MOVE WS-REV-LEGAJO (WS-IDX-REV) TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO
           SUBTRACT WS-REV-NETO (WS-IDX-REV) FROM WS-SALDO-ACTUAL
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CA' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO.
       4100-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECUPERO DEL NETO YA PAGADO: DEDUCCION A FAVOR DE LA
      * EMPRESA POR EL NETO COMPLETO, QUE LA NOMINA DESCUENTA CON
      * EL TOPE LEGAL HASTA AGOTAR EL SALDO, COMO UN PRESTAMO.
      * -----------------------------------------------------------
       4200-CREA-RECUPERO.
           MOVE WS-REV-LEGAJO (WS-IDX-REV)   TO WS-DEDR-LEGAJO
                                               WS-LLAVE-DEDR-LEGAJO
           MOVE WS-REV-DEDR-SEC (WS-IDX-REV) TO WS-DEDR-SECUENCIA
                                               WS-LLAVE-DEDR-SEC
           MOVE WS-REV-PERIODO (WS-IDX-REV)  TO WS-REF-REC-PERIODO
           MOVE 'RNM'                        TO WS-DEDR-TIPO
           MOVE 'I'                          TO WS-DEDR-MODO
           MOVE WS-REV-NETO (WS-IDX-REV)     TO WS-DEDR-VALOR
                                               WS-DEDR-SALDO-RESTANTE
           MOVE 5                            TO WS-DEDR-PRIORIDAD
           MOVE 30                           TO WS-DEDR-TOPE-LEGAL
           MOVE 'A'                          TO WS-DEDR-ESTADO
           MOVE 'EMPRESA'                    TO WS-DEDR-BENEFICIARIO
           MOVE WS-REFERENCIA-RECUPERO     TO WS-DEDR-REFERENCIA-CASO
           MOVE 'AL' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR
           IF WS-CODIGO-DEDR NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR DEDUCCION DE RECUPERO '
                      WS-LLAVE-DEDR ' - STATUS: ' WS-CODIGO-DEDR
              MOVE 'RECUPERO NO GRABADO, VER CONSOLA' TO DET-MENSAJE
              GO TO 4200-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-RECUPEROS
           MOVE SPACES TO DET-MENSAJE
           STRING 'RECUPERO POR DEDUCCION SECUENCIA '
                                         DELIMITED BY SIZE
                  WS-DEDR-SECUENCIA     DELIMITED BY SIZE
                  INTO DET-MENSAJE.
       4200-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO ESPEJO DEL DE PROCESO-NOMINA PARA EL LEGAJO: HABER
      * AL GASTO DEL DEPARTAMENTO POR EL BRUTO Y A REINTPAG POR LO
      * NO REMUNERATIVO; DEBE A RETENCIO POR LA DEDUCCION QUE NO
      * FUE RETENCION RECURRENTE (LAS RET + TIPO YA SE POSTEARON
      * AL PASAR RETENCIONES-NOMINA) Y EL NETO AL DEBE DE CTASPAGO
      * SI NO SALIO, O DE RECUPNOM (A COBRAR AL EMPLEADO) SI YA SE
      * PAGO.
      * -----------------------------------------------------------
       4300-ASIENTO-ESPEJO.
           MOVE 999 TO WS-DEPTO-GL
           MOVE WS-REV-LEGAJO (WS-IDX-REV) TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP EQUAL ZEROS
              IF WS-EMP-DEPARTAMENTO GREATER THAN ZEROS
                 MOVE WS-EMP-DEPARTAMENTO TO WS-DEPTO-GL
              END-IF
           END-IF

           IF WS-MAP-CUENTA-GASTO (WS-DEPTO-GL) NOT EQUAL SPACES
              MOVE WS-MAP-CUENTA-GASTO (WS-DEPTO-GL) TO WS-GL-CUENTA
           ELSE
              MOVE 'GTOSUELD' TO WS-GL-CUENTA
           END-IF
           MOVE 'H' TO WS-GL-TIPO
           MOVE WS-REV-BRUTO (WS-IDX-REV) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL

           COMPUTE WS-NO-REMUNERATIVO = WS-REV-NETO (WS-IDX-REV)
                   - WS-REV-BRUTO (WS-IDX-REV)
                   + WS-REV-DEDUCCION (WS-IDX-REV)
           IF WS-NO-REMUNERATIVO GREATER THAN ZEROS
              MOVE 'REINTPAG'         TO WS-GL-CUENTA
              MOVE 'H'                TO WS-GL-TIPO
              MOVE WS-NO-REMUNERATIVO TO WS-GL-IMPORTE
              PERFORM 8100-ESCRIBE-LINEA-GL
           END-IF

           COMPUTE WS-RESTO-RETENCIO = WS-REV-DEDUCCION (WS-IDX-REV)
                   - WS-REV-RET-TOTAL (WS-IDX-REV)
           MOVE 'RETENCIO' TO WS-GL-CUENTA
           IF WS-RESTO-RETENCIO GREATER THAN ZEROS
              MOVE 'D'               TO WS-GL-TIPO
              MOVE WS-RESTO-RETENCIO TO WS-GL-IMPORTE
              PERFORM 8100-ESCRIBE-LINEA-GL
           END-IF
           IF WS-RESTO-RETENCIO LESS THAN ZEROS
              MOVE 'H'               TO WS-GL-TIPO
              COMPUTE WS-GL-IMPORTE = ZERO - WS-RESTO-RETENCIO
              PERFORM 8100-ESCRIBE-LINEA-GL
           END-IF

           IF WS-REV-DEBITA-SALDO (WS-IDX-REV)
              MOVE 'CTASPAGO' TO WS-GL-CUENTA
           ELSE
              MOVE 'RECUPNOM' TO WS-GL-CUENTA
           END-IF
           MOVE 'D' TO WS-GL-TIPO
           MOVE WS-REV-NETO (WS-IDX-REV) TO WS-GL-IMPORTE
           PERFORM 8100-ESCRIBE-LINEA-GL.
       4300-FIN.  EXIT.

      * -----------------------------------------------------------
      * GL-IMPORTE NO LLEVA SIGNO: LA LINEA EN CERO NO SE GRABA.
      * -----------------------------------------------------------
       8100-ESCRIBE-LINEA-GL.
           IF WS-GL-IMPORTE EQUAL ZEROS
              GO TO 8100-FIN
           END-IF

           MOVE WS-GL-CUENTA       TO GL-CUENTA
           MOVE WS-GL-TIPO         TO GL-TIPO
           MOVE WS-GL-IMPORTE      TO GL-IMPORTE
           MOVE WS-NOMBRE-PROGRAMA TO GL-PROGRAMA
           MOVE WS-FECHA-HOY       TO GL-FECHA
           MOVE 'ARS'              TO GL-MONEDA
           MOVE ZEROS              TO GL-IMPORTE-ORIGEN
           WRITE REG-ASIENTO-GL.
       8100-FIN.  EXIT.

       9000-TERMINA.
           MOVE WS-CONTADOR-REVERTIDAS  TO RES-REVERTIDAS
           MOVE WS-CONTADOR-RECHAZADAS  TO RES-RECHAZADAS
           MOVE WS-TOTAL-NETO-REVERTIDO TO RES-NETO
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-TOTAL-RET-REPUESTO   TO RES-REPUESTO
           MOVE WS-CONTADOR-RECUPEROS   TO RES-RECUPEROS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN-2
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-REV WS-REG-NOMINA-DET-AUX
                      WS-CODIGO-DET

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR
                      WS-LLAVE-HASTA-DEDR WS-USUARIO-REV
                      WS-REG-DEDUCCION-REC WS-CODIGO-DEDR

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-REV WS-REG-SALDOS WS-CODIGO-SDO

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-REVERTIDAS TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-REVERSIONES REVERSIONES-NOMINA GL-INTERFAZ
                 REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
