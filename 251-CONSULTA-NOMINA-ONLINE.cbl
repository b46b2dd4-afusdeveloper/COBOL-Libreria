       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONSULTA-NOMINA-ONLINE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. CONSULTA EN LINEA DE LA
      *                    HISTORIA DE NOMINA DE UN LEGAJO, SOLO
      *                    LECTURA, CON INGRESO VIA VALIDA-SESION COMO
      *                    SALDOS-ONLINE. OPCION 1 (CUALQUIER NIVEL)
      *                    RECORRE LOS PERIODOS DE NOMINA-DETALLE DEL
      *                    LEGAJO CON BRUTO, DEDUCCIONES, NETO Y
      *                    ESTADO DEL PAGO (TRANSFERIDO, CHEQUE,
      *                    RECHAZADO, REVERTIDO). OPCION 2 (NIVEL DE
      *                    OPERACION) MUESTRA EL RECIBO DE UN PERIODO
      *                    CON EL DETALLE DE RETENCIONES-NOMINA Y LA
      *                    RETENCION DE GANANCIAS; OPCION 3 (NIVEL DE
      *                    OPERACION) LOS SALDOS PENDIENTES DE
      *                    PRESTAMOS Y EMBARGOS (DEDUCCIONES
      *                    RECURRENTES ACTIVAS). EL USUARIO DE
      *                    CONSULTA QUE PIDE 2 O 3 QUEDA EN
      *                    EVENTOS-SEGURIDAD COMO PERMISO DENEGADO.
      *                    CADA CONSULTA QUEDA ASENTADA EN LA
      *                    AUDITORIA (OPERACION CONSUL). LA OFICINA
      *                    DE NOMINA DEJA DE RELIQUIDAR O REIMPRIMIR
      *                    RECIBOS PARA CONTESTAR LO QUE SE PAGO.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES-NOMINA ASSIGN TO UT-S-RETENNOM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RETN.

           SELECT AUDITORIA ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-AUDIT.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES-NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REG-RETENCION-NOMINA.
           COPY CPRETNOM.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
           COPY CPAUD01.

       WORKING-STORAGE SECTION.
       01  WS-USUARIO-TERMINAL          PIC X(08).
       01  WS-PASSWORD-TERMINAL         PIC X(08).
       01  WS-NIVEL-SESION              PIC X(01).
       01  WS-CODIGO-SESION             PIC X(02).
       01  WS-INTENTOS-SIGNON           PIC 9(01) VALUE ZEROS.
       01  WS-NOMBRE-ONLINE             PIC X(08) VALUE 'NOMONLIN'.
       01  WS-EVENTO-SEG                PIC X(20).
       01  SW-SESION-VALIDA             PIC X(01) VALUE 'N'.
           88 SESION-VALIDA                        VALUE 'S'.

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05) VALUE ZEROS.
       01  WS-LLAVE-HASTA-EMP           PIC 9(05) VALUE ZEROS.
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-DET               PIC X(02).
       01  WS-LLAVE-DET.
           05 WS-LLAVE-DET-LEGAJO       PIC 9(05).
           05 WS-LLAVE-DET-PERIODO      PIC 9(06).
       01  WS-LLAVE-HASTA-DET.
           05 WS-HASTA-DET-LEGAJO       PIC 9(05).
           05 WS-HASTA-DET-PERIODO      PIC 9(06).
           COPY CPNOMDWS.
       01  WS-CODIGO-DET                PIC X(02).

       01  WS-FUNCION-DEDR              PIC X(02).
       01  WS-LLAVE-DEDR                PIC 9(07).
       01  WS-LLAVE-HASTA-DEDR          PIC 9(07).
           COPY CPDEDRWS.
       01  WS-CODIGO-DEDR               PIC X(02).

       01  WS-CODIGO-RETN               PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  SW-FIN-RETN                  PIC X(01).
           88 FIN-DE-RETN                          VALUE 'S'.
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).

       01  WS-OPCION                    PIC X(01).
           88 OPCION-HISTORIA                     VALUE '1'.
           88 OPCION-RECIBO                       VALUE '2'.
           88 OPCION-SALDOS                       VALUE '3'.
           88 OPCION-SALIR                        VALUE '9'.
       01  WS-RESPUESTA                 PIC X(01).
       01  WS-LEGAJO-ENTRADA            PIC 9(05).
       01  WS-PERIODO-ENTRADA           PIC 9(06).
       01  WS-PERIODO-ENTRADA-R REDEFINES WS-PERIODO-ENTRADA.
           05 WS-ANIO-ENTRADA           PIC 9(04).
           05 WS-MES-ENTRADA            PIC 9(02).
       01  SW-FIN-SESION                PIC X(01) VALUE 'N'.
           88 FIN-DE-SESION                        VALUE 'S'.
       01  SW-FIN-LISTA                 PIC X(01).
           88 FIN-DE-LISTA                         VALUE 'S'.

       01  WS-CONTADOR-LISTADOS         PIC 9(05).
       01  WS-PANTALLAS                 PIC 9(05).
       01  WS-RESTO-PANTALLA            PIC 9(02).
       01  WS-TOTAL-RETENCIONES         PIC 9(09)V99.
       01  WS-IMPORTE-EDITADO           PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-ESTADO-TEXTO              PIC X(11).
       01  WS-CONCEPTO-TEXTO            PIC X(10).
       01  WS-AUD-ARCHIVO               PIC X(12).

       01  WS-LINEA-PERIODO.
           05 LIN-PERIODO               PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-CONCEPTO              PIC X(10).
           05 LIN-BRUTO                 PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-DEDUCCION             PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-NETO                  PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-FECHA-LIQ             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-ESTADO                PIC X(11).

       01  WS-LINEA-RETENCION.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LRT-TIPO                  PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LRT-BENEFICIARIO          PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LRT-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LRT-IMPORTE               PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LRT-REMITIDA              PIC X(09).

       01  WS-LINEA-DEDUCCION.
           05 LDR-SECUENCIA             PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LDR-CLASE                 PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LDR-BENEFICIARIO          PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LDR-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LDR-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY 'CONSULTA EN LINEA DE HISTORIA DE NOMINA '
                   '(SOLO LECTURA)'
           PERFORM 0100-SIGNON
                   UNTIL SESION-VALIDA OR
                         WS-INTENTOS-SIGNON NOT LESS THAN 3
           IF NOT SESION-VALIDA
              DISPLAY 'ACCESO DENEGADO'
              GOBACK
           END-IF

           MOVE 'AB' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-TERMINAL WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET
           IF WS-CODIGO-DET NOT EQUAL ZEROS
              DISPLAY 'NOMINA-DETALLE NO DISPONIBLE'
              GOBACK
           END-IF

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR WS-LLAVE-HASTA-DEDR
                      WS-USUARIO-TERMINAL WS-REG-DEDUCCION-REC
                      WS-CODIGO-DEDR

           OPEN EXTEND AUDITORIA

           PERFORM 1000-ATIENDE-PEDIDO UNTIL FIN-DE-SESION

           CLOSE AUDITORIA

           MOVE 'CI' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR WS-LLAVE-HASTA-DEDR
                      WS-USUARIO-TERMINAL WS-REG-DEDUCCION-REC
                      WS-CODIGO-DEDR

           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'CI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-TERMINAL WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET

           DISPLAY 'FIN DE LA SESION'
           GOBACK.
       0000-FIN.  EXIT.

       0100-SIGNON.
           DISPLAY 'USUARIO: ' WITH NO ADVANCING
           ACCEPT WS-USUARIO-TERMINAL
           DISPLAY 'CLAVE: ' WITH NO ADVANCING
           ACCEPT WS-PASSWORD-TERMINAL

           CALL 'VALIDA-SESION'
                USING WS-NOMBRE-ONLINE WS-USUARIO-TERMINAL
                      WS-PASSWORD-TERMINAL WS-NIVEL-SESION
                      WS-CODIGO-SESION
           IF WS-CODIGO-SESION EQUAL '00'
              MOVE 'S' TO SW-SESION-VALIDA
           ELSE
              ADD 1 TO WS-INTENTOS-SIGNON
              DISPLAY 'INGRESO RECHAZADO - CODIGO: '
                      WS-CODIGO-SESION
           END-IF.
       0100-FIN.  EXIT.

       1000-ATIENDE-PEDIDO.
           DISPLAY ' '
           DISPLAY '1=HISTORIA LEGAJO 2=RECIBO PERIODO '
                   '3=PRESTAMOS Y EMBARGOS 9=SALIR'
           DISPLAY 'OPCION: ' WITH NO ADVANCING
           ACCEPT WS-OPCION

           EVALUATE TRUE
              WHEN OPCION-HISTORIA
                 PERFORM 2000-HISTORIA-LEGAJO
              WHEN OPCION-RECIBO
                 IF WS-NIVEL-SESION EQUAL 'O'
                    PERFORM 3000-RECIBO-PERIODO
                 ELSE
                    PERFORM 1100-PERMISO-DENEGADO
                 END-IF
              WHEN OPCION-SALDOS
                 IF WS-NIVEL-SESION EQUAL 'O'
                    PERFORM 4000-SALDOS-DEDUCCIONES
                 ELSE
                    PERFORM 1100-PERMISO-DENEGADO
                 END-IF
              WHEN OPCION-SALIR
                 MOVE 'S' TO SW-FIN-SESION
              WHEN OTHER
                 DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
       1000-FIN.  EXIT.

       1100-PERMISO-DENEGADO.
           DISPLAY 'NO AUTORIZADO: SU NIVEL ES DE CONSULTA'
           MOVE 'PERMISO DENEGADO' TO WS-EVENTO-SEG
           CALL 'REGISTRA-EVENTO-SEGURIDAD'
                USING WS-NOMBRE-ONLINE
                      WS-USUARIO-TERMINAL WS-EVENTO-SEG.
       1100-FIN.  EXIT.

      * -----------------------------------------------------------
      * PIDE EL LEGAJO Y MUESTRA SU NOMBRE; UN LEGAJO QUE NO ESTA
      * EN EL MAESTRO (BAJA ARCHIVADA) IGUAL SE CONSULTA.
      * -----------------------------------------------------------
       1200-PIDE-LEGAJO.
           DISPLAY 'LEGAJO: ' WITH NO ADVANCING
           ACCEPT WS-LEGAJO-ENTRADA
           MOVE WS-LEGAJO-ENTRADA TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP EQUAL ZEROS
              DISPLAY 'EMPLEADO       : ' WS-EMP-APELLIDO ' '
                      WS-EMP-NOMBRE
           ELSE
              DISPLAY 'LEGAJO NO ESTA EN EL MAESTRO DE EMPLEADOS'
           END-IF.
       1200-FIN.  EXIT.

      * -----------------------------------------------------------
      * TODOS LOS PERIODOS DEL LEGAJO EN NOMINA-DETALLE, DE A UNA
      * PANTALLA DE 15 LINEAS.
      * -----------------------------------------------------------
       2000-HISTORIA-LEGAJO.
           PERFORM 1200-PIDE-LEGAJO
           MOVE WS-LEGAJO-ENTRADA TO WS-LLAVE-DET-LEGAJO
                                     WS-HASTA-DET-LEGAJO
           MOVE ZEROS             TO WS-LLAVE-DET-PERIODO
           MOVE 999999            TO WS-HASTA-DET-PERIODO
           MOVE ZEROS TO WS-CONTADOR-LISTADOS
           MOVE 'N'   TO SW-FIN-LISTA

           DISPLAY 'PERIODO CONCEPTO        BRUTO   DEDUCCION  '
                   '      NETO FECHA-LQ ESTADO'
           MOVE 'RI' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-TERMINAL WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET

           PERFORM 2100-MUESTRA-PERIODO
                   UNTIL WS-CODIGO-DET NOT EQUAL ZEROS
                      OR FIN-DE-LISTA

           DISPLAY 'PERIODOS LISTADOS: ' WS-CONTADOR-LISTADOS
           MOVE 'NOMINA-DET' TO WS-AUD-ARCHIVO
           MOVE SPACES TO AUD-LLAVE
           MOVE WS-LEGAJO-ENTRADA TO AUD-LLAVE
           PERFORM 8000-AUDITA-CONSULTA.
       2000-FIN.  EXIT.

       2100-MUESTRA-PERIODO.
           PERFORM 2200-ARMA-LINEA-PERIODO
           DISPLAY WS-LINEA-PERIODO
           ADD 1 TO WS-CONTADOR-LISTADOS
           DIVIDE WS-CONTADOR-LISTADOS BY 15
                  GIVING WS-PANTALLAS REMAINDER WS-RESTO-PANTALLA
           IF WS-RESTO-PANTALLA EQUAL ZEROS
              DISPLAY 'SIGUIENTE PANTALLA (S/N): ' WITH NO ADVANCING
              ACCEPT WS-RESPUESTA
              IF WS-RESPUESTA NOT EQUAL 'S'
                 MOVE 'S' TO SW-FIN-LISTA
                 GO TO 2100-FIN
              END-IF
           END-IF

           MOVE 'RS' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-TERMINAL WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * LOS PERIODOS 13 Y 14 SON LOS AGUINALDOS DE JUNIO Y
      * DICIEMBRE Y EL 15 LA LIQUIDACION FINAL.
      * -----------------------------------------------------------
       2200-ARMA-LINEA-PERIODO.
           MOVE WS-NOMDET-PERIODO TO WS-PERIODO-ENTRADA
           EVALUATE WS-MES-ENTRADA
              WHEN 13
                 MOVE 'SAC JUNIO ' TO WS-CONCEPTO-TEXTO
              WHEN 14
                 MOVE 'SAC DICIEM' TO WS-CONCEPTO-TEXTO
              WHEN 15
                 MOVE 'LIQ FINAL ' TO WS-CONCEPTO-TEXTO
              WHEN OTHER
                 MOVE 'SUELDO    ' TO WS-CONCEPTO-TEXTO
           END-EVALUATE

           EVALUATE WS-NOMDET-ESTADO-PAGO
              WHEN 'T'
                 MOVE 'TRANSFERIDO' TO WS-ESTADO-TEXTO
              WHEN 'Q'
                 MOVE 'CHEQUE'      TO WS-ESTADO-TEXTO
              WHEN 'R'
                 MOVE 'RECHAZADO'   TO WS-ESTADO-TEXTO
              WHEN 'V'
                 MOVE 'REVERTIDO'   TO WS-ESTADO-TEXTO
              WHEN OTHER
                 MOVE 'PENDIENTE'   TO WS-ESTADO-TEXTO
           END-EVALUATE

           MOVE WS-NOMDET-PERIODO   TO LIN-PERIODO
           MOVE WS-CONCEPTO-TEXTO   TO LIN-CONCEPTO
           MOVE WS-NOMDET-BRUTO     TO LIN-BRUTO
           MOVE WS-NOMDET-DEDUCCION TO LIN-DEDUCCION
           MOVE WS-NOMDET-NETO      TO LIN-NETO
           MOVE WS-NOMDET-FECHA-LIQ TO LIN-FECHA-LIQ
           MOVE WS-ESTADO-TEXTO     TO LIN-ESTADO.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * RECIBO DE UN PERIODO: IMPORTES DEL DETALLE Y, DEBAJO DE LAS
      * DEDUCCIONES, LO RETENIDO POR EMBARGOS Y CUOTAS SEGUN
      * RETENCIONES-NOMINA Y LA RETENCION DE GANANCIAS.
      * -----------------------------------------------------------
       3000-RECIBO-PERIODO.
           PERFORM 1200-PIDE-LEGAJO
           DISPLAY 'PERIODO (AAAAMM): ' WITH NO ADVANCING
           ACCEPT WS-PERIODO-ENTRADA
           MOVE WS-LEGAJO-ENTRADA  TO WS-LLAVE-DET-LEGAJO
           MOVE WS-PERIODO-ENTRADA TO WS-LLAVE-DET-PERIODO
           MOVE 'LE' TO WS-FUNCION-DET
           CALL 'NOMINA-DETALLE-I-O'
                USING WS-FUNCION-DET WS-LLAVE-DET WS-LLAVE-HASTA-DET
                      WS-USUARIO-TERMINAL WS-REG-NOMINA-DETALLE
                      WS-CODIGO-DET
           IF WS-CODIGO-DET NOT EQUAL ZEROS
              DISPLAY 'NO HAY LIQUIDACION DEL LEGAJO EN ESE PERIODO'
              GO TO 3000-FIN
           END-IF

           PERFORM 2200-ARMA-LINEA-PERIODO
           DISPLAY 'PERIODO        : ' WS-NOMDET-PERIODO ' '
                   WS-CONCEPTO-TEXTO
           DISPLAY 'FECHA LIQUID.  : ' WS-NOMDET-FECHA-LIQ
           MOVE WS-NOMDET-BRUTO TO WS-IMPORTE-EDITADO
           DISPLAY 'BRUTO          : ' WS-IMPORTE-EDITADO
           MOVE WS-NOMDET-DEDUCCION TO WS-IMPORTE-EDITADO
           DISPLAY 'DEDUCCIONES    : ' WS-IMPORTE-EDITADO
           MOVE WS-NOMDET-IMPUESTO-GAN TO WS-IMPORTE-EDITADO
           DISPLAY '  GANANCIAS    : ' WS-IMPORTE-EDITADO

           PERFORM 3100-MUESTRA-RETENCIONES

           MOVE WS-NOMDET-NETO TO WS-IMPORTE-EDITADO
           DISPLAY 'NETO           : ' WS-IMPORTE-EDITADO
           DISPLAY 'ESTADO DE PAGO : ' WS-ESTADO-TEXTO

           MOVE 'NOMINA-DET' TO WS-AUD-ARCHIVO
           MOVE SPACES TO AUD-LLAVE
           STRING WS-NOMDET-LEGAJO       DELIMITED BY SIZE
                  WS-NOMDET-PERIODO(3:4) DELIMITED BY SIZE
                  INTO AUD-LLAVE
           PERFORM 8000-AUDITA-CONSULTA.
       3000-FIN.  EXIT.

       3100-MUESTRA-RETENCIONES.
           MOVE ZEROS TO WS-TOTAL-RETENCIONES
           MOVE 'N'   TO SW-FIN-RETN
           OPEN INPUT RETENCIONES-NOMINA
           IF WS-CODIGO-RETN NOT EQUAL ZEROS
              DISPLAY '  (DETALLE DE RETENCIONES NO DISPONIBLE)'
              GO TO 3100-FIN
           END-IF

           PERFORM 3110-LEE-RETENCION UNTIL FIN-DE-RETN
           CLOSE RETENCIONES-NOMINA

           IF WS-TOTAL-RETENCIONES GREATER THAN ZEROS
              MOVE WS-TOTAL-RETENCIONES TO WS-IMPORTE-EDITADO
              DISPLAY '  TOTAL RETENC.: ' WS-IMPORTE-EDITADO
           END-IF.
       3100-FIN.  EXIT.

       3110-LEE-RETENCION.
           READ RETENCIONES-NOMINA
              AT END MOVE 'S' TO SW-FIN-RETN
           END-READ
           IF FIN-DE-RETN
              GO TO 3110-FIN
           END-IF
           IF RETN-LEGAJO NOT EQUAL WS-NOMDET-LEGAJO
              OR RETN-PERIODO NOT EQUAL WS-NOMDET-PERIODO
              GO TO 3110-FIN
           END-IF

           MOVE RETN-TIPO            TO LRT-TIPO
           MOVE RETN-BENEFICIARIO    TO LRT-BENEFICIARIO
           MOVE RETN-REFERENCIA-CASO TO LRT-REFERENCIA
           MOVE RETN-IMPORTE         TO LRT-IMPORTE
           IF RETN-YA-REMITIDA
              MOVE 'REMITIDA'  TO LRT-REMITIDA
           ELSE
              MOVE 'PENDIENTE' TO LRT-REMITIDA
           END-IF
           DISPLAY WS-LINEA-RETENCION
           ADD RETN-IMPORTE TO WS-TOTAL-RETENCIONES.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * PRESTAMOS Y EMBARGOS VIGENTES DEL LEGAJO: LAS DEDUCCIONES
      * RECURRENTES ACTIVAS CON SU SALDO RESTANTE (CERO = SIN TOPE
      * DE SALDO, SE DESCUENTA HASTA QUE SE CANCELE).
      * -----------------------------------------------------------
       4000-SALDOS-DEDUCCIONES.
           PERFORM 1200-PIDE-LEGAJO
           COMPUTE WS-LLAVE-DEDR       = WS-LEGAJO-ENTRADA * 100
           COMPUTE WS-LLAVE-HASTA-DEDR = WS-LEGAJO-ENTRADA * 100 + 99
           MOVE ZEROS TO WS-CONTADOR-LISTADOS

           DISPLAY 'SE CLASE    BENEFICIARIO         REFERENCIA'
                   '          SALDO'
           MOVE 'RI' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR WS-LLAVE-HASTA-DEDR
                      WS-USUARIO-TERMINAL WS-REG-DEDUCCION-REC
                      WS-CODIGO-DEDR

           PERFORM 4100-MUESTRA-DEDUCCION
                   UNTIL WS-CODIGO-DEDR NOT EQUAL ZEROS

           IF WS-CONTADOR-LISTADOS EQUAL ZEROS
              DISPLAY 'SIN PRESTAMOS NI EMBARGOS VIGENTES'
           END-IF
           MOVE 'DEDUC-REC'  TO WS-AUD-ARCHIVO
           MOVE SPACES TO AUD-LLAVE
           MOVE WS-LEGAJO-ENTRADA TO AUD-LLAVE
           PERFORM 8000-AUDITA-CONSULTA.
       4000-FIN.  EXIT.

       4100-MUESTRA-DEDUCCION.
           IF WS-DEDR-ACTIVA
              MOVE WS-DEDR-SECUENCIA TO LDR-SECUENCIA
              EVALUATE WS-DEDR-TIPO
                 WHEN 'PRE'
                    MOVE 'PRESTAMO' TO LDR-CLASE
                 WHEN 'RNM'
                    MOVE 'RECUPERO' TO LDR-CLASE
                 WHEN OTHER
                    MOVE 'EMBARGO ' TO LDR-CLASE
              END-EVALUATE
              MOVE WS-DEDR-BENEFICIARIO    TO LDR-BENEFICIARIO
              MOVE WS-DEDR-REFERENCIA-CASO TO LDR-REFERENCIA
              MOVE WS-DEDR-SALDO-RESTANTE  TO LDR-SALDO
              DISPLAY WS-LINEA-DEDUCCION
              ADD 1 TO WS-CONTADOR-LISTADOS
           END-IF

           MOVE WS-DEDR-LLAVE TO WS-LLAVE-DEDR
           MOVE 'RS' TO WS-FUNCION-DEDR
           CALL 'DEDUCCIONES-REC-I-O'
                USING WS-FUNCION-DEDR WS-LLAVE-DEDR WS-LLAVE-HASTA-DEDR
                      WS-USUARIO-TERMINAL WS-REG-DEDUCCION-REC
                      WS-CODIGO-DEDR.
       4100-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA CONSULTA QUEDA ASENTADA EN LA AUDITORIA, CON EL LEGAJO
      * (Y EL PERIODO EN AAMM SI ES UN RECIBO) Y EL USUARIO DE LA
      * TERMINAL, POR RESPONSABILIDAD SOBRE LOS DATOS PRIVADOS.
      * -----------------------------------------------------------
       8000-AUDITA-CONSULTA.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-AUD-ARCHIVO      TO AUD-ARCHIVO
           MOVE 'CONSUL'            TO AUD-OPERACION
           MOVE WS-FECHA-HOY        TO AUD-FECHA
           MOVE WS-HORA-AHORA       TO AUD-HORA
           MOVE WS-USUARIO-TERMINAL TO AUD-USUARIO
           WRITE REG-AUDITORIA.
       8000-FIN.  EXIT.
      * ---------------------------------------------------------------
