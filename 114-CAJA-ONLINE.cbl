       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA EXTRACCION SE RECHAZA SI EL TITULAR DE
      *                    LA CUENTA O QUIEN RETIRA ESTA RESTRINGIDO
      *                    POR REVISION DE CONOZCA A SU CLIENTE
      *                    VENCIDA (CLI-RESTRICCION-KYC EN CLIENTES,
      *                    VIA CLIENTES-INDEXADOS-I-O) HASTA QUE SE
      *                    REGISTRA LA REVISION.
      *   15/10/2026  AMF  CUENTAS EN DOLARES: EL DEPOSITO Y LA
      *                    EXTRACCION PIDEN LA MONEDA DEL EFECTIVO Y
      *                    SE RECHAZAN SI NO ES LA DE LA CUENTA. EL
      *                    CHEQUE SOLO SE DEPOSITA EN CUENTAS EN
      *                    PESOS. OPCION 6 (NIVEL DE OPERACION), CAMBIO
      *                    DE MONEDA ENTRE DOS CUENTAS A LA COTIZACION
      *                    DEL DIA (COTIZACIONES-I-O, FUNCION LF; SIN
      *                    COTIZACION DE HOY NO HAY CAMBIO): EL BANCO
      *                    VENDE DOLARES A COT-VENTA Y LOS COMPRA A
      *                    COT-COMPRA. EL ASIENTO DE CIERRE SUMA EL
      *                    CAMBIO: CTASSALD Y CTASDOLR (CON EL IMPORTE
      *                    ORIGEN EN DOLARES) Y LA DIFERENCIA ENTRE
      *                    VENTA Y COMPRA A INGCAMBI. EL ARQUEO SE
      *                    HACE POR SEPARADO PARA PESOS Y DOLARES.
      *                    FD GL-INTERFAZ A 66 POSICIONES (CPGLVOU1).
      *   15/10/2026  AMF  CUENTAS CONJUNTAS Y FIRMANTES AUTORIZADOS:
      *                    LA EXTRACCION PIDE EL DOCUMENTO DE QUIEN
      *                    RETIRA Y LO CONTROLA CONTRA TITULARES-
      *                    CUENTA (TITULARES-CUENTA-I-O): DEBE SER UNA
      *                    PERSONA ACTIVA DE LA CUENTA; SI SU REGLA ES
      *                    CONJUNTA SE PIDE ADEMAS EL DOCUMENTO DE
      *                    OTRA PERSONA ACTIVA DE LA CUENTA. LA CUENTA
      *                    SIN PERSONAS CARGADAS SIGUE CONTROLANDO
      *                    CONTRA SALDO-TITULAR. EL INTENTO NO
      *                    AUTORIZADO QUEDA EN EVENTOS-SEGURIDAD.
      *   15/10/2026  AMF  EL DEPOSITO Y LA EXTRACCION EN EFECTIVO SE
      *                    GRABAN CON LA FUNCION CE DE SALDOS-
      *                    INDEXADOS-I-O, QUE DEJA EL MOVIMIENTO COMO
      *                    DEPEFE/EXTEFE PARA EL MONITOREO DE LAVADO
      *                    DE DINERO. LOS CHEQUES SIGUEN CON CA.
      *   15/10/2026  AMF  DEPOSITO DE CHEQUES CON RETENCION DE
      *                    FONDOS: OPCION 4 ACREDITA EL CHEQUE EN EL
      *                    SALDO ACTUAL PERO LO SUMA A LOS FONDOS
      *                    RETENIDOS DE LA CUENTA (CPSALDO1) Y LO DA
      *                    DE ALTA EN CHEQUES-DEPOSITADOS CON LA
      *                    FECHA DE ACREDITACION: HOY MAS LOS DIAS DE
      *                    CLEARING CONTADOS EN DIAS LABORABLES DEL
      *                    CALENDARIO (CONSULTA-CALENDARIO). EL
      *                    PROCESO NOCTURNO ACREDITA-CHEQUES LIBERA
      *                    LOS FONDOS. OPCION 5 (NIVEL DE OPERACION),
      *                    CHEQUE DEVUELTO: REVIERTE EL CREDITO,
      *                    LIBERA LA RETENCION SI SEGUIA EN CLEARING,
      *                    MARCA EL CHEQUE Y COBRA LA COMISION DE
      *                    RECHAZO (TARJETA TIPO 'D' DEL TARIFARIO
      *                    UT-S-TARIFAS); EL TOTAL COBRADO VA A
      *                    GL-INTERFAZ AL CERRAR LA CAJA. LA
      *                    EXTRACCION SE CONTROLA CONTRA EL SALDO
      *                    DISPONIBLE (ACTUAL - RETENIDOS +
      *                    DESCUBIERTO) Y LA CONSULTA LO MUESTRA.
      *   02/09/2026  AMF  INGRESO CON USUARIO Y CLAVE CONTRA EL
      *                    MAESTRO USUARIOS VIA VALIDA-SESION (TRES
      *                    INTENTOS Y BLOQUEO DE CUENTA), COMO
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.

           SELECT TARIFAS ASSIGN TO UT-S-TARIFAS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-TARIFAS.

           SELECT GL-INTERFAZ ASSIGN TO UT-S-GLVOUCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-GL.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       FD  TARIFAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TARIFA.
       01  REG-TARIFA.
           05 TARIFA-TIPO-CUENTA        PIC X(01).
           05 TARIFA-IMPORTE            PIC 9(07)V99.
           05 TARIFA-SALDO-MINIMO       PIC 9(09)V99.
           05 FILLER                    PIC X(59).

       FD  GL-INTERFAZ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REG-ASIENTO-GL.
           COPY CPGLVOU1.

       WORKING-STORAGE SECTION.
       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-TARIFAS            PIC X(02).
       01  WS-CODIGO-GL                 PIC X(02).
       01  SW-FIN-TARIFAS               PIC X(01) VALUE 'N'.
           88 FIN-DE-TARIFAS                       VALUE 'S'.

       01  WS-FUNCION-CHQ               PIC X(02).
       01  WS-LLAVE-CHQ                 PIC X(18).
       01  WS-LLAVE-HASTA-CHQ           PIC X(18) VALUE SPACES.
       01  WS-REG-CHEQUE-DEP.
           05 WS-CHQDEP-LLAVE.
              10 WS-CHQDEP-CUENTA      PIC 9(07).
              10 WS-CHQDEP-BANCO       PIC 9(03).
              10 WS-CHQDEP-NUMERO      PIC 9(08).
           05 WS-CHQDEP-IMPORTE        PIC 9(11)V99.
           05 WS-CHQDEP-FECHA-DEPOSITO PIC 9(08).
           05 WS-CHQDEP-FECHA-ACRED    PIC 9(08).
           05 WS-CHQDEP-FECHA-ESTADO   PIC 9(08).
           05 WS-CHQDEP-ESTADO         PIC X(01).
              88 WS-CHQDEP-RETENIDO            VALUE 'R'.
              88 WS-CHQDEP-DEVUELTO            VALUE 'D'.
           05 WS-CHQDEP-CAJERO         PIC X(08).
       01  WS-CODIGO-CHQ                PIC X(02).

       01  WS-FUNCION-TIT               PIC X(02).
       01  WS-LLAVE-TIT.
           05 WS-LLAVE-TIT-CUENTA       PIC 9(07).
           05 WS-LLAVE-TIT-CLIENTE      PIC 9(08).
       01  WS-LLAVE-HASTA-TIT.
           05 WS-HASTA-TIT-CUENTA       PIC 9(07).
           05 WS-HASTA-TIT-CLIENTE      PIC 9(08).
           COPY CPTITCWS.
       01  WS-CODIGO-TIT                PIC X(02).
       01  WS-DOCUMENTO-ENTRADA         PIC 9(08).
       01  WS-DOCUMENTO-SEGUNDO         PIC 9(08).
       01  WS-CANTIDAD-PERSONAS         PIC 9(03).
       01  SW-FIRMA-AUTORIZADA          PIC X(01).
           88 FIRMA-AUTORIZADA                     VALUE 'S'.

       01  WS-FUNCION-CLI               PIC X(02).
       01  WS-LLAVE-CLI                 PIC 9(08) VALUE ZEROS.
       01  WS-LLAVE-HASTA-CLI           PIC 9(08) VALUE ZEROS.
           COPY CPCLIWS.
       01  WS-CODIGO-CLI                PIC X(02).
       01  SW-RESTRICCION-KYC           PIC X(01).
           88 HAY-RESTRICCION-KYC                  VALUE 'S'.

      * CLEARING: DIAS LABORABLES QUE EL CHEQUE QUEDA RETENIDO.
      * LA FECHA QUE EL CALENDARIO NO TIENE CARGADA (O SIN
      * CALENDARIO) SE CUENTA COMO LABORABLE.
       01  WS-DIAS-CLEARING             PIC 9(02) VALUE 2.
       01  WS-DIAS-HABILES              PIC 9(02).
       01  WS-VUELTAS-CALENDARIO        PIC 9(02).
       01  WS-UN-DIA                    PIC S9(05) VALUE 1.
       01  WS-FECHA-ACREDITACION        PIC 9(08).
       01  WS-FECHA-SIGUIENTE           PIC 9(08).
       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
              88 DIA-ES-LABORABLE                 VALUE 'S'.
           05 WS-CAL-FIN-PERIODO        PIC X(01).
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

       01  WS-FECHA-HOY                 PIC 9(08).

           88 OPCION-DEPOSITO                     VALUE '1'.
           88 OPCION-EXTRACCION                   VALUE '2'.
           88 OPCION-CONSULTA                     VALUE '3'.
           88 OPCION-DEPOSITO-CHEQUE              VALUE '4'.
           88 OPCION-CHEQUE-DEVUELTO              VALUE '5'.
           88 OPCION-CAMBIO                       VALUE '6'.
           88 OPCION-CIERRE                       VALUE '9'.
       01  WS-CUENTA-ENTRADA            PIC 9(07).
       01  WS-IMPORTE-ENTRADA           PIC 9(09)V99.
       01  WS-BANCO-ENTRADA             PIC 9(03).
       01  WS-CHEQUE-ENTRADA            PIC 9(08).
       01  WS-MONEDA-ENTRADA            PIC X(03).
           88 MONEDA-ENTRADA-DOLARES              VALUE 'USD'.
       01  WS-CUENTA-ORIGEN             PIC 9(07).
       01  WS-CUENTA-DESTINO            PIC 9(07).
       01  WS-MONEDA-ORIGEN             PIC X(03).
           88 ORIGEN-EN-DOLARES                   VALUE 'USD'.
       01  WS-IMPORTE-DESTINO           PIC 9(09)V99.
       01  WS-IMPORTE-PESOS             PIC 9(11)V99.
       01  SW-FIN-SESION                PIC X(01) VALUE 'N'.
           88 FIN-DE-SESION                        VALUE 'S'.

       01  WS-EFECTIVO-ESPERADO         PIC S9(11)V99 COMP-3.
       01  WS-EFECTIVO-CONTADO          PIC 9(11)V99.
       01  WS-DIFERENCIA-ARQUEO         PIC S9(11)V99 COMP-3.
       01  WS-FONDO-INICIAL-USD         PIC 9(09)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-ENTRADAS-USD        PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-TOTAL-SALIDAS-USD         PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-EFECTIVO-CONTADO-USD      PIC 9(11)V99.
       01  WS-CONTADOR-DEPOSITOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-EXTRACCIONES     PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-CHEQUES             PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.
       01  WS-CONTADOR-CHEQUES          PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-DEVUELTOS        PIC 9(05) VALUE ZEROS.
       01  WS-COMISION-RECHAZO          PIC 9(07)V99 VALUE ZEROS.
       01  WS-TOTAL-COMISIONES          PIC 9(11)V99 COMP-3
                                         VALUE ZEROS.

      * CAMBIO DE MONEDA DE LA SESION. VENTA = EL BANCO VENDE
      * DOLARES (DEBITA PESOS, ACREDITA DOLARES); COMPRA = AL REVES.
      * EL EQUIVALENTE EN PESOS DE LOS DOLARES ES A COT-COMPRA.
       01  WS-CONTADOR-CAMBIOS          PIC 9(05) VALUE ZEROS.
       01  WS-VENTA-PESOS               PIC 9(11)V99 VALUE ZEROS.
       01  WS-VENTA-DOLARES             PIC 9(11)V99 VALUE ZEROS.
       01  WS-VENTA-EQUIVALENTE         PIC 9(11)V99 VALUE ZEROS.
       01  WS-COMPRA-PESOS              PIC 9(11)V99 VALUE ZEROS.
       01  WS-COMPRA-DOLARES            PIC 9(11)V99 VALUE ZEROS.
       01  WS-RESULTADO-CAMBIO          PIC 9(11)V99 VALUE ZEROS.

       01  WS-SALDO-EDITADO             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-IMPORTE-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPONIBLE                PIC S9(11)V99 COMP-3.
       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'CAJA-ONLINE'.

       01  WS-TITULO-ARQUEO.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(16)
              VALUE '  EXTRACCIONES:'.
           05 ARQ-EXTRACCIONES          PIC ZZ,ZZ9.

       01  WS-TITULO-DOLARES.
           05 FILLER                    PIC X(25)
              VALUE 'EFECTIVO EN DOLARES'.
           05 FILLER                    PIC X(55) VALUE SPACES.

       01  WS-LINEA-CONTADORES-CAMBIO.
           05 FILLER                    PIC X(12)
              VALUE 'CAMBIOS:'.
           05 ARQ-CAMBIOS               PIC ZZ,ZZ9.

       01  WS-LINEA-CONTADORES-CHQ.
           05 FILLER                    PIC X(12)
              VALUE 'CHEQUES:'.
           05 ARQ-CHEQUES               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE '  DEVUELTOS:'.
           05 ARQ-DEVUELTOS             PIC ZZ,ZZ9.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

           DISPLAY 'FONDO INICIAL (SIN DECIMALES): '
                   WITH NO ADVANCING
           ACCEPT WS-FONDO-INICIAL
           DISPLAY 'FONDO INICIAL EN DOLARES (SIN DECIMALES): '
                   WITH NO ADVANCING
           ACCEPT WS-FONDO-INICIAL-USD
           PERFORM 0200-CARGA-TARIFA-RECHAZO
           PERFORM 0300-LEE-COTIZACION

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'AB' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-TERMINAL WS-REG-CHEQUE-DEP
                      WS-CODIGO-CHQ
           MOVE 'AB' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TERMINAL WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           MOVE 'AB' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI

           PERFORM 1000-ATIENDE-PEDIDO UNTIL FIN-DE-SESION

           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-TERMINAL WS-REG-CHEQUE-DEP
                      WS-CODIGO-CHQ
           MOVE 'CI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TERMINAL WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           MOVE 'CI' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI

           PERFORM 9000-CIERRA-CAJA
           PERFORM 8950-GRABA-ASIENTO-GL
           DISPLAY 'FIN DE LA SESION'
           GOBACK.
       0000-FIN.  EXIT.
           END-IF.
       0100-FIN.  EXIT.

      * -----------------------------------------------------------
      * COMISION POR CHEQUE DEVUELTO: TARJETA TIPO 'D' DEL MISMO
      * TARIFARIO DE COMISIONES-MENSUALES. SIN TARJETA (O SIN
      * TARIFARIO) EL RECHAZO NO COBRA COMISION.
      * -----------------------------------------------------------
       0200-CARGA-TARIFA-RECHAZO.
           OPEN INPUT TARIFAS
           IF WS-CODIGO-TARIFAS NOT EQUAL ZEROS
              DISPLAY 'SIN TARIFARIO: EL CHEQUE DEVUELTO NO COBRA '
                      'COMISION'
              GO TO 0200-FIN
           END-IF

           PERFORM 0210-LEE-TARIFA UNTIL FIN-DE-TARIFAS
           CLOSE TARIFAS.
       0200-FIN.  EXIT.

       0210-LEE-TARIFA.
           READ TARIFAS
              AT END MOVE 'S' TO SW-FIN-TARIFAS
           END-READ
           IF NOT FIN-DE-TARIFAS
              IF TARIFA-TIPO-CUENTA EQUAL 'D'
                 MOVE TARIFA-IMPORTE TO WS-COMISION-RECHAZO
              END-IF
           END-IF.
       0210-FIN.  EXIT.

      * -----------------------------------------------------------
      * COTIZACION DEL DOLAR PARA EL CAMBIO DE MONEDA: TIENE QUE
      * ESTAR CARGADA LA DE HOY; CON UNA ANTERIOR (O SIN MAESTRO)
      * LA CAJA ATIENDE PERO NO HACE CAMBIOS.
      * -----------------------------------------------------------
       0300-LEE-COTIZACION.
           MOVE 'AB' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-TERMINAL
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT NOT EQUAL ZEROS
              DISPLAY 'SIN COTIZACIONES: NO SE HACEN CAMBIOS'
              GO TO 0300-FIN
           END-IF

           MOVE WS-FECHA-HOY TO WS-LLAVE-COT-FECHA
           MOVE 'LF' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-TERMINAL
                      WS-REG-COTIZACION WS-CODIGO-COT
           IF WS-CODIGO-COT EQUAL ZEROS AND
              WS-COT-FECHA EQUAL WS-FECHA-HOY
              MOVE 'S' TO SW-COTIZACION-DEL-DIA
           ELSE
              DISPLAY 'SIN COTIZACION DEL DIA: NO SE HACEN CAMBIOS'
           END-IF

           MOVE 'CI' TO WS-FUNCION-COT
           CALL 'COTIZACIONES-I-O'
                USING WS-FUNCION-COT WS-LLAVE-COT WS-USUARIO-TERMINAL
                      WS-REG-COTIZACION WS-CODIGO-COT.
       0300-FIN.  EXIT.

       1000-ATIENDE-PEDIDO.
           DISPLAY ' '
           DISPLAY '1=DEPOSITO 2=EXTRACCION 3=CONSULTA '
                   '4=DEPOSITO CHEQUE 5=CHEQUE DEVUELTO '
                   '6=CAMBIO DE MONEDA 9=CIERRE DE CAJA'
           DISPLAY 'OPCION: ' WITH NO ADVANCING
           ACCEPT WS-OPCION

                 END-IF
              WHEN OPCION-CONSULTA
                 PERFORM 4000-CONSULTA-CUENTA
              WHEN OPCION-DEPOSITO-CHEQUE
                 PERFORM 5000-DEPOSITA-CHEQUE
              WHEN OPCION-CHEQUE-DEVUELTO
                 IF WS-NIVEL-SESION EQUAL 'O'
                    PERFORM 6000-CHEQUE-DEVUELTO
                 ELSE
                    DISPLAY 'NO AUTORIZADO: SU NIVEL ES DE '
                            'CONSULTA'
                    MOVE 'PERMISO DENEGADO' TO WS-EVENTO-SEG
                    CALL 'REGISTRA-EVENTO-SEGURIDAD'
                         USING WS-NOMBRE-ONLINE
                               WS-USUARIO-TERMINAL WS-EVENTO-SEG
                 END-IF
              WHEN OPCION-CAMBIO
                 IF WS-NIVEL-SESION EQUAL 'O'
                    PERFORM 7000-CAMBIO-MONEDA
                 ELSE
                    DISPLAY 'NO AUTORIZADO: SU NIVEL ES DE '
                            'CONSULTA'
                    MOVE 'PERMISO DENEGADO' TO WS-EVENTO-SEG
                    CALL 'REGISTRA-EVENTO-SEGURIDAD'
                         USING WS-NOMBRE-ONLINE
                               WS-USUARIO-TERMINAL WS-EVENTO-SEG
                 END-IF
              WHEN OPCION-CIERRE
                 MOVE 'S' TO SW-FIN-SESION
              WHEN OTHER
                      WS-CODIGO-SDO.
       1200-FIN.  EXIT.

       1210-GRABA-EFECTIVO.
           MOVE WS-FECHA-HOY TO WS-SALDO-FECHA-ULT-MOV
           MOVE 'CE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS
                      WS-CODIGO-SDO.
       1210-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL EFECTIVO TIENE QUE ESTAR EN LA MONEDA DE LA CUENTA; LA
      * OPERACION EN OTRA MONEDA SE HACE COMO CAMBIO (OPCION 6).
      * DEVUELVE WS-CODIGO-SDO 'MO' SI NO COINCIDEN.
      * -----------------------------------------------------------
       1300-PIDE-MONEDA.
           DISPLAY 'MONEDA DEL EFECTIVO (ARS/USD): ' WITH NO ADVANCING
           ACCEPT WS-MONEDA-ENTRADA
           IF WS-MONEDA-ENTRADA EQUAL SPACES
              MOVE 'ARS' TO WS-MONEDA-ENTRADA
           END-IF
           IF (MONEDA-ENTRADA-DOLARES AND WS-SALDO-EN-PESOS) OR
              (NOT MONEDA-ENTRADA-DOLARES AND WS-SALDO-EN-DOLARES)
              DISPLAY 'LA CUENTA ES EN OTRA MONEDA: USAR LA '
                      'OPCION DE CAMBIO'
              MOVE 'MO' TO WS-CODIGO-SDO
           END-IF.
       1300-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL DEPOSITO SUMA AL SALDO Y A LA CAJA; EL MOVIMIENTO
      * CPSALMOV Y LA AUDITORIA LOS DEJA SALDOS-INDEXADOS-I-O CON
              DISPLAY 'CUENTA INEXISTENTE'
              GO TO 2000-FIN
           END-IF
           PERFORM 1300-PIDE-MONEDA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              GO TO 2000-FIN
           END-IF

           DISPLAY 'IMPORTE (SIN DECIMALES): ' WITH NO ADVANCING
           ACCEPT WS-IMPORTE-ENTRADA
           END-IF

           ADD WS-IMPORTE-ENTRADA TO WS-SALDO-ACTUAL
           PERFORM 1210-GRABA-EFECTIVO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-DEPOSITOS
              IF WS-SALDO-EN-DOLARES
                 ADD WS-IMPORTE-ENTRADA TO WS-TOTAL-ENTRADAS-USD
              ELSE
                 ADD WS-IMPORTE-ENTRADA TO WS-TOTAL-ENTRADAS
              END-IF
              MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
              DISPLAY 'DEPOSITO APLICADO. SALDO: ' WS-SALDO-EDITADO
           ELSE
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA EXTRACCION SE ACEPTA HASTA EL SALDO DISPONIBLE: SALDO
      * MENOS FONDOS RETENIDOS POR CHEQUES EN CLEARING, MAS EL
      * LIMITE DE DESCUBIERTO AUTORIZADO DE LA CUENTA; MAS ALLA SE
      * RECHAZA ANTES DE TOCAR NADA.
      * -----------------------------------------------------------
       3000-POSTEA-EXTRACCION.
           PERFORM 1100-LEE-CUENTA
              DISPLAY 'CUENTA INEXISTENTE'
              GO TO 3000-FIN
           END-IF
           PERFORM 1300-PIDE-MONEDA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              GO TO 3000-FIN
           END-IF

           DISPLAY 'IMPORTE (SIN DECIMALES): ' WITH NO ADVANCING
           ACCEPT WS-IMPORTE-ENTRADA
              GO TO 3000-FIN
           END-IF

           PERFORM 3100-VERIFICA-FIRMANTE
           IF NOT FIRMA-AUTORIZADA
              GO TO 3000-FIN
           END-IF

      *    TITULAR O FIRMANTE CON LA REVISION DE CONOZCA A SU
      *    CLIENTE VENCIDA: NO SE PAGA HASTA QUE SE REGISTRE.
           PERFORM 3200-VERIFICA-RESTRICCION-KYC
           IF HAY-RESTRICCION-KYC
              DISPLAY 'EXTRACCION BLOQUEADA: REVISION KYC VENCIDA, '
                      'ACTUALIZAR DATOS DEL CLIENTE'
              GO TO 3000-FIN
           END-IF

           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           IF WS-IMPORTE-ENTRADA GREATER THAN WS-DISPONIBLE
              DISPLAY 'EXTRACCION RECHAZADA: SUPERA EL SALDO '
                      'DISPONIBLE'
              GO TO 3000-FIN
           END-IF

           SUBTRACT WS-IMPORTE-ENTRADA FROM WS-SALDO-ACTUAL
           PERFORM 1210-GRABA-EFECTIVO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-EXTRACCIONES
              IF WS-SALDO-EN-DOLARES
                 ADD WS-IMPORTE-ENTRADA TO WS-TOTAL-SALIDAS-USD
              ELSE
                 ADD WS-IMPORTE-ENTRADA TO WS-TOTAL-SALIDAS
              END-IF
              MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
              DISPLAY 'EXTRACCION APLICADA. SALDO: '
                      WS-SALDO-EDITADO
           END-IF.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * QUIEN RETIRA TIENE QUE SER PERSONA ACTIVA DE LA CUENTA EN
      * TITULARES-CUENTA; CON REGLA CONJUNTA FIRMA TAMBIEN OTRA
      * PERSONA ACTIVA. LA CUENTA SIN PERSONAS CARGADAS SE CONTROLA
      * CONTRA SALDO-TITULAR (SIN TITULAR, EL CAJERO VERIFICA EL
      * NOMBRE COMO SIEMPRE).
      * -----------------------------------------------------------
       3100-VERIFICA-FIRMANTE.
           MOVE 'N' TO SW-FIRMA-AUTORIZADA
           DISPLAY 'DOCUMENTO DE QUIEN EXTRAE: ' WITH NO ADVANCING
           ACCEPT WS-DOCUMENTO-ENTRADA

           PERFORM 3110-CUENTA-PERSONAS
           IF WS-CANTIDAD-PERSONAS EQUAL ZEROS
              IF WS-SALDO-TITULAR EQUAL ZEROS
                    OR WS-SALDO-TITULAR EQUAL WS-DOCUMENTO-ENTRADA
                 MOVE 'S' TO SW-FIRMA-AUTORIZADA
              ELSE
                 DISPLAY 'EXTRACCION RECHAZADA: NO ES EL TITULAR '
                         'DE LA CUENTA'
                 PERFORM 3150-REGISTRA-FIRMA-DENEGADA
              END-IF
              GO TO 3100-FIN
           END-IF

           MOVE WS-DOCUMENTO-ENTRADA TO WS-LLAVE-TIT-CLIENTE
           PERFORM 3120-LEE-PERSONA
           IF NOT FIRMA-AUTORIZADA
              DISPLAY 'EXTRACCION RECHAZADA: NO ESTA AUTORIZADO A '
                      'OPERAR LA CUENTA'
              PERFORM 3150-REGISTRA-FIRMA-DENEGADA
              GO TO 3100-FIN
           END-IF
           IF WS-TITC-OPERA-INDISTINTA
              GO TO 3100-FIN
           END-IF

           DISPLAY 'FIRMA CONJUNTA - DOCUMENTO DEL SEGUNDO '
                   'FIRMANTE: ' WITH NO ADVANCING
           ACCEPT WS-DOCUMENTO-SEGUNDO
           MOVE 'N' TO SW-FIRMA-AUTORIZADA
           IF WS-DOCUMENTO-SEGUNDO NOT EQUAL WS-DOCUMENTO-ENTRADA
              MOVE WS-DOCUMENTO-SEGUNDO TO WS-LLAVE-TIT-CLIENTE
              PERFORM 3120-LEE-PERSONA
           END-IF
           IF NOT FIRMA-AUTORIZADA
              DISPLAY 'EXTRACCION RECHAZADA: FALTA LA SEGUNDA '
                      'FIRMA AUTORIZADA'
              PERFORM 3150-REGISTRA-FIRMA-DENEGADA
           END-IF.
       3100-FIN.  EXIT.

       3110-CUENTA-PERSONAS.
           MOVE ZEROS TO WS-CANTIDAD-PERSONAS
           MOVE WS-CUENTA-ENTRADA TO WS-LLAVE-TIT-CUENTA
                                     WS-HASTA-TIT-CUENTA
           MOVE ZEROS             TO WS-LLAVE-TIT-CLIENTE
           MOVE 99999999          TO WS-HASTA-TIT-CLIENTE
           MOVE 'RI' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TERMINAL WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           PERFORM 3115-CUENTA-PERSONA
                   UNTIL WS-CODIGO-TIT NOT EQUAL ZEROS.
       3110-FIN.  EXIT.

       3115-CUENTA-PERSONA.
           IF WS-TITC-ACTIVO
              ADD 1 TO WS-CANTIDAD-PERSONAS
           END-IF
           MOVE 'RS' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TERMINAL WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT.
       3115-FIN.  EXIT.

       3120-LEE-PERSONA.
           MOVE WS-CUENTA-ENTRADA TO WS-LLAVE-TIT-CUENTA
           MOVE 'LE' TO WS-FUNCION-TIT
           CALL 'TITULARES-CUENTA-I-O'
                USING WS-FUNCION-TIT WS-LLAVE-TIT WS-LLAVE-HASTA-TIT
                      WS-USUARIO-TERMINAL WS-REG-TITULAR-CUENTA
                      WS-CODIGO-TIT
           IF WS-CODIGO-TIT EQUAL ZEROS AND WS-TITC-ACTIVO
              MOVE 'S' TO SW-FIRMA-AUTORIZADA
           END-IF.
       3120-FIN.  EXIT.

       3150-REGISTRA-FIRMA-DENEGADA.
           MOVE 'FIRMA NO AUTORIZADA' TO WS-EVENTO-SEG
           CALL 'REGISTRA-EVENTO-SEGURIDAD'
                USING WS-NOMBRE-ONLINE WS-USUARIO-TERMINAL
                      WS-EVENTO-SEG.
       3150-FIN.  EXIT.

      * -----------------------------------------------------------
      * SE MIRA EL TITULAR DE LA CUENTA Y, SI ES OTRA PERSONA, QUIEN
      * RETIRA. EL DOCUMENTO QUE NO ESTA EN CLIENTES NO RESTRINGE.
      * -----------------------------------------------------------
       3200-VERIFICA-RESTRICCION-KYC.
           MOVE 'N' TO SW-RESTRICCION-KYC
           IF WS-SALDO-TITULAR GREATER THAN ZEROS
              MOVE WS-SALDO-TITULAR TO WS-LLAVE-CLI
              PERFORM 3210-LEE-CLIENTE-KYC
           END-IF
           IF HAY-RESTRICCION-KYC
              GO TO 3200-FIN
           END-IF
           IF WS-DOCUMENTO-ENTRADA GREATER THAN ZEROS
                 AND WS-DOCUMENTO-ENTRADA NOT EQUAL WS-SALDO-TITULAR
              MOVE WS-DOCUMENTO-ENTRADA TO WS-LLAVE-CLI
              PERFORM 3210-LEE-CLIENTE-KYC
           END-IF.
       3200-FIN.  EXIT.

       3210-LEE-CLIENTE-KYC.
           MOVE 'LE' TO WS-FUNCION-CLI
           CALL 'CLIENTES-INDEXADOS-I-O'
                USING WS-FUNCION-CLI WS-LLAVE-CLI WS-LLAVE-HASTA-CLI
                      WS-USUARIO-TERMINAL WS-REG-CLIENTE WS-CODIGO-CLI
           IF WS-CODIGO-CLI EQUAL ZEROS
                 AND WS-CLI-RESTRINGIDO-KYC
              MOVE 'S' TO SW-RESTRICCION-KYC
           END-IF.
       3210-FIN.  EXIT.

       4000-CONSULTA-CUENTA.
           PERFORM 1100-LEE-CUENTA
           IF WS-CODIGO-SDO EQUAL ZEROS
              DISPLAY 'NOMBRE       : ' WS-SALDO-NOMBRE
              IF WS-SALDO-EN-DOLARES
                 DISPLAY 'MONEDA       : USD'
              ELSE
                 DISPLAY 'MONEDA       : ARS'
              END-IF
              MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
              DISPLAY 'SALDO ACTUAL : ' WS-SALDO-EDITADO
              MOVE WS-SALDO-RETENIDO TO WS-SALDO-EDITADO
              DISPLAY 'RETENIDO     : ' WS-SALDO-EDITADO
              COMPUTE WS-DISPONIBLE =
                      WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                      + WS-SALDO-LIMITE-DESC
              MOVE WS-DISPONIBLE TO WS-SALDO-EDITADO
              DISPLAY 'DISPONIBLE   : ' WS-SALDO-EDITADO
           ELSE
              DISPLAY 'CUENTA INEXISTENTE'
           END-IF.
       4000-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEPOSITO DE CHEQUE: EL IMPORTE ENTRA AL SALDO ACTUAL Y A
      * LOS FONDOS RETENIDOS, Y EL CHEQUE QUEDA EN CHEQUES-
      * DEPOSITADOS EN ESTADO R CON SU FECHA DE ACREDITACION. NO
      * ES EFECTIVO: NO ENTRA AL ARQUEO, SE INFORMA APARTE. SI EL
      * ALTA DEL CHEQUE FALLA SE DESHACE EL CREDITO A LA CUENTA.
      * -----------------------------------------------------------
       5000-DEPOSITA-CHEQUE.
           PERFORM 1100-LEE-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'CUENTA INEXISTENTE'
              GO TO 5000-FIN
           END-IF
           IF WS-SALDO-EN-DOLARES
              DISPLAY 'LOS CHEQUES SOLO SE DEPOSITAN EN CUENTAS EN '
                      'PESOS'
              GO TO 5000-FIN
           END-IF

           PERFORM 5200-PIDE-CHEQUE
           IF WS-CODIGO-CHQ EQUAL ZEROS
              DISPLAY 'CHEQUE YA DEPOSITADO EN ESTA CUENTA'
              GO TO 5000-FIN
           END-IF

           DISPLAY 'IMPORTE (SIN DECIMALES): ' WITH NO ADVANCING
           ACCEPT WS-IMPORTE-ENTRADA
           IF WS-IMPORTE-ENTRADA EQUAL ZEROS
              DISPLAY 'IMPORTE CERO, SE DESCARTA'
              GO TO 5000-FIN
           END-IF

           PERFORM 5100-CALCULA-ACREDITACION

           ADD WS-IMPORTE-ENTRADA TO WS-SALDO-ACTUAL
           ADD WS-IMPORTE-ENTRADA TO WS-SALDO-RETENIDO
           PERFORM 1200-GRABA-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR - STATUS: ' WS-CODIGO-SDO
              GO TO 5000-FIN
           END-IF

           MOVE WS-CUENTA-ENTRADA     TO WS-CHQDEP-CUENTA
           MOVE WS-BANCO-ENTRADA      TO WS-CHQDEP-BANCO
           MOVE WS-CHEQUE-ENTRADA     TO WS-CHQDEP-NUMERO
           MOVE WS-IMPORTE-ENTRADA    TO WS-CHQDEP-IMPORTE
           MOVE WS-FECHA-HOY          TO WS-CHQDEP-FECHA-DEPOSITO
           MOVE WS-FECHA-ACREDITACION TO WS-CHQDEP-FECHA-ACRED
           MOVE WS-FECHA-HOY          TO WS-CHQDEP-FECHA-ESTADO
           MOVE 'R'                   TO WS-CHQDEP-ESTADO
           MOVE WS-USUARIO-TERMINAL   TO WS-CHQDEP-CAJERO
           MOVE 'AL' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-TERMINAL WS-REG-CHEQUE-DEP
                      WS-CODIGO-CHQ
           IF WS-CODIGO-CHQ NOT EQUAL ZEROS
              SUBTRACT WS-IMPORTE-ENTRADA FROM WS-SALDO-ACTUAL
              SUBTRACT WS-IMPORTE-ENTRADA FROM WS-SALDO-RETENIDO
              PERFORM 1200-GRABA-CUENTA
              DISPLAY 'ERROR AL REGISTRAR EL CHEQUE - STATUS: '
                      WS-CODIGO-CHQ ', DEPOSITO ANULADO'
              GO TO 5000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-CHEQUES
           ADD WS-IMPORTE-ENTRADA TO WS-TOTAL-CHEQUES
           MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
           DISPLAY 'CHEQUE DEPOSITADO. SALDO: ' WS-SALDO-EDITADO
           DISPLAY 'FONDOS RETENIDOS HASTA EL ' WS-FECHA-ACREDITACION
                   ' (AAAAMMDD)'.
       5000-FIN.  EXIT.

      * -----------------------------------------------------------
      * FECHA DE ACREDITACION: AVANZA DESDE HOY DE A UN DIA HASTA
      * CONTAR LOS DIAS DE CLEARING LABORABLES DEL CALENDARIO (CON
      * TOPE DE VUELTAS POR SI EL CALENDARIO VIENE MAL CARGADO).
      * -----------------------------------------------------------
       5100-CALCULA-ACREDITACION.
           MOVE WS-FECHA-HOY TO WS-FECHA-ACREDITACION
           MOVE ZEROS TO WS-DIAS-HABILES WS-VUELTAS-CALENDARIO
           PERFORM 5110-AVANZA-DIA
                   UNTIL WS-DIAS-HABILES NOT LESS THAN WS-DIAS-CLEARING
                      OR WS-VUELTAS-CALENDARIO NOT LESS THAN 30.
       5100-FIN.  EXIT.

       5110-AVANZA-DIA.
           CALL 'SUMA-DIAS-FECHA'
                USING WS-FECHA-ACREDITACION WS-UN-DIA
                      WS-FECHA-SIGUIENTE
           MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-ACREDITACION
           ADD 1 TO WS-VUELTAS-CALENDARIO

           CALL 'CONSULTA-CALENDARIO'
                USING WS-FECHA-ACREDITACION WS-MARCAS-CALENDARIO
                      WS-CODIGO-CAL
           IF WS-CODIGO-CAL NOT EQUAL '00' OR DIA-ES-LABORABLE
              ADD 1 TO WS-DIAS-HABILES
           END-IF.
       5110-FIN.  EXIT.

      * -----------------------------------------------------------
      * PIDE BANCO Y NUMERO DEL CHEQUE Y LO BUSCA EN CHEQUES-
      * DEPOSITADOS PARA LA CUENTA LEIDA: WS-CODIGO-CHQ '00' SI YA
      * ESTA REGISTRADO.
      * -----------------------------------------------------------
       5200-PIDE-CHEQUE.
           DISPLAY 'BANCO GIRADO: ' WITH NO ADVANCING
           ACCEPT WS-BANCO-ENTRADA
           DISPLAY 'NUMERO DE CHEQUE: ' WITH NO ADVANCING
           ACCEPT WS-CHEQUE-ENTRADA

           MOVE WS-CUENTA-ENTRADA TO WS-CHQDEP-CUENTA
           MOVE WS-BANCO-ENTRADA  TO WS-CHQDEP-BANCO
           MOVE WS-CHEQUE-ENTRADA TO WS-CHQDEP-NUMERO
           MOVE WS-CHQDEP-LLAVE   TO WS-LLAVE-CHQ
           MOVE 'LE' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-TERMINAL WS-REG-CHEQUE-DEP
                      WS-CODIGO-CHQ.
       5200-FIN.  EXIT.

      * -----------------------------------------------------------
      * CHEQUE DEVUELTO: DEBITA EL IMPORTE DEL CHEQUE (AUNQUE LA
      * CUENTA QUEDE EN DESCUBIERTO; EL REPORTE DE DESCUBIERTOS LA
      * MUESTRA), LIBERA LA RETENCION SI EL CHEQUE SEGUIA EN
      * CLEARING, MARCA EL CHEQUE D Y COBRA LA COMISION DE RECHAZO
      * COMO UN SEGUNDO MOVIMIENTO.
      * -----------------------------------------------------------
       6000-CHEQUE-DEVUELTO.
           PERFORM 1100-LEE-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'CUENTA INEXISTENTE'
              GO TO 6000-FIN
           END-IF

           PERFORM 5200-PIDE-CHEQUE
           IF WS-CODIGO-CHQ NOT EQUAL ZEROS
              DISPLAY 'CHEQUE NO DEPOSITADO EN ESTA CUENTA'
              GO TO 6000-FIN
           END-IF
           IF WS-CHQDEP-DEVUELTO
              DISPLAY 'EL CHEQUE YA FUE DEVUELTO EL '
                      WS-CHQDEP-FECHA-ESTADO
              GO TO 6000-FIN
           END-IF

           SUBTRACT WS-CHQDEP-IMPORTE FROM WS-SALDO-ACTUAL
           IF WS-CHQDEP-RETENIDO
              IF WS-CHQDEP-IMPORTE GREATER THAN WS-SALDO-RETENIDO
                 MOVE ZEROS TO WS-SALDO-RETENIDO
              ELSE
                 SUBTRACT WS-CHQDEP-IMPORTE FROM WS-SALDO-RETENIDO
              END-IF
           END-IF
           PERFORM 1200-GRABA-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR - STATUS: ' WS-CODIGO-SDO
              GO TO 6000-FIN
           END-IF

           MOVE 'D'          TO WS-CHQDEP-ESTADO
           MOVE WS-FECHA-HOY TO WS-CHQDEP-FECHA-ESTADO
           MOVE 'CA' TO WS-FUNCION-CHQ
           CALL 'CHEQUES-DEPOSITADOS-I-O'
                USING WS-FUNCION-CHQ WS-LLAVE-CHQ WS-LLAVE-HASTA-CHQ
                      WS-USUARIO-TERMINAL WS-REG-CHEQUE-DEP
                      WS-CODIGO-CHQ
           IF WS-CODIGO-CHQ NOT EQUAL ZEROS
              DISPLAY 'ERROR AL MARCAR EL CHEQUE - STATUS: '
                      WS-CODIGO-CHQ ', AVISAR A SISTEMAS'
           END-IF
           ADD 1 TO WS-CONTADOR-DEVUELTOS

           IF WS-COMISION-RECHAZO GREATER THAN ZEROS
              SUBTRACT WS-COMISION-RECHAZO FROM WS-SALDO-ACTUAL
              PERFORM 1200-GRABA-CUENTA
              IF WS-CODIGO-SDO EQUAL ZEROS
                 ADD WS-COMISION-RECHAZO TO WS-TOTAL-COMISIONES
                 MOVE WS-COMISION-RECHAZO TO WS-IMPORTE-EDITADO
                 DISPLAY 'COMISION POR RECHAZO: ' WS-IMPORTE-EDITADO
              ELSE
                 DISPLAY 'ERROR AL COBRAR LA COMISION - STATUS: '
                         WS-CODIGO-SDO
              END-IF
           END-IF

           MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
           DISPLAY 'CHEQUE DEVUELTO. SALDO: ' WS-SALDO-EDITADO.
       6000-FIN.  EXIT.

      * -----------------------------------------------------------
      * CAMBIO DE MONEDA ENTRE DOS CUENTAS DE DISTINTA MONEDA A LA
      * COTIZACION DEL DIA. EL IMPORTE SE INGRESA EN LA MONEDA DE
      * LA CUENTA ORIGEN (LA QUE SE DEBITA, CON LOS MISMOS
      * CONTROLES QUE LA EXTRACCION). PESOS A DOLARES: DOLARES =
      * PESOS / COT-VENTA; DOLARES A PESOS: PESOS = DOLARES X
      * COT-COMPRA. SI EL CREDITO FALLA SE DEVUELVE EL DEBITO.
      * -----------------------------------------------------------
       7000-CAMBIO-MONEDA.
           IF NOT HAY-COTIZACION-DEL-DIA
              DISPLAY 'SIN COTIZACION DEL DIA: NO SE HACEN CAMBIOS'
              GO TO 7000-FIN
           END-IF

           DISPLAY 'CUENTA ORIGEN (SE DEBITA)'
           PERFORM 1100-LEE-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'CUENTA INEXISTENTE'
              GO TO 7000-FIN
           END-IF
           IF WS-SALDO-CTA-EN-ABANDONO
              DISPLAY 'CAMBIO BLOQUEADO: CUENTA EN ABANDONO, '
                      'VERIFICAR IDENTIDAD'
              GO TO 7000-FIN
           END-IF
           MOVE WS-CUENTA-ENTRADA TO WS-CUENTA-ORIGEN
           MOVE WS-SALDO-MONEDA   TO WS-MONEDA-ORIGEN
           IF NOT ORIGEN-EN-DOLARES
              MOVE 'ARS' TO WS-MONEDA-ORIGEN
           END-IF

           DISPLAY 'CUENTA DESTINO (SE ACREDITA)'
           PERFORM 1100-LEE-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'CUENTA INEXISTENTE'
              GO TO 7000-FIN
           END-IF
           IF (ORIGEN-EN-DOLARES AND WS-SALDO-EN-DOLARES) OR
              (NOT ORIGEN-EN-DOLARES AND WS-SALDO-EN-PESOS)
              DISPLAY 'LAS DOS CUENTAS SON DE LA MISMA MONEDA'
              GO TO 7000-FIN
           END-IF
           MOVE WS-CUENTA-ENTRADA TO WS-CUENTA-DESTINO

           DISPLAY 'IMPORTE EN ' WS-MONEDA-ORIGEN
                   ' (SIN DECIMALES): ' WITH NO ADVANCING
           ACCEPT WS-IMPORTE-ENTRADA
           IF WS-IMPORTE-ENTRADA EQUAL ZEROS
              DISPLAY 'IMPORTE CERO, SE DESCARTA'
              GO TO 7000-FIN
           END-IF
           IF ORIGEN-EN-DOLARES
              COMPUTE WS-IMPORTE-DESTINO ROUNDED =
                      WS-IMPORTE-ENTRADA * WS-COT-COMPRA
           ELSE
              COMPUTE WS-IMPORTE-DESTINO =
                      WS-IMPORTE-ENTRADA / WS-COT-VENTA
           END-IF
           IF WS-IMPORTE-DESTINO EQUAL ZEROS
              DISPLAY 'IMPORTE INSUFICIENTE PARA EL CAMBIO'
              GO TO 7000-FIN
           END-IF

      *    DEBITO DE LA CUENTA ORIGEN, CON FIRMA Y DISPONIBLE.
           MOVE WS-CUENTA-ORIGEN TO WS-CUENTA-ENTRADA WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS
                      WS-CODIGO-SDO
           PERFORM 3100-VERIFICA-FIRMANTE
           IF NOT FIRMA-AUTORIZADA
              GO TO 7000-FIN
           END-IF
           COMPUTE WS-DISPONIBLE =
                   WS-SALDO-ACTUAL - WS-SALDO-RETENIDO
                   + WS-SALDO-LIMITE-DESC
           IF WS-IMPORTE-ENTRADA GREATER THAN WS-DISPONIBLE
              DISPLAY 'CAMBIO RECHAZADO: SUPERA EL SALDO DISPONIBLE'
              GO TO 7000-FIN
           END-IF
           SUBTRACT WS-IMPORTE-ENTRADA FROM WS-SALDO-ACTUAL
           PERFORM 1200-GRABA-CUENTA
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'ERROR AL GRABAR - STATUS: ' WS-CODIGO-SDO
              GO TO 7000-FIN
           END-IF

           MOVE WS-CUENTA-DESTINO TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS
                      WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD WS-IMPORTE-DESTINO TO WS-SALDO-ACTUAL
              PERFORM 1200-GRABA-CUENTA
           END-IF
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              PERFORM 7100-DEVUELVE-ORIGEN
              GO TO 7000-FIN
           END-IF

           ADD 1 TO WS-CONTADOR-CAMBIOS
           IF ORIGEN-EN-DOLARES
              ADD WS-IMPORTE-ENTRADA TO WS-COMPRA-DOLARES
              ADD WS-IMPORTE-DESTINO TO WS-COMPRA-PESOS
           ELSE
              ADD WS-IMPORTE-ENTRADA TO WS-VENTA-PESOS
              ADD WS-IMPORTE-DESTINO TO WS-VENTA-DOLARES
              COMPUTE WS-IMPORTE-PESOS ROUNDED =
                      WS-IMPORTE-DESTINO * WS-COT-COMPRA
              ADD WS-IMPORTE-PESOS TO WS-VENTA-EQUIVALENTE
           END-IF
           MOVE WS-IMPORTE-DESTINO TO WS-IMPORTE-EDITADO
           DISPLAY 'CAMBIO APLICADO. ACREDITADO: ' WS-IMPORTE-EDITADO
           MOVE WS-SALDO-ACTUAL TO WS-SALDO-EDITADO
           DISPLAY 'SALDO DESTINO: ' WS-SALDO-EDITADO.
       7000-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL CREDITO A LA CUENTA DESTINO NO SE PUDO GRABAR: SE
      * DEVUELVE EL DEBITO A LA CUENTA ORIGEN.
      * -----------------------------------------------------------
       7100-DEVUELVE-ORIGEN.
           DISPLAY 'CREDITO NO APLICADO, SE ANULA EL CAMBIO'
           MOVE WS-CUENTA-ORIGEN TO WS-CUENTA-ENTRADA WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-TERMINAL WS-REG-SALDOS
                      WS-CODIGO-SDO
           IF WS-CODIGO-SDO EQUAL ZEROS
              ADD WS-IMPORTE-ENTRADA TO WS-SALDO-ACTUAL
              PERFORM 1200-GRABA-CUENTA
           END-IF
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              DISPLAY 'ERROR AL DEVOLVER EL DEBITO A LA CUENTA '
                      WS-CUENTA-ORIGEN ' - AVISAR A SISTEMAS'
           END-IF.
       7100-FIN.  EXIT.

      * -----------------------------------------------------------
      * ASIENTO DE LAS COMISIONES POR CHEQUE DEVUELTO COBRADAS EN
      * LA SESION: DEBE CUENTAS DE SALDOS Y HABER INGRESO POR
      * COMISIONES, COMO COMISIONES-MENSUALES. DESPUES, EL DEL
      * CAMBIO DE MONEDA (8960).
      * -----------------------------------------------------------
       8950-GRABA-ASIENTO-GL.
           IF WS-TOTAL-COMISIONES EQUAL ZEROS AND
              WS-CONTADOR-CAMBIOS EQUAL ZEROS
              GO TO 8950-FIN
           END-IF

           OPEN EXTEND GL-INTERFAZ
           IF WS-CODIGO-GL NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR GL-INTERFAZ - STATUS: '
                      WS-CODIGO-GL
              GO TO 8950-FIN
           END-IF

           IF WS-TOTAL-COMISIONES GREATER THAN ZEROS
              MOVE 'CTASSALD'          TO GL-CUENTA
              MOVE 'D'                 TO GL-TIPO
              MOVE WS-TOTAL-COMISIONES TO GL-IMPORTE
              MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
              MOVE WS-FECHA-HOY        TO GL-FECHA
              MOVE 'ARS'               TO GL-MONEDA
              MOVE ZEROS               TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'INGCOMIS'          TO GL-CUENTA
              MOVE 'H'                 TO GL-TIPO
              MOVE WS-TOTAL-COMISIONES TO GL-IMPORTE
              WRITE REG-ASIENTO-GL
           END-IF

           IF WS-CONTADOR-CAMBIOS GREATER THAN ZEROS
              PERFORM 8960-ASIENTO-CAMBIO
           END-IF

           CLOSE GL-INTERFAZ.
       8950-FIN.  EXIT.

      * -----------------------------------------------------------
      * VENTA DE DOLARES: DEBE CTASSALD POR LOS PESOS DEBITADOS,
      * HABER CTASDOLR POR LOS DOLARES ACREDITADOS A COT-COMPRA Y
      * HABER INGCAMBI POR LA DIFERENCIA (EL MARGEN ENTRE VENTA Y
      * COMPRA). COMPRA DE DOLARES: DEBE CTASDOLR Y HABER CTASSALD
      * POR EL MISMO IMPORTE, PORQUE SE PAGA A COT-COMPRA.
      * -----------------------------------------------------------
       8960-ASIENTO-CAMBIO.
           MOVE WS-NOMBRE-PROGRAMA  TO GL-PROGRAMA
           MOVE WS-FECHA-HOY        TO GL-FECHA

           IF WS-VENTA-PESOS GREATER THAN ZEROS
              MOVE 'CTASSALD'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-VENTA-PESOS       TO GL-IMPORTE
              MOVE 'ARS'                TO GL-MONEDA
              MOVE ZEROS                TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'CTASDOLR'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              MOVE WS-VENTA-EQUIVALENTE TO GL-IMPORTE
              MOVE 'USD'                TO GL-MONEDA
              MOVE WS-VENTA-DOLARES     TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              COMPUTE WS-RESULTADO-CAMBIO =
                      WS-VENTA-PESOS - WS-VENTA-EQUIVALENTE
              IF WS-RESULTADO-CAMBIO GREATER THAN ZEROS
                 MOVE 'INGCAMBI'          TO GL-CUENTA
                 MOVE 'H'                 TO GL-TIPO
                 MOVE WS-RESULTADO-CAMBIO TO GL-IMPORTE
                 MOVE 'ARS'               TO GL-MONEDA
                 MOVE ZEROS               TO GL-IMPORTE-ORIGEN
                 WRITE REG-ASIENTO-GL
              END-IF
           END-IF

           IF WS-COMPRA-PESOS GREATER THAN ZEROS
              MOVE 'CTASDOLR'           TO GL-CUENTA
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-COMPRA-PESOS      TO GL-IMPORTE
              MOVE 'USD'                TO GL-MONEDA
              MOVE WS-COMPRA-DOLARES    TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL

              MOVE 'CTASSALD'           TO GL-CUENTA
              MOVE 'H'                  TO GL-TIPO
              MOVE WS-COMPRA-PESOS      TO GL-IMPORTE
              MOVE 'ARS'                TO GL-MONEDA
              MOVE ZEROS                TO GL-IMPORTE-ORIGEN
              WRITE REG-ASIENTO-GL
           END-IF.
       8960-FIN.  EXIT.

      * -----------------------------------------------------------
      * ARQUEO DE CIERRE: EFECTIVO ESPERADO = FONDO + ENTRADAS -
      * SALIDAS, CONTRA LO CONTADO POR EL CAJERO. PESOS Y DOLARES
      * SE ARQUEAN POR SEPARADO (9100).
      * -----------------------------------------------------------
       9000-CIERRA-CAJA.
           DISPLAY 'EFECTIVO CONTADO (SIN DECIMALES): '
                   WITH NO ADVANCING
           ACCEPT WS-EFECTIVO-CONTADO
           DISPLAY 'DOLARES CONTADOS (SIN DECIMALES): '
                   WITH NO ADVANCING
           ACCEPT WS-EFECTIVO-CONTADO-USD

           COMPUTE WS-EFECTIVO-ESPERADO =
                   WS-FONDO-INICIAL + WS-TOTAL-ENTRADAS
           WRITE REG-REPORTE FROM WS-LINEA-CONTADORES
                 AFTER ADVANCING 2 LINES

      *    LOS CHEQUES NO SON EFECTIVO: SE INFORMAN FUERA DEL
      *    ARQUEO PARA CONTROLAR LOS VALORES QUE ENTREGA EL CAJERO.
           MOVE 'CHEQUES RECIBIDOS'  TO ARQ-CONCEPTO
           MOVE WS-TOTAL-CHEQUES     TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 2 LINES
           MOVE 'COMISIONES RECHAZO' TO ARQ-CONCEPTO
           MOVE WS-TOTAL-COMISIONES  TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE
           MOVE WS-CONTADOR-CHEQUES   TO ARQ-CHEQUES
           MOVE WS-CONTADOR-DEVUELTOS TO ARQ-DEVUELTOS
           WRITE REG-REPORTE FROM WS-LINEA-CONTADORES-CHQ
                 AFTER ADVANCING 1 LINE

           IF WS-DIFERENCIA-ARQUEO NOT EQUAL ZEROS
              DISPLAY 'ARQUEO CON DIFERENCIA, REVISAR EL REPORTE'
           END-IF

           PERFORM 9100-ARQUEO-DOLARES

           CLOSE REPORTE.
       9000-FIN.  EXIT.

       9100-ARQUEO-DOLARES.
           COMPUTE WS-EFECTIVO-ESPERADO =
                   WS-FONDO-INICIAL-USD + WS-TOTAL-ENTRADAS-USD
                   - WS-TOTAL-SALIDAS-USD
           COMPUTE WS-DIFERENCIA-ARQUEO =
                   WS-EFECTIVO-CONTADO-USD - WS-EFECTIVO-ESPERADO

           WRITE REG-REPORTE FROM WS-TITULO-DOLARES
                 AFTER ADVANCING 2 LINES
           MOVE 'FONDO INICIAL'      TO ARQ-CONCEPTO
           MOVE WS-FONDO-INICIAL-USD TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE
           MOVE 'ENTRADAS EN EFECTIVO' TO ARQ-CONCEPTO
           MOVE WS-TOTAL-ENTRADAS-USD TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE
           MOVE 'SALIDAS EN EFECTIVO' TO ARQ-CONCEPTO
           MOVE WS-TOTAL-SALIDAS-USD TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE
           MOVE 'EFECTIVO ESPERADO'  TO ARQ-CONCEPTO
           MOVE WS-EFECTIVO-ESPERADO TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE
           MOVE 'EFECTIVO CONTADO'   TO ARQ-CONCEPTO
           MOVE WS-EFECTIVO-CONTADO-USD TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE
           MOVE 'DIFERENCIA'         TO ARQ-CONCEPTO
           MOVE WS-DIFERENCIA-ARQUEO TO ARQ-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-ARQUEO
                 AFTER ADVANCING 1 LINE

      *    EL CAMBIO DE MONEDA ES ENTRE CUENTAS: NO MUEVE EFECTIVO.
           MOVE WS-CONTADOR-CAMBIOS TO ARQ-CAMBIOS
           WRITE REG-REPORTE FROM WS-LINEA-CONTADORES-CAMBIO
                 AFTER ADVANCING 2 LINES

           IF WS-DIFERENCIA-ARQUEO NOT EQUAL ZEROS
              DISPLAY 'ARQUEO EN DOLARES CON DIFERENCIA, REVISAR EL '
                      'REPORTE'
           END-IF.
       9100-FIN.  EXIT.
      * ---------------------------------------------------------------
