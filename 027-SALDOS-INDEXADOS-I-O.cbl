       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD CLIENTES A 176 CARACTERES (CPCLI01
      *                    AGREGA LAS MARCAS DE AVISOS EXCLUIDOS).
      *   15/10/2026  AMF  DOBLE FIRMA: EN CUALQUIER CAMBIO, EL LIMITE
      *                    DE DESCUBIERTO, SU TASA O LA TASA DE
      *                    INTERES QUE ESTEN EN LA LISTA DE CAMPOS
      *                    CONTROLADOS DE CAMBIOS-PENDIENTES-I-O NO SE
      *                    APLICAN: QUEDAN COMO CAMBIO PENDIENTE
      *                    (CPCAMPE1), LA CUENTA CONSERVA EL VALOR
      *                    ANTERIOR, EL RESTO SE APLICA Y SE DEVUELVE
      *                    'PA'. NUEVA FUNCION AP PARA EL CAMBIO YA
      *                    APROBADO (AUDITADO 'APROB').
      *   15/10/2026  AMF  FD CLIENTES A 171 CARACTERES (CPCLI01
      *                    AGREGA LOS DATOS DE CONOZCA A SU CLIENTE).
      *   15/10/2026  AMF  FUNCIONES CH (PAGO DE CHEQUE PRESENTADO POR
      *                    CAMARA = CHEQUE) Y CF (COMISION POR CHEQUE
      *                    RECHAZADO = COMCHQ): IGUAL QUE CA, CON EL
      *                    TIPO DE MOVIMIENTO PROPIO PARA LA
      *                    PRESENTACION DE CHEQUES EN CAMARA.
      *   15/10/2026  AMF  FD ARCHIVO-SALDOS A 105 CARACTERES (CPSALDO1
      *                    AGREGA LA MONEDA DE LA CUENTA). CA/CE QUE
      *                    CAMBIE LA MONEDA DE UNA CUENTA EXISTENTE SE
      *                    RECHAZA CON CODIGO MO SIN REGRABAR: LA
      *                    MONEDA SE FIJA EN EL ALTA.
      *   15/10/2026  AMF  FD CLIENTES A 118 CARACTERES (CPCLI01
      *                    AGREGA LA RESIDENCIA DEL CLIENTE).
      *   15/10/2026  AMF  FUNCIONES TC (COMPRA/DEVOLUCION CON TARJETA
      *                    DE DEBITO = COMTAR/DEVTAR), TA (EXTRACCION
      *                    EN CAJERO AUTOMATICO = EXTATM) Y TF (COMISION
      *                    POR CAJERO DE OTRA RED = COMATM): IGUAL QUE
      *                    CA, CON EL TIPO DE MOVIMIENTO PROPIO PARA
      *                    LA IMPORTACION DE LA RED DE TARJETAS.
      *   15/10/2026  AMF  FD ARCHIVO-SALDOS A 102 CARACTERES (CPSALDO1
      *                    AGREGA LA FECHA DE CIERRE DE LA CUENTA).
      *                    CA/CE SOBRE UNA CUENTA YA CERRADA SE
      *                    RECHAZA CON CODIGO CC SIN REGRABAR, ASI
      *                    NINGUN PROGRAMA LE POSTEA MOVIMIENTOS.
      *   15/10/2026  AMF  FUNCION CE (CAMBIO EN EFECTIVO): IGUAL QUE
      *                    CA, PERO EL MOVIMIENTO QUEDA COMO DEPEFE/
      *                    EXTEFE EN VEZ DE CREDIT/DEBITO, PARA QUE EL
      *                    MONITOREO DE LAVADO DE DINERO DISTINGA EL
      *                    EFECTIVO DE CAJA DE LOS DEMAS MOVIMIENTOS.
      *   15/10/2026  AMF  FD ARCHIVO-SALDOS A 94 CARACTERES (CPSALDO1
      *                    AGREGA LOS FONDOS RETENIDOS POR CHEQUES
      *                    EN CLEARING). SE EXTIENDEN LA IMAGEN
      *                    ANTERIOR Y EL AREA DE LINKAGE; RETENER O
      *                    LIBERAR FONDOS NO MUEVE SALDO-ACTUAL Y NO
      *                    GENERA MOVIMIENTO.
      *   15/10/2026  AMF  FD CLIENTES A 117 CARACTERES (CPCLI01
      *                    AGREGA EL SALDO DE PUNTOS DEL CLIENTE).
      *   15/10/2026  AMF  FD CLIENTES A 110 CARACTERES (CPCLI01
      *                    AGREGA LA LISTA DE PRECIOS DEL CLIENTE).
      *   15/10/2026  AMF  FD CLIENTES A 106 CARACTERES (CPCLI01
      *                    AGREGA EL LIMITE Y LA RETENCION DE
      *                    CREDITO DEL CLIENTE).
      *   02/09/2026  AMF  LOS ERRORES DE I/O, ADEMAS DEL DISPLAY
      *                    DE CONSOLA, DEJAN SU LINEA EN EL LOG
      *                    CENTRAL DE OPERACIONES (CPOPLOG1) VIA
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SALDOS
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-SALDOS.
           COPY CPSALDO1.

           COPY CPSALMOV.

       FD  CLIENTES
           RECORD CONTAINS 176 CHARACTERS
           DATA RECORD IS REG-CLIENTE.
           COPY CPCLI01.

           05 WS-ANTES-LIMITE-DESC      PIC 9(09)V99 COMP-3.
           05 WS-ANTES-TASA-DESC        PIC 9(03)V9(04) COMP-3.
           05 WS-ANTES-ACTIVIDAD        PIC X(01).
           05 WS-ANTES-RETENIDO         PIC 9(11)V99 COMP-3.
           05 WS-ANTES-FECHA-CIERRE     PIC 9(08).
           05 WS-ANTES-MONEDA           PIC X(03).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-CODIGO-MOV                PIC X(02).
           88 WS-FUN-LEER                         VALUE 'LE'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-APROBACION                   VALUE 'AP'.
           88 WS-FUN-CAMBIO-EFECTIVO              VALUE 'CE'.
           88 WS-FUN-CAMBIO-TARJETA               VALUE 'TC'.
           88 WS-FUN-CAMBIO-CAJERO                VALUE 'TA'.
           88 WS-FUN-CAMBIO-COMISION-ATM          VALUE 'TF'.
           88 WS-FUN-CAMBIO-CHEQUE                VALUE 'CH'.
           88 WS-FUN-CAMBIO-COMISION-CHQ          VALUE 'CF'.
           88 WS-FUN-RANGO-INICIA                 VALUE 'RI'.
           88 WS-FUN-RANGO-SIGUIENTE              VALUE 'RS'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       01  WS-FUNCION-CAMP              PIC X(02).
       01  WS-CODIGO-CAMP               PIC X(02).
           COPY CPCAMPE1.
       01  SW-CAMBIO-RETENIDO           PIC X(01) VALUE 'N'.
           88 CAMBIO-RETENIDO                     VALUE 'S'.

       01  WS-LOG-PROGRAMA              PIC X(20)
           VALUE 'SALDOS-I-O'.
       01  WS-LOG-SEVERIDAD             PIC X(01).
           05 LK-SALDO-LIMITE-DESC      PIC 9(09)V99 COMP-3.
           05 LK-SALDO-TASA-DESC        PIC 9(03)V9(04) COMP-3.
           05 LK-SALDO-ACTIVIDAD        PIC X(01).
           05 LK-SALDO-RETENIDO         PIC 9(11)V99 COMP-3.
           05 LK-SALDO-FECHA-CIERRE     PIC 9(08).
           05 LK-SALDO-MONEDA           PIC X(03).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
           IF LK-USUARIO EQUAL SPACES
              MOVE 'BATCH'      TO WS-USUARIO
           END-IF
           IF WS-FUN-ALTA OR WS-FUN-CAMBIO OR WS-FUN-CAMBIO-EFECTIVO
              OR WS-FUN-CAMBIO-TARJETA OR WS-FUN-CAMBIO-CAJERO
              OR WS-FUN-CAMBIO-COMISION-ATM OR WS-FUN-CAMBIO-CHEQUE
              OR WS-FUN-CAMBIO-COMISION-CHQ OR WS-FUN-APROBACION
              MOVE LK-REG-SALDOS TO WS-REG-SALDOS
           END-IF

                 PERFORM 040-LEE-SALDO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-SALDO
              WHEN WS-FUN-CAMBIO OR WS-FUN-CAMBIO-EFECTIVO
                 OR WS-FUN-CAMBIO-TARJETA OR WS-FUN-CAMBIO-CAJERO
                 OR WS-FUN-CAMBIO-COMISION-ATM OR WS-FUN-CAMBIO-CHEQUE
                 OR WS-FUN-CAMBIO-COMISION-CHQ OR WS-FUN-APROBACION
                 PERFORM 060-CAMBIO-SALDO
              WHEN WS-FUN-RANGO-INICIA
                 PERFORM 070-INICIA-RANGO
           OPEN EXTEND AUDITORIA
           OPEN EXTEND SALDOS-MOVIMIENTOS
           OPEN INPUT CLIENTES

           MOVE 'AB' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP
           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

              MOVE WS-REG-SALDOS TO WS-REG-SALDOS-ANTES
           END-IF

      *    LA CUENTA CERRADA NO ADMITE CAMBIOS NI MOVIMIENTOS.
           IF WS-CODIGO EQUAL ZEROS AND WS-ANTES-ACTIVIDAD EQUAL 'C'
              MOVE 'CC' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 060-FIN
           END-IF

      *    LA MONEDA QUEDA FIJA DESDE EL ALTA DE LA CUENTA.
           IF WS-CODIGO EQUAL ZEROS
                 AND WS-ANTES-MONEDA NOT EQUAL WS-SALDO-MONEDA
              MOVE 'MO' TO WS-CODIGO
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 060-FIN
           END-IF

      *    DOBLE FIRMA: LOS CAMPOS CONTROLADOS QUEDAN PENDIENTES Y
      *    CONSERVAN SU VALOR; SI NO CAMBIA NADA MAS, NO SE REGRABA.
           MOVE 'N' TO SW-CAMBIO-RETENIDO
           IF NOT WS-FUN-APROBACION AND WS-CODIGO EQUAL ZEROS
              PERFORM 062-RETIENE-CAMPOS-CONTROLADOS
              IF CAMBIO-RETENIDO
                    AND WS-REG-SALDOS EQUAL WS-REG-SALDOS-ANTES
                 MOVE 'PA' TO WS-CODIGO
                 GO TO 060-FIN
              END-IF
           END-IF

           MOVE WS-REG-SALDOS TO REG-SALDOS
           REWRITE REG-SALDOS
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              IF WS-FUN-APROBACION
                 MOVE 'APROB ' TO WS-OPERACION-AUD
              END-IF
              PERFORM 095-ESCRIBE-AUDITORIA
              COMPUTE WS-IMPORTE-MOVIMIENTO =
                      WS-SALDO-ACTUAL - WS-ANTES-ACTUAL
              IF WS-IMPORTE-MOVIMIENTO NOT EQUAL ZEROS
                 IF WS-IMPORTE-MOVIMIENTO GREATER THAN ZEROS
                    MOVE 'CREDIT' TO SALMOV-TIPO
                    IF WS-FUN-CAMBIO-EFECTIVO
                       MOVE 'DEPEFE' TO SALMOV-TIPO
                    END-IF
                    IF WS-FUN-CAMBIO-TARJETA
                       MOVE 'DEVTAR' TO SALMOV-TIPO
                    END-IF
                 ELSE
                    MOVE 'DEBITO' TO SALMOV-TIPO
                    IF WS-FUN-CAMBIO-EFECTIVO
                       MOVE 'EXTEFE' TO SALMOV-TIPO
                    END-IF
                    IF WS-FUN-CAMBIO-TARJETA
                       MOVE 'COMTAR' TO SALMOV-TIPO
                    END-IF
                    IF WS-FUN-CAMBIO-CAJERO
                       MOVE 'EXTATM' TO SALMOV-TIPO
                    END-IF
                    IF WS-FUN-CAMBIO-COMISION-ATM
                       MOVE 'COMATM' TO SALMOV-TIPO
                    END-IF
                    IF WS-FUN-CAMBIO-CHEQUE
                       MOVE 'CHEQUE' TO SALMOV-TIPO
                    END-IF
                    IF WS-FUN-CAMBIO-COMISION-CHQ
                       MOVE 'COMCHQ' TO SALMOV-TIPO
                    END-IF
                 END-IF
                 PERFORM 065-GRABA-MOVIMIENTO
              END-IF
              IF CAMBIO-RETENIDO
                 MOVE 'PA' TO WS-CODIGO
              END-IF
           END-IF.
       060-FIN.  EXIT.

      * -----------------------------------------------------------
      * LIMITE Y TASA DE DESCUBIERTO, TASA DE INTERES: SI CAMBIAN Y
      * ESTAN CONTROLADOS, EL VALOR NUEVO VA A CAMBIOS-PENDIENTES Y
      * LA CUENTA VUELVE A TOMAR EL ANTERIOR. QUEDA UNA LINEA
      * 'PENDTE' EN AUDITORIA.
      * -----------------------------------------------------------
       062-RETIENE-CAMPOS-CONTROLADOS.
           MOVE SPACES          TO REG-CAMBIO-PENDIENTE
           MOVE 'SALDOS'        TO CAMP-ARCHIVO
           MOVE WS-SALDO-CUENTA TO CAMP-LLAVE
           MOVE WS-USUARIO      TO CAMP-USUARIO-CARGA
           MOVE 'N'             TO CAMP-TIPO-VALOR

           IF WS-SALDO-LIMITE-DESC NOT EQUAL WS-ANTES-LIMITE-DESC
              MOVE 'SALDO-LIMITE-DESCUBIERTO' TO CAMP-CAMPO
              MOVE WS-ANTES-LIMITE-DESC TO CAMP-IMPORTE-ANTERIOR
              MOVE WS-SALDO-LIMITE-DESC TO CAMP-IMPORTE-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-LIMITE-DESC TO WS-SALDO-LIMITE-DESC
              END-IF
           END-IF

           IF WS-SALDO-TASA-DESC NOT EQUAL WS-ANTES-TASA-DESC
              MOVE 'SALDO-TASA-DESCUBIERTO' TO CAMP-CAMPO
              MOVE WS-ANTES-TASA-DESC   TO CAMP-IMPORTE-ANTERIOR
              MOVE WS-SALDO-TASA-DESC   TO CAMP-IMPORTE-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-TASA-DESC TO WS-SALDO-TASA-DESC
              END-IF
           END-IF

           IF WS-SALDO-TASA-INTERES NOT EQUAL WS-ANTES-TASA
              MOVE 'SALDO-TASA-INTERES' TO CAMP-CAMPO
              MOVE WS-ANTES-TASA         TO CAMP-IMPORTE-ANTERIOR
              MOVE WS-SALDO-TASA-INTERES TO CAMP-IMPORTE-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-TASA TO WS-SALDO-TASA-INTERES
              END-IF
           END-IF.
       062-FIN.  EXIT.

      * -----------------------------------------------------------
      * VE + GR CONTRA CAMBIOS-PENDIENTES-I-O. WS-CODIGO-CAMP QUEDA
      * EN CERO SOLO SI EL CAMBIO SE RETUVO Y GRABO BIEN.
      * -----------------------------------------------------------
       063-GRABA-SI-CONTROLADO.
           MOVE 'VE' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP
           IF WS-CODIGO-CAMP NOT EQUAL ZEROS
              GO TO 063-FIN
           END-IF

           MOVE 'GR' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP
           IF WS-CODIGO-CAMP NOT EQUAL ZEROS
              GO TO 063-FIN
           END-IF

           MOVE 'S' TO SW-CAMBIO-RETENIDO
           DISPLAY 'CAMBIO RETENIDO PARA APROBACION - CUENTA: '
                   WS-SALDO-CUENTA ' ' CAMP-CAMPO
           DISPLAY '   PENDIENTE NRO: ' CAMP-NUMERO
           MOVE 'PENDTE' TO WS-OPERACION-AUD
           PERFORM 095-ESCRIBE-AUDITORIA.
       063-FIN.  EXIT.

      * -----------------------------------------------------------
      * GRABA EL MOVIMIENTO DEL DIARIO DE SALDOS. SALMOV-TIPO Y
      * WS-IMPORTE-MOVIMIENTO LOS DEJA CARGADOS EL LLAMADOR.
       080-CIERRA-ARCHIVOS.
           CLOSE ARCHIVO-SALDOS AUDITORIA SALDOS-MOVIMIENTOS
                 CLIENTES

           MOVE 'CI' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       080-FIN.  EXIT.

              WHEN 'TI'
                 DISPLAY 'TITULAR INEXISTENTE EN CLIENTES - CUENTA: '
                         WS-LLAVE
              WHEN 'CC'
                 DISPLAY 'CUENTA CERRADA, NO ADMITE CAMBIOS - CUENTA: '
                         WS-LLAVE
              WHEN 'MO'
                 DISPLAY 'NO SE PUEDE CAMBIAR LA MONEDA - CUENTA: '
                         WS-LLAVE
              WHEN '98'
                 DISPLAY 'ARCHIVO DE SALDOS NO FUE ABIERTO'
              WHEN '90' THRU '96'

           IF WS-CODIGO NOT EQUAL '00' AND WS-CODIGO NOT EQUAL '10'
              IF WS-CODIGO EQUAL '22' OR WS-CODIGO EQUAL '98'
                    OR WS-CODIGO EQUAL 'CC' OR WS-CODIGO EQUAL 'MO'
                 MOVE 'A' TO WS-LOG-SEVERIDAD
              ELSE
                 MOVE 'E' TO WS-LOG-SEVERIDAD
