       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CAMBIOS-PENDIENTES-I-O.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA ULTIMA SECUENCIA DEL DIA SE BUSCA TAMBIEN
      *                    EN EL HISTORICO CAMBIOS-RESUELTOS
      *                    (UT-S-CAMBHIST): LO YA APROBADO O RECHAZADO
      *                    SALE DE CAMBPEND Y SU NUMERO NO SE REPITE.
      *                    SIN EL DD SE BUSCA SOLO EN LOS PENDIENTES.
      *   15/10/2026  AMF  VERSION ORIGINAL. DOBLE FIRMA SOBRE LOS
      *                    CAMPOS SENSIBLES DE LOS MAESTROS: LOS
      *                    SUBPROGRAMAS I-O DE EMPLEADOS, BANCO-
      *                    EMPLEADO Y SALDOS PREGUNTAN ACA (VE) SI EL
      *                    CAMPO QUE CAMBIA ESTA EN LA LISTA DE
      *                    CAMPOS CONTROLADOS (TARJETAS UT-S-CAMPDOBL:
      *                    ARCHIVO Y NOMBRE DEL CAMPO) Y, SI LO ESTA,
      *                    GRABAN EL CAMBIO EN CAMBIOS-PENDIENTES
      *                    (GR, CPCAMPE1) EN VEZ DE APLICARLO. AB Y CI
      *                    CUENTAN APERTURAS PORQUE LOS TRES
      *                    MAESTROS PUEDEN ESTAR ABIERTOS A LA VEZ
      *                    (ARCHIVOS-INDEXADOS-I-O ABRE SALDOS); LA
      *                    LISTA SE CARGA EN LA PRIMERA APERTURA Y EL
      *                    ARCHIVO DE PENDIENTES SE ABRE RECIEN CON
      *                    EL PRIMER CAMBIO RETENIDO, BUSCANDO ANTES
      *                    LA ULTIMA SECUENCIA DEL DIA. SIN LAS
      *                    TARJETAS EN EL JCL NINGUN CAMPO QUEDA
      *                    CONTROLADO Y LOS MAESTROS SE ACTUALIZAN
      *                    COMO HASTA AHORA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPOS-CONTROLADOS ASSIGN TO UT-S-CAMPDOBL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CTL.

           SELECT CAMBIOS-PENDIENTES ASSIGN TO UT-S-CAMBPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO.

           SELECT CAMBIOS-RESUELTOS ASSIGN TO UT-S-CAMBHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-HIST.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPOS-CONTROLADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CAMPO-CONTROLADO.
       01  REG-CAMPO-CONTROLADO.
           05 CCTL-ARCHIVO              PIC X(10).
           05 FILLER                    PIC X(01).
           05 CCTL-CAMPO                PIC X(30).
           05 FILLER                    PIC X(39).

       FD  CAMBIOS-PENDIENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-CAMBIO-PENDIENTE.
           COPY CPCAMPE1.

      * --- HISTORICO DE APROBADORES (CPCAMPE1), SOLO EL NUMERO ---
       FD  CAMBIOS-RESUELTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-CAMBIO-RESUELTO.
       01  REG-CAMBIO-RESUELTO.
           05 CRES-NUM-FECHA            PIC 9(08).
           05 CRES-NUM-SECUENCIA        PIC 9(04).
           05 FILLER                    PIC X(168).

       WORKING-STORAGE SECTION.
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-CTL                PIC X(02).
       01  WS-CODIGO-HIST               PIC X(02).
       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-ULTIMA-SECUENCIA          PIC 9(04) VALUE ZEROS.
       01  WS-APERTURAS                 PIC 9(03) VALUE ZEROS.

       01  WS-FUNCION                   PIC X(02).
           88 WS-FUN-ABRIR                        VALUE 'AB'.
           88 WS-FUN-VERIFICA                     VALUE 'VE'.
           88 WS-FUN-GRABA                        VALUE 'GR'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-PENDIENTES-ABIERTO        PIC X(01) VALUE 'N'.
           88 PENDIENTES-ABIERTO                  VALUE 'S'.
       01  SW-FIN-LECTURA               PIC X(01) VALUE 'N'.
           88 FIN-DE-LECTURA                      VALUE 'S'.

       01  WS-TABLA-CONTROLADOS.
           05 WS-CANTIDAD-CONTROLADOS   PIC 9(02) VALUE ZEROS.
           05 WS-CONTROLADO OCCURS 30 TIMES
                            INDEXED BY WS-IDX-CTL.
              10 WS-CTL-ARCHIVO         PIC X(10).
              10 WS-CTL-CAMPO           PIC X(30).

       01  WS-LOG-PROGRAMA              PIC X(20)
           VALUE 'CAMBIOS-PEND-I-O'.
       01  WS-LOG-SEVERIDAD             PIC X(01).
       01  WS-LOG-LLAVE                 PIC X(12).
       01  WS-LOG-MENSAJE               PIC X(40).

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-REG-CAMBIO                PIC X(180).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-REG-CAMBIO LK-CODIGO.

       000-MAINLINE.
           MOVE LK-FUNCION TO WS-FUNCION
           MOVE SPACES     TO WS-CODIGO

           EVALUATE TRUE
              WHEN WS-FUN-ABRIR
                 PERFORM 020-ABRE-ARCHIVOS
              WHEN WS-FUN-VERIFICA
                 PERFORM 040-VERIFICA-CAMPO
              WHEN WS-FUN-GRABA
                 PERFORM 050-GRABA-PENDIENTE
              WHEN WS-FUN-CERRAR
                 PERFORM 070-CIERRA-ARCHIVOS
           END-EVALUATE

           MOVE WS-CODIGO TO LK-CODIGO
           GOBACK.
       000-FIN.  EXIT.

      * -----------------------------------------------------------
      * SOLO LA PRIMERA APERTURA CARGA LA LISTA DE CAMPOS
      * CONTROLADOS; LAS SIGUIENTES (OTRO MAESTRO DEL MISMO PASO)
      * NADA MAS SE CUENTAN.
      * -----------------------------------------------------------
       020-ABRE-ARCHIVOS.
           ADD 1 TO WS-APERTURAS
           MOVE '00' TO WS-CODIGO
           IF WS-APERTURAS GREATER THAN 1
              GO TO 020-FIN
           END-IF

           MOVE ZEROS TO WS-CANTIDAD-CONTROLADOS
           OPEN INPUT CAMPOS-CONTROLADOS
           IF WS-CODIGO-CTL NOT EQUAL ZEROS
              GO TO 020-FIN
           END-IF

           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM 025-CARGA-UN-CAMPO UNTIL FIN-DE-LECTURA
           CLOSE CAMPOS-CONTROLADOS
           DISPLAY 'CAMPOS CON DOBLE FIRMA: ' WS-CANTIDAD-CONTROLADOS.
       020-FIN.  EXIT.

       025-CARGA-UN-CAMPO.
           READ CAMPOS-CONTROLADOS
              AT END MOVE 'S' TO SW-FIN-LECTURA
           END-READ
           IF FIN-DE-LECTURA
              GO TO 025-FIN
           END-IF
           IF CCTL-ARCHIVO EQUAL SPACES OR CCTL-CAMPO EQUAL SPACES
              GO TO 025-FIN
           END-IF
           IF WS-CANTIDAD-CONTROLADOS EQUAL 30
              DISPLAY 'LISTA DE CAMPOS CONTROLADOS LLENA, SE IGNORA: '
                      CCTL-ARCHIVO ' ' CCTL-CAMPO
              GO TO 025-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-CONTROLADOS
           MOVE CCTL-ARCHIVO TO
                WS-CTL-ARCHIVO (WS-CANTIDAD-CONTROLADOS)
           MOVE CCTL-CAMPO   TO
                WS-CTL-CAMPO (WS-CANTIDAD-CONTROLADOS).
       025-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL LLAMADOR DEJA ARCHIVO Y CAMPO EN EL REGISTRO; '00' SI EL
      * CAMPO ESTA CONTROLADO, '23' SI SE PUEDE APLICAR DIRECTO.
      * -----------------------------------------------------------
       040-VERIFICA-CAMPO.
           MOVE '23' TO WS-CODIGO
           IF WS-CANTIDAD-CONTROLADOS EQUAL ZEROS
              GO TO 040-FIN
           END-IF

           MOVE LK-REG-CAMBIO TO REG-CAMBIO-PENDIENTE
           SET WS-IDX-CTL TO 1
           SEARCH WS-CONTROLADO
              AT END CONTINUE
              WHEN WS-IDX-CTL GREATER THAN WS-CANTIDAD-CONTROLADOS
                 CONTINUE
              WHEN WS-CTL-ARCHIVO (WS-IDX-CTL) EQUAL CAMP-ARCHIVO
                   AND WS-CTL-CAMPO (WS-IDX-CTL) EQUAL CAMP-CAMPO
                 MOVE '00' TO WS-CODIGO
           END-SEARCH.
       040-FIN.  EXIT.

      * -----------------------------------------------------------
      * NUMERA, SELLA CON FECHA Y HORA Y GRABA EL CAMBIO PENDIENTE;
      * EL NUMERO ASIGNADO VUELVE AL LLAMADOR EN EL REGISTRO.
      * -----------------------------------------------------------
       050-GRABA-PENDIENTE.
           IF NOT PENDIENTES-ABIERTO
              PERFORM 055-ABRE-PENDIENTES
              IF NOT PENDIENTES-ABIERTO
                 GO TO 050-FIN
              END-IF
           END-IF

           MOVE LK-REG-CAMBIO TO REG-CAMBIO-PENDIENTE
           ACCEPT WS-HORA-AHORA FROM TIME
           ADD 1 TO WS-ULTIMA-SECUENCIA
           MOVE WS-FECHA-HOY         TO CAMP-NUM-FECHA
           MOVE WS-ULTIMA-SECUENCIA  TO CAMP-NUM-SECUENCIA
           MOVE WS-FECHA-HOY         TO CAMP-FECHA-CARGA
           MOVE WS-HORA-AHORA        TO CAMP-HORA-CARGA
           MOVE 'P'                  TO CAMP-ESTADO
           MOVE SPACES               TO CAMP-USUARIO-RESOLUCION
           MOVE ZEROS                TO CAMP-FECHA-RESOLUCION
           MOVE ZEROS                TO CAMP-HORA-RESOLUCION
           MOVE SPACES               TO CAMP-MOTIVO
           WRITE REG-CAMBIO-PENDIENTE
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 050-FIN
           END-IF
           MOVE REG-CAMBIO-PENDIENTE TO LK-REG-CAMBIO.
       050-FIN.  EXIT.

      * -----------------------------------------------------------
      * BUSCA LA ULTIMA SECUENCIA YA USADA HOY, EN LOS PENDIENTES Y
      * EN LO QUE EL APROBADOR YA PASO AL HISTORICO, Y DEJA EL
      * ARCHIVO ABIERTO EN EXTEND (OUTPUT SI TODAVIA NO EXISTE).
      * -----------------------------------------------------------
       055-ABRE-PENDIENTES.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE ZEROS TO WS-ULTIMA-SECUENCIA
           OPEN INPUT CAMBIOS-PENDIENTES
           IF WS-CODIGO EQUAL ZEROS
              MOVE 'N' TO SW-FIN-LECTURA
              PERFORM 056-BUSCA-SECUENCIA UNTIL FIN-DE-LECTURA
              CLOSE CAMBIOS-PENDIENTES
           END-IF

           OPEN INPUT CAMBIOS-RESUELTOS
           IF WS-CODIGO-HIST EQUAL ZEROS
              MOVE 'N' TO SW-FIN-LECTURA
              PERFORM 057-BUSCA-SECUENCIA-HIST UNTIL FIN-DE-LECTURA
              CLOSE CAMBIOS-RESUELTOS
           END-IF

           OPEN EXTEND CAMBIOS-PENDIENTES
           IF WS-CODIGO NOT EQUAL ZEROS
              OPEN OUTPUT CAMBIOS-PENDIENTES
           END-IF
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
              GO TO 055-FIN
           END-IF
           MOVE 'S' TO SW-PENDIENTES-ABIERTO.
       055-FIN.  EXIT.

       056-BUSCA-SECUENCIA.
           READ CAMBIOS-PENDIENTES
              AT END MOVE 'S' TO SW-FIN-LECTURA
           END-READ
           IF NOT FIN-DE-LECTURA
              IF CAMP-NUM-FECHA EQUAL WS-FECHA-HOY
                 AND CAMP-NUM-SECUENCIA GREATER THAN
                     WS-ULTIMA-SECUENCIA
                 MOVE CAMP-NUM-SECUENCIA TO WS-ULTIMA-SECUENCIA
              END-IF
           END-IF.
       056-FIN.  EXIT.

       057-BUSCA-SECUENCIA-HIST.
           READ CAMBIOS-RESUELTOS
              AT END MOVE 'S' TO SW-FIN-LECTURA
           END-READ
           IF NOT FIN-DE-LECTURA
              IF CRES-NUM-FECHA EQUAL WS-FECHA-HOY
                 AND CRES-NUM-SECUENCIA GREATER THAN
                     WS-ULTIMA-SECUENCIA
                 MOVE CRES-NUM-SECUENCIA TO WS-ULTIMA-SECUENCIA
              END-IF
           END-IF.
       057-FIN.  EXIT.

       070-CIERRA-ARCHIVOS.
           MOVE '00' TO WS-CODIGO
           IF WS-APERTURAS GREATER THAN ZEROS
              SUBTRACT 1 FROM WS-APERTURAS
           END-IF
           IF WS-APERTURAS GREATER THAN ZEROS
              GO TO 070-FIN
           END-IF

           IF PENDIENTES-ABIERTO
              CLOSE CAMBIOS-PENDIENTES
              MOVE 'N' TO SW-PENDIENTES-ABIERTO
           END-IF
           MOVE ZEROS TO WS-CANTIDAD-CONTROLADOS.
       070-FIN.  EXIT.

       900-MUESTRA-MENSAJE.
           EVALUATE WS-CODIGO
              WHEN '00'
                 CONTINUE
              WHEN '90' THRU '96'
                 DISPLAY 'ERROR DE I/O EN CAMBIOS-PENDIENTES - STATUS: '
                         WS-CODIGO
              WHEN OTHER
                 DISPLAY 'ERROR EN CAMBIOS-PENDIENTES - STATUS: '
                         WS-CODIGO
           END-EVALUATE

           IF WS-CODIGO NOT EQUAL '00'
              MOVE 'E'         TO WS-LOG-SEVERIDAD
              MOVE CAMP-LLAVE  TO WS-LOG-LLAVE
              MOVE SPACES      TO WS-LOG-MENSAJE
              STRING 'CAMBIOS-PENDIENTES STATUS ' WS-CODIGO
                     DELIMITED BY SIZE INTO WS-LOG-MENSAJE
              CALL 'ESCRIBE-LOG-OPERACIONES'
                   USING WS-LOG-PROGRAMA WS-LOG-SEVERIDAD
                         WS-LOG-LLAVE WS-LOG-MENSAJE
           END-IF.
       900-FIN.  EXIT.
      * ---------------------------------------------------------------
