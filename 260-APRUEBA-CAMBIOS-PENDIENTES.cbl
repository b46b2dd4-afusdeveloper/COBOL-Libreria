       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     APRUEBA-CAMBIOS-PENDIENTES.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SEGUNDA FIRMA DE LOS
      *                    CAMBIOS A CAMPOS SENSIBLES RETENIDOS POR
      *                    ARCHIVOS-INDEXADOS-I-O, BANCOS-EMPLEADO-I-O
      *                    Y SALDOS-INDEXADOS-I-O (CAMBIOS-PENDIENTES,
      *                    CPCAMPE1). LEE LAS TARJETAS DE RESOLUCION
      *                    (A = APRUEBA, R = RECHAZA, CON EL NUMERO
      *                    DEL CAMBIO Y EL USUARIO QUE RESUELVE), QUE
      *                    DEBE EXISTIR EN USUARIOS, ESTAR ACTIVO,
      *                    TENER LA MARCA DE APROBADOR Y NO SER EL
      *                    MISMO QUE CARGO EL CAMBIO. EL APROBADO SE
      *                    APLICA CON LA FUNCION AP DEL SUBPROGRAMA
      *                    DEL MAESTRO (QUE VUELVE A VALIDAR Y AUDITA
      *                    'APROB' CON EL USUARIO APROBADOR) SOLO SI
      *                    EL MAESTRO TODAVIA TIENE EL VALOR ANTERIOR;
      *                    SI NO, QUEDA VENCIDO. LO RESUELTO PASA AL
      *                    HISTORICO CAMBIOS-RESUELTOS Y LO PENDIENTE
      *                    AL ARCHIVO NUEVO, QUE REEMPLAZA AL VIEJO EN
      *                    EL JCL. EL REPORTE DEL DIA LISTA PENDIENTES,
      *                    APROBADOS, RECHAZADOS Y VENCIDOS CON QUIEN
      *                    CARGO Y QUIEN RESOLVIO. TARJETA INVALIDA O
      *                    SIN CAMBIO PENDIENTE = RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIOS-PENDIENTES ASSIGN TO UT-S-CAMBPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PEND.

           SELECT RESOLUCIONES ASSIGN TO UT-S-APROBCAM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-RESOL.

           SELECT PENDIENTES-NUEVO ASSIGN TO UT-S-CAMBPENU
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-NUEVO.

           SELECT CAMBIOS-RESUELTOS ASSIGN TO UT-S-CAMBHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-HIST.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS-PENDIENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-CAMBIO-PENDIENTE.
           COPY CPCAMPE1.

       FD  RESOLUCIONES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-RESOLUCION.
       01  REG-RESOLUCION.
           05 RES-ACCION                PIC X(01).
              88 RES-APRUEBA                      VALUE 'A'.
              88 RES-RECHAZA                      VALUE 'R'.
           05 FILLER                    PIC X(01).
           05 RES-NUMERO                PIC 9(12).
           05 FILLER                    PIC X(01).
           05 RES-USUARIO               PIC X(08).
           05 FILLER                    PIC X(01).
           05 RES-MOTIVO                PIC X(20).
           05 FILLER                    PIC X(36).

       FD  PENDIENTES-NUEVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-PENDIENTE-NUEVO.
       01  REG-PENDIENTE-NUEVO          PIC X(180).

       FD  CAMBIOS-RESUELTOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS REG-CAMBIO-RESUELTO.
       01  REG-CAMBIO-RESUELTO          PIC X(180).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(40)
              VALUE 'CAMBIOS DE DOBLE FIRMA - RESOLUCION DEL '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(13) VALUE 'NUMERO'.
           05 FILLER                    PIC X(11) VALUE 'ARCHIVO'.
           05 FILLER                    PIC X(13) VALUE 'LLAVE'.
           05 FILLER                    PIC X(31) VALUE 'CAMPO'.
           05 FILLER                    PIC X(10) VALUE 'ESTADO'.

       01  WS-DETALLE-1.
           05 DET-NUMERO                PIC 9(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ARCHIVO               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-LLAVE                 PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-CAMPO                 PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-ESTADO                PIC X(10).

       01  WS-DETALLE-2.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'ANTERIOR:'.
           05 DET-ANTERIOR              PIC X(22).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'NUEVO:'.
           05 DET-NUEVO                 PIC X(22).

       01  WS-DETALLE-3.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'CARGO:'.
           05 DET-USUARIO-CARGA         PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-FECHA-CARGA           PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE 'RESOLVIO:'.
           05 DET-USUARIO-RESOL         PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 DET-MOTIVO                PIC X(20).

       01  WS-LINEA-TARJETA.
           05 FILLER                    PIC X(09) VALUE 'TARJETA '.
           05 TAR-ACCION                PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TAR-NUMERO                PIC 9(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 TAR-USUARIO               PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 TAR-MENSAJE               PIC X(46).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(11)
              VALUE 'APROBADOS:'.
           05 RES-APROBADOS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '  RECHAZOS:'.
           05 RES-RECHAZADOS            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(11)
              VALUE '  VENCIDOS:'.
           05 RES-VENCIDOS              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE '  PENDIENTES:'.
           05 RES-PENDIENTES            PIC ZZ,ZZ9.

       01  WS-LINEA-TARJETAS-MAL.
           05 FILLER                    PIC X(30)
              VALUE 'TARJETAS NO APLICADAS:'.
           05 RES-TARJETAS-MAL          PIC ZZ,ZZ9.

       01  WS-IMPORTE-EDITADO           PIC ZZZ,ZZZ,ZZ9.9999.

       01  WS-CODIGO-PEND               PIC X(02).
       01  WS-CODIGO-RESOL              PIC X(02).
       01  WS-CODIGO-NUEVO              PIC X(02).
       01  WS-CODIGO-HIST               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-PEND                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PENDIENTES                   VALUE 'S'.
       01  SW-FIN-RESOL                 PIC X(01) VALUE 'N'.
           88 FIN-DE-RESOLUCIONES                 VALUE 'S'.

      * TARJETAS DE RESOLUCION, CARGADAS EN TABLA ANTES DE RECORRER
      * LOS PENDIENTES.
       01  WS-TABLA-RESOLUCIONES.
           05 WS-CANTIDAD-RESOL         PIC 9(03) VALUE ZEROS.
           05 WS-RESOL OCCURS 500 TIMES
                       INDEXED BY WS-IDX-RES.
              10 WS-RES-ACCION          PIC X(01).
              10 WS-RES-NUMERO          PIC 9(12).
              10 WS-RES-USUARIO         PIC X(08).
              10 WS-RES-MOTIVO          PIC X(20).
              10 WS-RES-USADA           PIC X(01).
       01  SW-RESOL-HALLADA             PIC X(01).
           88 RESOL-HALLADA                       VALUE 'S'.

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-HORA-AHORA                PIC 9(08).
       01  WS-MOTIVO-INVALIDO           PIC X(30).
       01  SW-VALOR-VIGENTE             PIC X(01).
           88 VALOR-SIGUE-VIGENTE                 VALUE 'S'.
       01  SW-CAMPO-CONOCIDO            PIC X(01).
           88 CAMPO-CONOCIDO                      VALUE 'S'.
       01  WS-CODIGO-APLICA             PIC X(02).

       01  WS-FUNCION-USU               PIC X(02).
       01  WS-LLAVE-USU                 PIC X(08).
       01  WS-LLAVE-HASTA-USU           PIC X(08) VALUE HIGH-VALUES.
       01  WS-USUARIO-PROG              PIC X(08) VALUE 'APRUEBAC'.
       01  WS-REG-USUARIO-AUX.
           05 WS-USUA-ID-AUX            PIC X(08).
           05 WS-USUA-PASSWORD-AUX      PIC X(08).
           05 WS-USUA-NIVEL-AUX         PIC X(01).
           05 WS-USUA-ESTADO-AUX        PIC X(01).
           05 WS-USUA-INTENTOS-AUX      PIC 9(02).
           05 WS-USUA-APROBADOR-AUX     PIC X(01).
       01  WS-CODIGO-USU                PIC X(02).

       01  WS-FUNCION-EMP               PIC X(02).
       01  WS-LLAVE-EMP                 PIC 9(05).
           COPY CPEMPWS.
       01  WS-CODIGO-EMP                PIC X(02).

       01  WS-FUNCION-BAN               PIC X(02).
       01  WS-LLAVE-BAN                 PIC 9(05).
           COPY CPBANCWS.
       01  WS-CODIGO-BAN                PIC X(02).

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
       01  WS-LLAVE-HASTA-SDO           PIC 9(07) VALUE ZEROS.
           COPY CPSALDOWS.
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-CONTADOR-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APROBADOS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADOS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-VENCIDOS         PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-PENDIENTES       PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-TARJETAS-MAL     PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'APRUEBA-CAMBIOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-GRABADOS             PIC 9(07).
       01  WS-STAT-RECHAZADOS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO TIT-FECHA

           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN INPUT CAMBIOS-PENDIENTES
           IF WS-CODIGO-PEND NOT EQUAL ZEROS
              DISPLAY 'NO SE PUDO ABRIR CAMBIOS-PENDIENTES - STATUS: '
                      WS-CODIGO-PEND
              MOVE 16 TO RETURN-CODE
              CLOSE REPORTE
              GOBACK
           END-IF

           PERFORM 1000-CARGA-RESOLUCIONES

           OPEN OUTPUT PENDIENTES-NUEVO
           OPEN EXTEND CAMBIOS-RESUELTOS
           IF WS-CODIGO-HIST NOT EQUAL ZEROS
              OPEN OUTPUT CAMBIOS-RESUELTOS
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES

           PERFORM 1500-ABRE-MAESTROS

           PERFORM 1010-LEE-PENDIENTE
           PERFORM 2000-PROCESA-CAMBIO UNTIL FIN-DE-PENDIENTES
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LAS TARJETAS DE RESOLUCION VAN A UNA TABLA; ACCION QUE NO
      * SEA A NI R SE INFORMA Y SE DESCARTA.
      * -----------------------------------------------------------
       1000-CARGA-RESOLUCIONES.
           OPEN INPUT RESOLUCIONES
           IF WS-CODIGO-RESOL NOT EQUAL ZEROS
              DISPLAY 'SIN TARJETAS DE RESOLUCION, SOLO SE LISTAN '
                      'LOS PENDIENTES'
              GO TO 1000-FIN
           END-IF

           MOVE 'N' TO SW-FIN-RESOL
           PERFORM 1100-CARGA-UNA-RESOLUCION UNTIL FIN-DE-RESOLUCIONES
           CLOSE RESOLUCIONES.
       1000-FIN.  EXIT.

       1100-CARGA-UNA-RESOLUCION.
           READ RESOLUCIONES
              AT END MOVE 'S' TO SW-FIN-RESOL
           END-READ
           IF FIN-DE-RESOLUCIONES
              GO TO 1100-FIN
           END-IF

           IF NOT RES-APRUEBA AND NOT RES-RECHAZA
              MOVE 'ACCION INVALIDA (A / R)' TO WS-MOTIVO-INVALIDO
              PERFORM 1150-INFORMA-TARJETA
              GO TO 1100-FIN
           END-IF
           IF WS-CANTIDAD-RESOL EQUAL 500
              MOVE 'TABLA DE TARJETAS LLENA' TO WS-MOTIVO-INVALIDO
              PERFORM 1150-INFORMA-TARJETA
              GO TO 1100-FIN
           END-IF

           ADD 1 TO WS-CANTIDAD-RESOL
           MOVE RES-ACCION  TO WS-RES-ACCION  (WS-CANTIDAD-RESOL)
           MOVE RES-NUMERO  TO WS-RES-NUMERO  (WS-CANTIDAD-RESOL)
           MOVE RES-USUARIO TO WS-RES-USUARIO (WS-CANTIDAD-RESOL)
           MOVE RES-MOTIVO  TO WS-RES-MOTIVO  (WS-CANTIDAD-RESOL)
           MOVE 'N'         TO WS-RES-USADA   (WS-CANTIDAD-RESOL).
       1100-FIN.  EXIT.

       1150-INFORMA-TARJETA.
           ADD 1 TO WS-CONTADOR-TARJETAS-MAL
           MOVE RES-ACCION         TO TAR-ACCION
           MOVE RES-NUMERO         TO TAR-NUMERO
           MOVE RES-USUARIO        TO TAR-USUARIO
           MOVE WS-MOTIVO-INVALIDO TO TAR-MENSAJE
           WRITE REG-REPORTE FROM WS-LINEA-TARJETA
                 AFTER ADVANCING 1 LINE.
       1150-FIN.  EXIT.

       1500-ABRE-MAESTROS.
           MOVE 'AB' TO WS-FUNCION-USU
           CALL 'USUARIOS-I-O'
                USING WS-FUNCION-USU WS-LLAVE-USU WS-LLAVE-HASTA-USU
                      WS-USUARIO-PROG WS-REG-USUARIO-AUX WS-CODIGO-USU

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-I-O'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-PROG
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           MOVE 'AB' TO WS-FUNCION-BAN
           CALL 'BANCOS-EMPLEADO-I-O'
                USING WS-FUNCION-BAN WS-LLAVE-BAN WS-USUARIO-PROG
                      WS-REG-BANCO-EMPLEADO WS-CODIGO-BAN

           MOVE 'AB' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-PROG WS-REG-SALDOS WS-CODIGO-SDO.
       1500-FIN.  EXIT.

       1010-LEE-PENDIENTE.
           READ CAMBIOS-PENDIENTES
              AT END MOVE 'S' TO SW-FIN-PEND
           END-READ
           IF NOT FIN-DE-PENDIENTES
              ADD 1 TO WS-CONTADOR-LEIDOS
           END-IF.
       1010-FIN.  EXIT.

      * -----------------------------------------------------------
      * CADA CAMBIO PENDIENTE BUSCA SU TARJETA; SIN TARJETA, O CON
      * UNA TARJETA QUE NO PASA LA VALIDACION DEL APROBADOR, SIGUE
      * PENDIENTE. LO RESUELTO VA AL HISTORICO, LO DEMAS AL NUEVO.
      * -----------------------------------------------------------
       2000-PROCESA-CAMBIO.
           IF NOT CAMP-PENDIENTE
              MOVE REG-CAMBIO-PENDIENTE TO REG-CAMBIO-RESUELTO
              WRITE REG-CAMBIO-RESUELTO
              PERFORM 1010-LEE-PENDIENTE
              GO TO 2000-FIN
           END-IF

           PERFORM 2100-BUSCA-RESOLUCION
           IF RESOL-HALLADA
              PERFORM 2200-VALIDA-APROBADOR
              IF WS-MOTIVO-INVALIDO EQUAL SPACES
                 PERFORM 2300-RESUELVE-CAMBIO
              ELSE
                 MOVE WS-RES-ACCION  (WS-IDX-RES) TO RES-ACCION
                 MOVE WS-RES-NUMERO  (WS-IDX-RES) TO RES-NUMERO
                 MOVE WS-RES-USUARIO (WS-IDX-RES) TO RES-USUARIO
                 PERFORM 1150-INFORMA-TARJETA
              END-IF
           END-IF

           IF CAMP-PENDIENTE
              ADD 1 TO WS-CONTADOR-PENDIENTES
              MOVE REG-CAMBIO-PENDIENTE TO REG-PENDIENTE-NUEVO
              WRITE REG-PENDIENTE-NUEVO
           ELSE
              MOVE REG-CAMBIO-PENDIENTE TO REG-CAMBIO-RESUELTO
              WRITE REG-CAMBIO-RESUELTO
           END-IF

           PERFORM 8000-ESCRIBE-DETALLE
           PERFORM 1010-LEE-PENDIENTE.
       2000-FIN.  EXIT.

       2100-BUSCA-RESOLUCION.
           MOVE 'N' TO SW-RESOL-HALLADA
           IF WS-CANTIDAD-RESOL EQUAL ZEROS
              GO TO 2100-FIN
           END-IF

           SET WS-IDX-RES TO 1
           SEARCH WS-RESOL
              AT END CONTINUE
              WHEN WS-IDX-RES GREATER THAN WS-CANTIDAD-RESOL
                 CONTINUE
              WHEN WS-RES-NUMERO (WS-IDX-RES) EQUAL CAMP-NUMERO
                   AND WS-RES-USADA (WS-IDX-RES) EQUAL 'N'
                 MOVE 'S' TO SW-RESOL-HALLADA
                 MOVE 'S' TO WS-RES-USADA (WS-IDX-RES)
           END-SEARCH.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL QUE RESUELVE DEBE EXISTIR EN USUARIOS, ESTAR ACTIVO,
      * TENER LA MARCA DE APROBADOR Y NO SER QUIEN CARGO EL CAMBIO.
      * -----------------------------------------------------------
       2200-VALIDA-APROBADOR.
           MOVE SPACES TO WS-MOTIVO-INVALIDO
           IF WS-RES-USUARIO (WS-IDX-RES) EQUAL CAMP-USUARIO-CARGA
              MOVE 'APROBADOR IGUAL AL QUE CARGO' TO WS-MOTIVO-INVALIDO
              GO TO 2200-FIN
           END-IF

           MOVE WS-RES-USUARIO (WS-IDX-RES) TO WS-LLAVE-USU
           MOVE 'LE' TO WS-FUNCION-USU
           CALL 'USUARIOS-I-O'
                USING WS-FUNCION-USU WS-LLAVE-USU WS-LLAVE-HASTA-USU
                      WS-USUARIO-PROG WS-REG-USUARIO-AUX WS-CODIGO-USU
           EVALUATE TRUE
              WHEN WS-CODIGO-USU NOT EQUAL ZEROS
                 MOVE 'USUARIO INEXISTENTE' TO WS-MOTIVO-INVALIDO
              WHEN WS-USUA-ESTADO-AUX NOT EQUAL 'A'
                 MOVE 'USUARIO NO ACTIVO'   TO WS-MOTIVO-INVALIDO
              WHEN WS-USUA-APROBADOR-AUX NOT EQUAL 'S'
                 MOVE 'USUARIO SIN MARCA DE APROBADOR'
                      TO WS-MOTIVO-INVALIDO
           END-EVALUATE.
       2200-FIN.  EXIT.

       2300-RESUELVE-CAMBIO.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE WS-RES-USUARIO (WS-IDX-RES) TO CAMP-USUARIO-RESOLUCION
           MOVE WS-FECHA-HOY                TO CAMP-FECHA-RESOLUCION
           MOVE WS-HORA-AHORA               TO CAMP-HORA-RESOLUCION
           MOVE WS-RES-MOTIVO (WS-IDX-RES)  TO CAMP-MOTIVO

           IF WS-RES-ACCION (WS-IDX-RES) EQUAL 'R'
              MOVE 'R' TO CAMP-ESTADO
              IF CAMP-MOTIVO EQUAL SPACES
                 MOVE 'RECHAZADO' TO CAMP-MOTIVO
              END-IF
              ADD 1 TO WS-CONTADOR-RECHAZADOS
              GO TO 2300-FIN
           END-IF

           MOVE 'N'    TO SW-CAMPO-CONOCIDO
           MOVE 'N'    TO SW-VALOR-VIGENTE
           MOVE SPACES TO WS-CODIGO-APLICA
           EVALUATE CAMP-ARCHIVO
              WHEN 'EMPLEADOS'
                 PERFORM 3100-APLICA-EMPLEADO
              WHEN 'BANCO-EMP'
                 PERFORM 3200-APLICA-BANCO
              WHEN 'SALDOS'
                 PERFORM 3300-APLICA-SALDO
           END-EVALUATE

           EVALUATE TRUE
              WHEN NOT CAMPO-CONOCIDO
                 MOVE 'V' TO CAMP-ESTADO
                 MOVE 'CAMPO NO APLICABLE' TO CAMP-MOTIVO
                 ADD 1 TO WS-CONTADOR-VENCIDOS
              WHEN NOT VALOR-SIGUE-VIGENTE
                 MOVE 'V' TO CAMP-ESTADO
                 MOVE 'MAESTRO YA CAMBIO' TO CAMP-MOTIVO
                 ADD 1 TO WS-CONTADOR-VENCIDOS
              WHEN WS-CODIGO-APLICA NOT EQUAL ZEROS
                 MOVE 'R' TO CAMP-ESTADO
                 MOVE SPACES TO CAMP-MOTIVO
                 STRING 'NO SE APLICO ST ' WS-CODIGO-APLICA
                        DELIMITED BY SIZE INTO CAMP-MOTIVO
                 ADD 1 TO WS-CONTADOR-RECHAZADOS
              WHEN OTHER
                 MOVE 'A' TO CAMP-ESTADO
                 ADD 1 TO WS-CONTADOR-APROBADOS
           END-EVALUATE.
       2300-FIN.  EXIT.

      * -----------------------------------------------------------
      * APLICACION: SE LEE EL MAESTRO, SE VERIFICA QUE EL CAMPO
      * TODAVIA TENGA EL VALOR ANTERIOR DEL CAMBIO Y SE GRABA CON
      * LA FUNCION AP A NOMBRE DEL APROBADOR.
      * -----------------------------------------------------------
       3100-APLICA-EMPLEADO.
           MOVE CAMP-LLAVE (1:5) TO WS-LLAVE-EMP
           MOVE 'LE' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-I-O'
                USING WS-FUNCION-EMP WS-LLAVE-EMP
                      WS-RES-USUARIO (WS-IDX-RES)
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              MOVE 'S' TO SW-CAMPO-CONOCIDO
              GO TO 3100-FIN
           END-IF

           EVALUATE CAMP-CAMPO
              WHEN 'EMP-SALARIO'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-EMP-SALARIO EQUAL CAMP-IMPORTE-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-IMPORTE-NUEVO TO WS-EMP-SALARIO
                 END-IF
              WHEN 'EMP-DEPARTAMENTO'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-EMP-DEPARTAMENTO EQUAL CAMP-IMPORTE-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-IMPORTE-NUEVO TO WS-EMP-DEPARTAMENTO
                 END-IF
           END-EVALUATE
           IF NOT VALOR-SIGUE-VIGENTE
              GO TO 3100-FIN
           END-IF

           MOVE 'AP' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-I-O'
                USING WS-FUNCION-EMP WS-LLAVE-EMP
                      WS-RES-USUARIO (WS-IDX-RES)
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE WS-CODIGO-EMP TO WS-CODIGO-APLICA.
       3100-FIN.  EXIT.

       3200-APLICA-BANCO.
           MOVE CAMP-LLAVE (1:5) TO WS-LLAVE-BAN
           MOVE 'LE' TO WS-FUNCION-BAN
           CALL 'BANCOS-EMPLEADO-I-O'
                USING WS-FUNCION-BAN WS-LLAVE-BAN
                      WS-RES-USUARIO (WS-IDX-RES)
                      WS-REG-BANCO-EMPLEADO WS-CODIGO-BAN
           IF WS-CODIGO-BAN NOT EQUAL ZEROS
              MOVE 'S' TO SW-CAMPO-CONOCIDO
              GO TO 3200-FIN
           END-IF

           EVALUATE CAMP-CAMPO
              WHEN 'BANCO-EMP-CODIGO-BANCO'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-BANCO-EMP-CODIGO-BANCO EQUAL
                    CAMP-IMPORTE-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-IMPORTE-NUEVO
                         TO WS-BANCO-EMP-CODIGO-BANCO
                 END-IF
              WHEN 'BANCO-EMP-CBU'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-BANCO-EMP-CBU EQUAL CAMP-VALOR-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-VALOR-NUEVO TO WS-BANCO-EMP-CBU
                 END-IF
           END-EVALUATE
           IF NOT VALOR-SIGUE-VIGENTE
              GO TO 3200-FIN
           END-IF

           MOVE 'AP' TO WS-FUNCION-BAN
           CALL 'BANCOS-EMPLEADO-I-O'
                USING WS-FUNCION-BAN WS-LLAVE-BAN
                      WS-RES-USUARIO (WS-IDX-RES)
                      WS-REG-BANCO-EMPLEADO WS-CODIGO-BAN
           MOVE WS-CODIGO-BAN TO WS-CODIGO-APLICA.
       3200-FIN.  EXIT.

       3300-APLICA-SALDO.
           MOVE CAMP-LLAVE (1:7) TO WS-LLAVE-SDO
           MOVE 'LE' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-RES-USUARIO (WS-IDX-RES)
                      WS-REG-SALDOS WS-CODIGO-SDO
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              MOVE 'S' TO SW-CAMPO-CONOCIDO
              GO TO 3300-FIN
           END-IF

           EVALUATE CAMP-CAMPO
              WHEN 'SALDO-LIMITE-DESCUBIERTO'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-SALDO-LIMITE-DESC EQUAL CAMP-IMPORTE-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-IMPORTE-NUEVO TO WS-SALDO-LIMITE-DESC
                 END-IF
              WHEN 'SALDO-TASA-DESCUBIERTO'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-SALDO-TASA-DESC EQUAL CAMP-IMPORTE-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-IMPORTE-NUEVO TO WS-SALDO-TASA-DESC
                 END-IF
              WHEN 'SALDO-TASA-INTERES'
                 MOVE 'S' TO SW-CAMPO-CONOCIDO
                 IF WS-SALDO-TASA-INTERES EQUAL CAMP-IMPORTE-ANTERIOR
                    MOVE 'S' TO SW-VALOR-VIGENTE
                    MOVE CAMP-IMPORTE-NUEVO TO WS-SALDO-TASA-INTERES
                 END-IF
           END-EVALUATE
           IF NOT VALOR-SIGUE-VIGENTE
              GO TO 3300-FIN
           END-IF

           MOVE 'AP' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-RES-USUARIO (WS-IDX-RES)
                      WS-REG-SALDOS WS-CODIGO-SDO
           MOVE WS-CODIGO-SDO TO WS-CODIGO-APLICA.
       3300-FIN.  EXIT.

       8000-ESCRIBE-DETALLE.
           MOVE CAMP-NUMERO  TO DET-NUMERO
           MOVE CAMP-ARCHIVO TO DET-ARCHIVO
           MOVE CAMP-LLAVE   TO DET-LLAVE
           MOVE CAMP-CAMPO   TO DET-CAMPO
           EVALUATE TRUE
              WHEN CAMP-PENDIENTE
                 MOVE 'PENDIENTE'  TO DET-ESTADO
              WHEN CAMP-APROBADO
                 MOVE 'APROBADO'   TO DET-ESTADO
              WHEN CAMP-RECHAZADO
                 MOVE 'RECHAZADO'  TO DET-ESTADO
              WHEN CAMP-VENCIDO
                 MOVE 'VENCIDO'    TO DET-ESTADO
           END-EVALUATE

           IF CAMP-VALOR-NUMERICO
              MOVE CAMP-IMPORTE-ANTERIOR TO WS-IMPORTE-EDITADO
              MOVE WS-IMPORTE-EDITADO    TO DET-ANTERIOR
              MOVE CAMP-IMPORTE-NUEVO    TO WS-IMPORTE-EDITADO
              MOVE WS-IMPORTE-EDITADO    TO DET-NUEVO
           ELSE
              MOVE CAMP-VALOR-ANTERIOR   TO DET-ANTERIOR
              MOVE CAMP-VALOR-NUEVO      TO DET-NUEVO
           END-IF

           MOVE CAMP-USUARIO-CARGA       TO DET-USUARIO-CARGA
           MOVE CAMP-FECHA-CARGA         TO DET-FECHA-CARGA
           MOVE CAMP-USUARIO-RESOLUCION  TO DET-USUARIO-RESOL
           MOVE CAMP-MOTIVO              TO DET-MOTIVO

           WRITE REG-REPORTE FROM WS-DETALLE-1 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-DETALLE-2 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-DETALLE-3 AFTER ADVANCING 1 LINE.
       8000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LAS TARJETAS QUE NO ENCONTRARON SU CAMBIO PENDIENTE SE
      * INFORMAN AL FINAL.
      * -----------------------------------------------------------
       8500-INFORMA-SIN-CAMBIO.
           IF WS-RES-USADA (WS-IDX-RES) EQUAL 'N'
              MOVE WS-RES-ACCION  (WS-IDX-RES) TO RES-ACCION
              MOVE WS-RES-NUMERO  (WS-IDX-RES) TO RES-NUMERO
              MOVE WS-RES-USUARIO (WS-IDX-RES) TO RES-USUARIO
              MOVE 'SIN CAMBIO PENDIENTE CON ESE NUMERO'
                   TO WS-MOTIVO-INVALIDO
              PERFORM 1150-INFORMA-TARJETA
           END-IF.
       8500-FIN.  EXIT.

       9000-TERMINA.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE AFTER ADVANCING 1 LINE
           PERFORM 8500-INFORMA-SIN-CAMBIO
                   VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES GREATER THAN WS-CANTIDAD-RESOL

           MOVE WS-CONTADOR-APROBADOS    TO RES-APROBADOS
           MOVE WS-CONTADOR-RECHAZADOS   TO RES-RECHAZADOS
           MOVE WS-CONTADOR-VENCIDOS     TO RES-VENCIDOS
           MOVE WS-CONTADOR-PENDIENTES   TO RES-PENDIENTES
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES
           MOVE WS-CONTADOR-TARJETAS-MAL TO RES-TARJETAS-MAL
           WRITE REG-REPORTE FROM WS-LINEA-TARJETAS-MAL
                 AFTER ADVANCING 1 LINE

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO-PROG WS-REG-SALDOS WS-CODIGO-SDO
           MOVE 'CI' TO WS-FUNCION-BAN
           CALL 'BANCOS-EMPLEADO-I-O'
                USING WS-FUNCION-BAN WS-LLAVE-BAN WS-USUARIO-PROG
                      WS-REG-BANCO-EMPLEADO WS-CODIGO-BAN
           MOVE 'CI' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-I-O'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-PROG
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           MOVE 'CI' TO WS-FUNCION-USU
           CALL 'USUARIOS-I-O'
                USING WS-FUNCION-USU WS-LLAVE-USU WS-LLAVE-HASTA-USU
                      WS-USUARIO-PROG WS-REG-USUARIO-AUX WS-CODIGO-USU

           CLOSE CAMBIOS-PENDIENTES PENDIENTES-NUEVO CAMBIOS-RESUELTOS
                 REPORTE

           MOVE WS-CONTADOR-LEIDOS TO WS-STAT-LEIDOS
           COMPUTE WS-STAT-GRABADOS = WS-CONTADOR-APROBADOS
           COMPUTE WS-STAT-RECHAZADOS = WS-CONTADOR-RECHAZADOS
                                      + WS-CONTADOR-VENCIDOS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-STAT-RECHAZADOS

           IF WS-CONTADOR-TARJETAS-MAL GREATER THAN ZEROS
              DISPLAY 'TARJETAS DE RESOLUCION NO APLICADAS: '
                      WS-CONTADOR-TARJETAS-MAL
              MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
