       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  DOBLE FIRMA: EL CAMBIO LEE ANTES LA IMAGEN
      *                    VIGENTE Y, SI EL CBU O EL CODIGO DE BANCO
      *                    CAMBIAN Y ESTAN EN LA LISTA DE CAMPOS
      *                    CONTROLADOS DE CAMBIOS-PENDIENTES-I-O, LOS
      *                    DEJA COMO CAMBIO PENDIENTE (CPCAMPE1) SIN
      *                    TOCAR EL MAESTRO Y DEVUELVE 'PA'. NUEVA
      *                    FUNCION AP PARA EL CAMBIO YA APROBADO
      *                    (AUDITADO 'APROB').
      *   22/08/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    BANCO-EMPLEADO (DATOS BANCARIOS POR LEGAJO

       WORKING-STORAGE SECTION.
           COPY CPBANCWS.
       01  WS-REG-BANCO-ANTES.
           05 WS-ANTES-LLAVE            PIC 9(05).
           05 WS-ANTES-CODIGO-BANCO     PIC 9(03).
           05 WS-ANTES-CBU              PIC X(22).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(05).
           88 WS-FUN-LEER                         VALUE 'LE'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-APROBACION                   VALUE 'AP'.
           88 WS-FUN-BAJA                         VALUE 'BJ'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 ARCHIVO-ABIERTO-OK                   VALUE 'S'.

       01  WS-FUNCION-CAMP              PIC X(02).
       01  WS-CODIGO-CAMP               PIC X(02).
           COPY CPCAMPE1.
       01  SW-CAMBIO-RETENIDO           PIC X(01) VALUE 'N'.
           88 CAMBIO-RETENIDO                     VALUE 'S'.

       LINKAGE SECTION.
       01  LK-FUNCION                   PIC X(02).
       01  LK-LLAVE                     PIC 9(05).
           IF LK-USUARIO EQUAL SPACES
              MOVE 'BATCH'  TO WS-USUARIO
           END-IF
           IF WS-FUN-ALTA OR WS-FUN-CAMBIO OR WS-FUN-APROBACION
              MOVE LK-REG-BANCO-EMPLEADO TO WS-REG-BANCO-EMPLEADO
           END-IF

                 PERFORM 040-LEE-BANCO
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-BANCO
              WHEN WS-FUN-CAMBIO OR WS-FUN-APROBACION
                 PERFORM 060-CAMBIO-BANCO
              WHEN WS-FUN-BAJA
                 PERFORM 080-BAJA-BANCO
           END-IF

           OPEN EXTEND AUDITORIA

           MOVE 'AB' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP
           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

              GO TO 060-FIN
           END-IF

      *    DOBLE FIRMA: LOS CAMPOS CONTROLADOS QUEDAN PENDIENTES Y
      *    CONSERVAN SU VALOR; SI NO CAMBIA NADA MAS, NO SE REGRABA.
           MOVE 'N' TO SW-CAMBIO-RETENIDO
           IF WS-FUN-CAMBIO
              MOVE WS-BANCO-EMP-LLAVE TO BANCO-EMP-LLAVE
              READ BANCO-EMPLEADO INTO WS-REG-BANCO-ANTES
              IF WS-CODIGO EQUAL ZEROS
                 PERFORM 062-RETIENE-CAMPOS-CONTROLADOS
                 IF CAMBIO-RETENIDO
                       AND WS-REG-BANCO-EMPLEADO EQUAL
                           WS-REG-BANCO-ANTES
                    MOVE 'PA' TO WS-CODIGO
                    GO TO 060-FIN
                 END-IF
              END-IF
           END-IF

           MOVE WS-REG-BANCO-EMPLEADO TO REG-BANCO-EMPLEADO
           REWRITE REG-BANCO-EMPLEADO
           IF WS-CODIGO NOT EQUAL ZEROS
              PERFORM 900-MUESTRA-MENSAJE
           ELSE
              MOVE 'CAMBIO' TO WS-OPERACION-AUD
              IF WS-FUN-APROBACION
                 MOVE 'APROB ' TO WS-OPERACION-AUD
              END-IF
              PERFORM 095-ESCRIBE-AUDITORIA
              IF CAMBIO-RETENIDO
                 MOVE 'PA' TO WS-CODIGO
              END-IF
           END-IF.
       060-FIN.  EXIT.

      * -----------------------------------------------------------
      * CODIGO DE BANCO Y CBU: SI CAMBIAN Y ESTAN CONTROLADOS, EL
      * VALOR NUEVO VA A CAMBIOS-PENDIENTES Y EL REGISTRO VUELVE A
      * TOMAR EL ANTERIOR. QUEDA UNA LINEA 'PENDTE' EN AUDITORIA.
      * -----------------------------------------------------------
       062-RETIENE-CAMPOS-CONTROLADOS.
           MOVE SPACES             TO REG-CAMBIO-PENDIENTE
           MOVE 'BANCO-EMP'        TO CAMP-ARCHIVO
           MOVE WS-BANCO-EMP-LLAVE TO CAMP-LLAVE
           MOVE WS-USUARIO         TO CAMP-USUARIO-CARGA

           IF WS-BANCO-EMP-CODIGO-BANCO NOT EQUAL WS-ANTES-CODIGO-BANCO
              MOVE 'BANCO-EMP-CODIGO-BANCO' TO CAMP-CAMPO
              MOVE 'N'                      TO CAMP-TIPO-VALOR
              MOVE WS-ANTES-CODIGO-BANCO    TO CAMP-IMPORTE-ANTERIOR
              MOVE WS-BANCO-EMP-CODIGO-BANCO TO CAMP-IMPORTE-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-CODIGO-BANCO TO WS-BANCO-EMP-CODIGO-BANCO
              END-IF
           END-IF

           IF WS-BANCO-EMP-CBU NOT EQUAL WS-ANTES-CBU
              MOVE 'BANCO-EMP-CBU'  TO CAMP-CAMPO
              MOVE 'A'              TO CAMP-TIPO-VALOR
              MOVE WS-ANTES-CBU     TO CAMP-VALOR-ANTERIOR
              MOVE WS-BANCO-EMP-CBU TO CAMP-VALOR-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-CBU TO WS-BANCO-EMP-CBU
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
           DISPLAY 'CAMBIO RETENIDO PARA APROBACION - LEGAJO: '
                   WS-BANCO-EMP-LLAVE ' ' CAMP-CAMPO
           DISPLAY '   PENDIENTE NRO: ' CAMP-NUMERO
           MOVE 'PENDTE' TO WS-OPERACION-AUD
           PERFORM 095-ESCRIBE-AUDITORIA.
       063-FIN.  EXIT.

       080-BAJA-BANCO.
           IF NOT ARCHIVO-ABIERTO-OK
              MOVE '98' TO WS-CODIGO

       070-CIERRA-ARCHIVOS.
           CLOSE BANCO-EMPLEADO AUDITORIA

           MOVE 'CI' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP
           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       070-FIN.  EXIT.

