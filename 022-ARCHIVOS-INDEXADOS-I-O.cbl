       DATE-WRITTEN.                   26/06/2022.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  DOBLE FIRMA: EN UN CAMBIO, EL SALARIO O EL
      *                    DEPARTAMENTO QUE ESTEN EN LA LISTA DE
      *                    CAMPOS CONTROLADOS DE CAMBIOS-PENDIENTES-
      *                    I-O NO SE APLICAN: QUEDAN GRABADOS COMO
      *                    CAMBIO PENDIENTE (CPCAMPE1), EL MAESTRO
      *                    CONSERVA EL VALOR ANTERIOR, EL RESTO DEL
      *                    REGISTRO SE APLICA Y SE DEVUELVE 'PA'.
      *                    NUEVA FUNCION AP: EL CAMBIO YA APROBADO
      *                    POR APRUEBA-CAMBIOS-PENDIENTES, QUE SE
      *                    APLICA SIN RETENER Y SE AUDITA 'APROB'.
      *   15/10/2026  AMF  BASICO MINIMO DEL CONVENIO: SI EL LEGAJO
      *                    TIENE GREMIO Y CATEGORIA ASIGNADOS
      *                    (EMPLEADO-CONVENIO, CPEMPCV1) Y LA
      *                    CATEGORIA EXISTE EN EL MAESTRO CONVENIOS
      *                    (CPCONV01), 056-VALIDA-SALARIO-BANDA
      *                    RECHAZA EN ALTA Y CAMBIO EL SALARIO POR
      *                    DEBAJO DEL BASICO DE LA CATEGORIA (RECHAZO
      *                    'MC'). SIN ESTOS ARCHIVOS EN EL JCL LA
      *                    VALIDACION SIGUE COMO HASTA AHORA.
      *   02/09/2026  AMF  LOS ERRORES DE I/O, ADEMAS DEL DISPLAY
      *                    DE CONSOLA, DEJAN SU LINEA EN EL LOG
      *                    CENTRAL DE OPERACIONES (CPOPLOG1) VIA
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPPUES-LLAVE
                  FILE STATUS IS WS-CODIGO-EPUE.

           SELECT CONVENIOS ASSIGN TO UT-ARCHCONV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONV-LLAVE
                  FILE STATUS IS WS-CODIGO-CONV.

           SELECT EMPLEADO-CONVENIO ASSIGN TO UT-ARCHECNV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMPCNV-LLAVE
                  FILE STATUS IS WS-CODIGO-ECNV.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-EMPLEADO-PUESTO.
           COPY CPEMPPU1.

       FD  CONVENIOS
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS REG-CONVENIO.
           COPY CPCONV01.

       FD  EMPLEADO-CONVENIO
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-CONVENIO.
           COPY CPEMPCV1.

       WORKING-STORAGE SECTION.
           COPY CPEMPWS.
           COPY CPDEPTTB.
           88 WS-FUN-NOMBRE-SIGUIENTE             VALUE 'NS'.
           88 WS-FUN-ALTA                         VALUE 'AL'.
           88 WS-FUN-CAMBIO                       VALUE 'CA'.
           88 WS-FUN-APROBACION                   VALUE 'AP'.
           88 WS-FUN-BAJA                         VALUE 'BJ'.
           88 WS-FUN-CERRAR                       VALUE 'CI'.
       01  SW-ARCHIVO-ABIERTO            PIC X(01) VALUE 'N'.
           88 SALARIO-FUERA-DE-PUESTO             VALUE 'S'.
       01  SW-PUESTO-DEPTO-INVALIDO     PIC X(01) VALUE 'N'.
           88 PUESTO-DE-OTRO-DEPTO                VALUE 'S'.
       01  WS-CODIGO-CONV               PIC X(02).
       01  WS-CODIGO-ECNV               PIC X(02).
       01  SW-CONVENIOS-ABIERTOS        PIC X(01) VALUE 'N'.
           88 CONVENIOS-ABIERTOS-OK               VALUE 'S'.
       01  SW-SALARIO-BAJO-CONVENIO     PIC X(01) VALUE 'N'.
           88 SALARIO-BAJO-CONVENIO               VALUE 'S'.

       01  WS-FUNCION-SDO               PIC X(02).
       01  WS-LLAVE-SDO                 PIC 9(07).
           05 WS-SALDO-LIMITE-AUX       PIC 9(09)V99 COMP-3.
           05 WS-SALDO-TASA-DESC-AUX    PIC 9(03)V9(04) COMP-3.
           05 WS-SALDO-ACTIVIDAD-AUX    PIC X(01).
           05 WS-SALDO-RETENIDO-AUX     PIC 9(11)V99 COMP-3.
           05 WS-SALDO-FECHA-CIERRE-AUX PIC 9(08).
           05 WS-SALDO-MONEDA-AUX       PIC X(03).
       01  WS-CODIGO-SDO                PIC X(02).

       01  WS-FUNCION-CAMP              PIC X(02).
       01  WS-CODIGO-CAMP               PIC X(02).
           COPY CPCAMPE1.
       01  SW-CAMBIO-RETENIDO           PIC X(01) VALUE 'N'.
           88 CAMBIO-RETENIDO                     VALUE 'S'.

       01  WS-LOG-PROGRAMA              PIC X(20)
           VALUE 'ARCHIVOS-INDEX-I-O'.
       01  WS-LOG-SEVERIDAD             PIC X(01).
                 PERFORM 046-SIGUIENTE-POR-NOMBRE
              WHEN WS-FUN-ALTA
                 PERFORM 050-ALTA-EMPLEADO
              WHEN WS-FUN-CAMBIO OR WS-FUN-APROBACION
                 PERFORM 060-CAMBIO-EMPLEADO
              WHEN WS-FUN-BAJA
                 PERFORM 080-BAJA-EMPLEADO
              END-IF
           END-IF

      *    LO MISMO LOS DE CONVENIO: SIN ELLOS NO SE VALIDA EL
      *    BASICO MINIMO DE LA CATEGORIA.
           OPEN INPUT CONVENIOS
           IF WS-CODIGO-CONV EQUAL ZEROS
              OPEN INPUT EMPLEADO-CONVENIO
              IF WS-CODIGO-ECNV EQUAL ZEROS
                 MOVE 'S' TO SW-CONVENIOS-ABIERTOS
              ELSE
                 CLOSE CONVENIOS
              END-IF
           END-IF

           OPEN EXTEND EMPLEADOS-HISTORIA
           OPEN EXTEND EMPLEADOS-RECHAZADOS
           OPEN EXTEND AUDITORIA
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO WS-REG-SALDOS-AUX WS-CODIGO-SDO

           MOVE 'AB' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP

           MOVE 'S' TO SW-ARCHIVO-ABIERTO.
       020-FIN.  EXIT.

           END-IF

           PERFORM 056-VALIDA-SALARIO-BANDA
           IF SALARIO-FUERA-DE-BANDA OR SALARIO-BAJO-CONVENIO
              PERFORM 085-RECHAZA-ALTA
              GO TO 050-FIN
           END-IF
           MOVE ZEROS        TO WS-SALDO-LIMITE-AUX
           MOVE ZEROS        TO WS-SALDO-TASA-DESC-AUX
           MOVE 'A'          TO WS-SALDO-ACTIVIDAD-AUX
           MOVE ZEROS        TO WS-SALDO-RETENIDO-AUX
           MOVE ZEROS        TO WS-SALDO-FECHA-CIERRE-AUX
           MOVE 'ARS'        TO WS-SALDO-MONEDA-AUX
           MOVE 'AL' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
              WHEN SALARIO-FUERA-DE-BANDA
                 MOVE 'FB' TO RECH-CODIGO
                 MOVE 'SALARIO FUERA DE BANDA'      TO RECH-MOTIVO
              WHEN SALARIO-BAJO-CONVENIO
                 MOVE 'MC' TO RECH-CODIGO
                 MOVE 'SALARIO BAJO MINIMO CONVENIO' TO RECH-MOTIVO
              WHEN SALARIO-FUERA-DE-PUESTO
                 MOVE 'FP' TO RECH-CODIGO
                 MOVE 'SALARIO FUERA DE PUESTO'     TO RECH-MOTIVO

           MOVE 'N' TO SW-DEPTO-INVALIDO
           PERFORM 056-VALIDA-SALARIO-BANDA
           IF SALARIO-FUERA-DE-BANDA OR SALARIO-BAJO-CONVENIO
              PERFORM 085-RECHAZA-ALTA
              GO TO 060-FIN
           END-IF
           MOVE WS-EMPLEADOS-LLAVE TO EMPLEADOS-LLAVE
           READ EMPLEADOS INTO WS-REG-EMPLEADOS-ANTES

      *    DOBLE FIRMA: LOS CAMPOS CONTROLADOS QUEDAN PENDIENTES Y
      *    CONSERVAN SU VALOR; SI NO CAMBIA NADA MAS, NO SE REGRABA.
           MOVE 'N' TO SW-CAMBIO-RETENIDO
           IF WS-FUN-CAMBIO AND WS-CODIGO EQUAL ZEROS
              PERFORM 062-RETIENE-CAMPOS-CONTROLADOS
              IF CAMBIO-RETENIDO
                    AND WS-REG-EMPLEADOS EQUAL WS-REG-EMPLEADOS-ANTES
                 MOVE 'PA' TO WS-CODIGO
                 GO TO 060-FIN
              END-IF
           END-IF

           MOVE WS-REG-EMPLEADOS TO REG-EMPLEADOS
           REWRITE REG-EMPLEADOS
           IF WS-CODIGO NOT EQUAL ZEROS
           ELSE
              PERFORM 065-GRABA-HISTORIA
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
      * SALARIO Y DEPARTAMENTO: SI CAMBIAN Y ESTAN CONTROLADOS, EL
      * VALOR NUEVO VA A CAMBIOS-PENDIENTES Y EL REGISTRO VUELVE A
      * TOMAR EL ANTERIOR. QUEDA UNA LINEA 'PENDTE' EN AUDITORIA.
      * -----------------------------------------------------------
       062-RETIENE-CAMPOS-CONTROLADOS.
           MOVE SPACES             TO REG-CAMBIO-PENDIENTE
           MOVE 'EMPLEADOS'        TO CAMP-ARCHIVO
           MOVE WS-EMPLEADOS-LLAVE TO CAMP-LLAVE
           MOVE WS-USUARIO         TO CAMP-USUARIO-CARGA
           MOVE 'N'                TO CAMP-TIPO-VALOR

           IF WS-EMP-SALARIO NOT EQUAL WS-ANTES-SALARIO
              MOVE 'EMP-SALARIO'    TO CAMP-CAMPO
              MOVE WS-ANTES-SALARIO TO CAMP-IMPORTE-ANTERIOR
              MOVE WS-EMP-SALARIO   TO CAMP-IMPORTE-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-SALARIO TO WS-EMP-SALARIO
              END-IF
           END-IF

           IF WS-EMP-DEPARTAMENTO NOT EQUAL WS-ANTES-DEPARTAMENTO
              MOVE 'EMP-DEPARTAMENTO'    TO CAMP-CAMPO
              MOVE WS-ANTES-DEPARTAMENTO TO CAMP-IMPORTE-ANTERIOR
              MOVE WS-EMP-DEPARTAMENTO   TO CAMP-IMPORTE-NUEVO
              PERFORM 063-GRABA-SI-CONTROLADO
              IF WS-CODIGO-CAMP EQUAL ZEROS
                 MOVE WS-ANTES-DEPARTAMENTO TO WS-EMP-DEPARTAMENTO
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
                   WS-EMPLEADOS-LLAVE ' ' CAMP-CAMPO
           DISPLAY '   PENDIENTE NRO: ' CAMP-NUMERO
           MOVE 'PENDTE' TO WS-OPERACION-AUD
           PERFORM 095-ESCRIBE-AUDITORIA.
       063-FIN.  EXIT.

      * -----------------------------------------------------------
      * SALARIO CONTRA LA BANDA DEL DEPARTAMENTO: SI EL
      * DEPARTAMENTO TIENE ESCALA CARGADA, EL SALARIO DEBE CAER
      * ENTRE EL MINIMO Y EL MAXIMO. ANTES, EL PISO DEL CONVENIO:
      * NINGUNA BANDA DE LA EMPRESA PUEDE PAGAR MENOS QUE EL
      * BASICO DE LA CATEGORIA DEL LEGAJO.
      * -----------------------------------------------------------
       056-VALIDA-SALARIO-BANDA.
           MOVE 'N' TO SW-SALARIO-INVALIDO
           PERFORM 057-VALIDA-MINIMO-CONVENIO
           IF SALARIO-BAJO-CONVENIO
              GO TO 056-FIN
           END-IF

           IF WS-CANTIDAD-ESCALAS-TABLA EQUAL ZEROS
              GO TO 056-FIN
           END-IF
           END-IF.
       056-FIN.  EXIT.

      * -----------------------------------------------------------
      * BASICO MINIMO DEL CONVENIO: SI EL LEGAJO TIENE GREMIO Y
      * CATEGORIA ASIGNADOS Y LA CATEGORIA EXISTE, EL SALARIO NO
      * PUEDE QUEDAR POR DEBAJO DEL BASICO DE LA CATEGORIA.
      * -----------------------------------------------------------
       057-VALIDA-MINIMO-CONVENIO.
           MOVE 'N' TO SW-SALARIO-BAJO-CONVENIO
           IF NOT CONVENIOS-ABIERTOS-OK
              GO TO 057-FIN
           END-IF

           MOVE WS-EMPLEADOS-LLAVE TO EMPCNV-LLAVE
           READ EMPLEADO-CONVENIO
           IF WS-CODIGO-ECNV NOT EQUAL ZEROS
              GO TO 057-FIN
           END-IF

           MOVE EMPCNV-GREMIO    TO CONV-GREMIO
           MOVE EMPCNV-CATEGORIA TO CONV-CATEGORIA
           READ CONVENIOS
           IF WS-CODIGO-CONV NOT EQUAL ZEROS
              GO TO 057-FIN
           END-IF

           IF WS-EMP-SALARIO LESS THAN CONV-SALARIO-MINIMO
              MOVE 'S' TO SW-SALARIO-BAJO-CONVENIO
           END-IF.
       057-FIN.  EXIT.

      * -----------------------------------------------------------
      * BANDA DEL PUESTO: SI EL LEGAJO TIENE PUESTO ASIGNADO Y EL
      * PUESTO EXISTE, EL SALARIO DEBE CAER EN SU BANDA (MAS
              CLOSE PUESTOS EMPLEADO-PUESTO
              MOVE 'N' TO SW-PUESTOS-ABIERTOS
           END-IF
           IF CONVENIOS-ABIERTOS-OK
              CLOSE CONVENIOS EMPLEADO-CONVENIO
              MOVE 'N' TO SW-CONVENIOS-ABIERTOS
           END-IF

           MOVE 'CI' TO WS-FUNCION-SDO
           CALL 'SALDOS-INDEXADOS-I-O'
                USING WS-FUNCION-SDO WS-LLAVE-SDO WS-LLAVE-HASTA-SDO
                      WS-USUARIO WS-REG-SALDOS-AUX WS-CODIGO-SDO

           MOVE 'CI' TO WS-FUNCION-CAMP
           CALL 'CAMBIOS-PENDIENTES-I-O'
                USING WS-FUNCION-CAMP REG-CAMBIO-PENDIENTE
                      WS-CODIGO-CAMP

           MOVE 'N' TO SW-ARCHIVO-ABIERTO.
       070-FIN.  EXIT.

