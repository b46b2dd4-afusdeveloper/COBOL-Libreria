       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  PERSONAL JORNALIZADO: SI VIENE
      *                    EMPLEADO-FRECUENCIA (OPCIONAL) Y EL LEGAJO
      *                    TIENE VALOR HORA, SE USA ESE VALOR EN VEZ
      *                    DE SALARIO / 30 / 8 Y SE EMITE HTR CON LAS
      *                    HORAS NORMALES TRABAJADAS (HASTA LA JORNADA
      *                    DE CADA DIA LABORABLE), QUE SON SU SUELDO
      *                    EN PROCESO-NOMINA. AL JORNALIZADO NO SE LE
      *                    DESCUENTAN TAR NI SAN: LO NO TRABAJADO YA
      *                    NO SE LE PAGA.
      *   15/10/2026  AMF  DIAGRAMA DE TURNOS: SI VIENEN TURNOS Y
      *                    DIAGRAMA-TURNOS (OPCIONALES) CADA DIA SE
      *                    JUZGA CONTRA EL TURNO DIAGRAMADO DEL
      *                    LEGAJO: TARDANZA SOBRE LA PRIMERA ENTRADA,
      *                    SALIDA ANTICIPADA (SAN), EXTRA SOBRE LA
      *                    JORNADA NETA DEL DESCANSO, ADICIONAL POR
      *                    HORAS NOCTURNAS 2100-0600 (HNO), TRABAJO
      *                    DIAGRAMADO EN DIA NO LABORABLE DEL
      *                    CALENDARIO (HFE, AL DOBLE), SALIDA DEL
      *                    TURNO NOCHE AL DIA SIGUIENTE Y AUSENTE SIN
      *                    FICHADA EN DIA DIAGRAMADO DEL PERIODO.
      *                    FICHAR EN FRANCO ES EXCEPCION. SIN
      *                    DIAGRAMA, JORNADA FIJA COMO SIEMPRE.
      *   02/09/2026  AMF  VERSION ORIGINAL. IMPORTACION DEL RELOJ DE
      *                    FICHADAS: ORDENA LAS MARCAS CRUDAS
      *                    (LEGAJO, FECHA, HORA HHMM, SENTIDO E/S)
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-CONC.

           SELECT TURNOS ASSIGN TO UT-ARCHTURN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TURNO-LLAVE
                  FILE STATUS IS WS-CODIGO-TURN.

           SELECT DIAGRAMA-TURNOS ASSIGN TO UT-ARCHDIAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DIAG-LLAVE
                  FILE STATUS IS WS-CODIGO-DIAG.

           SELECT EMPLEADO-FRECUENCIA ASSIGN TO UT-ARCHEFRC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMPFRC-LLAVE
                  FILE STATUS IS WS-CODIGO-EFRC.

           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
           05 CONC-IMPORTE              PIC 9(07)V99.
           05 FILLER                    PIC X(42).

       FD  TURNOS
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS REG-TURNO.
           COPY CPTURN01.

       FD  DIAGRAMA-TURNOS
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-DIAGRAMA.
           COPY CPDIAG01.

       FD  EMPLEADO-FRECUENCIA
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS REG-EMPLEADO-FRECUENCIA.
           COPY CPEMPFR1.

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05 DET-EXTRA                 PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE ' MIN'.

       01  WS-DETALLE-LEGAJO-2.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE '  ANTICIPO:'.
           05 DET-ANTICIPADA            PIC ZZ,ZZ9.
           05 FILLER                    PIC X(16)
              VALUE ' MIN  NOCTURNAS:'.
           05 DET-NOCTURNA              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(13)
              VALUE ' MIN  NO LAB:'.
           05 DET-NO-LABORABLE          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE ' MIN'.

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(10)
              VALUE 'FICHADAS:'.
       01  WS-CODIGO-FICH               PIC X(02).
       01  WS-CODIGO-CONC               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  WS-CODIGO-TURN               PIC X(02).
       01  WS-CODIGO-DIAG               PIC X(02).
       01  WS-CODIGO-EFRC               PIC X(02).
       01  SW-FIN-FICH                  PIC X(01) VALUE 'N'.
           88 FIN-DE-FICH                          VALUE 'S'.
       01  SW-FIN-SORT                  PIC X(03) VALUE SPACES.
           88 ES-PRIMER-LEGAJO                     VALUE 'S'.
       01  SW-ENTRADA-PENDIENTE         PIC X(01) VALUE 'N'.
           88 ENTRADA-PENDIENTE                    VALUE 'S'.
       01  SW-DIAGRAMA-ABIERTO          PIC X(01) VALUE 'N'.
           88 DIAGRAMA-ABIERTO-OK                  VALUE 'S'.
       01  SW-FIN-DIAGRAMA              PIC X(01) VALUE 'N'.
           88 FIN-DE-DIAGRAMA                      VALUE 'S'.
       01  SW-DIA-DIAGRAMADO            PIC X(01) VALUE 'N'.
           88 DIA-CON-TURNO                        VALUE 'T'.
           88 DIA-DE-FRANCO                        VALUE 'F'.
       01  SW-PRIMERA-ENTRADA           PIC X(01) VALUE 'S'.
           88 ES-PRIMERA-ENTRADA                   VALUE 'S'.
       01  SW-SALIDA-DIA-SIGUIENTE      PIC X(01) VALUE 'N'.
           88 SALIDA-DIA-SIGUIENTE                 VALUE 'S'.
       01  SW-FRECUENCIAS-ABIERTAS      PIC X(01) VALUE 'N'.
           88 FRECUENCIAS-ABIERTAS-OK              VALUE 'S'.
       01  SW-JORNALIZADO               PIC X(01) VALUE 'N'.
           88 LEGAJO-JORNALIZADO                   VALUE 'S'.

       01  WS-MARCAS-CALENDARIO.
           05 WS-CAL-LABORABLE          PIC X(01).
       01  WS-MINUTOS-TRABAJADOS        PIC 9(05).
       01  WS-TOTAL-TARDANZA            PIC 9(05).
       01  WS-TOTAL-EXTRA               PIC 9(05).
      * MINUTOS NORMALES (HASTA LA JORNADA) DE LOS DIAS LABORABLES,
      * QUE SON EL SUELDO DEL JORNALIZADO.
       01  WS-TOTAL-NORMAL              PIC 9(05).
       01  WS-HORA-HH                   PIC 9(02).
       01  WS-HORA-MM                   PIC 9(02).
      * JORNADA ESTANDAR: ENTRADA 0900, 8 HORAS (480 MINUTOS).
       01  WS-ENTRADA-ESTANDAR          PIC 9(05) VALUE 540.
       01  WS-JORNADA-ESTANDAR          PIC 9(05) VALUE 480.

      * TURNO DEL DIA EN MINUTOS DESDE LA 0000 DEL DIA DE ENTRADA;
      * LA SALIDA DEL TURNO QUE CRUZA LA MEDIANOCHE SUPERA 1440.
       01  WS-LLAVE-DIA.
           05 WS-LLAVE-DIA-LEGAJO       PIC 9(05).
           05 WS-LLAVE-DIA-FECHA        PIC 9(08).
       01  WS-HORA-TURNO                PIC 9(04).
       01  FILLER REDEFINES WS-HORA-TURNO.
           05 WS-HORA-TURNO-HH          PIC 9(02).
           05 WS-HORA-TURNO-MM          PIC 9(02).
       01  WS-ENTRADA-TURNO             PIC 9(05).
       01  WS-SALIDA-TURNO              PIC 9(05).
       01  WS-DESCANSO-TURNO            PIC 9(03).
       01  WS-JORNADA-TURNO             PIC 9(05).
       01  WS-FECHA-MINIMA              PIC 9(08) VALUE 99999999.
       01  WS-FECHA-MAXIMA              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-SIGUIENTE           PIC 9(08) VALUE ZEROS.
       01  WS-UN-DIA                    PIC S9(05) VALUE 1.
       01  WS-PARES-DIA                 PIC 9(03).
       01  WS-ULTIMA-SALIDA             PIC 9(05).
       01  WS-TOTAL-ANTICIPADA          PIC 9(05).
       01  WS-TOTAL-NOCTURNA            PIC 9(05).
       01  WS-TOTAL-NO-LABORABLE        PIC 9(05).
       01  WS-INICIO-CRUCE              PIC 9(05).
       01  WS-FIN-CRUCE                 PIC 9(05).
       01  WS-IND-NOCHE                 PIC 9(01) COMP.

      * FRANJAS DEL HORARIO NOCTURNO (2100 A 0600) EN MINUTOS
      * DESDE LA 0000 DEL DIA DE ENTRADA, CUBRIENDO DOS DIAS.
       01  WS-TABLA-NOCHE-VALORES.
           05 FILLER                    PIC 9(08) VALUE 00000360.
           05 FILLER                    PIC 9(08) VALUE 12601800.
           05 FILLER                    PIC 9(08) VALUE 27002880.
       01  WS-TABLA-NOCHE REDEFINES WS-TABLA-NOCHE-VALORES.
           05 WS-FRANJA-NOCHE           OCCURS 3 TIMES.
              10 WS-NOCHE-DESDE         PIC 9(04).
              10 WS-NOCHE-HASTA         PIC 9(04).
      * LA HORA NOCTURNA VALE 8/7 DE LA DIURNA: SE PAGA EL 1/7.
       01  WS-RECARGO-NOCTURNO          PIC 9V9999 VALUE 0.1429.

       01  WS-VALOR-HORA                PIC S9(05)V99 COMP-3.
       01  WS-IMPORTE-CONCEPTO          PIC S9(07)V99 COMP-3.
       01  WS-HORAS-CALCULO             PIC S9(05)V99 COMP-3.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           OPEN OUTPUT CONCEPTOS-SALIDA
           PERFORM 1500-ABRE-DIAGRAMA
           PERFORM 1600-ABRE-FRECUENCIAS

           MOVE 'AB' TO WS-FUNCION-EMP
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
              PERFORM 4000-CIERRA-LEGAJO
           END-IF

           IF DIAGRAMA-ABIERTO-OK
              MOVE 99999    TO WS-LLAVE-DIA-LEGAJO
              MOVE 99999999 TO WS-LLAVE-DIA-FECHA
              PERFORM 2710-AVANZA-DIAGRAMA UNTIL FIN-DE-DIAGRAMA
              CLOSE TURNOS DIAGRAMA-TURNOS
           END-IF

           MOVE WS-CONTADOR-LEIDAS      TO RES-FICHADAS
           MOVE WS-CONTADOR-LEGAJOS     TO RES-LEGAJOS
           MOVE WS-CONTADOR-EXCEPCIONES TO RES-EXCEPCIONES
           CALL 'ARCHIVOS-INDEXADOS-ENTRADA'
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-LLAVE-HASTA-EMP
                      WS-REG-EMPLEADOS WS-CODIGO-EMP
           IF FRECUENCIAS-ABIERTAS-OK
              CLOSE EMPLEADO-FRECUENCIA
           END-IF

           MOVE WS-CONTADOR-LEIDAS      TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-LEGAJOS     TO WS-STAT-LEGAJOS
       1010-FIN.  EXIT.

       1020-LIBERA-FICHADA.
           IF FIC-FECHA LESS THAN WS-FECHA-MINIMA
              MOVE FIC-FECHA TO WS-FECHA-MINIMA
           END-IF
           IF FIC-FECHA GREATER THAN WS-FECHA-MAXIMA
              MOVE FIC-FECHA TO WS-FECHA-MAXIMA
           END-IF
           MOVE FIC-LEGAJO  TO ORD-LEGAJO
           MOVE FIC-FECHA   TO ORD-FECHA
           MOVE FIC-HORA    TO ORD-HORA
           PERFORM 1010-LEE-UNA-FICHADA.
       1020-FIN.  EXIT.

      * -----------------------------------------------------------
      * TURNOS Y DIAGRAMA-TURNOS SON OPCIONALES: SI NO VIENEN EN EL
      * JCL CADA DIA SE JUZGA CONTRA LA JORNADA FIJA, COMO SIEMPRE.
      * EL DIAGRAMA SE LEE EN SECUENCIA A LA PAR DE LAS FICHADAS
      * ORDENADAS, AMBOS POR LEGAJO + FECHA.
      * -----------------------------------------------------------
       1500-ABRE-DIAGRAMA.
           OPEN INPUT TURNOS
           IF WS-CODIGO-TURN NOT EQUAL ZEROS
              GO TO 1500-FIN
           END-IF
           OPEN INPUT DIAGRAMA-TURNOS
           IF WS-CODIGO-DIAG NOT EQUAL ZEROS
              CLOSE TURNOS
              GO TO 1500-FIN
           END-IF
           MOVE 'S' TO SW-DIAGRAMA-ABIERTO
           PERFORM 2720-LEE-DIAGRAMA.
       1500-FIN.  EXIT.

      * -----------------------------------------------------------
      * EMPLEADO-FRECUENCIA ES OPCIONAL: SIN EL NO HAY JORNALIZADOS
      * Y TODO LEGAJO VALORIZA SUS HORAS CON EL SALARIO, COMO
      * SIEMPRE.
      * -----------------------------------------------------------
       1600-ABRE-FRECUENCIAS.
           OPEN INPUT EMPLEADO-FRECUENCIA
           IF WS-CODIGO-EFRC EQUAL ZEROS
              MOVE 'S' TO SW-FRECUENCIAS-ABIERTAS
           END-IF.
       1600-FIN.  EXIT.

       2000-PROCESA-FICHADAS.
           PERFORM 2010-RETORNA-FICHADA
           PERFORM 2100-PROCESA-UNA UNTIL HAY-FIN-DE-SORT.
       2010-FIN.  EXIT.

       2100-PROCESA-UNA.
           MOVE 'N' TO SW-SALIDA-DIA-SIGUIENTE
           IF ORD-LEGAJO NOT EQUAL WS-LEGAJO-ANTERIOR
              IF NOT ES-PRIMER-LEGAJO
                 PERFORM 4000-CIERRA-LEGAJO
           END-IF

           IF ORD-FECHA NOT EQUAL WS-FECHA-ANTERIOR
              PERFORM 2150-CAMBIA-DIA
           END-IF

           PERFORM 3000-APAREA-FICHADA
           PERFORM 2010-RETORNA-FICHADA.
       2100-FIN.  EXIT.

      * -----------------------------------------------------------
      * LA SALIDA DEL DIA SIGUIENTE DE UN TURNO QUE CRUZA LA
      * MEDIANOCHE CIERRA LA ENTRADA PENDIENTE DEL DIA ANTERIOR EN
      * LUGAR DE ABRIR UN DIA NUEVO.
      * -----------------------------------------------------------
       2150-CAMBIA-DIA.
           IF DIAGRAMA-ABIERTO-OK
              AND ENTRADA-PENDIENTE
              AND ORD-SENTIDO EQUAL 'S'
              AND ORD-FECHA EQUAL WS-FECHA-SIGUIENTE
              AND WS-SALIDA-TURNO GREATER THAN 1440
              MOVE 'S' TO SW-SALIDA-DIA-SIGUIENTE
              GO TO 2150-FIN
           END-IF

           PERFORM 2400-CIERRA-DIA
           PERFORM 2500-ABRE-DIA.
       2150-FIN.  EXIT.

       2300-ABRE-LEGAJO.
           MOVE 'N' TO SW-PRIMER-LEGAJO
           MOVE ORD-LEGAJO TO WS-LEGAJO-ANTERIOR
           MOVE ZEROS TO WS-TOTAL-TARDANZA WS-TOTAL-EXTRA
                         WS-TOTAL-NORMAL
           MOVE ZEROS TO WS-TOTAL-ANTICIPADA WS-TOTAL-NOCTURNA
                         WS-TOTAL-NO-LABORABLE
           MOVE ZEROS TO WS-FECHA-ANTERIOR
           MOVE 'N' TO SW-ENTRADA-PENDIENTE
           MOVE ZEROS TO WS-MINUTOS-TRABAJADOS.
      * -----------------------------------------------------------
      * AL CERRAR EL DIA: LA ENTRADA SIN SALIDA ES EXCEPCION Y EL
      * DIA NO COMPUTA; LO TRABAJADO SOBRE LA JORNADA ESTANDAR
      * SUMA A HORAS EXTRA Y LO DEMAS A HORAS NORMALES.
      * -----------------------------------------------------------
       2400-CIERRA-DIA.
           IF WS-FECHA-ANTERIOR EQUAL ZEROS
              GO TO 2400-FIN
           END-IF

           IF DIAGRAMA-ABIERTO-OK
              PERFORM 2450-CIERRA-DIA-TURNO
              GO TO 2400-FIN
           END-IF

           IF WS-MINUTOS-TRABAJADOS GREATER THAN
                 WS-JORNADA-ESTANDAR
              COMPUTE WS-MINUTOS-DIA = WS-MINUTOS-TRABAJADOS
                      - WS-JORNADA-ESTANDAR
              ADD WS-MINUTOS-DIA TO WS-TOTAL-EXTRA
              ADD WS-JORNADA-ESTANDAR TO WS-TOTAL-NORMAL
           ELSE
              ADD WS-MINUTOS-TRABAJADOS TO WS-TOTAL-NORMAL
           END-IF.
       2400-FIN.  EXIT.

      * -----------------------------------------------------------
      * CIERRE DEL DIA CONTRA EL TURNO: EL DESCANSO NO FICHADO (UN
      * SOLO PAR EN EL DIA) NO SE COMPUTA; EN DIA NO LABORABLE DEL
      * CALENDARIO TODO LO TRABAJADO VA A HFE; SI NO, LA ULTIMA
      * SALIDA ANTES DEL FIN DEL TURNO ES SALIDA ANTICIPADA Y LO
      * TRABAJADO SOBRE LA JORNADA NETA ES HORA EXTRA; HASTA LA
      * JORNADA NETA, HORA NORMAL.
      * -----------------------------------------------------------
       2450-CIERRA-DIA-TURNO.
           IF WS-PARES-DIA EQUAL ZEROS
              GO TO 2450-FIN
           END-IF

           IF WS-PARES-DIA EQUAL 1
              AND WS-MINUTOS-TRABAJADOS GREATER THAN
                  WS-DESCANSO-TURNO
              SUBTRACT WS-DESCANSO-TURNO FROM WS-MINUTOS-TRABAJADOS
           END-IF

           IF NOT DIA-VALIDO
              ADD WS-MINUTOS-TRABAJADOS TO WS-TOTAL-NO-LABORABLE
              GO TO 2450-FIN
           END-IF

           IF WS-ULTIMA-SALIDA LESS THAN WS-SALIDA-TURNO
              COMPUTE WS-MINUTOS-DIA = WS-SALIDA-TURNO
                      - WS-ULTIMA-SALIDA
              ADD WS-MINUTOS-DIA TO WS-TOTAL-ANTICIPADA
           END-IF

           IF WS-MINUTOS-TRABAJADOS GREATER THAN WS-JORNADA-TURNO
              COMPUTE WS-MINUTOS-DIA = WS-MINUTOS-TRABAJADOS
                      - WS-JORNADA-TURNO
              ADD WS-MINUTOS-DIA TO WS-TOTAL-EXTRA
              ADD WS-JORNADA-TURNO TO WS-TOTAL-NORMAL
           ELSE
              ADD WS-MINUTOS-TRABAJADOS TO WS-TOTAL-NORMAL
           END-IF.
       2450-FIN.  EXIT.

       2500-ABRE-DIA.
           MOVE ORD-FECHA TO WS-FECHA-ANTERIOR
           MOVE ZEROS TO WS-MINUTOS-TRABAJADOS
           MOVE 'N' TO SW-ENTRADA-PENDIENTE
           MOVE 'S' TO SW-PRIMERA-ENTRADA
           MOVE ZEROS TO WS-PARES-DIA WS-ULTIMA-SALIDA
           PERFORM 2600-VALIDA-DIA-LABORABLE
           PERFORM 2750-TURNO-ESTANDAR
           IF DIAGRAMA-ABIERTO-OK
              PERFORM 2700-BUSCA-TURNO-DIA
              CALL 'SUMA-DIAS-FECHA'
                   USING ORD-FECHA WS-UN-DIA WS-FECHA-SIGUIENTE
           END-IF.
       2500-FIN.  EXIT.

       2600-VALIDA-DIA-LABORABLE.
           END-EVALUATE.
       2600-FIN.  EXIT.

      * -----------------------------------------------------------
      * ALINEA EL DIAGRAMA CON EL DIA QUE SE ABRE. LOS DIAS
      * DIAGRAMADOS QUE QUEDAN ATRAS SIN FICHADAS SON AUSENCIAS.
      * -----------------------------------------------------------
       2700-BUSCA-TURNO-DIA.
           MOVE ORD-LEGAJO TO WS-LLAVE-DIA-LEGAJO
           MOVE ORD-FECHA  TO WS-LLAVE-DIA-FECHA
           PERFORM 2710-AVANZA-DIAGRAMA
                   UNTIL FIN-DE-DIAGRAMA
                      OR DIAG-LLAVE NOT LESS THAN WS-LLAVE-DIA

           IF FIN-DE-DIAGRAMA
              OR DIAG-LLAVE NOT EQUAL WS-LLAVE-DIA
              GO TO 2700-FIN
           END-IF

           IF DIAG-ES-FRANCO
              MOVE 'F' TO SW-DIA-DIAGRAMADO
           ELSE
              MOVE DIAG-TURNO TO TURNO-LLAVE
              READ TURNOS
              IF WS-CODIGO-TURN EQUAL ZEROS
                 PERFORM 2760-CARGA-TURNO
              END-IF
           END-IF
           PERFORM 2720-LEE-DIAGRAMA.
       2700-FIN.  EXIT.

       2710-AVANZA-DIAGRAMA.
           IF DIAG-FECHA NOT LESS THAN WS-FECHA-MINIMA
              AND DIAG-FECHA NOT GREATER THAN WS-FECHA-MAXIMA
              AND NOT DIAG-ES-FRANCO
              MOVE DIAG-LEGAJO TO EXC-LEGAJO
              MOVE DIAG-FECHA  TO EXC-FECHA
              MOVE ZEROS       TO EXC-HORA
              MOVE 'AUSENTE SIN FICHADA' TO EXC-MOTIVO
              PERFORM 5000-ESCRIBE-EXCEPCION
           END-IF
           PERFORM 2720-LEE-DIAGRAMA.
       2710-FIN.  EXIT.

       2720-LEE-DIAGRAMA.
           READ DIAGRAMA-TURNOS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-DIAGRAMA
           END-READ.
       2720-FIN.  EXIT.

       2750-TURNO-ESTANDAR.
           MOVE 'N' TO SW-DIA-DIAGRAMADO
           MOVE WS-ENTRADA-ESTANDAR TO WS-ENTRADA-TURNO
           COMPUTE WS-SALIDA-TURNO = WS-ENTRADA-ESTANDAR
                   + WS-JORNADA-ESTANDAR
           MOVE ZEROS TO WS-DESCANSO-TURNO
           MOVE WS-JORNADA-ESTANDAR TO WS-JORNADA-TURNO.
       2750-FIN.  EXIT.

       2760-CARGA-TURNO.
           MOVE 'T' TO SW-DIA-DIAGRAMADO
           MOVE TURNO-HORA-ENTRADA TO WS-HORA-TURNO
           COMPUTE WS-ENTRADA-TURNO =
                   WS-HORA-TURNO-HH * 60 + WS-HORA-TURNO-MM
           MOVE TURNO-HORA-SALIDA TO WS-HORA-TURNO
           COMPUTE WS-SALIDA-TURNO =
                   WS-HORA-TURNO-HH * 60 + WS-HORA-TURNO-MM
           IF WS-SALIDA-TURNO NOT GREATER THAN WS-ENTRADA-TURNO
              ADD 1440 TO WS-SALIDA-TURNO
           END-IF
           MOVE TURNO-MINUTOS-DESCANSO TO WS-DESCANSO-TURNO
           COMPUTE WS-JORNADA-TURNO = WS-SALIDA-TURNO
                   - WS-ENTRADA-TURNO - WS-DESCANSO-TURNO.
       2760-FIN.  EXIT.

       3000-APAREA-FICHADA.
           IF DIA-DE-FRANCO
              MOVE ORD-LEGAJO TO EXC-LEGAJO
              MOVE ORD-FECHA  TO EXC-FECHA
              MOVE ORD-HORA   TO EXC-HORA
              MOVE 'FICHADA EN DIA DE FRANCO' TO EXC-MOTIVO
              PERFORM 5000-ESCRIBE-EXCEPCION
              GO TO 3000-FIN
           END-IF

           IF NOT DIA-VALIDO AND NOT DIA-CON-TURNO
              MOVE ORD-LEGAJO TO EXC-LEGAJO
              MOVE ORD-FECHA  TO EXC-FECHA
              MOVE ORD-HORA   TO EXC-HORA
                 MOVE ORD-HORA TO WS-HORA-ENTRADA
                 COMPUTE WS-MINUTOS-ENTRADA =
                         WS-HORA-HH * 60 + WS-HORA-MM
                 IF (ES-PRIMERA-ENTRADA OR NOT DIAGRAMA-ABIERTO-OK)
                    AND WS-MINUTOS-ENTRADA GREATER THAN
                        WS-ENTRADA-TURNO
                    COMPUTE WS-MINUTOS-DIA = WS-MINUTOS-ENTRADA
                            - WS-ENTRADA-TURNO
                    ADD WS-MINUTOS-DIA TO WS-TOTAL-TARDANZA
                 END-IF
                 MOVE 'N' TO SW-PRIMERA-ENTRADA
              WHEN ORD-SENTIDO EQUAL 'S'
                 IF NOT ENTRADA-PENDIENTE
                    MOVE ORD-LEGAJO TO EXC-LEGAJO
                 MOVE 'N' TO SW-ENTRADA-PENDIENTE
                 COMPUTE WS-MINUTOS-SALIDA =
                         WS-HORA-HH * 60 + WS-HORA-MM
                 IF SALIDA-DIA-SIGUIENTE
                    ADD 1440 TO WS-MINUTOS-SALIDA
                 END-IF
                 COMPUTE WS-MINUTOS-DIA = WS-MINUTOS-SALIDA
                         - WS-MINUTOS-ENTRADA
                 IF WS-MINUTOS-DIA GREATER THAN ZEROS
                    ADD WS-MINUTOS-DIA TO WS-MINUTOS-TRABAJADOS
                    ADD 1 TO WS-PARES-DIA
                    MOVE WS-MINUTOS-SALIDA TO WS-ULTIMA-SALIDA
                    IF DIAGRAMA-ABIERTO-OK
                       PERFORM 3100-CALCULA-NOCTURNAS
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE ORD-LEGAJO TO EXC-LEGAJO
           END-EVALUATE.
       3000-FIN.  EXIT.

      * -----------------------------------------------------------
      * MINUTOS DEL PAR ENTRADA-SALIDA QUE CAEN EN ALGUNA FRANJA
      * DEL HORARIO NOCTURNO.
      * -----------------------------------------------------------
       3100-CALCULA-NOCTURNAS.
           PERFORM 3110-CRUZA-FRANJA
                   VARYING WS-IND-NOCHE FROM 1 BY 1
                   UNTIL WS-IND-NOCHE GREATER THAN 3.
       3100-FIN.  EXIT.

       3110-CRUZA-FRANJA.
           MOVE WS-MINUTOS-ENTRADA TO WS-INICIO-CRUCE
           IF WS-NOCHE-DESDE(WS-IND-NOCHE) GREATER THAN
                 WS-INICIO-CRUCE
              MOVE WS-NOCHE-DESDE(WS-IND-NOCHE) TO WS-INICIO-CRUCE
           END-IF
           MOVE WS-MINUTOS-SALIDA TO WS-FIN-CRUCE
           IF WS-NOCHE-HASTA(WS-IND-NOCHE) LESS THAN WS-FIN-CRUCE
              MOVE WS-NOCHE-HASTA(WS-IND-NOCHE) TO WS-FIN-CRUCE
           END-IF
           IF WS-FIN-CRUCE GREATER THAN WS-INICIO-CRUCE
              COMPUTE WS-MINUTOS-DIA = WS-FIN-CRUCE
                      - WS-INICIO-CRUCE
              ADD WS-MINUTOS-DIA TO WS-TOTAL-NOCTURNA
           END-IF.
       3110-FIN.  EXIT.

      * -----------------------------------------------------------
      * AL CORTE DE LEGAJO SE EMITEN LOS CONCEPTOS APROBADOS: HEX
      * (HORAS EXTRA A VALOR HORA POR 1.5) Y TAR (TARDANZA COMO
      * DESCUENTO A VALOR HORA). VALOR HORA = SALARIO / 30 / 8,
      * SALVO EL JORNALIZADO, QUE TRAE EL SUYO DE
      * EMPLEADO-FRECUENCIA Y COBRA LAS HORAS NORMALES COMO HTR.
      * -----------------------------------------------------------
       4000-CIERRA-LEGAJO.
           PERFORM 2400-CIERRA-DIA

           COMPUTE WS-VALOR-HORA ROUNDED =
                   WS-EMP-SALARIO / 30 / 8
           PERFORM 4050-VALOR-HORA-JORNALIZADO

           MOVE WS-LEGAJO-ANTERIOR TO DET-LEGAJO
           MOVE WS-TOTAL-TARDANZA  TO DET-TARDANZA
           MOVE WS-TOTAL-EXTRA     TO DET-EXTRA
           WRITE REG-REPORTE FROM WS-DETALLE-LEGAJO
                 AFTER ADVANCING 1 LINE
           IF DIAGRAMA-ABIERTO-OK
              MOVE WS-TOTAL-ANTICIPADA   TO DET-ANTICIPADA
              MOVE WS-TOTAL-NOCTURNA     TO DET-NOCTURNA
              MOVE WS-TOTAL-NO-LABORABLE TO DET-NO-LABORABLE
              WRITE REG-REPORTE FROM WS-DETALLE-LEGAJO-2
                    AFTER ADVANCING 1 LINE
           END-IF

           IF WS-TOTAL-EXTRA GREATER THAN ZEROS
              COMPUTE WS-HORAS-CALCULO ROUNDED =
              WRITE REG-CONCEPTO-SALIDA
           END-IF

           IF LEGAJO-JORNALIZADO
              AND WS-TOTAL-NORMAL GREATER THAN ZEROS
              COMPUTE WS-HORAS-CALCULO ROUNDED =
                      WS-TOTAL-NORMAL / 60
              COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                      WS-HORAS-CALCULO * WS-VALOR-HORA
              MOVE WS-LEGAJO-ANTERIOR TO CONC-LEGAJO
              MOVE 'HTR' TO CONC-CODIGO
              MOVE 'HORAS TRABAJADAS'   TO CONC-DESCRIPCION
              MOVE '+' TO CONC-SIGNO
              MOVE WS-IMPORTE-CONCEPTO TO CONC-IMPORTE
              WRITE REG-CONCEPTO-SALIDA
           END-IF

           IF WS-TOTAL-TARDANZA GREATER THAN ZEROS
              AND NOT LEGAJO-JORNALIZADO
              COMPUTE WS-HORAS-CALCULO ROUNDED =
                      WS-TOTAL-TARDANZA / 60
              COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
              MOVE '-' TO CONC-SIGNO
              MOVE WS-IMPORTE-CONCEPTO TO CONC-IMPORTE
              WRITE REG-CONCEPTO-SALIDA
           END-IF

           IF DIAGRAMA-ABIERTO-OK
              PERFORM 4100-CONCEPTOS-TURNO
           END-IF.
       4000-FIN.  EXIT.

       4050-VALOR-HORA-JORNALIZADO.
           MOVE 'N' TO SW-JORNALIZADO
           IF NOT FRECUENCIAS-ABIERTAS-OK
              GO TO 4050-FIN
           END-IF

           MOVE WS-LEGAJO-ANTERIOR TO EMPFRC-LLAVE
           READ EMPLEADO-FRECUENCIA
           IF WS-CODIGO-EFRC NOT EQUAL ZEROS
              GO TO 4050-FIN
           END-IF
           IF EMPFRC-VALOR-HORA GREATER THAN ZEROS
              MOVE 'S' TO SW-JORNALIZADO
              MOVE EMPFRC-VALOR-HORA TO WS-VALOR-HORA
           END-IF.
       4050-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONCEPTOS QUE SOLO SURGEN DEL DIAGRAMA: SAN (SALIDA
      * ANTICIPADA A VALOR HORA), HNO (ADICIONAL DE 1/7 SOBRE LAS
      * HORAS NOCTURNAS) Y HFE (TRABAJO EN DIA NO LABORABLE AL
      * DOBLE DEL VALOR HORA).
      * -----------------------------------------------------------
       4100-CONCEPTOS-TURNO.
           MOVE WS-LEGAJO-ANTERIOR TO CONC-LEGAJO

           IF WS-TOTAL-ANTICIPADA GREATER THAN ZEROS
              AND NOT LEGAJO-JORNALIZADO
              COMPUTE WS-HORAS-CALCULO ROUNDED =
                      WS-TOTAL-ANTICIPADA / 60
              COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                      WS-HORAS-CALCULO * WS-VALOR-HORA
              MOVE 'SAN' TO CONC-CODIGO
              MOVE 'SALIDAS ANTICIPADAS' TO CONC-DESCRIPCION
              MOVE '-' TO CONC-SIGNO
              MOVE WS-IMPORTE-CONCEPTO TO CONC-IMPORTE
              WRITE REG-CONCEPTO-SALIDA
           END-IF

           IF WS-TOTAL-NOCTURNA GREATER THAN ZEROS
              COMPUTE WS-HORAS-CALCULO ROUNDED =
                      WS-TOTAL-NOCTURNA / 60
              COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                      WS-HORAS-CALCULO * WS-VALOR-HORA
                      * WS-RECARGO-NOCTURNO
              MOVE 'HNO' TO CONC-CODIGO
              MOVE 'ADICIONAL NOCTURNO' TO CONC-DESCRIPCION
              MOVE '+' TO CONC-SIGNO
              MOVE WS-IMPORTE-CONCEPTO TO CONC-IMPORTE
              WRITE REG-CONCEPTO-SALIDA
           END-IF

           IF WS-TOTAL-NO-LABORABLE GREATER THAN ZEROS
              COMPUTE WS-HORAS-CALCULO ROUNDED =
                      WS-TOTAL-NO-LABORABLE / 60
              COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                      WS-HORAS-CALCULO * WS-VALOR-HORA * 2
              MOVE 'HFE' TO CONC-CODIGO
              MOVE 'TRABAJO NO LABORABLE' TO CONC-DESCRIPCION
              MOVE '+' TO CONC-SIGNO
              MOVE WS-IMPORTE-CONCEPTO TO CONC-IMPORTE
              WRITE REG-CONCEPTO-SALIDA
           END-IF.
       4100-FIN.  EXIT.

       5000-ESCRIBE-EXCEPCION.
           ADD 1 TO WS-CONTADOR-EXCEPCIONES
           WRITE REG-REPORTE FROM WS-DETALLE-EXCEPCION
