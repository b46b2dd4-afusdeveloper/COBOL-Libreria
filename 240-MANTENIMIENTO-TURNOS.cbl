       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MANTENIMIENTO-TURNOS.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. MANTENIMIENTO POR LOTE
      *                    DEL MAESTRO DE TURNOS DE TRABAJO
      *                    (TURNOS-I-O, CPTURN01), CON EL MISMO
      *                    ESQUEMA A/C/B DE MANTENIMIENTO-CONVENIOS:
      *                    EL ALTA Y EL CAMBIO VALIDAN CODIGO
      *                    INFORMADO, HORAS NUMERICAS Y UN DESCANSO
      *                    MENOR QUE LA DURACION DEL TURNO; LA HORA
      *                    HHMM Y LA MARCA DE NOCTURNO LAS VALIDA EL
      *                    SUBPROGRAMA. RECHAZOS LISTADOS Y
      *                    RETURN-CODE 4.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-TURNOS ASSIGN TO UT-S-TRANSTUR
                  FILE STATUS IS WS-CODIGO-TRANS.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-TURNOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-TRANS-TURNO.
       01  REG-TRANS-TURNO.
           05 TRTU-TIPO                 PIC X(01).
              88 TRTU-ES-ALTA                       VALUE 'A'.
              88 TRTU-ES-CAMBIO                     VALUE 'C'.
              88 TRTU-ES-BAJA                       VALUE 'B'.
           05 TRTU-LLAVE                PIC X(03).
           05 TRTU-DESCRIPCION          PIC X(20).
           05 TRTU-HORA-ENTRADA.
              10 TRTU-ENTRADA-HH        PIC 9(02).
              10 TRTU-ENTRADA-MM        PIC 9(02).
           05 TRTU-HORA-SALIDA.
              10 TRTU-SALIDA-HH         PIC 9(02).
              10 TRTU-SALIDA-MM         PIC 9(02).
           05 TRTU-MINUTOS-DESCANSO     PIC 9(03).
           05 TRTU-NOCTURNO             PIC X(01).
           05 FILLER                    PIC X(44).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 FILLER                    PIC X(36)
              VALUE 'MANTENIMIENTO DE TURNOS'.
           05 FILLER                    PIC X(22) VALUE SPACES.

       01  WS-DETALLE.
           05 DET-TIPO                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-TURNO                 PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-ENTRADA               PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-SALIDA                PIC 9(04).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 DET-RESULTADO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DET-MENSAJE               PIC X(30).

       01  WS-LINEA-RESUMEN.
           05 FILLER                    PIC X(25)
              VALUE 'TRANSACCIONES LEIDAS:'.
           05 RES-LEIDAS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'APLICADAS:'.
           05 RES-APLICADAS             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(12)
              VALUE 'RECHAZADAS:'.
           05 RES-RECHAZADAS            PIC ZZ,ZZ9.

       01  WS-CODIGO-TRANS              PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-TRANS                 PIC X(01) VALUE 'N'.
           88 FIN-DE-TRANS                         VALUE 'S'.
       01  SW-TRANS-INVALIDA            PIC X(01).
           88 TRANS-INVALIDA                       VALUE 'S'.

       01  WS-USUARIO-TUR               PIC X(08) VALUE 'MANTTURN'.
       01  WS-MINUTOS-ENTRADA           PIC 9(05).
       01  WS-MINUTOS-SALIDA            PIC 9(05).
       01  WS-DURACION-TURNO            PIC 9(05).

       01  WS-FUNCION-TUR               PIC X(02).
       01  WS-LLAVE-TUR                 PIC X(03).
       01  WS-REG-TURNO-AUX.
           05 WS-TURNO-LLAVE-AUX        PIC X(03).
           05 WS-TURNO-DESCRIP-AUX      PIC X(20).
           05 WS-TURNO-ENTRADA-AUX      PIC 9(04).
           05 WS-TURNO-SALIDA-AUX       PIC 9(04).
           05 WS-TURNO-DESCANSO-AUX     PIC 9(03).
           05 WS-TURNO-NOCTURNO-AUX     PIC X(01).
       01  WS-CODIGO-TUR                PIC X(02).

       01  WS-CONTADOR-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-APLICADAS        PIC 9(05) VALUE ZEROS.
       01  WS-CONTADOR-RECHAZADAS       PIC 9(05) VALUE ZEROS.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'MANT-TURNOS'.
       01  WS-STAT-LEIDOS               PIC 9(07).
       01  WS-STAT-APLICADAS            PIC 9(07).
       01  WS-STAT-RECHAZADAS           PIC 9(07).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESA-TRANSACCION UNTIL FIN-DE-TRANS
           PERFORM 9000-TERMINA
           GOBACK.
       0000-FIN.  EXIT.

       1000-INICIALIZA.
           OPEN INPUT TRANS-TURNOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE

           MOVE 'AB' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-TUR
                      WS-REG-TURNO-AUX WS-CODIGO-TUR

           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       1000-FIN.  EXIT.

       1010-LEE-SIGUIENTE-TRANS.
           READ TRANS-TURNOS
              AT END MOVE 'S' TO SW-FIN-TRANS
           END-READ
           IF NOT FIN-DE-TRANS
              ADD 1 TO WS-CONTADOR-LEIDAS
           END-IF.
       1010-FIN.  EXIT.

       2000-PROCESA-TRANSACCION.
           MOVE TRTU-TIPO         TO DET-TIPO
           MOVE TRTU-LLAVE        TO DET-TURNO
           MOVE TRTU-HORA-ENTRADA TO DET-ENTRADA
           MOVE TRTU-HORA-SALIDA  TO DET-SALIDA
           MOVE TRTU-LLAVE        TO WS-LLAVE-TUR

           EVALUATE TRUE
              WHEN TRTU-ES-ALTA
                 PERFORM 2010-APLICA-ALTA
              WHEN TRTU-ES-CAMBIO
                 PERFORM 2020-APLICA-CAMBIO
              WHEN TRTU-ES-BAJA
                 PERFORM 2030-APLICA-BAJA
              WHEN OTHER
                 MOVE 'RECHAZADA' TO DET-RESULTADO
                 MOVE 'TIPO DE TRANSACCION INVALIDO' TO DET-MENSAJE
                 ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-EVALUATE

           WRITE REG-REPORTE FROM WS-DETALLE AFTER ADVANCING 1 LINE
           PERFORM 1010-LEE-SIGUIENTE-TRANS.
       2000-FIN.  EXIT.

      * -----------------------------------------------------------
      * VALIDACIONES COMUNES DE ALTA Y CAMBIO: CODIGO INFORMADO,
      * HORAS NUMERICAS Y DESCANSO MENOR QUE EL TURNO. EL TURNO
      * CUYA SALIDA ES MENOR QUE LA ENTRADA TERMINA AL OTRO DIA.
      * -----------------------------------------------------------
       2005-VALIDA-TRANSACCION.
           MOVE 'N' TO SW-TRANS-INVALIDA

           IF TRTU-LLAVE EQUAL SPACES
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'CODIGO DE TURNO EN BLANCO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           IF TRTU-HORA-ENTRADA NOT NUMERIC
              OR TRTU-HORA-SALIDA NOT NUMERIC
              OR TRTU-MINUTOS-DESCANSO NOT NUMERIC
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'HORARIO NO NUMERICO' TO DET-MENSAJE
              GO TO 2005-FIN
           END-IF

           COMPUTE WS-MINUTOS-ENTRADA =
                   TRTU-ENTRADA-HH * 60 + TRTU-ENTRADA-MM
           COMPUTE WS-MINUTOS-SALIDA =
                   TRTU-SALIDA-HH * 60 + TRTU-SALIDA-MM
           IF WS-MINUTOS-SALIDA GREATER THAN WS-MINUTOS-ENTRADA
              COMPUTE WS-DURACION-TURNO = WS-MINUTOS-SALIDA
                      - WS-MINUTOS-ENTRADA
           ELSE
              COMPUTE WS-DURACION-TURNO = WS-MINUTOS-SALIDA + 1440
                      - WS-MINUTOS-ENTRADA
           END-IF
           IF TRTU-MINUTOS-DESCANSO NOT LESS THAN WS-DURACION-TURNO
              MOVE 'S' TO SW-TRANS-INVALIDA
              MOVE 'DESCANSO MAYOR QUE EL TURNO' TO DET-MENSAJE
           END-IF.
       2005-FIN.  EXIT.

       2010-APLICA-ALTA.
           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2010-FIN
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           MOVE 'AL' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-TUR
                      WS-REG-TURNO-AUX WS-CODIGO-TUR
           PERFORM 2060-EVALUA-RESULTADO.
       2010-FIN.  EXIT.

       2020-APLICA-CAMBIO.
           PERFORM 2005-VALIDA-TRANSACCION
           IF TRANS-INVALIDA
              MOVE 'RECHAZADA' TO DET-RESULTADO
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           MOVE 'LE' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-TUR
                      WS-REG-TURNO-AUX WS-CODIGO-TUR
           IF WS-CODIGO-TUR NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TURNO INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2020-FIN
           END-IF

           PERFORM 2050-ARMA-REGISTRO
           MOVE 'CA' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-TUR
                      WS-REG-TURNO-AUX WS-CODIGO-TUR
           PERFORM 2060-EVALUA-RESULTADO.
       2020-FIN.  EXIT.

       2030-APLICA-BAJA.
           MOVE 'BJ' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-TUR
                      WS-REG-TURNO-AUX WS-CODIGO-TUR
           IF WS-CODIGO-TUR NOT EQUAL ZEROS
              MOVE 'RECHAZADA' TO DET-RESULTADO
              MOVE 'TURNO INEXISTENTE' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-RECHAZADAS
              GO TO 2030-FIN
           END-IF

           MOVE 'APLICADA' TO DET-RESULTADO
           MOVE 'TURNO ELIMINADO' TO DET-MENSAJE
           ADD 1 TO WS-CONTADOR-APLICADAS.
       2030-FIN.  EXIT.

       2050-ARMA-REGISTRO.
           MOVE TRTU-LLAVE            TO WS-TURNO-LLAVE-AUX
           MOVE TRTU-DESCRIPCION      TO WS-TURNO-DESCRIP-AUX
           MOVE TRTU-HORA-ENTRADA     TO WS-TURNO-ENTRADA-AUX
           MOVE TRTU-HORA-SALIDA      TO WS-TURNO-SALIDA-AUX
           MOVE TRTU-MINUTOS-DESCANSO TO WS-TURNO-DESCANSO-AUX
           MOVE TRTU-NOCTURNO         TO WS-TURNO-NOCTURNO-AUX.
       2050-FIN.  EXIT.

       2060-EVALUA-RESULTADO.
           IF WS-CODIGO-TUR EQUAL ZEROS
              MOVE 'APLICADA' TO DET-RESULTADO
              MOVE 'TURNO REGISTRADO' TO DET-MENSAJE
              ADD 1 TO WS-CONTADOR-APLICADAS
           ELSE
              MOVE 'RECHAZADA' TO DET-RESULTADO
              IF WS-CODIGO-TUR EQUAL 'HT'
                 MOVE 'HORARIO DE TURNO INVALIDO' TO DET-MENSAJE
              ELSE
                 MOVE 'RECHAZADA, VER FILE STATUS' TO DET-MENSAJE
              END-IF
              ADD 1 TO WS-CONTADOR-RECHAZADAS
           END-IF.
       2060-FIN.  EXIT.

       9000-TERMINA.
           MOVE 'CI' TO WS-FUNCION-TUR
           CALL 'TURNOS-I-O'
                USING WS-FUNCION-TUR WS-LLAVE-TUR WS-USUARIO-TUR
                      WS-REG-TURNO-AUX WS-CODIGO-TUR

           MOVE WS-CONTADOR-LEIDAS     TO RES-LEIDAS
           MOVE WS-CONTADOR-APLICADAS  TO RES-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO RES-RECHAZADAS
           WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
                 AFTER ADVANCING 2 LINES

           MOVE WS-CONTADOR-LEIDAS     TO WS-STAT-LEIDOS
           MOVE WS-CONTADOR-APLICADAS  TO WS-STAT-APLICADAS
           MOVE WS-CONTADOR-RECHAZADAS TO WS-STAT-RECHAZADAS
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-APLICADAS WS-STAT-RECHAZADAS

           IF WS-CONTADOR-RECHAZADAS GREATER THAN ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TRANS-TURNOS REPORTE.
       9000-FIN.  EXIT.
      * ---------------------------------------------------------------
