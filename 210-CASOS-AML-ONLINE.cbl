       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CASOS-AML-ONLINE.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. BANDEJA EN LINEA DEL
      *                    OFICIAL DE CUMPLIMIENTO SOBRE ALERTAS-AML:
      *                    INGRESO CON USUARIO Y CLAVE VIA
      *                    VALIDA-SESION, COMO CAJA-ONLINE. OPCION 1
      *                    LISTA LAS ALERTAS ABIERTAS (PENDIENTES Y EN
      *                    INVESTIGACION) DESDE UNA FECHA; OPCION 2
      *                    (NIVEL DE OPERACION) TRABAJA LAS ALERTAS DE
      *                    UNA CUENTA EN UN DIA: PASA CADA UNA A EN
      *                    INVESTIGACION, DESCARTADA O CONFIRMADA CON
      *                    UNA OBSERVACION. LA CONFIRMADA SALE EN EL
      *                    PROXIMO EXTRACTO DE OPERACIONES
      *                    SOSPECHOSAS; LA YA REPORTADA NO SE TOCA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
      * ---------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-USUARIO-TERMINAL          PIC X(08).
       01  WS-PASSWORD-TERMINAL         PIC X(08).
       01  WS-NIVEL-SESION              PIC X(01).
       01  WS-CODIGO-SESION             PIC X(02).
       01  WS-INTENTOS-SIGNON           PIC 9(01) VALUE ZEROS.
       01  WS-NOMBRE-ONLINE             PIC X(08) VALUE 'CASOSAML'.
       01  WS-EVENTO-SEG                PIC X(20).
       01  SW-SESION-VALIDA             PIC X(01) VALUE 'N'.
           88 SESION-VALIDA                        VALUE 'S'.

       01  WS-FUNCION-ALE               PIC X(02).
       01  WS-LLAVE-ALE.
           05 WS-LLAVE-ALE-FECHA        PIC 9(08).
           05 WS-LLAVE-ALE-CUENTA       PIC 9(07).
           05 WS-LLAVE-ALE-RESTO        PIC X(12).
       01  WS-LLAVE-HASTA-ALE.
           05 WS-HASTA-ALE-FECHA        PIC 9(08).
           05 WS-HASTA-ALE-CUENTA       PIC 9(07).
           05 WS-HASTA-ALE-RESTO        PIC X(12).
       01  WS-REG-ALERTA-AUX.
           05 WS-ALE-LLAVE-AUX.
              10 WS-ALE-FECHA-AUX       PIC 9(08).
              10 WS-ALE-CUENTA-AUX      PIC 9(07).
              10 WS-ALE-HORA-AUX        PIC 9(08).
              10 WS-ALE-REGLA-AUX       PIC X(04).
           05 WS-ALE-ORIGEN-AUX         PIC X(08).
           05 WS-ALE-TIPO-MOV-AUX       PIC X(06).
           05 WS-ALE-IMPORTE-AUX        PIC 9(11)V99.
           05 WS-ALE-ACUMULADO-AUX      PIC 9(11)V99.
           05 WS-ALE-CANTIDAD-AUX       PIC 9(03).
           05 WS-ALE-TITULAR-AUX        PIC 9(08).
           05 WS-ALE-ESTADO-AUX         PIC X(01).
              88 WS-ALE-ABIERTA-AUX              VALUE 'P' 'I'.
              88 WS-ALE-REPORTADA-AUX            VALUE 'R'.
           05 WS-ALE-FECHA-ESTADO-AUX   PIC 9(08).
           05 WS-ALE-OFICIAL-AUX        PIC X(08).
           05 WS-ALE-OBSERVACION-AUX    PIC X(40).
           05 WS-ALE-FECHA-REPORTE-AUX  PIC 9(08).
       01  WS-CODIGO-ALE                PIC X(02).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-OPCION                    PIC X(01).
           88 OPCION-LISTA-ABIERTAS               VALUE '1'.
           88 OPCION-TRABAJA-CASO                 VALUE '2'.
           88 OPCION-SALIR                        VALUE '9'.
       01  WS-FECHA-ENTRADA             PIC 9(08).
       01  WS-CUENTA-ENTRADA            PIC 9(07).
       01  WS-ESTADO-ENTRADA            PIC X(01).
           88 ESTADO-ENTRADA-VALIDO               VALUE 'I' 'D' 'C'.
       01  WS-OBSERVACION-ENTRADA       PIC X(40).
       01  WS-RESPUESTA                 PIC X(01).
       01  SW-FIN-SESION                PIC X(01) VALUE 'N'.
           88 FIN-DE-SESION                        VALUE 'S'.
       01  SW-FIN-LISTA                 PIC X(01).
           88 FIN-DE-LISTA                         VALUE 'S'.

       01  WS-IMPORTE-EDITADO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CONTADOR-LISTADAS         PIC 9(05).
       01  WS-CONTADOR-CAMBIADAS        PIC 9(05).
       01  WS-PANTALLAS                 PIC 9(05).
       01  WS-RESTO-PANTALLA            PIC 9(02).

       01  WS-LINEA-ALERTA.
           05 LIN-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-CUENTA                PIC 9(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-HORA                  PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-REGLA                 PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-TIPO                  PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-IMPORTE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LIN-ESTADO                PIC X(01).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           DISPLAY 'CASOS DE PREVENCION DE LAVADO DE DINERO'
           PERFORM 0100-SIGNON
                   UNTIL SESION-VALIDA OR
                         WS-INTENTOS-SIGNON NOT LESS THAN 3
           IF NOT SESION-VALIDA
              DISPLAY 'ACCESO DENEGADO'
              GOBACK
           END-IF

           MOVE 'AB' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE
           IF WS-CODIGO-ALE NOT EQUAL ZEROS
              DISPLAY 'ALERTAS-AML NO DISPONIBLE'
              GOBACK
           END-IF

           PERFORM 1000-ATIENDE-PEDIDO UNTIL FIN-DE-SESION

           MOVE 'CI' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE

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
           DISPLAY '1=ALERTAS ABIERTAS 2=TRABAJA CASO 9=SALIR'
           DISPLAY 'OPCION: ' WITH NO ADVANCING
           ACCEPT WS-OPCION

           EVALUATE TRUE
              WHEN OPCION-LISTA-ABIERTAS
                 PERFORM 2000-LISTA-ABIERTAS
              WHEN OPCION-TRABAJA-CASO
                 IF WS-NIVEL-SESION EQUAL 'O'
                    PERFORM 3000-TRABAJA-CASO
                 ELSE
                    DISPLAY 'NO AUTORIZADO: SU NIVEL ES DE '
                            'CONSULTA'
                    MOVE 'PERMISO DENEGADO' TO WS-EVENTO-SEG
                    CALL 'REGISTRA-EVENTO-SEGURIDAD'
                         USING WS-NOMBRE-ONLINE
                               WS-USUARIO-TERMINAL WS-EVENTO-SEG
                 END-IF
              WHEN OPCION-SALIR
                 MOVE 'S' TO SW-FIN-SESION
              WHEN OTHER
                 DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
       1000-FIN.  EXIT.

      * -----------------------------------------------------------
      * LISTA LAS ALERTAS PENDIENTES Y EN INVESTIGACION DESDE LA
      * FECHA PEDIDA, DE A UNA PANTALLA DE 15 LINEAS.
      * -----------------------------------------------------------
       2000-LISTA-ABIERTAS.
           DISPLAY 'DESDE FECHA (AAAAMMDD, 0 = TODAS): '
                   WITH NO ADVANCING
           ACCEPT WS-FECHA-ENTRADA

           MOVE WS-FECHA-ENTRADA TO WS-LLAVE-ALE-FECHA
           MOVE ZEROS            TO WS-LLAVE-ALE-CUENTA
           MOVE LOW-VALUES       TO WS-LLAVE-ALE-RESTO
           MOVE HIGH-VALUES      TO WS-LLAVE-HASTA-ALE
           MOVE ZEROS TO WS-CONTADOR-LISTADAS
           MOVE 'N'   TO SW-FIN-LISTA

           DISPLAY 'FECHA    CUENTA  HORA     REGL TIPO  '
                   '          IMPORTE E'
           MOVE 'RI' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE

           PERFORM 2100-MUESTRA-SI-ABIERTA
                   UNTIL WS-CODIGO-ALE NOT EQUAL ZEROS
                      OR FIN-DE-LISTA

           DISPLAY 'ALERTAS ABIERTAS LISTADAS: ' WS-CONTADOR-LISTADAS.
       2000-FIN.  EXIT.

       2100-MUESTRA-SI-ABIERTA.
           IF WS-ALE-ABIERTA-AUX
              PERFORM 2200-MUESTRA-LINEA
              ADD 1 TO WS-CONTADOR-LISTADAS
              DIVIDE WS-CONTADOR-LISTADAS BY 15
                     GIVING WS-PANTALLAS REMAINDER WS-RESTO-PANTALLA
              IF WS-RESTO-PANTALLA EQUAL ZEROS
                 DISPLAY 'SIGUIENTE PANTALLA (S/N): '
                         WITH NO ADVANCING
                 ACCEPT WS-RESPUESTA
                 IF WS-RESPUESTA NOT EQUAL 'S'
                    MOVE 'S' TO SW-FIN-LISTA
                    GO TO 2100-FIN
                 END-IF
              END-IF
           END-IF

           MOVE 'RS' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE.
       2100-FIN.  EXIT.

       2200-MUESTRA-LINEA.
           MOVE WS-ALE-FECHA-AUX    TO LIN-FECHA
           MOVE WS-ALE-CUENTA-AUX   TO LIN-CUENTA
           MOVE WS-ALE-HORA-AUX     TO LIN-HORA
           MOVE WS-ALE-REGLA-AUX    TO LIN-REGLA
           MOVE WS-ALE-TIPO-MOV-AUX TO LIN-TIPO
           MOVE WS-ALE-IMPORTE-AUX  TO LIN-IMPORTE
           MOVE WS-ALE-ESTADO-AUX   TO LIN-ESTADO
           DISPLAY WS-LINEA-ALERTA.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * TRABAJA LAS ALERTAS DE UNA CUENTA EN UN DIA, UNA POR UNA.
      * ESTADO EN BLANCO DEJA LA ALERTA COMO ESTABA.
      * -----------------------------------------------------------
       3000-TRABAJA-CASO.
           DISPLAY 'FECHA DE LA ALERTA (AAAAMMDD): ' WITH NO ADVANCING
           ACCEPT WS-FECHA-ENTRADA
           DISPLAY 'CUENTA: ' WITH NO ADVANCING
           ACCEPT WS-CUENTA-ENTRADA

           MOVE WS-FECHA-ENTRADA  TO WS-LLAVE-ALE-FECHA
                                     WS-HASTA-ALE-FECHA
           MOVE WS-CUENTA-ENTRADA TO WS-LLAVE-ALE-CUENTA
                                     WS-HASTA-ALE-CUENTA
           MOVE LOW-VALUES        TO WS-LLAVE-ALE-RESTO
           MOVE HIGH-VALUES       TO WS-HASTA-ALE-RESTO
           MOVE ZEROS TO WS-CONTADOR-LISTADAS WS-CONTADOR-CAMBIADAS

           MOVE 'RI' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE

           PERFORM 3100-TRABAJA-ALERTA
                   UNTIL WS-CODIGO-ALE NOT EQUAL ZEROS

           IF WS-CONTADOR-LISTADAS EQUAL ZEROS
              DISPLAY 'NO HAY ALERTAS PARA ESA CUENTA Y FECHA'
           ELSE
              DISPLAY 'ALERTAS ACTUALIZADAS: ' WS-CONTADOR-CAMBIADAS
           END-IF.
       3000-FIN.  EXIT.

       3100-TRABAJA-ALERTA.
           ADD 1 TO WS-CONTADOR-LISTADAS
           PERFORM 2200-MUESTRA-LINEA
           DISPLAY 'ORIGEN: ' WS-ALE-ORIGEN-AUX
                   '  TITULAR: ' WS-ALE-TITULAR-AUX
           IF WS-ALE-REGLA-AUX EQUAL 'ACUM'
              MOVE WS-ALE-ACUMULADO-AUX TO WS-IMPORTE-EDITADO
              DISPLAY 'ACUMULADO: ' WS-IMPORTE-EDITADO
                      '  DEPOSITOS: ' WS-ALE-CANTIDAD-AUX
           END-IF
           DISPLAY 'ULTIMO CAMBIO: ' WS-ALE-FECHA-ESTADO-AUX
                   ' ' WS-ALE-OFICIAL-AUX ' ' WS-ALE-OBSERVACION-AUX

           IF WS-ALE-REPORTADA-AUX
              DISPLAY 'YA REPORTADA EL ' WS-ALE-FECHA-REPORTE-AUX
                      ', NO SE PUEDE MODIFICAR'
           ELSE
              PERFORM 3200-CAMBIA-ESTADO
           END-IF

           MOVE 'RS' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE.
       3100-FIN.  EXIT.

       3200-CAMBIA-ESTADO.
           DISPLAY 'NUEVO ESTADO (I=INVESTIGA D=DESCARTA '
                   'C=CONFIRMA, BLANCO=SIN CAMBIO): '
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ESTADO-ENTRADA
           ACCEPT WS-ESTADO-ENTRADA
           IF WS-ESTADO-ENTRADA EQUAL SPACES
              GO TO 3200-FIN
           END-IF
           IF NOT ESTADO-ENTRADA-VALIDO
              DISPLAY 'ESTADO INVALIDO, LA ALERTA NO CAMBIA'
              GO TO 3200-FIN
           END-IF

           DISPLAY 'OBSERVACION: ' WITH NO ADVANCING
           MOVE SPACES TO WS-OBSERVACION-ENTRADA
           ACCEPT WS-OBSERVACION-ENTRADA

           MOVE WS-ESTADO-ENTRADA   TO WS-ALE-ESTADO-AUX
           MOVE WS-FECHA-HOY        TO WS-ALE-FECHA-ESTADO-AUX
           MOVE WS-USUARIO-TERMINAL TO WS-ALE-OFICIAL-AUX
           IF WS-OBSERVACION-ENTRADA NOT EQUAL SPACES
              MOVE WS-OBSERVACION-ENTRADA TO WS-ALE-OBSERVACION-AUX
           END-IF

           MOVE WS-ALE-LLAVE-AUX TO WS-LLAVE-ALE
           MOVE 'CA' TO WS-FUNCION-ALE
           CALL 'ALERTAS-AML-I-O'
                USING WS-FUNCION-ALE WS-LLAVE-ALE WS-LLAVE-HASTA-ALE
                      WS-USUARIO-TERMINAL WS-REG-ALERTA-AUX
                      WS-CODIGO-ALE
           IF WS-CODIGO-ALE EQUAL ZEROS
              ADD 1 TO WS-CONTADOR-CAMBIADAS
              DISPLAY 'ALERTA ACTUALIZADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR - STATUS: ' WS-CODIGO-ALE
           END-IF.
       3200-FIN.  EXIT.
      * ---------------------------------------------------------------
