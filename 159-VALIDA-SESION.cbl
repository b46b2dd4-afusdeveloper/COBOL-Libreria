       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  IMAGEN DEL USUARIO A 21 POSICIONES (CPUSUA01
      *                    AGREGA LA MARCA DE APROBADOR).
      *   02/09/2026  AMF  VERSION ORIGINAL. VALIDACION DE INGRESO DE
      *                    LOS PROGRAMAS EN LINEA CONTRA EL MAESTRO
      *                    USUARIOS (CPUSUA01): VERIFICA USUARIO,
           05 WS-USUA-NIVEL-AUX         PIC X(01).
           05 WS-USUA-ESTADO-AUX        PIC X(01).
           05 WS-USUA-INTENTOS-AUX      PIC 9(02).
           05 WS-USUA-APROBADOR-AUX     PIC X(01).
       01  WS-CODIGO-USU                PIC X(02).
       01  WS-EVENTO                    PIC X(20).
       01  WS-INTENTOS-MAXIMOS          PIC 9(02) VALUE 3.
