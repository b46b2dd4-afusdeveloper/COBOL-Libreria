       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  REGISTRO A 21 POSICIONES: USUA-APROBADOR
      *                    (MARCA DE APROBADOR DE CAMBIOS PENDIENTES
      *                    DE DOBLE FIRMA, CPUSUA01).
      *   02/09/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    USUARIOS (CPUSUA01): UN REGISTRO POR
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS REG-USUARIO.
           COPY CPUSUA01.

           05 WS-USUA-NIVEL            PIC X(01).
           05 WS-USUA-ESTADO           PIC X(01).
           05 WS-USUA-INTENTOS         PIC 9(02).
           05 WS-USUA-APROBADOR        PIC X(01).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC X(08).
           05 LK-USUA-NIVEL             PIC X(01).
           05 LK-USUA-ESTADO            PIC X(01).
           05 LK-USUA-INTENTOS          PIC 9(02).
           05 LK-USUA-APROBADOR         PIC X(01).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
