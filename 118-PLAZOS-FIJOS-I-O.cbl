       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD PLAZOS-FIJOS A 80 CARACTERES (CPPLZF01
      *                    AGREGA LA MONEDA DEL CERTIFICADO).
      *   02/09/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO
      *                    PLAZOS-FIJOS (CPPLZF01, LLAVE =
       DATA DIVISION.
       FILE SECTION.
       FD  PLAZOS-FIJOS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PLAZO-FIJO.
           COPY CPPLZF01.

           05 WS-PLZF-INTERES-ACUM     PIC 9(11)V99.
           05 WS-PLZF-RENOVACION       PIC X(01).
           05 WS-PLZF-ESTADO           PIC X(01).
           05 WS-PLZF-MONEDA           PIC X(03).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-LLAVE                     PIC 9(08).
           05 LK-PLZF-INTERES-ACUM      PIC 9(11)V99.
           05 LK-PLZF-RENOVACION        PIC X(01).
           05 LK-PLZF-ESTADO            PIC X(01).
           05 LK-PLZF-MONEDA            PIC X(03).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
