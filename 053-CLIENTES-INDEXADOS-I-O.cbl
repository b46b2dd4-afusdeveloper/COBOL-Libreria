       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  MARCAS DE AVISOS EXCLUIDOS POR EL CLIENTE
      *                    (CPCLI01 PASA DE 171 A 176); SE EXTIENDE EL
      *                    AREA DE LINKAGE.
      *   15/10/2026  AMF  DATOS DE CONOZCA A SU CLIENTE Y MARCA DE
      *                    RESTRICCION POR REVISION VENCIDA (CPCLI01
      *                    PASA DE 118 A 171); SE EXTIENDE EL AREA DE
      *                    LINKAGE.
      *   15/10/2026  AMF  RESIDENCIA DEL CLIENTE (CPCLI01 PASA DE
      *                    117 A 118); SE EXTIENDE EL AREA DE
      *                    LINKAGE.
      *   15/10/2026  AMF  SALDO DE PUNTOS DEL CLIENTE (CPCLI01 PASA
      *                    DE 110 A 117); SE EXTIENDE EL AREA DE
      *                    LINKAGE.
      *   15/10/2026  AMF  LISTA DE PRECIOS ASIGNADA AL CLIENTE
      *                    (CPCLI01 PASA DE 106 A 110); SE EXTIENDE
      *                    EL AREA DE LINKAGE.
      *   15/10/2026  AMF  LIMITE DE CREDITO Y MARCA DE RETENCION
      *                    POR CREDITO EN EL CLIENTE (CPCLI01 PASA
      *                    DE 94 A 106); SE EXTIENDE EL AREA DE
      *                    LINKAGE.
      *   22/08/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA DE
      *                    MANTENIMIENTO DEL MAESTRO INDEXADO CLIENTES
      *                    (TITULARES DE CUENTAS, LLAVE = DOCUMENTO),
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           RECORD CONTAINS 176 CHARACTERS
           DATA RECORD IS REG-CLIENTE.
           COPY CPCLI01.

           05 LK-CLI-DIRECCION          PIC X(35).
           05 LK-CLI-TELEFONO           PIC X(15).
           05 LK-CLI-ESTADO             PIC X(01).
           05 LK-CLI-LIMITE-CREDITO     PIC 9(09)V99.
           05 LK-CLI-BLOQUEO-CREDITO    PIC X(01).
           05 LK-CLI-LISTA-PRECIOS      PIC X(04).
           05 LK-CLI-PUNTOS-SALDO       PIC S9(07).
           05 LK-CLI-RESIDENCIA         PIC X(01).
           05 LK-CLI-CUIT               PIC 9(11).
           05 LK-CLI-FECHA-NACIMIENTO   PIC 9(08).
           05 LK-CLI-NACIONALIDAD       PIC X(03).
           05 LK-CLI-OCUPACION          PIC X(20).
           05 LK-CLI-PEP                PIC X(01).
           05 LK-CLI-RIESGO             PIC X(01).
           05 LK-CLI-FECHA-REVISION-KYC PIC 9(08).
           05 LK-CLI-RESTRICCION-KYC    PIC X(01).
           05 LK-CLI-AVISOS-EXCLUIDOS   PIC X(05).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-LLAVE-HASTA
