       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD CLIENTES A 176 CARACTERES (CPCLI01
      *                    AGREGA LAS MARCAS DE AVISOS EXCLUIDOS).
      *   15/10/2026  AMF  FD NOMINA-DETALLE A 40 CARACTERES
      *                    (CPNOMDET AGREGA LA RETENCION DE GANANCIAS
      *                    DEL PERIODO).
      *   15/10/2026  AMF  FD CLIENTES A 171 CARACTERES (CPCLI01
      *                    AGREGA LOS DATOS DE CONOZCA A SU CLIENTE).
      *   15/10/2026  AMF  FD ARCHIVO-SALDOS A 105 CARACTERES
      *                    (CPSALDO1 AGREGA LA MONEDA DE LA CUENTA).
      *   15/10/2026  AMF  FD CLIENTES A 118 CARACTERES (CPCLI01
      *                    AGREGA LA RESIDENCIA DEL CLIENTE).
      *   15/10/2026  AMF  FD ARCHIVO-SALDOS A 102 CARACTERES
      *                    (CPSALDO1 AGREGA LA FECHA DE CIERRE DE LA
      *                    CUENTA).
      *   15/10/2026  AMF  FD ARCHIVO-SALDOS A 94 CARACTERES (CPSALDO1
      *                    AGREGA LOS FONDOS RETENIDOS POR CHEQUES
      *                    EN CLEARING).
      *   15/10/2026  AMF  FD CLIENTES A 117 CARACTERES (CPCLI01
      *                    AGREGA EL SALDO DE PUNTOS DEL CLIENTE).
      *   15/10/2026  AMF  FD ARTICULOS A 76 CARACTERES (CPART01
      *                    AGREGA FAMILIA Y SUBFAMILIA).
      *   15/10/2026  AMF  FD CLIENTES A 110 CARACTERES (CPCLI01
      *                    AGREGA LA LISTA DE PRECIOS DEL CLIENTE).
      *   15/10/2026  AMF  FD CLIENTES A 106 CARACTERES (CPCLI01
      *                    AGREGA EL LIMITE Y LA RETENCION DE
      *                    CREDITO DEL CLIENTE).
      *   02/09/2026  AMF  VERSION ORIGINAL. MONITOR DE CAPACIDAD DE
      *                    LOS ARCHIVOS MAESTROS: CUENTA LOS
      *                    REGISTROS DE EMPLEADOS, ARTICULOS,
           COPY CPEMP01.

       FD  ARTICULOS
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS REG-ARTICULOS.
           COPY CPART01.

       FD  ARCHIVO-SALDOS
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-SALDOS.
           COPY CPSALDO1.

       FD  CLIENTES
           RECORD CONTAINS 176 CHARACTERS
           DATA RECORD IS REG-CLIENTE.
           COPY CPCLI01.

       FD  NOMINA-DETALLE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-NOMINA-DETALLE.
           COPY CPNOMDET.

