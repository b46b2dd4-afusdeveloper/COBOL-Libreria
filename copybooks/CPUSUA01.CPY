      *            HASTA QUE UN ALTA/CAMBIO LA REHABILITE. EL
      *            USUARIO VALIDADO ES EL QUE SE ESTAMPA EN
      *            AUD-USUARIO. LLAVE = USUA-ID.
      *   15/10/2026: SE AGREGA USUA-APROBADOR: 'S' HABILITA AL
      *   USUARIO A APROBAR O RECHAZAR CAMBIOS PENDIENTES DE DOBLE
      *   FIRMA (CPCAMPE1) CARGADOS POR OTRO USUARIO. ES
      *   INDEPENDIENTE DEL NIVEL. EL REGISTRO PASA DE 20 A 21.
      * ---------------------------------------------------------------
       01  REG-USUARIO.
           05 USUA-ID                  PIC X(08).
              88 USUA-ACTIVA                   VALUE 'A'.
              88 USUA-BLOQUEADA                VALUE 'B'.
           05 USUA-INTENTOS-FALLIDOS   PIC 9(02).
           05 USUA-APROBADOR           PIC X(01).
              88 USUA-PUEDE-APROBAR            VALUE 'S'.
