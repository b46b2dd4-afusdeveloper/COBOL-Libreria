           05 WS-CLI-ESTADO            PIC X(01).
              88 WS-CLI-ACTIVO                 VALUE 'A'.
              88 WS-CLI-DE-BAJA                VALUE 'B'.
           05 WS-CLI-LIMITE-CREDITO    PIC 9(09)V99.
           05 WS-CLI-BLOQUEO-CREDITO   PIC X(01).
              88 WS-CLI-CREDITO-BLOQUEADO      VALUE 'S'.
           05 WS-CLI-LISTA-PRECIOS     PIC X(04).
           05 WS-CLI-PUNTOS-SALDO      PIC S9(07).
           05 WS-CLI-RESIDENCIA        PIC X(01).
              88 WS-CLI-RESIDENTE              VALUE 'R' ' '.
              88 WS-CLI-NO-RESIDENTE           VALUE 'N'.
           05 WS-CLI-CUIT              PIC 9(11).
           05 WS-CLI-FECHA-NACIMIENTO  PIC 9(08).
           05 WS-CLI-NACIONALIDAD      PIC X(03).
           05 WS-CLI-OCUPACION         PIC X(20).
           05 WS-CLI-PEP               PIC X(01).
              88 WS-CLI-ES-PEP                 VALUE 'S'.
           05 WS-CLI-RIESGO            PIC X(01).
              88 WS-CLI-RIESGO-ALTO            VALUE 'A'.
              88 WS-CLI-RIESGO-MEDIO           VALUE 'M'.
              88 WS-CLI-RIESGO-BAJO            VALUE 'B'.
           05 WS-CLI-FECHA-REVISION-KYC PIC 9(08).
           05 WS-CLI-RESTRICCION-KYC   PIC X(01).
              88 WS-CLI-RESTRINGIDO-KYC        VALUE 'S'.
           05 WS-CLI-AVISOS-EXCLUIDOS.
              10 WS-CLI-AVISO-VENC-PLAZO PIC X(01).
                 88 WS-CLI-EXCLUYE-VENC-PLAZO  VALUE 'S'.
              10 WS-CLI-AVISO-ORDEN-FALLIDA PIC X(01).
                 88 WS-CLI-EXCLUYE-ORDEN-FALLIDA VALUE 'S'.
              10 WS-CLI-AVISO-DESCUBIERTO PIC X(01).
                 88 WS-CLI-EXCLUYE-DESCUBIERTO VALUE 'S'.
              10 WS-CLI-AVISO-SALDO-MINIMO PIC X(01).
                 88 WS-CLI-EXCLUYE-SALDO-MINIMO VALUE 'S'.
              10 WS-CLI-AVISO-REVERSO-SUELDO PIC X(01).
                 88 WS-CLI-EXCLUYE-REVERSO-SUELDO VALUE 'S'.
           05 WS-CLI-AVISOS-TABLA REDEFINES WS-CLI-AVISOS-EXCLUIDOS.
              10 WS-CLI-AVISO-EXCLUIDO PIC X(01) OCCURS 5 TIMES.
