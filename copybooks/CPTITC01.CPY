      * ---------------------------------------------------------------
      * CPTITC01 - LAYOUT DEL REGISTRO DEL ARCHIVO INDEXADO
      *            TITULARES-CUENTA (FD REG-TITULAR-CUENTA): PERSONAS
      *            (CLIENTES) VINCULADAS A CADA CUENTA DE
      *            ARCHIVO-SALDOS, LLAVE CUENTA + DOCUMENTO. UNA
      *            CUENTA SIN REGISTROS SIGUE TENIENDO COMO UNICO
      *            TITULAR A SALDO-TITULAR; CON REGISTROS, ESTE
      *            ARCHIVO MANDA.
      *            ROL: T = TITULAR, C = COTITULAR, F = FIRMANTE
      *            AUTORIZADO (OPERA PERO NO ES DUENIO: SU
      *            PARTICIPACION ES CERO).
      *            REGLA: I = INDISTINTA (OPERA SOLO), C = CONJUNTA
      *            (NECESITA LA FIRMA DE OTRA PERSONA DE LA CUENTA).
      *            PARTICIPACION: PORCENTAJE DEL TITULAR/COTITULAR EN
      *            LA CUENTA, PARA REPARTIR EL INTERES Y SU RETENCION.
      *            ESTADOS: A = ACTIVO, B = DE BAJA (QUEDA COMO
      *            HISTORIA CON SU FECHA-BAJA).
      * ---------------------------------------------------------------
       01  REG-TITULAR-CUENTA.
           05 TITC-LLAVE.
              10 TITC-CUENTA           PIC 9(07).
              10 TITC-CLIENTE          PIC 9(08).
           05 TITC-ROL                 PIC X(01).
              88 TITC-ES-TITULAR               VALUE 'T'.
              88 TITC-ES-COTITULAR             VALUE 'C'.
              88 TITC-ES-FIRMANTE              VALUE 'F'.
           05 TITC-REGLA               PIC X(01).
              88 TITC-OPERA-INDISTINTA         VALUE 'I'.
              88 TITC-OPERA-CONJUNTA           VALUE 'C'.
           05 TITC-PARTICIPACION       PIC 9(03)V99.
           05 TITC-FECHA-ALTA          PIC 9(08).
           05 TITC-FECHA-BAJA          PIC 9(08).
           05 TITC-ESTADO              PIC X(01).
              88 TITC-ACTIVO                   VALUE 'A'.
              88 TITC-DE-BAJA                  VALUE 'B'.
