      *           LIBRE SALDO-NOMBRE; ESTE MAESTRO AGREGA DOCUMENTO,
      *           DOMICILIO Y TELEFONO PARA PODER IMPRIMIR UN RESUMEN
      *           ENVIABLE Y DETECTAR VARIAS CUENTAS DE UNA PERSONA.
      *   15/10/2026: CREDITO DEL CLIENTE DEL MOSTRADOR: SE AGREGAN
      *   CLI-LIMITE-CREDITO (TOPE DEL SALDO ABIERTO EN CUENTAS-
      *   COBRAR MAS LA VENTA NUEVA; CERO = SIN TOPE ASIGNADO) Y
      *   CLI-BLOQUEO-CREDITO (S = RETENIDO POR CREDITOS, NINGUNA
      *   VENTA EN CUENTA SE FACTURA SIN CODIGO DE LIBERACION); EL
      *   REGISTRO PASA DE 94 A 106.
      *   15/10/2026: LISTAS DE PRECIOS: SE AGREGA CLI-LISTA-PRECIOS
      *   (CODIGO DE LA LISTA DE LISTAS-PRECIOS QUE SE APLICA AL
      *   CLIENTE EN VENTAS-DIARIAS; BLANCOS = PRECIO DE ARTICULOS);
      *   EL REGISTRO PASA DE 106 A 110.
      *   15/10/2026: PUNTOS DEL CLIENTE: SE AGREGA CLI-PUNTOS-SALDO
      *   (PUNTOS DISPONIBLES PARA CANJE; EL DETALLE CON SU
      *   VENCIMIENTO ESTA EN MOVIMIENTOS-PUNTOS, CPPTOMV1); EL
      *   REGISTRO PASA DE 110 A 117.
      *   15/10/2026: INFORME DE DEPOSITOS AL BANCO CENTRAL: SE
      *   AGREGA CLI-RESIDENCIA (R O BLANCO = RESIDENTE EN EL PAIS,
      *   N = NO RESIDENTE); EL REGISTRO PASA DE 117 A 118.
      *   15/10/2026: CONOZCA A SU CLIENTE: SE AGREGAN CUIT, FECHA DE
      *   NACIMIENTO, NACIONALIDAD, OCUPACION, MARCA DE PERSONA
      *   EXPUESTA POLITICAMENTE, RIESGO (A/M/B) Y FECHA DE LA ULTIMA
      *   REVISION (CERO = NUNCA REVISADO). CLI-RESTRICCION-KYC = S
      *   LA PONE REVISION-KYC-CLIENTES CUANDO LA REVISION LLEVA MAS
      *   DE LOS DIAS DE TOLERANCIA VENCIDA; LA CAJA NO PAGA
      *   EXTRACCIONES HASTA QUE SE REGISTRA LA REVISION. EL
      *   REGISTRO PASA DE 118 A 171.
      *   15/10/2026: AVISOS AL CLIENTE: SE AGREGA CLI-AVISOS-
      *   EXCLUIDOS, UNA MARCA POR TIPO DE AVISO QUE EMITE GENERA-
      *   AVISOS-CLIENTES (VENCIMIENTO DE PLAZO FIJO, ORDEN
      *   PERMANENTE FALLIDA, USO DEL DESCUBIERTO, SALDO DEBAJO DEL
      *   MINIMO EXENTO, REVERSO DEL CREDITO DE HABERES). S = EL
      *   CLIENTE NO QUIERE RECIBIR ESE AVISO; BLANCO O N = LO
      *   RECIBE. EL REGISTRO PASA DE 171 A 176.
      * ---------------------------------------------------------------
       01  REG-CLIENTE.
           05 CLIENTE-LLAVE            PIC 9(08).
           05 CLI-ESTADO               PIC X(01).
              88 CLI-ACTIVO                    VALUE 'A'.
              88 CLI-DE-BAJA                   VALUE 'B'.
           05 CLI-LIMITE-CREDITO       PIC 9(09)V99.
           05 CLI-BLOQUEO-CREDITO      PIC X(01).
              88 CLI-CREDITO-BLOQUEADO         VALUE 'S'.
           05 CLI-LISTA-PRECIOS        PIC X(04).
           05 CLI-PUNTOS-SALDO         PIC S9(07).
           05 CLI-RESIDENCIA           PIC X(01).
              88 CLI-RESIDENTE                 VALUE 'R' ' '.
              88 CLI-NO-RESIDENTE              VALUE 'N'.
           05 CLI-CUIT                 PIC 9(11).
           05 CLI-FECHA-NACIMIENTO     PIC 9(08).
           05 CLI-NACIONALIDAD         PIC X(03).
           05 CLI-OCUPACION            PIC X(20).
           05 CLI-PEP                  PIC X(01).
              88 CLI-ES-PEP                    VALUE 'S'.
           05 CLI-RIESGO               PIC X(01).
              88 CLI-RIESGO-ALTO               VALUE 'A'.
              88 CLI-RIESGO-MEDIO              VALUE 'M'.
              88 CLI-RIESGO-BAJO               VALUE 'B'.
           05 CLI-FECHA-REVISION-KYC   PIC 9(08).
           05 CLI-RESTRICCION-KYC      PIC X(01).
              88 CLI-RESTRINGIDO-KYC           VALUE 'S'.
           05 CLI-AVISOS-EXCLUIDOS.
              10 CLI-AVISO-VENC-PLAZO  PIC X(01).
                 88 CLI-EXCLUYE-VENC-PLAZO     VALUE 'S'.
              10 CLI-AVISO-ORDEN-FALLIDA PIC X(01).
                 88 CLI-EXCLUYE-ORDEN-FALLIDA  VALUE 'S'.
              10 CLI-AVISO-DESCUBIERTO PIC X(01).
                 88 CLI-EXCLUYE-DESCUBIERTO    VALUE 'S'.
              10 CLI-AVISO-SALDO-MINIMO PIC X(01).
                 88 CLI-EXCLUYE-SALDO-MINIMO   VALUE 'S'.
              10 CLI-AVISO-REVERSO-SUELDO PIC X(01).
                 88 CLI-EXCLUYE-REVERSO-SUELDO VALUE 'S'.
           05 CLI-AVISOS-TABLA REDEFINES CLI-AVISOS-EXCLUIDOS.
              10 CLI-AVISO-EXCLUIDO    PIC X(01) OCCURS 5 TIMES.
