      * ---------------------------------------------------------------
      * CPAVIS01 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            AVISOS-CLIENTES (FD REG-AVISO-CLIENTE): UN AVISO
      *            POR EVENTO Y CLIENTE, QUE GRABA CADA DIA GENERA-
      *            AVISOS-CLIENTES PARA LA IMPRENTA DE CORREO Y EL
      *            CANAL DE SMS. TRAE EL CODIGO DE EVENTO, EL CLIENTE
      *            CON SUS DATOS DE CONTACTO, LA CUENTA, EL CANAL
      *            (A = CORREO Y SMS, C = SOLO CORREO, S = SOLO SMS)
      *            Y LOS DATOS VARIABLES DE CADA EVENTO:
      *              VP  VENCIMIENTO PROXIMO DE PLAZO FIJO
      *              OF  ORDEN PERMANENTE FALLIDA (O SUSPENDIDA)
      *              DE  USO DEL DESCUBIERTO ARRIBA DEL PORCENTAJE
      *              SM  SALDO DEBAJO DEL MINIMO EXENTO DE COMISION
      *              RS  CREDITO DE HABERES DEVUELTO POR EL BANCO
      *            LOS IMPORTES CON SIGNO LLEVAN EL SIGNO APARTE
      *            ('+' O '-') PARA EL SISTEMA RECEPTOR. EN DE LA
      *            REFERENCIA ES EL LIMITE DE DESCUBIERTO Y VA EL
      *            PORCENTAJE USADO; EN SM ES EL MINIMO EXENTO Y VA
      *            LA COMISION QUE SE COBRARIA AL CIERRE DEL MES.
      * ---------------------------------------------------------------
       01  REG-AVISO-CLIENTE.
           05 AVISO-EVENTO              PIC X(02).
              88 AVISO-VENC-PLAZO               VALUE 'VP'.
              88 AVISO-ORDEN-FALLIDA            VALUE 'OF'.
              88 AVISO-DESCUBIERTO              VALUE 'DE'.
              88 AVISO-SALDO-MINIMO             VALUE 'SM'.
              88 AVISO-REVERSO-SUELDO           VALUE 'RS'.
           05 AVISO-FECHA               PIC 9(08).
           05 AVISO-CLIENTE             PIC 9(08).
           05 AVISO-CUENTA              PIC 9(07).
           05 AVISO-NOMBRE              PIC X(35).
           05 AVISO-DIRECCION           PIC X(35).
           05 AVISO-TELEFONO            PIC X(15).
           05 AVISO-CANAL               PIC X(01).
              88 AVISO-CORREO-Y-SMS             VALUE 'A'.
              88 AVISO-SOLO-CORREO              VALUE 'C'.
              88 AVISO-SOLO-SMS                 VALUE 'S'.
           05 AVISO-DATOS               PIC X(60).
           05 AVISO-DATOS-PLAZO REDEFINES AVISO-DATOS.
              10 AVISO-VP-CERTIFICADO   PIC 9(08).
              10 AVISO-VP-VENCIMIENTO   PIC 9(08).
              10 AVISO-VP-CAPITAL       PIC 9(11)V99.
              10 AVISO-VP-INTERES       PIC 9(11)V99.
              10 AVISO-VP-MONEDA        PIC X(03).
              10 AVISO-VP-RENOVACION    PIC X(01).
              10 FILLER                 PIC X(14).
           05 AVISO-DATOS-ORDEN REDEFINES AVISO-DATOS.
              10 AVISO-OF-SECUENCIA     PIC 9(02).
              10 AVISO-OF-CONTRAPARTE   PIC 9(07).
              10 AVISO-OF-IMPORTE       PIC 9(09)V99.
              10 AVISO-OF-MOTIVO        PIC X(28).
              10 AVISO-OF-REINTENTOS    PIC 9(02).
              10 AVISO-OF-SUSPENDIDA    PIC X(01).
              10 FILLER                 PIC X(09).
           05 AVISO-DATOS-SALDO REDEFINES AVISO-DATOS.
              10 AVISO-SD-SIGNO         PIC X(01).
              10 AVISO-SD-SALDO         PIC 9(11)V99.
              10 AVISO-SD-REFERENCIA    PIC 9(09)V99.
              10 AVISO-SD-PORCENTAJE    PIC 9(03).
              10 AVISO-SD-COMISION      PIC 9(07)V99.
              10 AVISO-SD-MONEDA        PIC X(03).
              10 FILLER                 PIC X(20).
           05 AVISO-DATOS-REVERSO REDEFINES AVISO-DATOS.
              10 AVISO-RS-LEGAJO        PIC 9(05).
              10 AVISO-RS-PERIODO       PIC 9(06).
              10 AVISO-RS-IMPORTE       PIC 9(11)V99.
              10 AVISO-RS-MOTIVO        PIC X(02).
              10 FILLER                 PIC X(34).
           05 FILLER                    PIC X(09).
