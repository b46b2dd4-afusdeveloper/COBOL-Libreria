      * ---------------------------------------------------------------
      * CPRETINT - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            RETENCIONES-INTERES: UNA LINEA POR PERSONA DUENIA
      *            DE LA CUENTA (TITULAR O COTITULAR) CADA VEZ QUE SE
      *            ACREDITA INTERES, CON SU PARTE DEL INTERES SEGUN LA
      *            PARTICIPACION Y LO QUE SE LE RETUVO. LA GRABAN EL
      *            INTERES MENSUAL (ORIGEN MENSUAL) Y EL CIERRE DE
      *            CUENTAS (ORIGEN CIERRE). EL ARCHIVO SE ACUMULA Y
      *            DE EL SALE EL CERTIFICADO ANUAL POR PERSONA.
      *   15/10/2026: LO GRABAN TAMBIEN VENCIMIENTOS-PLAZO-FIJO (ORIGEN
      *   PLAZOFIJ, EL INTERES DEL CERTIFICADO AL PAGARLO O
      *   CAPITALIZARLO, CON RTI-CUENTA = CUENTA ASOCIADA) Y
      *   CORRIGE-INTERES-PERIODO (ORIGEN AJUSTE, LA DIFERENCIA DE
      *   INTERES BRUTO Y DE RETENCION DE LA CORRECCION RETROACTIVA).
      *   RTI-INTERES Y RTI-RETENIDO PASAN A TENER SIGNO PORQUE EL
      *   AJUSTE PUEDE SER NEGATIVO; EL LARGO NO CAMBIA.
      * ---------------------------------------------------------------
       01  REG-RETENCION-INTERES.
           05 RTI-FECHA                PIC 9(08).
           05 RTI-CUENTA               PIC 9(07).
           05 RTI-CLIENTE              PIC 9(08).
           05 RTI-ROL                  PIC X(01).
           05 RTI-PARTICIPACION        PIC 9(03)V99.
           05 RTI-INTERES              PIC S9(09)V99.
           05 RTI-RETENIDO             PIC S9(09)V99.
           05 RTI-ORIGEN               PIC X(08).
           05 FILLER                   PIC X(05).
