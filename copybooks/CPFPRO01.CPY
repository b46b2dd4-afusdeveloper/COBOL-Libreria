      * ---------------------------------------------------------------
      * CPFPRO01 - LAYOUT DEL REGISTRO UNICO DEL ARCHIVO DE CONTROL DE
      *            FECHA DE PROCESO (UT-S-FECPROC): LA FECHA DE NEGOCIO
      *            EN CURSO QUE FECHA-ACTUAL DEVUELVE A TODOS LOS
      *            PROGRAMAS EN VEZ DEL RELOJ. SOLO LA MUEVE EL CAMBIO
      *            DE DIA DEL CIERRE (CAMBIO-FECHA-PROCESO), QUE DEJA
      *            LA FECHA CERRADA, SI LA NUEVA ES LABORABLE SEGUN EL
      *            CALENDARIO, LOS DIAS NO HABILES SALTEADOS SIN CICLO
      *            PROPIO Y LA FECHA Y HORA DEL RELOJ DEL CAMBIO.
      * ---------------------------------------------------------------
       01  REG-FECHA-PROCESO.
           05 FPRO-FECHA-PROCESO       PIC 9(08).
           05 FPRO-FECHA-ANTERIOR      PIC 9(08).
           05 FPRO-LABORABLE           PIC X(01).
              88 FPRO-ES-LABORABLE             VALUE 'S'.
           05 FPRO-DIAS-SALTEADOS      PIC 9(03).
           05 FPRO-FECHA-CAMBIO        PIC 9(08).
           05 FPRO-HORA-CAMBIO         PIC 9(08).
           05 FILLER                   PIC X(44).
