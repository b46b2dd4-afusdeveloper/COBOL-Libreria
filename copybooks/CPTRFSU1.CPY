      * ---------------------------------------------------------------
      * CPTRFSU1 - LAYOUT DEL REGISTRO DE TRANSACCIONES DE
      *            TRANSFERENCIAS ENTRE SUCURSALES (FD
      *            REG-TRANS-TRANSFER): E = ENVIO DE LA SUCURSAL
      *            ORIGEN A LA DESTINO, R = CONFIRMACION DE RECEPCION
      *            EN LA DESTINO. LO LEE TRANSFERENCIAS-SUCURSAL Y LO
      *            GRABA SUGIERE-TRANSFERENCIAS CON LOS ENVIOS QUE
      *            PROPONE (REFERENCIA 'SUGERIDA').
      * ---------------------------------------------------------------
       01  REG-TRANS-TRANSFER.
           05 TRF-TIPO                  PIC X(01).
              88 TRF-ES-ENVIO                       VALUE 'E'.
              88 TRF-ES-RECEPCION                   VALUE 'R'.
           05 TRF-ARTICULO              PIC 9(05).
           05 TRF-SUCURSAL-ORIGEN       PIC 9(03).
           05 TRF-SUCURSAL-DESTINO      PIC 9(03).
           05 TRF-CANTIDAD              PIC 9(05).
           05 TRF-REFERENCIA            PIC X(10).
           05 FILLER                    PIC X(53).
