      * ---------------------------------------------------------------
      * CPLIBBC1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            LIBRO-BANCO (FD REG-LIBRO-BANCO): UN MOVIMIENTO
      *            DE LA CUENTA BANCARIA OPERATIVA DE LA EMPRESA
      *            SEGUN LOS LIBROS, PENDIENTE DE CONCILIAR CONTRA
      *            EL EXTRACTO DEL BANCO. LO AGREGAN LOS PROGRAMAS
      *            QUE MUEVEN LA CUENTA (DISPERSION DE HABERES, PAGO
      *            A PROVEEDORES) Y LO CONSUME CONCILIA-BANCO-EMPRESA,
      *            QUE ARRASTRA AL ARCHIVO NUEVO LO QUE EL BANCO
      *            TODAVIA NO REFLEJO. LOS CHEQUES NO PASAN POR ACA:
      *            SE CONCILIAN DESDE REGISTRO-CHEQUES.
      *            LBC-TIPO ES EL SENTIDO VISTO POR EL BANCO: 'D'
      *            DEBITO (SALE DINERO DE LA CUENTA), 'C' CREDITO.
      * ---------------------------------------------------------------
       01  REG-LIBRO-BANCO.
           05 LBC-FECHA                PIC 9(08).
           05 LBC-TIPO                 PIC X(01).
              88 LBC-ES-DEBITO                 VALUE 'D'.
              88 LBC-ES-CREDITO                VALUE 'C'.
           05 LBC-ORIGEN               PIC X(03).
              88 LBC-ORIGEN-HABERES            VALUE 'HAB'.
              88 LBC-ORIGEN-PROVEEDORES        VALUE 'PRV'.
           05 LBC-REFERENCIA           PIC X(15).
           05 LBC-IMPORTE              PIC 9(11)V99.
           05 LBC-PROGRAMA             PIC X(20).
           05 FILLER                   PIC X(20).
