      * ---------------------------------------------------------------
      * CPCATAF1 - LAYOUT DEL REGISTRO DEL ARCHIVO SECUENCIAL
      *            CATEGORIAS-ACTIVO (FD REG-CATEGORIA-ACTIVO): UNA
      *            LINEA POR CATEGORIA DE BIENES DE USO CON LA CUENTA
      *            DEL ACTIVO, LA DE AMORTIZACION ACUMULADA Y LA RAIZ
      *            DE CINCO LETRAS DE LA CUENTA DE GASTO, QUE SE
      *            COMPLETA CON LOS TRES DIGITOS DEL CENTRO DE COSTO
      *            (RAIZ 'AMORT' + CENTRO 012 = CUENTA 'AMORT012').
      *            VIDA UTIL Y METODO SON LOS VALORES POR DEFECTO
      *            DEL ALTA DE UN BIEN DE LA CATEGORIA.
      * ---------------------------------------------------------------
       01  REG-CATEGORIA-ACTIVO.
           05 CATAF-CATEGORIA          PIC X(03).
           05 CATAF-DESCRIPCION        PIC X(20).
           05 CATAF-CUENTA-ACTIVO      PIC X(08).
           05 CATAF-CUENTA-AMORT-ACUM  PIC X(08).
           05 CATAF-RAIZ-GASTO         PIC X(05).
           05 CATAF-VIDA-UTIL          PIC 9(03).
           05 CATAF-METODO             PIC X(01).
           05 FILLER                   PIC X(32).
