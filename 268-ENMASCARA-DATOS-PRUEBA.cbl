       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ENMASCARA-DATOS-PRUEBA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FD CLIENTES Y DESCARGA DE CLIENTES A 176
      *                    CARACTERES (CPCLI01 AGREGA LAS MARCAS DE
      *                    AVISOS EXCLUIDOS, QUE PASAN SIN CAMBIO).
      *   15/10/2026  AMF  VERSION ORIGINAL. COPIA ENMASCARADA DE LOS
      *                    MAESTROS PARA EL AMBIENTE DE PRUEBAS:
      *                    DESCARGA CLIENTES, ARCHIVO-SALDOS,
      *                    EMPLEADOS, BANCO-EMPLEADO Y DEPENDIENTES EN
      *                    ORDEN DE LLAVE A ARCHIVOS SECUENCIALES CON
      *                    EL MISMO LARGO DE REGISTRO, LISTOS PARA LA
      *                    RECARGA DE REORG01 (DEFINE + REPRO).
      *                    NOMBRES, DOMICILIOS, TELEFONOS, CBU,
      *                    DOCUMENTOS Y CUIT SE REEMPLAZAN POR VALORES
      *                    FICTICIOS DERIVADOS DE LA LLAVE, ASI LA
      *                    MISMA PERSONA RECIBE EL MISMO VALOR EN
      *                    TODOS LOS ARCHIVOS Y LOS CRUCES SIGUEN
      *                    FUNCIONANDO: EL DOCUMENTO FICTICIO DEL
      *                    CLIENTE ES SU NUMERO DE ORDEN (CONSERVA EL
      *                    ORDEN DE LA LLAVE) Y SE PROPAGA A
      *                    SALDO-TITULAR; LA CUENTA DE SUELDO RECIBE
      *                    EL NOMBRE FICTICIO DEL EMPLEADO ARMADO
      *                    COMO LO ARMA LA NOMINA. SALARIOS Y SALDOS
      *                    VARIAN HASTA PORCENTAJE=NN (UT-S-PARMMASC,
      *                    10 POR OMISION) CON UN FACTOR PROPIO DE
      *                    CADA LLAVE; SEMILLA=NNNNNNNN CAMBIA LOS
      *                    FACTORES DE UNA COPIA A OTRA. EL REPORTE DE
      *                    CONTROL COMPARA CADA CAMPO ENMASCARADO
      *                    CONTRA SU ORIGINAL Y LISTA CUALQUIER VALOR
      *                    QUE HAYA SOBREVIVIDO: RETURN-CODE 8 SI HAY
      *                    ALGUNO O FALTA UN MAESTRO, 16 SI LOS
      *                    CLIENTES NO ENTRAN EN LA TABLA EN MEMORIA.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO UT-ARCHCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CLIENTE-LLAVE
                  FILE STATUS IS WS-CODIGO-CLI.
           SELECT ARCHIVO-SALDOS ASSIGN TO UT-ARCHSDO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SALDO-CUENTA
                  FILE STATUS IS WS-CODIGO-SDO.
           SELECT EMPLEADOS ASSIGN TO UT-ARCHIEMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EMPLEADOS-LLAVE
                  ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
                  FILE STATUS IS WS-CODIGO-EMP.
           SELECT BANCO-EMPLEADO ASSIGN TO UT-ARCHBANC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BANCO-EMP-LLAVE
                  FILE STATUS IS WS-CODIGO-BAN.
           SELECT DEPENDIENTES ASSIGN TO UT-ARCHDEPD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DEP-LLAVE
                  FILE STATUS IS WS-CODIGO-DPD.

           SELECT CLIENTES-MASC ASSIGN TO UT-S-MASCCLI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MASC.
           SELECT SALDOS-MASC ASSIGN TO UT-S-MASCSDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MASC.
           SELECT EMPLEADOS-MASC ASSIGN TO UT-S-MASCEMP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MASC.
           SELECT BANCOS-MASC ASSIGN TO UT-S-MASCBANC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MASC.
           SELECT DEPENDIENTES-MASC ASSIGN TO UT-S-MASCDEPD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-MASC.

           SELECT PARAMETROS ASSIGN TO UT-S-PARMMASC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CODIGO-PARM.
           SELECT REPORTE ASSIGN TO PRINTER
                  FILE STATUS IS WS-CODIGO-REPORTE.
      * ---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           RECORD CONTAINS 176 CHARACTERS
           DATA RECORD IS REG-CLIENTE.
           COPY CPCLI01.

       FD  ARCHIVO-SALDOS
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-SALDOS.
           COPY CPSALDO1.

       FD  EMPLEADOS
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY CPEMP01.

       FD  BANCO-EMPLEADO
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-BANCO-EMPLEADO.
           COPY CPBANC01.

       FD  DEPENDIENTES
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-DEPENDIENTE.
           COPY CPDEP01.

       FD  CLIENTES-MASC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 176 CHARACTERS
           DATA RECORD IS REG-CLIENTE-MASC.
       01  REG-CLIENTE-MASC             PIC X(176).

       FD  SALDOS-MASC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS REG-SALDOS-MASC.
       01  REG-SALDOS-MASC              PIC X(105).

       FD  EMPLEADOS-MASC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS-MASC.
       01  REG-EMPLEADOS-MASC           PIC X(56).

       FD  BANCOS-MASC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-BANCOS-MASC.
       01  REG-BANCOS-MASC              PIC X(30).

       FD  DEPENDIENTES-MASC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS REG-DEPENDIENTES-MASC.
       01  REG-DEPENDIENTES-MASC        PIC X(57).

       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO.
       01  REG-PARAMETRO                PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TITULO-1.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(48)
              VALUE 'COPIA ENMASCARADA DE MAESTROS PARA PRUEBAS'.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER                    PIC X(16)
              VALUE 'FECHA DE COPIA: '.
           05 TIT-FECHA                 PIC 9(08).
           05 FILLER                    PIC X(16)
              VALUE '   VARIACION: +-'.
           05 TIT-PORCENTAJE            PIC Z9.
           05 FILLER                    PIC X(12)
              VALUE ' %  SEMILLA:'.
           05 TIT-SEMILLA               PIC Z(07)9.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-TITULO-SOBREVIVE.
           05 FILLER                    PIC X(80)
              VALUE 'VALORES ORIGINALES SOBREVIVIENTES:'.

       01  WS-LINEA-SOBREVIVE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 SOB-ARCHIVO               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 SOB-CAMPO                 PIC X(14).
           05 FILLER                    PIC X(08) VALUE ' LLAVE: '.
           05 SOB-LLAVE                 PIC X(10).
           05 FILLER                    PIC X(33) VALUE SPACES.

       01  WS-TITULO-ARCHIVOS.
           05 FILLER                    PIC X(15) VALUE 'ARCHIVO'.
           05 FILLER                    PIC X(12) VALUE '     LEIDOS'.
           05 FILLER                    PIC X(12) VALUE '   GRABADOS'.
           05 FILLER                    PIC X(41) VALUE SPACES.

       01  WS-LINEA-ARCHIVO.
           05 ARC-NOMBRE                PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 ARC-LEIDOS                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ARC-GRABADOS              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 ARC-OBSERVACION           PIC X(40).

       01  WS-TITULO-CAMPOS.
           05 FILLER                    PIC X(11) VALUE 'ARCHIVO'.
           05 FILLER                    PIC X(15) VALUE 'CAMPO'.
           05 FILLER                    PIC X(13) VALUE ' ENMASCARADOS'.
           05 FILLER                    PIC X(12) VALUE '   SIN DATO'.
           05 FILLER                    PIC X(12) VALUE '  SOBREVIVEN'.
           05 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LINEA-CAMPO.
           05 CAM-ARCHIVO               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 CAM-CAMPO                 PIC X(14).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 CAM-ENMASCARADOS          PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 CAM-SIN-DATO              PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 CAM-SOBREVIVEN            PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  WS-LINEA-TITULAR.
           05 FILLER                    PIC X(47)
              VALUE 'CUENTAS CON TITULAR INEXISTENTE (QUEDAN EN 0):'.
           05 TIT-SIN-CLIENTE           PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(24) VALUE SPACES.

       01  WS-LINEA-RESULTADO.
           05 FILLER                    PIC X(11) VALUE 'RESULTADO: '.
           05 RES-TEXTO                 PIC X(69).

      * --- ARCHIVOS Y CAMPOS CONTROLADOS, EN EL ORDEN DEL REPORTE ---
       01  WS-TABLA-ARCHIVOS-VALORES.
           05 FILLER                    PIC X(15) VALUE 'CLIENTES'.
           05 FILLER                    PIC X(15)
              VALUE 'ARCHIVO-SALDOS'.
           05 FILLER                    PIC X(15) VALUE 'EMPLEADOS'.
           05 FILLER                    PIC X(15)
              VALUE 'BANCO-EMPLEADO'.
           05 FILLER                    PIC X(15) VALUE 'DEPENDIENTES'.
       01  FILLER REDEFINES WS-TABLA-ARCHIVOS-VALORES.
           05 WS-ARCHIVO-NOMBRE         PIC X(15) OCCURS 5 TIMES.

       01  WS-TABLA-ARCHIVOS.
           05 WS-ARCHIVO-CUENTAS OCCURS 5 TIMES.
              10 WS-ARCHIVO-LEIDOS      PIC 9(07).
              10 WS-ARCHIVO-GRABADOS    PIC 9(07).
              10 WS-ARCHIVO-DISPONIBLE  PIC X(01).

       01  WS-TABLA-CAMPOS-VALORES.
           05 FILLER                    PIC X(24)
              VALUE 'CLIENTES  DOCUMENTO     '.
           05 FILLER                    PIC X(24)
              VALUE 'CLIENTES  NOMBRE        '.
           05 FILLER                    PIC X(24)
              VALUE 'CLIENTES  DIRECCION     '.
           05 FILLER                    PIC X(24)
              VALUE 'CLIENTES  TELEFONO      '.
           05 FILLER                    PIC X(24)
              VALUE 'CLIENTES  CUIT          '.
           05 FILLER                    PIC X(24)
              VALUE 'SALDOS    NOMBRE        '.
           05 FILLER                    PIC X(24)
              VALUE 'SALDOS    TITULAR       '.
           05 FILLER                    PIC X(24)
              VALUE 'SALDOS    SALDO ACTUAL  '.
           05 FILLER                    PIC X(24)
              VALUE 'SALDOS    SALDO ANTERIOR'.
           05 FILLER                    PIC X(24)
              VALUE 'SALDOS    FONDOS RETEN. '.
           05 FILLER                    PIC X(24)
              VALUE 'EMPLEADOS NOMBRE        '.
           05 FILLER                    PIC X(24)
              VALUE 'EMPLEADOS APELLIDO      '.
           05 FILLER                    PIC X(24)
              VALUE 'EMPLEADOS SALARIO       '.
           05 FILLER                    PIC X(24)
              VALUE 'BANCOS    CBU           '.
           05 FILLER                    PIC X(24)
              VALUE 'DEPEND.   NOMBRE        '.
       01  FILLER REDEFINES WS-TABLA-CAMPOS-VALORES.
           05 WS-CAMPO-DESCRIPCION OCCURS 15 TIMES.
              10 WS-CAMPO-ARCHIVO       PIC X(10).
              10 WS-CAMPO-NOMBRE        PIC X(14).

       01  WS-TABLA-CAMPOS.
           05 WS-CAMPO-CUENTAS OCCURS 15 TIMES.
              10 WS-CAMPO-ENMASCARADOS  PIC 9(07).
              10 WS-CAMPO-SIN-DATO      PIC 9(07).
              10 WS-CAMPO-SOBREVIVEN    PIC 9(07).

      * --- TABLA DE DOCUMENTOS DE CLIENTES, EN ORDEN DE LLAVE: LA
      * --- POSICION EN LA TABLA ES EL DOCUMENTO FICTICIO.
       01  WS-TABLA-CLIENTES.
           05 WS-CLIENTE-TABLA OCCURS 1 TO 99999 TIMES
                 DEPENDING ON WS-CANTIDAD-CLIENTES-TABLA
                 ASCENDING KEY IS WS-TABLA-CLI-DOCUMENTO
                 INDEXED BY WS-IDX-CLI.
              10 WS-TABLA-CLI-DOCUMENTO PIC 9(08).
       01  WS-CANTIDAD-CLIENTES-TABLA   PIC 9(05) VALUE ZEROS.
       01  SW-TABLA-DESBORDADA          PIC X(01) VALUE 'N'.
           88 TABLA-DESBORDADA                     VALUE 'S'.

       01  WS-CODIGO-CLI                PIC X(02).
       01  WS-CODIGO-SDO                PIC X(02).
       01  WS-CODIGO-EMP                PIC X(02).
       01  WS-CODIGO-BAN                PIC X(02).
       01  WS-CODIGO-DPD                PIC X(02).
       01  WS-CODIGO-MASC               PIC X(02).
       01  WS-CODIGO-PARM               PIC X(02).
       01  WS-CODIGO-REPORTE            PIC X(02).
       01  SW-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
           88 FIN-DE-ARCHIVO                       VALUE 'S'.
       01  SW-FIN-PARM                  PIC X(01) VALUE 'N'.
           88 FIN-DE-PARM                          VALUE 'S'.
       01  WS-PARM-CAMPO                PIC X(16).
       01  WS-PARM-VALOR                PIC X(08).
       01  FILLER REDEFINES WS-PARM-VALOR.
           05 WS-PARM-VALOR-2           PIC X(02).
           05 WS-PARM-RESTO-2           PIC X(06).

       01  WS-FECHA-HOY                 PIC 9(08).
       01  WS-RETORNO                   PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ARCHIVO               PIC 9(02).
       01  WS-IDX-CAMPO                 PIC 9(02).
       01  WS-TOTAL-SOBREVIVEN          PIC 9(07) VALUE ZEROS.
       01  WS-TITULARES-SIN-CLIENTE     PIC 9(07) VALUE ZEROS.

      * --- VARIACION DE IMPORTES: PUNTOS BASICOS (1/10000) ---
       01  WS-PORCENTAJE                PIC 9(02) VALUE 10.
       01  WS-SEMILLA                   PIC 9(08) VALUE ZEROS.
       01  WS-PUNTOS-MAXIMO             PIC 9(04).
       01  WS-RANGO-PUNTOS              PIC 9(05).
       01  WS-LLAVE-MEZCLA              PIC 9(08).
       01  WS-MEZCLA                    PIC 9(15).
       01  WS-COCIENTE-MEZCLA           PIC 9(15).
       01  WS-RESTO-MEZCLA              PIC 9(05).
       01  WS-PUNTOS-VARIACION          PIC S9(05).
       01  WS-FACTOR                    PIC S9(01)V9(04).
       01  WS-IMPORTE-ORIGINAL          PIC S9(11)V99.
       01  WS-IMPORTE-MASCARA           PIC S9(13)V99.
       01  WS-IMPORTE-TOPE              PIC 9(11)V99.
       01  WS-TOPE-SALARIO              PIC 9(11)V99
           VALUE 9999999.99.
       01  WS-TOPE-SALDO                PIC 9(11)V99
           VALUE 99999999999.99.

      * --- CONTROL DE CADA CAMPO CONTRA SU ORIGINAL ---
       01  WS-ORIGINAL-TEXTO            PIC X(35).
       01  WS-MASCARA-TEXTO             PIC X(35).
       01  WS-ORIGINAL-NUMERO           PIC S9(11)V99.
       01  WS-MASCARA-NUMERO            PIC S9(11)V99.
       01  WS-LLAVE-INFORME             PIC X(10).
       01  WS-LLAVE-INFORME-NUM         PIC 9(08).

      * --- VALORES FICTICIOS ---
       01  WS-DOCUMENTO-FICTICIO        PIC 9(08).
       01  WS-LEGAJO-FICTICIO           PIC 9(05).
       01  WS-NOMBRE-FICTICIO           PIC X(35).
       01  WS-EMP-NOMBRE-FICTICIO       PIC X(15).
       01  WS-EMP-APELLIDO-FICTICIO     PIC X(15).
       01  WS-CUENTA-FICTICIA           PIC 9(07).

      * --- CUIT FICTICIO: TIPO ORIGINAL + DOCUMENTO FICTICIO +
      * --- VERIFICADOR MODULO 11 (SERIE 5-4-3-2-7-6-5-4-3-2).
       01  WS-CUIT-TRABAJO              PIC 9(11).
       01  FILLER REDEFINES WS-CUIT-TRABAJO.
           05 WS-CUIT-DIGITO            PIC 9(01) OCCURS 11 TIMES.
       01  WS-CUIT-TIPO                 PIC 9(02).
       01  WS-CUIT-RESTO                PIC 9(09).
       01  WS-TABLA-PESOS-CUIT.
           05 FILLER                    PIC X(10) VALUE '5432765432'.
       01  FILLER REDEFINES WS-TABLA-PESOS-CUIT.
           05 WS-PESO-CUIT              PIC 9(01) OCCURS 10 TIMES.

      * --- CBU FICTICIO: BANCO DEL EMPLEADO, SUCURSAL 0001 Y CUENTA
      * --- = LEGAJO, CON LOS VERIFICADORES DE LA REGLA 7-1-3-9 QUE
      * --- CONTROLA VERIFICA-PRENOMINA.
       01  WS-CBU-TRABAJO.
           05 WS-CBU-DIGITO             PIC 9(01) OCCURS 22 TIMES.
       01  WS-CBU-ARMADO REDEFINES WS-CBU-TRABAJO.
           05 WS-CBU-BANCO              PIC 9(03).
           05 WS-CBU-SUCURSAL           PIC 9(04).
           05 WS-CBU-VERIF-1            PIC 9(01).
           05 WS-CBU-CUENTA             PIC 9(13).
           05 WS-CBU-VERIF-2            PIC 9(01).
       01  WS-IDX-CBU                   PIC 9(02).
       01  WS-SUMA-PONDERADA            PIC 9(05).
       01  WS-DIGITO-CALCULADO          PIC 9(02).
       01  WS-RESTO                     PIC 9(02).
       01  WS-COCIENTE                  PIC 9(05).
       01  WS-TABLA-PESOS-B1.
           05 FILLER                    PIC X(07) VALUE '7139713'.
       01  FILLER REDEFINES WS-TABLA-PESOS-B1.
           05 WS-PESO-B1                PIC 9(01) OCCURS 7 TIMES.
       01  WS-TABLA-PESOS-B2.
           05 FILLER                    PIC X(13)
              VALUE '3971397139713'.
       01  FILLER REDEFINES WS-TABLA-PESOS-B2.
           05 WS-PESO-B2                PIC 9(01) OCCURS 13 TIMES.

       01  WS-NOMBRE-PROGRAMA           PIC X(20)
           VALUE 'ENMASCARA-PRUEBAS'.
       01  WS-STAT-LEIDOS               PIC 9(07) VALUE ZEROS.
       01  WS-STAT-GRABADOS             PIC 9(07) VALUE ZEROS.
      * ---------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'FECHA-ACTUAL' USING WS-FECHA-HOY
           PERFORM 0500-LEE-PARAMETROS
           COMPUTE WS-PUNTOS-MAXIMO = WS-PORCENTAJE * 100
           COMPUTE WS-RANGO-PUNTOS  = WS-PUNTOS-MAXIMO * 2
           INITIALIZE WS-TABLA-ARCHIVOS WS-TABLA-CAMPOS

           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-HOY  TO TIT-FECHA
           MOVE WS-PORCENTAJE TO TIT-PORCENTAJE
           MOVE WS-SEMILLA    TO TIT-SEMILLA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER ADVANCING 1 LINE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 2 LINES
           WRITE REG-REPORTE FROM WS-TITULO-SOBREVIVE
                 AFTER ADVANCING 2 LINES

           PERFORM 1000-ENMASCARA-CLIENTES
           IF NOT TABLA-DESBORDADA
              PERFORM 2000-ENMASCARA-SALDOS
              PERFORM 3000-ENMASCARA-EMPLEADOS
              PERFORM 4000-ENMASCARA-BANCOS
              PERFORM 5000-ENMASCARA-DEPENDIENTES
           END-IF

           PERFORM 9000-TERMINA
           MOVE WS-RETORNO TO RETURN-CODE
           GOBACK.
       0000-FIN.  EXIT.

      * -----------------------------------------------------------
      * TARJETAS PORCENTAJE=NN (01 A 50, 10 POR OMISION) Y
      * SEMILLA=NNNNNNNN (CERO POR OMISION).
      * -----------------------------------------------------------
       0500-LEE-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-CODIGO-PARM NOT EQUAL ZEROS
              GO TO 0500-FIN
           END-IF

           PERFORM 0510-PROCESA-TARJETA UNTIL FIN-DE-PARM
           CLOSE PARAMETROS.
       0500-FIN.  EXIT.

       0510-PROCESA-TARJETA.
           READ PARAMETROS
              AT END MOVE 'S' TO SW-FIN-PARM
           END-READ
           IF FIN-DE-PARM
              GO TO 0510-FIN
           END-IF

           IF REG-PARAMETRO EQUAL SPACES
              GO TO 0510-FIN
           END-IF

           MOVE SPACES TO WS-PARM-CAMPO WS-PARM-VALOR
           UNSTRING REG-PARAMETRO DELIMITED BY '='
                    INTO WS-PARM-CAMPO WS-PARM-VALOR

           EVALUATE WS-PARM-CAMPO
              WHEN 'PORCENTAJE'
                 IF WS-PARM-VALOR-2 NUMERIC
                       AND WS-PARM-RESTO-2 EQUAL SPACES
                       AND WS-PARM-VALOR-2 NOT LESS THAN '01'
                       AND WS-PARM-VALOR-2 NOT GREATER THAN '50'
                    MOVE WS-PARM-VALOR-2 TO WS-PORCENTAJE
                 ELSE
                    DISPLAY 'PORCENTAJE INVALIDO, SE USA '
                            WS-PORCENTAJE ': ' REG-PARAMETRO
                 END-IF
              WHEN 'SEMILLA'
                 IF WS-PARM-VALOR NUMERIC
                    MOVE WS-PARM-VALOR TO WS-SEMILLA
                 ELSE
                    DISPLAY 'SEMILLA INVALIDA, SE USA '
                            WS-SEMILLA ': ' REG-PARAMETRO
                 END-IF
              WHEN OTHER
                 DISPLAY 'TARJETA DE PARAMETRO DESCONOCIDA: '
                         REG-PARAMETRO
           END-EVALUATE.
       0510-FIN.  EXIT.

      * -----------------------------------------------------------
      * CLIENTES: EL DOCUMENTO (LLAVE) PASA A SER EL NUMERO DE
      * ORDEN DEL CLIENTE EN EL ARCHIVO, ASI LA DESCARGA QUEDA EN
      * ORDEN DE LLAVE. LA TABLA GUARDA EL DOCUMENTO REAL DE CADA
      * POSICION PARA TRADUCIR SALDO-TITULAR.
      * -----------------------------------------------------------
       1000-ENMASCARA-CLIENTES.
           MOVE 1 TO WS-IDX-ARCHIVO
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT CLIENTES
           IF WS-CODIGO-CLI NOT EQUAL ZEROS
              PERFORM 8500-ARCHIVO-NO-DISPONIBLE
              GO TO 1000-FIN
           END-IF

           OPEN OUTPUT CLIENTES-MASC
           MOVE 'S' TO WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO)
           PERFORM 1010-LEE-CLIENTE
           PERFORM 1020-ENMASCARA-CLIENTE UNTIL FIN-DE-ARCHIVO
           CLOSE CLIENTES CLIENTES-MASC.
       1000-FIN.  EXIT.

       1010-LEE-CLIENTE.
           READ CLIENTES NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.
       1010-FIN.  EXIT.

       1020-ENMASCARA-CLIENTE.
           IF WS-CANTIDAD-CLIENTES-TABLA NOT LESS THAN 99999
              DISPLAY 'CLIENTES NO ENTRA EN LA TABLA DE DOCUMENTOS ('
                      WS-CANTIDAD-CLIENTES-TABLA '): COPIA ANULADA'
              MOVE 'S' TO SW-TABLA-DESBORDADA
              MOVE 'S' TO SW-FIN-ARCHIVO
              MOVE 16 TO WS-RETORNO
              GO TO 1020-FIN
           END-IF

           ADD 1 TO WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)
           ADD 1 TO WS-CANTIDAD-CLIENTES-TABLA
           MOVE CLIENTE-LLAVE TO
                WS-TABLA-CLI-DOCUMENTO (WS-CANTIDAD-CLIENTES-TABLA)
           MOVE WS-CANTIDAD-CLIENTES-TABLA TO WS-DOCUMENTO-FICTICIO
           MOVE WS-DOCUMENTO-FICTICIO TO WS-LLAVE-INFORME-NUM
           MOVE WS-LLAVE-INFORME-NUM  TO WS-LLAVE-INFORME

           MOVE 1 TO WS-IDX-CAMPO
           MOVE CLIENTE-LLAVE         TO WS-ORIGINAL-NUMERO
           MOVE WS-DOCUMENTO-FICTICIO TO CLIENTE-LLAVE
           MOVE CLIENTE-LLAVE         TO WS-MASCARA-NUMERO
           PERFORM 8110-CONTROLA-NUMERO

           MOVE 2 TO WS-IDX-CAMPO
           MOVE CLI-NOMBRE TO WS-ORIGINAL-TEXTO
           IF CLI-NOMBRE NOT EQUAL SPACES
              PERFORM 7200-ARMA-NOMBRE-CLIENTE
              MOVE WS-NOMBRE-FICTICIO TO CLI-NOMBRE
           END-IF
           MOVE CLI-NOMBRE TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           MOVE 3 TO WS-IDX-CAMPO
           MOVE CLI-DIRECCION TO WS-ORIGINAL-TEXTO
           IF CLI-DIRECCION NOT EQUAL SPACES
              MOVE SPACES TO CLI-DIRECCION
              STRING 'CALLE PRUEBA '       DELIMITED BY SIZE
                     WS-DOCUMENTO-FICTICIO DELIMITED BY SIZE
                     INTO CLI-DIRECCION
           END-IF
           MOVE CLI-DIRECCION TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           MOVE 4 TO WS-IDX-CAMPO
           MOVE CLI-TELEFONO TO WS-ORIGINAL-TEXTO
           IF CLI-TELEFONO NOT EQUAL SPACES
              MOVE SPACES TO CLI-TELEFONO
              STRING '555-'                DELIMITED BY SIZE
                     WS-DOCUMENTO-FICTICIO DELIMITED BY SIZE
                     INTO CLI-TELEFONO
           END-IF
           MOVE CLI-TELEFONO TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           MOVE 5 TO WS-IDX-CAMPO
           MOVE CLI-CUIT TO WS-ORIGINAL-NUMERO
           IF CLI-CUIT GREATER THAN ZEROS
              PERFORM 7500-ARMA-CUIT
              MOVE WS-CUIT-TRABAJO TO CLI-CUIT
           END-IF
           MOVE CLI-CUIT TO WS-MASCARA-NUMERO
           PERFORM 8110-CONTROLA-NUMERO

           WRITE REG-CLIENTE-MASC FROM REG-CLIENTE
           ADD 1 TO WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO)

           PERFORM 1010-LEE-CLIENTE.
       1020-FIN.  EXIT.

      * -----------------------------------------------------------
      * ARCHIVO-SALDOS: LA CUENTA (LLAVE) NO CAMBIA. EL TITULAR SE
      * TRADUCE AL DOCUMENTO FICTICIO DEL CLIENTE Y EL NOMBRE DE LA
      * CUENTA SE ARMA IGUAL QUE EN EL MAESTRO DEL QUE VIENE: EL DEL
      * CLIENTE TITULAR, O EL DE LA NOMINA (APELLIDO, NOMBRE) EN LAS
      * CUENTAS DE SUELDO SIN TITULAR DEL RANGO DE LEGAJOS.
      * -----------------------------------------------------------
       2000-ENMASCARA-SALDOS.
           MOVE 2 TO WS-IDX-ARCHIVO
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-SALDOS
           IF WS-CODIGO-SDO NOT EQUAL ZEROS
              PERFORM 8500-ARCHIVO-NO-DISPONIBLE
              GO TO 2000-FIN
           END-IF

           OPEN OUTPUT SALDOS-MASC
           MOVE 'S' TO WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO)
           PERFORM 2010-LEE-SALDO
           PERFORM 2020-ENMASCARA-SALDO UNTIL FIN-DE-ARCHIVO
           CLOSE ARCHIVO-SALDOS SALDOS-MASC.
       2000-FIN.  EXIT.

       2010-LEE-SALDO.
           READ ARCHIVO-SALDOS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.
       2010-FIN.  EXIT.

       2020-ENMASCARA-SALDO.
           ADD 1 TO WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)
           MOVE SALDO-CUENTA TO WS-LLAVE-INFORME-NUM
           MOVE WS-LLAVE-INFORME-NUM TO WS-LLAVE-INFORME
           MOVE SALDO-CUENTA TO WS-LLAVE-MEZCLA
           PERFORM 7000-CALCULA-FACTOR

           MOVE 7 TO WS-IDX-CAMPO
           MOVE SALDO-TITULAR TO WS-ORIGINAL-NUMERO
           MOVE ZEROS TO WS-DOCUMENTO-FICTICIO
           IF SALDO-TITULAR GREATER THAN ZEROS
              PERFORM 2100-TRADUCE-TITULAR
           END-IF
           MOVE SALDO-TITULAR TO WS-MASCARA-NUMERO
           PERFORM 8110-CONTROLA-NUMERO

           MOVE 6 TO WS-IDX-CAMPO
           MOVE SALDO-NOMBRE TO WS-ORIGINAL-TEXTO
           IF SALDO-NOMBRE NOT EQUAL SPACES
              PERFORM 2200-ARMA-NOMBRE-CUENTA
              MOVE WS-NOMBRE-FICTICIO TO SALDO-NOMBRE
           END-IF
           MOVE SALDO-NOMBRE TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           MOVE WS-TOPE-SALDO TO WS-IMPORTE-TOPE

           MOVE 8 TO WS-IDX-CAMPO
           MOVE SALDO-ACTUAL TO WS-IMPORTE-ORIGINAL
           PERFORM 7100-PERTURBA-IMPORTE
           MOVE WS-IMPORTE-MASCARA TO SALDO-ACTUAL

           MOVE 9 TO WS-IDX-CAMPO
           MOVE SALDO-ANTERIOR TO WS-IMPORTE-ORIGINAL
           PERFORM 7100-PERTURBA-IMPORTE
           MOVE WS-IMPORTE-MASCARA TO SALDO-ANTERIOR

           MOVE 10 TO WS-IDX-CAMPO
           MOVE SALDO-FONDOS-RETENIDOS TO WS-IMPORTE-ORIGINAL
           PERFORM 7100-PERTURBA-IMPORTE
           MOVE WS-IMPORTE-MASCARA TO SALDO-FONDOS-RETENIDOS

           WRITE REG-SALDOS-MASC FROM REG-SALDOS
           ADD 1 TO WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO)

           PERFORM 2010-LEE-SALDO.
       2020-FIN.  EXIT.

      * -----------------------------------------------------------
      * EL TITULAR QUE NO ESTA EN CLIENTES NO TIENE DOCUMENTO
      * FICTICIO: LA CUENTA QUEDA SIN TITULAR ASIGNADO (CERO).
      * -----------------------------------------------------------
       2100-TRADUCE-TITULAR.
           SEARCH ALL WS-CLIENTE-TABLA
              AT END
                 ADD 1 TO WS-TITULARES-SIN-CLIENTE
                 MOVE ZEROS TO SALDO-TITULAR
              WHEN WS-TABLA-CLI-DOCUMENTO (WS-IDX-CLI) EQUAL
                   SALDO-TITULAR
                 SET WS-DOCUMENTO-FICTICIO TO WS-IDX-CLI
                 MOVE WS-DOCUMENTO-FICTICIO TO SALDO-TITULAR
           END-SEARCH.
       2100-FIN.  EXIT.

       2200-ARMA-NOMBRE-CUENTA.
           EVALUATE TRUE
              WHEN WS-DOCUMENTO-FICTICIO GREATER THAN ZEROS
                 PERFORM 7200-ARMA-NOMBRE-CLIENTE
              WHEN WS-ORIGINAL-NUMERO EQUAL ZEROS
                   AND SALDO-CUENTA NOT GREATER THAN 99999
                 MOVE SALDO-CUENTA TO WS-LEGAJO-FICTICIO
                 PERFORM 7300-ARMA-NOMBRE-EMPLEADO
                 MOVE SPACES TO WS-NOMBRE-FICTICIO
                 STRING WS-EMP-APELLIDO-FICTICIO DELIMITED BY SIZE
                        ', '                     DELIMITED BY SIZE
                        WS-EMP-NOMBRE-FICTICIO   DELIMITED BY SIZE
                        INTO WS-NOMBRE-FICTICIO
              WHEN OTHER
                 MOVE SALDO-CUENTA TO WS-CUENTA-FICTICIA
                 MOVE SPACES TO WS-NOMBRE-FICTICIO
                 STRING 'CUENTA '          DELIMITED BY SIZE
                        WS-CUENTA-FICTICIA DELIMITED BY SIZE
                        INTO WS-NOMBRE-FICTICIO
           END-EVALUATE.
       2200-FIN.  EXIT.

      * -----------------------------------------------------------
      * EMPLEADOS: EL LEGAJO (LLAVE) NO CAMBIA; NOMBRE Y APELLIDO
      * FICTICIOS SALEN DEL LEGAJO Y EL SALARIO VARIA CON EL FACTOR
      * DEL LEGAJO.
      * -----------------------------------------------------------
       3000-ENMASCARA-EMPLEADOS.
           MOVE 3 TO WS-IDX-ARCHIVO
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT EMPLEADOS
           IF WS-CODIGO-EMP NOT EQUAL ZEROS
              PERFORM 8500-ARCHIVO-NO-DISPONIBLE
              GO TO 3000-FIN
           END-IF

           OPEN OUTPUT EMPLEADOS-MASC
           MOVE 'S' TO WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO)
           PERFORM 3010-LEE-EMPLEADO
           PERFORM 3020-ENMASCARA-EMPLEADO UNTIL FIN-DE-ARCHIVO
           CLOSE EMPLEADOS EMPLEADOS-MASC.
       3000-FIN.  EXIT.

       3010-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.
       3010-FIN.  EXIT.

       3020-ENMASCARA-EMPLEADO.
           ADD 1 TO WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)
           MOVE EMPLEADOS-LLAVE TO WS-LLAVE-INFORME-NUM
           MOVE WS-LLAVE-INFORME-NUM TO WS-LLAVE-INFORME
           MOVE EMPLEADOS-LLAVE TO WS-LLAVE-MEZCLA
           PERFORM 7000-CALCULA-FACTOR
           MOVE EMPLEADOS-LLAVE TO WS-LEGAJO-FICTICIO
           PERFORM 7300-ARMA-NOMBRE-EMPLEADO

           MOVE 11 TO WS-IDX-CAMPO
           MOVE EMP-NOMBRE TO WS-ORIGINAL-TEXTO
           IF EMP-NOMBRE NOT EQUAL SPACES
              MOVE WS-EMP-NOMBRE-FICTICIO TO EMP-NOMBRE
           END-IF
           MOVE EMP-NOMBRE TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           MOVE 12 TO WS-IDX-CAMPO
           MOVE EMP-APELLIDO TO WS-ORIGINAL-TEXTO
           IF EMP-APELLIDO NOT EQUAL SPACES
              MOVE WS-EMP-APELLIDO-FICTICIO TO EMP-APELLIDO
           END-IF
           MOVE EMP-APELLIDO TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           MOVE 13 TO WS-IDX-CAMPO
           MOVE WS-TOPE-SALARIO TO WS-IMPORTE-TOPE
           MOVE EMP-SALARIO TO WS-IMPORTE-ORIGINAL
           PERFORM 7100-PERTURBA-IMPORTE
           MOVE WS-IMPORTE-MASCARA TO EMP-SALARIO

           WRITE REG-EMPLEADOS-MASC FROM REG-EMPLEADOS
           ADD 1 TO WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO)

           PERFORM 3010-LEE-EMPLEADO.
       3020-FIN.  EXIT.

       4000-ENMASCARA-BANCOS.
           MOVE 4 TO WS-IDX-ARCHIVO
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT BANCO-EMPLEADO
           IF WS-CODIGO-BAN NOT EQUAL ZEROS
              PERFORM 8500-ARCHIVO-NO-DISPONIBLE
              GO TO 4000-FIN
           END-IF

           OPEN OUTPUT BANCOS-MASC
           MOVE 'S' TO WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO)
           PERFORM 4010-LEE-BANCO
           PERFORM 4020-ENMASCARA-BANCO UNTIL FIN-DE-ARCHIVO
           CLOSE BANCO-EMPLEADO BANCOS-MASC.
       4000-FIN.  EXIT.

       4010-LEE-BANCO.
           READ BANCO-EMPLEADO NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.
       4010-FIN.  EXIT.

       4020-ENMASCARA-BANCO.
           ADD 1 TO WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)
           MOVE BANCO-EMP-LLAVE TO WS-LLAVE-INFORME-NUM
           MOVE WS-LLAVE-INFORME-NUM TO WS-LLAVE-INFORME

           MOVE 14 TO WS-IDX-CAMPO
           MOVE BANCO-EMP-CBU TO WS-ORIGINAL-TEXTO
           IF BANCO-EMP-CBU NOT EQUAL SPACES
              PERFORM 7400-ARMA-CBU
              MOVE WS-CBU-TRABAJO TO BANCO-EMP-CBU
           END-IF
           MOVE BANCO-EMP-CBU TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           WRITE REG-BANCOS-MASC FROM REG-BANCO-EMPLEADO
           ADD 1 TO WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO)

           PERFORM 4010-LEE-BANCO.
       4020-FIN.  EXIT.

      * -----------------------------------------------------------
      * DEPENDIENTES: EL FAMILIAR LLEVA EL APELLIDO FICTICIO DEL
      * EMPLEADO Y SU SECUENCIA.
      * -----------------------------------------------------------
       5000-ENMASCARA-DEPENDIENTES.
           MOVE 5 TO WS-IDX-ARCHIVO
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT DEPENDIENTES
           IF WS-CODIGO-DPD NOT EQUAL ZEROS
              PERFORM 8500-ARCHIVO-NO-DISPONIBLE
              GO TO 5000-FIN
           END-IF

           OPEN OUTPUT DEPENDIENTES-MASC
           MOVE 'S' TO WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO)
           PERFORM 5010-LEE-DEPENDIENTE
           PERFORM 5020-ENMASCARA-DEPENDIENTE UNTIL FIN-DE-ARCHIVO
           CLOSE DEPENDIENTES DEPENDIENTES-MASC.
       5000-FIN.  EXIT.

       5010-LEE-DEPENDIENTE.
           READ DEPENDIENTES NEXT RECORD
              AT END MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.
       5010-FIN.  EXIT.

       5020-ENMASCARA-DEPENDIENTE.
           ADD 1 TO WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)
           MOVE DEP-LLAVE TO WS-LLAVE-INFORME

           MOVE 15 TO WS-IDX-CAMPO
           MOVE DEP-NOMBRE TO WS-ORIGINAL-TEXTO
           IF DEP-NOMBRE NOT EQUAL SPACES
              MOVE DEP-LEGAJO TO WS-LEGAJO-FICTICIO
              PERFORM 7300-ARMA-NOMBRE-EMPLEADO
              MOVE SPACES TO DEP-NOMBRE
              STRING WS-EMP-APELLIDO-FICTICIO DELIMITED BY '  '
                     ', FAMILIAR '            DELIMITED BY SIZE
                     DEP-SECUENCIA            DELIMITED BY SIZE
                     INTO DEP-NOMBRE
           END-IF
           MOVE DEP-NOMBRE TO WS-MASCARA-TEXTO
           PERFORM 8100-CONTROLA-TEXTO

           WRITE REG-DEPENDIENTES-MASC FROM REG-DEPENDIENTE
           ADD 1 TO WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO)

           PERFORM 5010-LEE-DEPENDIENTE.
       5020-FIN.  EXIT.

      * -----------------------------------------------------------
      * FACTOR DE VARIACION DE LA LLAVE: ENTRE -PORCENTAJE Y
      * +PORCENTAJE EN PUNTOS BASICOS, NUNCA CERO. DEPENDE SOLO DE
      * LA LLAVE Y DE LA SEMILLA, ASI DOS COPIAS CON LA MISMA
      * SEMILLA DAN LOS MISMOS IMPORTES.
      * -----------------------------------------------------------
       7000-CALCULA-FACTOR.
           COMPUTE WS-MEZCLA = WS-LLAVE-MEZCLA * 7919 + WS-SEMILLA
           DIVIDE WS-MEZCLA BY WS-RANGO-PUNTOS
                  GIVING WS-COCIENTE-MEZCLA
                  REMAINDER WS-RESTO-MEZCLA
           IF WS-RESTO-MEZCLA LESS THAN WS-PUNTOS-MAXIMO
              COMPUTE WS-PUNTOS-VARIACION = 0 - WS-RESTO-MEZCLA - 1
           ELSE
              COMPUTE WS-PUNTOS-VARIACION =
                      WS-RESTO-MEZCLA - WS-PUNTOS-MAXIMO + 1
           END-IF
           COMPUTE WS-FACTOR = 1 + WS-PUNTOS-VARIACION / 10000.
       7000-FIN.  EXIT.

      * -----------------------------------------------------------
      * APLICA EL FACTOR AL IMPORTE. SI EL RESULTADO NO ENTRA EN EL
      * CAMPO SE VARIA PARA EL OTRO LADO; SI EL REDONDEO LO DEJA
      * IGUAL AL ORIGINAL SE CORRE UN CENTAVO HACIA CERO.
      * -----------------------------------------------------------
       7100-PERTURBA-IMPORTE.
           COMPUTE WS-IMPORTE-MASCARA ROUNDED =
                   WS-IMPORTE-ORIGINAL * WS-FACTOR
           IF WS-IMPORTE-MASCARA GREATER THAN WS-IMPORTE-TOPE
              OR WS-IMPORTE-MASCARA LESS THAN 0 - WS-IMPORTE-TOPE
              COMPUTE WS-IMPORTE-MASCARA ROUNDED =
                      WS-IMPORTE-ORIGINAL * (2 - WS-FACTOR)
           END-IF
           IF WS-IMPORTE-MASCARA EQUAL WS-IMPORTE-ORIGINAL
              IF WS-IMPORTE-ORIGINAL GREATER THAN ZEROS
                 SUBTRACT 0.01 FROM WS-IMPORTE-MASCARA
              ELSE
                 IF WS-IMPORTE-ORIGINAL LESS THAN ZEROS
                    ADD 0.01 TO WS-IMPORTE-MASCARA
                 END-IF
              END-IF
           END-IF

           MOVE WS-IMPORTE-ORIGINAL TO WS-ORIGINAL-NUMERO
           MOVE WS-IMPORTE-MASCARA  TO WS-MASCARA-NUMERO
           PERFORM 8110-CONTROLA-NUMERO.
       7100-FIN.  EXIT.

       7200-ARMA-NOMBRE-CLIENTE.
           MOVE SPACES TO WS-NOMBRE-FICTICIO
           STRING 'CLIENTE '            DELIMITED BY SIZE
                  WS-DOCUMENTO-FICTICIO DELIMITED BY SIZE
                  INTO WS-NOMBRE-FICTICIO.
       7200-FIN.  EXIT.

       7300-ARMA-NOMBRE-EMPLEADO.
           MOVE SPACES TO WS-EMP-NOMBRE-FICTICIO
                          WS-EMP-APELLIDO-FICTICIO
           STRING 'NOMBRE '          DELIMITED BY SIZE
                  WS-LEGAJO-FICTICIO DELIMITED BY SIZE
                  INTO WS-EMP-NOMBRE-FICTICIO
           STRING 'APELLIDO '        DELIMITED BY SIZE
                  WS-LEGAJO-FICTICIO DELIMITED BY SIZE
                  INTO WS-EMP-APELLIDO-FICTICIO.
       7300-FIN.  EXIT.

      * -----------------------------------------------------------
      * CBU DE 22 DIGITOS EN DOS BLOQUES (8 Y 14) CON VERIFICADOR
      * 10 - (SUMA PONDERADA MOD 10), CON 10 = 0.
      * -----------------------------------------------------------
       7400-ARMA-CBU.
           MOVE BANCO-EMP-CODIGO-BANCO TO WS-CBU-BANCO
           MOVE 1                      TO WS-CBU-SUCURSAL
           MOVE BANCO-EMP-LLAVE        TO WS-CBU-CUENTA

           MOVE ZEROS TO WS-SUMA-PONDERADA
           PERFORM 7410-PONDERA-BLOQUE-1
                   VARYING WS-IDX-CBU FROM 1 BY 1
                   UNTIL WS-IDX-CBU > 7
           PERFORM 7450-CALCULA-VERIFICADOR
           MOVE WS-DIGITO-CALCULADO TO WS-CBU-VERIF-1

           MOVE ZEROS TO WS-SUMA-PONDERADA
           PERFORM 7420-PONDERA-BLOQUE-2
                   VARYING WS-IDX-CBU FROM 1 BY 1
                   UNTIL WS-IDX-CBU > 13
           PERFORM 7450-CALCULA-VERIFICADOR
           MOVE WS-DIGITO-CALCULADO TO WS-CBU-VERIF-2.
       7400-FIN.  EXIT.

       7410-PONDERA-BLOQUE-1.
           COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                   + WS-CBU-DIGITO (WS-IDX-CBU)
                   * WS-PESO-B1 (WS-IDX-CBU).
       7410-FIN.  EXIT.

       7420-PONDERA-BLOQUE-2.
           COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                   + WS-CBU-DIGITO (WS-IDX-CBU + 8)
                   * WS-PESO-B2 (WS-IDX-CBU).
       7420-FIN.  EXIT.

       7450-CALCULA-VERIFICADOR.
           DIVIDE WS-SUMA-PONDERADA BY 10 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
           COMPUTE WS-DIGITO-CALCULADO = 10 - WS-RESTO
           IF WS-DIGITO-CALCULADO EQUAL 10
              MOVE ZEROS TO WS-DIGITO-CALCULADO
           END-IF.
       7450-FIN.  EXIT.

      * -----------------------------------------------------------
      * CUIT: SE CONSERVA EL TIPO (PRIMEROS DOS DIGITOS) Y SE ARMA
      * CON EL DOCUMENTO FICTICIO; VERIFICADOR = 11 - (SUMA
      * PONDERADA MOD 11), CON 11 = 0 Y 10 = 9.
      * -----------------------------------------------------------
       7500-ARMA-CUIT.
           DIVIDE CLI-CUIT BY 1000000000 GIVING WS-CUIT-TIPO
                  REMAINDER WS-CUIT-RESTO
           COMPUTE WS-CUIT-TRABAJO = WS-CUIT-TIPO * 1000000000
                   + WS-DOCUMENTO-FICTICIO * 10

           MOVE ZEROS TO WS-SUMA-PONDERADA
           PERFORM 7510-PONDERA-CUIT
                   VARYING WS-IDX-CBU FROM 1 BY 1
                   UNTIL WS-IDX-CBU > 10
           DIVIDE WS-SUMA-PONDERADA BY 11 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
           COMPUTE WS-DIGITO-CALCULADO = 11 - WS-RESTO
           EVALUATE WS-DIGITO-CALCULADO
              WHEN 11
                 MOVE ZEROS TO WS-DIGITO-CALCULADO
              WHEN 10
                 MOVE 9 TO WS-DIGITO-CALCULADO
           END-EVALUATE
           MOVE WS-DIGITO-CALCULADO TO WS-CUIT-DIGITO (11).
       7500-FIN.  EXIT.

       7510-PONDERA-CUIT.
           COMPUTE WS-SUMA-PONDERADA = WS-SUMA-PONDERADA
                   + WS-CUIT-DIGITO (WS-IDX-CBU)
                   * WS-PESO-CUIT (WS-IDX-CBU).
       7510-FIN.  EXIT.

      * -----------------------------------------------------------
      * CONTROL DE CADA CAMPO: ORIGINAL EN BLANCO O EN CERO NO HAY
      * NADA QUE OCULTAR; SI EL VALOR ENMASCARADO ES IGUAL AL
      * ORIGINAL SE LISTA LA LLAVE (NUNCA EL VALOR).
      * -----------------------------------------------------------
       8100-CONTROLA-TEXTO.
           IF WS-ORIGINAL-TEXTO EQUAL SPACES
              ADD 1 TO WS-CAMPO-SIN-DATO (WS-IDX-CAMPO)
              GO TO 8100-FIN
           END-IF

           IF WS-MASCARA-TEXTO EQUAL WS-ORIGINAL-TEXTO
              PERFORM 8200-INFORMA-SOBREVIVIENTE
           ELSE
              ADD 1 TO WS-CAMPO-ENMASCARADOS (WS-IDX-CAMPO)
           END-IF.
       8100-FIN.  EXIT.

       8110-CONTROLA-NUMERO.
           IF WS-ORIGINAL-NUMERO EQUAL ZEROS
              ADD 1 TO WS-CAMPO-SIN-DATO (WS-IDX-CAMPO)
              GO TO 8110-FIN
           END-IF

           IF WS-MASCARA-NUMERO EQUAL WS-ORIGINAL-NUMERO
              PERFORM 8200-INFORMA-SOBREVIVIENTE
           ELSE
              ADD 1 TO WS-CAMPO-ENMASCARADOS (WS-IDX-CAMPO)
           END-IF.
       8110-FIN.  EXIT.

       8200-INFORMA-SOBREVIVIENTE.
           ADD 1 TO WS-CAMPO-SOBREVIVEN (WS-IDX-CAMPO)
           ADD 1 TO WS-TOTAL-SOBREVIVEN
           MOVE WS-CAMPO-ARCHIVO (WS-IDX-CAMPO) TO SOB-ARCHIVO
           MOVE WS-CAMPO-NOMBRE (WS-IDX-CAMPO)  TO SOB-CAMPO
           MOVE WS-LLAVE-INFORME                TO SOB-LLAVE
           WRITE REG-REPORTE FROM WS-LINEA-SOBREVIVE
                 AFTER ADVANCING 1 LINE.
       8200-FIN.  EXIT.

      * -----------------------------------------------------------
      * UN MAESTRO QUE NO ABRE NO SE DESCARGA: SU COPIA DE PRUEBAS
      * NO DEBE RECARGARSE, POR ESO LA CORRIDA TERMINA CON RC 8.
      * -----------------------------------------------------------
       8500-ARCHIVO-NO-DISPONIBLE.
           DISPLAY 'NO SE PUEDE ABRIR '
                   WS-ARCHIVO-NOMBRE (WS-IDX-ARCHIVO)
           MOVE 'N' TO WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO)
           IF WS-RETORNO LESS THAN 8
              MOVE 8 TO WS-RETORNO
           END-IF.
       8500-FIN.  EXIT.

       9000-TERMINA.
           IF WS-TOTAL-SOBREVIVEN EQUAL ZEROS
              MOVE SPACES TO WS-LINEA-SOBREVIVE
              MOVE '(NINGUNO)' TO SOB-ARCHIVO
              WRITE REG-REPORTE FROM WS-LINEA-SOBREVIVE
                    AFTER ADVANCING 1 LINE
           END-IF

           WRITE REG-REPORTE FROM WS-TITULO-ARCHIVOS
                 AFTER ADVANCING 3 LINES
           PERFORM 9100-LINEA-ARCHIVO
                   VARYING WS-IDX-ARCHIVO FROM 1 BY 1
                   UNTIL WS-IDX-ARCHIVO > 5

           WRITE REG-REPORTE FROM WS-TITULO-CAMPOS
                 AFTER ADVANCING 3 LINES
           PERFORM 9200-LINEA-CAMPO
                   VARYING WS-IDX-CAMPO FROM 1 BY 1
                   UNTIL WS-IDX-CAMPO > 15

           MOVE WS-TITULARES-SIN-CLIENTE TO TIT-SIN-CLIENTE
           WRITE REG-REPORTE FROM WS-LINEA-TITULAR
                 AFTER ADVANCING 2 LINES

           IF WS-TOTAL-SOBREVIVEN GREATER THAN ZEROS
              IF WS-RETORNO LESS THAN 8
                 MOVE 8 TO WS-RETORNO
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN TABLA-DESBORDADA
                 MOVE 'COPIA ANULADA, CLIENTES EXCEDE LA TABLA'
                      TO RES-TEXTO
              WHEN WS-TOTAL-SOBREVIVEN GREATER THAN ZEROS
                 MOVE 'HAY VALORES ORIGINALES - NO ENTREGAR LA COPIA'
                      TO RES-TEXTO
              WHEN WS-RETORNO NOT EQUAL ZEROS
                 MOVE 'COPIA INCOMPLETA, FALTA ALGUN MAESTRO'
                      TO RES-TEXTO
              WHEN OTHER
                 MOVE 'NINGUN VALOR ORIGINAL SOBREVIVE'
                      TO RES-TEXTO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-LINEA-RESULTADO
                 AFTER ADVANCING 2 LINES
           CLOSE REPORTE

           PERFORM 9300-SUMA-ARCHIVO
                   VARYING WS-IDX-ARCHIVO FROM 1 BY 1
                   UNTIL WS-IDX-ARCHIVO > 5
           CALL 'ESCRIBE-ESTADISTICAS'
                USING WS-NOMBRE-PROGRAMA WS-STAT-LEIDOS
                      WS-STAT-GRABADOS WS-TOTAL-SOBREVIVEN.
       9000-FIN.  EXIT.

       9100-LINEA-ARCHIVO.
           MOVE WS-ARCHIVO-NOMBRE (WS-IDX-ARCHIVO)   TO ARC-NOMBRE
           MOVE WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)   TO ARC-LEIDOS
           MOVE WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO) TO ARC-GRABADOS
           IF WS-ARCHIVO-DISPONIBLE (WS-IDX-ARCHIVO) EQUAL 'S'
              MOVE SPACES TO ARC-OBSERVACION
           ELSE
              MOVE 'NO DESCARGADO' TO ARC-OBSERVACION
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-ARCHIVO
                 AFTER ADVANCING 1 LINE.
       9100-FIN.  EXIT.

       9200-LINEA-CAMPO.
           MOVE WS-CAMPO-ARCHIVO (WS-IDX-CAMPO)      TO CAM-ARCHIVO
           MOVE WS-CAMPO-NOMBRE (WS-IDX-CAMPO)       TO CAM-CAMPO
           MOVE WS-CAMPO-ENMASCARADOS (WS-IDX-CAMPO) TO CAM-ENMASCARADOS
           MOVE WS-CAMPO-SIN-DATO (WS-IDX-CAMPO)     TO CAM-SIN-DATO
           MOVE WS-CAMPO-SOBREVIVEN (WS-IDX-CAMPO)   TO CAM-SOBREVIVEN
           WRITE REG-REPORTE FROM WS-LINEA-CAMPO
                 AFTER ADVANCING 1 LINE.
       9200-FIN.  EXIT.

       9300-SUMA-ARCHIVO.
           ADD WS-ARCHIVO-LEIDOS (WS-IDX-ARCHIVO)   TO WS-STAT-LEIDOS
           ADD WS-ARCHIVO-GRABADOS (WS-IDX-ARCHIVO) TO WS-STAT-GRABADOS.
       9300-FIN.  EXIT.
      * ---------------------------------------------------------------
