       DATE-WRITTEN.                   09/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  FAMILIA Y SUBFAMILIA DEL ARTICULO
      *                    (ART-FAMILIA / ART-SUBFAMILIA EN CPART01;
      *                    EL REGISTRO PASA DE 70 A 76): SE EXTIENDEN
      *                    LA IMAGEN ANTERIOR Y EL AREA DE LINKAGE.
      *   02/09/2026  AMF  LOS ERRORES DE I/O, ADEMAS DEL DISPLAY
      *                    DE CONSOLA, DEJAN SU LINEA EN EL LOG
      *                    CENTRAL DE OPERACIONES (CPOPLOG1) VIA
           05 WS-ANTES-COSTO            PIC 9(05)V99.
           05 WS-ANTES-CATEGORIA-IVA    PIC X(01).
           05 WS-ANTES-TASA-IVA         PIC 9(02)V99.
           05 WS-ANTES-FAMILIA          PIC 9(03).
           05 WS-ANTES-SUBFAMILIA       PIC 9(03).
       01  WS-CODIGO                    PIC X(02).
       01  WS-CODIGO-AUDIT              PIC X(02).
       01  WS-CODIGO-HIST                PIC X(02).
           05 LK-ART-COSTO              PIC 9(05)V99.
           05 LK-ART-CATEGORIA-IVA      PIC X(01).
           05 LK-ART-TASA-IVA           PIC 9(02)V99.
           05 LK-ART-FAMILIA            PIC 9(03).
           05 LK-ART-SUBFAMILIA         PIC 9(03).
       01  LK-CODIGO                    PIC X(02).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCION LK-LLAVE LK-USUARIO
