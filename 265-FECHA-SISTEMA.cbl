       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FECHA-SISTEMA.
       AUTHOR.                         AYMARA M FUSARO.
       DATE-WRITTEN.                   15/10/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA COMPARTIDO QUE
      *                    DEVUELVE LA FECHA DEL RELOJ (AAAAMMDD) EN
      *                    LK-FECHA-HOY. DESDE QUE FECHA-ACTUAL DEVUELVE
      *                    LA FECHA DE PROCESO, LO USAN SOLO LOS QUE
      *                    ESTAMPAN UN MOMENTO REAL JUNTO CON LA HORA
      *                    (TIEMPOS DE CORRIDA, LOG DE OPERACIONES,
      *                    EVENTOS DE SEGURIDAD, REGISTRO DE
      *                    INTERFACES) Y EL CAMBIO DE DIA DEL CIERRE.
      * ---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * ---------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
       01  LK-FECHA-HOY                 PIC 9(08).
      * ---------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FECHA-HOY.

       000-MAINLINE.
           ACCEPT LK-FECHA-HOY FROM DATE YYYYMMDD.
       000-FIN.  GOBACK.
      * ---------------------------------------------------------------
