       DATE-WRITTEN.                   02/09/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  LA FECHA SE TOMA DEL RELOJ (FECHA-SISTEMA) Y
      *                    NO DE LA FECHA DE PROCESO: ES EL MOMENTO
      *                    REAL, JUNTO CON LA HORA.
      *   02/09/2026  AMF  VERSION ORIGINAL. SUBPROGRAMA QUE DEJA LA
      *                    MARCA DE INICIO ('I') O FIN ('F') DE LA
      *                    CORRIDA DE UN PROGRAMA EN CRONO-CORRIDAS
       PROCEDURE DIVISION USING LK-PROGRAMA LK-TIPO.

       000-MAINLINE.
           CALL 'FECHA-SISTEMA' USING WS-FECHA-HOY
           ACCEPT WS-HORA-AHORA FROM TIME

           OPEN EXTEND CRONO-CORRIDAS
