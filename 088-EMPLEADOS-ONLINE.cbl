       DATE-WRITTEN.                   22/08/2026.
      * ---------------------------------------------------------------
      * HISTORIA DE MODIFICACIONES:
      *   15/10/2026  AMF  EL CAMBIO QUE TOCA UN CAMPO DE DOBLE FIRMA
      *                    (STATUS 'PA') SE INFORMA COMO GRABADO CON
      *                    ESE CAMPO PENDIENTE DE APROBACION.
      *   02/09/2026  AMF  INGRESO CON USUARIO Y CLAVE CONTRA EL
      *                    MAESTRO USUARIOS VIA VALIDA-SESION (TRES
      *                    INTENTOS Y BLOQUEO DE CUENTA), ASI
                USING WS-FUNCION-EMP WS-LLAVE-EMP WS-USUARIO-TERMINAL
                      WS-REG-EMPLEADOS WS-CODIGO-EMP

           EVALUATE WS-CODIGO-EMP
              WHEN ZEROS
                 DISPLAY 'CAMBIO GRABADO'
              WHEN 'PA'
                 DISPLAY 'CAMBIO GRABADO; SALARIO/DEPARTAMENTO '
                         'PENDIENTE DE APROBACION'
              WHEN OTHER
                 DISPLAY 'CAMBIO RECHAZADO (VALIDACION O STATUS): '
                         WS-CODIGO-EMP
           END-EVALUATE.
       4000-FIN.  EXIT.
      * ---------------------------------------------------------------
