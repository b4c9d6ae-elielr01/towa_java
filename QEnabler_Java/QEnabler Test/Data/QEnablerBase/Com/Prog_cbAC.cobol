      *)                                                               *
      * SE CREA LA RUTINA COMPARTIDA DE CONVERSION PESOS/VSM CON LA   *
      * REGLA UNICA DE REDONDEO DE LA CASA.                            *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9XSMDE-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE PASA A UR9CSMDE EL PROGRAMA Y LA CLAVE DEL LLAMADOR         *
      * (XSM-PROGRAMA, XSM-CLAVE) Y, EN CONVERSION A PESOS, LA         *
      * CANTIDAD DE VSM, PARA EL REGISTRO DE CONTINGENCIA.             *
      *                                                                *
      *             IDENTIFICATION DIVISION

           MOVE SPACE     TO OSM-UNIDAD.
           MOVE SPACES    TO OSM-ENTIDAD.
           MOVE SPACES    TO OSM-MUNICIPIO.
           MOVE XSM-PROGRAMA TO OSM-PROGRAMA.
           MOVE XSM-CLAVE    TO OSM-CLAVE.
           IF XSM-VSM-A-PESOS
              MOVE XSM-IMPORTE-ENT TO OSM-CANTIDAD
           ELSE
              MOVE 0               TO OSM-CANTIDAD
           END-IF.
           CALL 'UR9CSMDE' USING URWCOSM UGECMNE.
           MOVE OSM-COD-RET TO XSM-COD-RET.
           MOVE OSM-SQLCODE TO XSM-SQLCODE.
