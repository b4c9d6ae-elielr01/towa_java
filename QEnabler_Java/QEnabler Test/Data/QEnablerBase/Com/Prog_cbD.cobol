      * UR9CSMDE (ESTE JOB CONSULTA TARIFAS POR ZONA), YA QUE          *
      * URWCOSM SE DECLARA EN WORKING-STORAGE SIN VALUE Y SU           *
      * CONTENIDO INICIAL NO ESTA GARANTIZADO.                         *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9RSMDE-M06.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9CSMDE EL PROGRAMA Y EL PRESTAMO PARA QUE       *
      * UNA RESPUESTA '05' QUEDE REGISTRADA EN REGCSMD Y PUEDA         *
      * CONCILIARSE CON UR9KSMDX AL RESTABLECERSE DB2.                 *
      *                                                                *
      *             IDENTIFICATION DIVISION

           MOVE 'N'          TO OSM-IND-LOOKAHEAD.
           MOVE 'N'          TO OSM-IND-CON-FED.
           MOVE SPACE        TO OSM-UNIDAD.
           MOVE 'UR9RSMDE'   TO OSM-PROGRAMA.
           MOVE PRE-NUMPRES  TO OSM-CLAVE.
           MOVE 0            TO OSM-CANTIDAD.
           CALL 'UR9CSMDE' USING URWCOSM UGECMNE.
           IF OSM-COD-RET = '00'
              IF OSM-IMPORTE NOT = PRE-IMPSALANT
