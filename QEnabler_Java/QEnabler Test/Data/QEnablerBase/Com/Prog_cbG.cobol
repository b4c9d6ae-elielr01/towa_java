      * CAMPO (VA AL FINAL DEL AREA) Y UN RESIDUO 'U' DESVIARIA LA     *
      * CONSULTA A LA TABLA DE LA UMA; ESTE SERVICIO ES SOLO POR       *
      * ZONA.                                                          *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9SSMDE-M05.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SI EL LLAMADOR WEB NO INFORMA PROGRAMA, CLAVE O CANTIDAD       *
      * DEL REGISTRO DE CONTINGENCIA, LA CONSULTA SE REGISTRA A        *
      * NOMBRE DE UR9SSMDE, SIN CLAVE Y CON CANTIDAD CERO.             *
      *                                                                *
      *             IDENTIFICATION DIVISION

           END-IF.
           IF ENTRADA-VALIDA AND ZONA-RESUELTA
              MOVE SPACE TO OSM-UNIDAD
              PERFORM COMPLETA-DATOS-REGISTRO
              CALL 'UR9CSMDE' USING URWCOSM UGECMNE
           END-IF.
           PERFORM REGISTRA-CONSULTA.

      ******************************************************************
      *                    COMPLETA-DATOS-REGISTRO                     *
      *                                                                *
      *  LOS LLAMADORES DEL CANAL WEB SON ANTERIORES A LOS CAMPOS DEL  *
      *  REGISTRO DE CONTINGENCIA (VAN AL FINAL DEL AREA). SI NO LOS   *
      *  TRAEN, LA CONSULTA SE REGISTRA A NOMBRE DE ESTE SERVICIO,     *
      *  SIN CLAVE Y SIN CANTIDAD.                                     *
      ******************************************************************
       COMPLETA-DATOS-REGISTRO.
      *-------------
           IF OSM-PROGRAMA = SPACES OR LOW-VALUES
              MOVE 'UR9SSMDE' TO OSM-PROGRAMA
           END-IF.
           IF OSM-CLAVE = LOW-VALUES
              MOVE SPACES     TO OSM-CLAVE
           END-IF.
           IF OSM-CANTIDAD NOT NUMERIC
              MOVE 0          TO OSM-CANTIDAD
           END-IF.

      ******************************************************************
      *                    REGISTRA-CONSULTA                           *
      *                                                                *
