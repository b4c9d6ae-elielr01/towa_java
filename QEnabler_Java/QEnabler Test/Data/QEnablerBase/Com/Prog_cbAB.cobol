      *)                                                               *
      * SE CREA LA CONSULTA INTEGRAL DE ZONA EN LINEA PARA             *
      * OPERACION, DE SOLO LECTURA.                                    *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9ISMDE-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9CSMDE EL PROGRAMA PARA EL REGISTRO DE          *
      * CONTINGENCIA (REGCSMD); LA CONSULTA NO TIENE CLAVE.            *
      * --------------- -------------------  -------  --------------   *
      * MANTENIMIENTO DE    2026-10-15       IDAXPRE  UR9ISMDE-M02.    *
      * CATALOGOS DE ZONAS                                             *
      * Y OFICIOS                                                      *
      * LAS CAPTURAS PENDIENTES QUE SE MUESTRAN SON SOLO LAS DE TARIFA *
      * (CATALOGO EN BLANCO); LAS SOLICITUDES DE COBERTURA DE LA ZONA  *
      * NO TRAEN IMPORTE Y LAS LISTA EL REPORTE UR9PSMDX.              *
      *                                                                *
      *             IDENTIFICATION DIVISION

           MOVE SPACE            TO OSM-UNIDAD.
           MOVE SPACES           TO OSM-ENTIDAD.
           MOVE SPACES           TO OSM-MUNICIPIO.
           MOVE 'UR9ISMDE'       TO OSM-PROGRAMA.
           MOVE SPACES           TO OSM-CLAVE.
           MOVE 0                TO OSM-CANTIDAD.
           CALL 'UR9CSMDE' USING URWCOSM UGECMNE.
           MOVE OSM-COD-RET            TO ISM-COD-RET-TARIFA.
           MOVE OSM-IMPORTE            TO ISM-IMPORTE.
                 SELECT FOLIO, ACCION, FECOVALI, IMPSALAR,
                        USRSOLIC, FECSOLIC
                   FROM UGDPMSMD
                  WHERE ZONA     = :PMS-ZONA AND
                        ESTSOL   = 'P'       AND
                        CATALOGO = ' '
                  ORDER BY FOLIO
           END-EXEC.
           EXEC SQL
