      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMD (LECTURA DIRECTA; ALTAS POR UR9MSMDE)       *
      *          - UGDFACU (FACULTADES, POR MEDIO DE UR9MSMDE)         *
      *)****************************************************************
      *                      DESCRIPCION:
      * GENERADOR MASIVO DEL INCREMENTO ANUAL DE TARIFAS. CADA
      *     SE REPORTAN COMO YA EXISTENTES Y NO SE VUELVEN A PEDIR.
      * LA TARJETA DE PARAMETROS TRAE MODO, PORCENTAJE, NUEVA
      * FECOVALI Y, OPCIONALMENTE, UN PORCENTAJE FEDERAL DISTINTO
      * (EN CERO SE USA EL PORCENTAJE GENERAL), EL USUARIO Y EL
      * DECRETO QUE RESPALDA EL INCREMENTO (OBLIGATORIO EN 'A').
      * EL USUARIO DE LA TARJETA (O 'UR9GSMDE' SI VIENE EN BLANCO)
      * DEBE TENER EN UGDFACU FACULTAD 'C' PARA LA UNIDAD 'G' Y LA
      * ZONA '**'; SIN ELLA UR9MSMDE RECHAZA CADA ALTA CON '37'.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * SE INICIALIZA MMD-IND-FORZAR A ESPACIO ANTES DE CADA LLAMADA   *
      * A UR9MSMDE: ESTE JOB NUNCA DEBE SOBREPASAR EL CONGELAMIENTO    *
      * DE LA CADENA NOCTURNA.                                         *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9GSMDE-M05.    *
      * DECRETOS DE                                                    *
      * VIGENCIAS                                                      *
      * SE AGREGA PARM-DECRETO A LA TARJETA (TOMADO DEL FILLER), QUE   *
      * SE PASA EN MMD-DECRETO EN CADA ALTA. EN MODO APLICACION ES     *
      * OBLIGATORIO; SIN EL LA TARJETA SE DA POR INVALIDA (RC 16). UN  *
      * DECRETO QUE NO ESTE REGISTRADO EN UGDDECR HACE QUE UR9MSMDE    *
      * RECHACE CADA ZONA CON '36' Y SE REPORTA COMO ERROR.            *
      * --------------- -------------------  -------  --------------   *
      * MANTENIMIENTO DE    2026-10-15       IDAXPRE  UR9GSMDE-M06.    *
      * CATALOGOS DE ZONAS                                             *
      * Y OFICIOS                                                      *
      * LA REVISION DE SOLICITUDES PENDIENTES EN UGDPMSMD SOLO CUENTA  *
      * LAS DE TARIFA (CATALOGO EN BLANCO): UNA SOLICITUD PENDIENTE DE *
      * COBERTURA DE LA MISMA ZONA Y FECHA NO ES UNA TARIFA YA         *
      * CAPTURADA.                                                     *
      * --------------- -------------------  -------  --------------   *
      * FACULTADES DE       2026-10-15       IDAXPRE  UR9GSMDE-M07.    *
      * CAPTURA Y                                                      *
      * APROBACION                                                     *
      * UN RECHAZO '37' DE UR9MSMDE (USUARIO SIN FACULTAD EN UGDFACU)  *
      * SE REPORTA CON EL USUARIO Y CUENTA COMO ERROR (RC 8). SE       *
      * AJUSTA LA LINEA DE RESULTADO PARA DAR 40 POSICIONES AL TEXTO.  *
      *                                                                *
      *             IDENTIFICATION DIVISION

           05  PARM-PORCENT-FED        PIC 9(03)V9(02).
      *        PORCENTAJE FEDERAL DISTINTO; EN CERO SE USA EL GENERAL
           05  PARM-USUARIO            PIC X(08).
           05  PARM-DECRETO            PIC X(20).
      *        DECRETO (UGDDECR) QUE RESPALDA LA NUEVA VIGENCIA;
      *        OBLIGATORIO EN MODO 'A'.
           05  FILLER                  PIC X(31).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  LIN-RESULTADO.
           05  FILLER                  PIC X(06) VALUE 'ZONA: '.
           05  LIN-RES-ZONA            PIC X(02).
           05  FILLER                  PIC X(12) VALUE '  VIGENCIA: '.
           05  LIN-RES-FECOVALI        PIC X(10).
           05  FILLER                  PIC X(06) VALUE ' RET: '.
           05  LIN-RES-COD-RET         PIC X(02).
           05  FILLER                  PIC X(02) VALUE '  '.
           05  LIN-RES-TEXTO           PIC X(40).
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(08) VALUE 'ZONAS : '.
      *                                                                *
      *  LA TARJETA DEBE EXISTIR, EL MODO SER 'S' O 'A', EL            *
      *  PORCENTAJE MAYOR QUE CERO Y LA NUEVA FECOVALI CON FORMATO     *
      *  AAAA-MM-DD; EN MODO 'A' EL DECRETO ES OBLIGATORIO. SIN        *
      *  TARJETA VALIDA EL JOB TERMINA CON RETURN-CODE 16 SIN TOCAR    *
      *  UGDTSMD.                                                      *
      ******************************************************************
       VALIDA-PARAMETROS.
      *-------------
              IF PARM-PORCENT-FED NOT NUMERIC
                 MOVE 'N' TO WK-SW-PARM-VALIDA
              END-IF
              IF PARM-MODO = 'A' AND
                 (PARM-DECRETO = SPACES OR PARM-DECRETO = LOW-VALUES)
                 MOVE 'N' TO WK-SW-PARM-VALIDA
              END-IF
           END-IF.
           IF NOT PARM-VALIDA
              DISPLAY 'UR9GSMDE: *** TARJETA DE PARAMETROS AUSENTE '
                   FROM UGDPMSMD
                  WHERE ZONA     = :SMD-ZONA        AND
                        FECOVALI = :WK-FECOVALI-NVA AND
                        ESTSOL   = 'P'              AND
                        CATALOGO = ' '
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM MARCA-ERROR-UGDPMSMD
           MOVE SPACE         TO MMD-UNIDAD.
           MOVE SPACES        TO MMD-OFICIO.
           MOVE SPACE         TO MMD-IND-FORZAR.
           MOVE PARM-DECRETO  TO MMD-DECRETO.
           CALL 'UR9MSMDE' USING URWMSMD UGECMNE.
           MOVE SMD-ZONA      TO LIN-RES-ZONA.
           MOVE PARM-FECOVALI TO LIN-RES-FECOVALI.
              WHEN '30'
                 ADD 1 TO WK-CONT-EXISTENTES
                 MOVE 'YA EXISTIA, NO SE REAPLICA' TO LIN-RES-TEXTO
              WHEN '36'
                 ADD 1 TO WK-CONT-ERRORES
                 MOVE 'DECRETO NO REGISTRADO EN UGDDECR'
                   TO LIN-RES-TEXTO
              WHEN '37'
                 ADD 1 TO WK-CONT-ERRORES
                 MOVE SPACES TO LIN-RES-TEXTO
                 STRING 'USUARIO '                  DELIMITED BY SIZE
                        MMD-USUARIO                 DELIMITED BY SPACE
                        ' SIN FACULTAD EN UGDFACU'  DELIMITED BY SIZE
                        INTO LIN-RES-TEXTO
              WHEN OTHER
                 ADD 1 TO WK-CONT-ERRORES
                 MOVE 'ERROR, REVISAR Y RECORRER' TO LIN-RES-TEXTO
      *                                                                *
      *  ESCRIBE LOS TOTALES, CIERRA ARCHIVOS Y DEJA EL RETURN-CODE:   *
      *  16 SIN TARJETA VALIDA, 12 SI FALLO EL ACCESO A UGDTSMD, 8 SI  *
      *  ALGUNA ZONA NO SE PUDO APLICAR (INCLUSO POR FALTA DE          *
      *  FACULTAD DEL USUARIO EN UGDFACU).                             *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
