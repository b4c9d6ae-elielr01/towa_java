      *                                                                *
      *          - UGDPMSMD                                            *
      *          - UGDTSMD (POR MEDIO DE UR9MSMDE)                     *
      *          - UGDTUMA                                             *
      *          - UGDTSMP                                             *
      *          - UGDIMSMD                                            *
      *          - UGDZONA/UGDOFIC (POR MEDIO DE UR9ASMDE)             *
      *          - UGDZONA (ZONA ORIGEN DE UN MOVIMIENTO)              *
      *          - UGDFACU/UGDFNEG (POR MEDIO DE UR9LSMDE)             *
      *)****************************************************************
      *                      DESCRIPCION:
      * TRANSACCION DE AUTORIZACION DE MANTENIMIENTO DE SALARIO
      * CONSERVA LA SOLICITUD CON SU MOTIVO. SI LA APLICACION EN
      * UGDTSMD FALLA, LA SOLICITUD SE QUEDA PENDIENTE CON EL
      * COD-RET DEL INTENTO, PARA PODER REINTENTARLA DESPUES DE
      * CORREGIR LA CAUSA. LAS SOLICITUDES DE MANTENIMIENTO DE LOS
      * CATALOGOS DE ZONAS Y OFICIOS QUE CAPTURA UR9ASMDE SIGUEN EL
      * MISMO CIRCUITO Y SE APLICAN POR MEDIO DE ESA RUTINA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * MEDIANOCHE, ASI QUE UNA CADENA ARRANCADA ANTES DE LAS 00:00   *
      * QUEDABA INVISIBLE PARA UNA APROBACION TECLEADA DESPUES.       *
      * AHORA CUALQUIER RENGLON EN ESTADO 'E' CONGELA LA APROBACION.  *
      * --------------- -------------------  -------  --------------   *
      * COLA DE IMPACTO     2026-10-15       IDAXPRE  UR9PSMDE-M05.    *
      * DE CORRECCIONES                                                *
      * RETROACTIVAS                                                   *
      * AL APROBAR UNA CORRECCION O BAJA CUYA FECOVALI YA ESTA EN      *
      * VIGOR, SE REGISTRA UN RENGLON ABIERTO EN UGDIMSMD CON LA       *
      * ZONA U OFICIO, LA UNIDAD, LA VENTANA DE FECHAS AFECTADA (DE    *
      * LA FECOVALI A LA SIGUIENTE VIGENCIA ACTIVA), EL FOLIO Y EL     *
      * AUTORIZADOR, PARA QUE EL JOB NOCTURNO UR9ESMDE RECALCULE LOS   *
      * PRESTAMOS AFECTADOS.                                           *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9PSMDE-M06.    *
      * DECRETOS DE                                                    *
      * VIGENCIAS                                                      *
      * LA SOLICITUD TRAE SU DECRETO (UGDPMSMD.DECRETO) Y SE TRASLADA  *
      * A MMD-DECRETO AL APLICARLA. UNA ALTA PENDIENTE SIN DECRETO     *
      * (CAPTURADA ANTES DEL REGISTRO DE DECRETOS) NO SE APRUEBA: SE   *
      * REGRESA '55' Y LA SOLICITUD SIGUE PENDIENTE PARA RECHAZARLA Y  *
      * VOLVERLA A CAPTURAR CON SU DECRETO.                            *
      * --------------- -------------------  -------  --------------   *
      * MANTENIMIENTO DE    2026-10-15       IDAXPRE  UR9PSMDE-M07.    *
      * CATALOGOS DE ZONAS                                             *
      * Y OFICIOS                                                      *
      * UNA SOLICITUD CON CATALOGO INFORMADO (UGDPMSMD.CATALOGO 'Z' O  *
      * 'O', CAPTURADA POR UR9ASMDE) SE APLICA LLAMANDO A UR9ASMDE CON *
      * LA BANDERA DE APLICACION DIRECTA, EN VEZ DE A UR9MSMDE; EL     *
      * CONTROL A CUATRO OJOS, EL CONGELAMIENTO Y EL SOBREPASO SON LOS *
      * MISMOS. PSM-COD-RET-APL TRAE EL ASM-COD-RET DEL INTENTO. ESTAS *
      * SOLICITUDES NO EXIGEN DECRETO ('55') NI REGISTRAN IMPACTO EN   *
      * UGDIMSMD.                                                      *
      * --------------- -------------------  -------  --------------   *
      * MATRIZ DE           2026-10-15       IDAXPRE  UR9PSMDE-M08.    *
      * FACULTADES POR                                                 *
      * USUARIO                                                        *
      * DESPUES DEL CONTROL A CUATRO OJOS, EL AUTORIZADOR DEBE TENER   *
      * EN LA MATRIZ UGDFACU (VERIFICADA POR UR9LSMDE) LA FUNCION 'A'  *
      * PARA LA UNIDAD Y ZONA DE LA SOLICITUD, TANTO PARA APROBAR COMO *
      * PARA RECHAZAR; EN UN MOVIMIENTO DE COBERTURA SE EXIGE EN LA    *
      * ZONA DESTINO Y EN LA ZONA ORIGEN (LA DE LA COBERTURA ACTIVA EN *
      * UGDZONA A LA FECOVALI), PORQUE EL MOVIMIENTO CIERRA ESA        *
      * COBERTURA. EL SOBREPASO CON LA CADENA EN EJECUCION EXIGE       *
      * ADEMAS LA FUNCION 'F'. SIN FACULTAD SE REGRESA '56' Y LA       *
      * NEGATIVA QUEDA EN UGDFNEG. LA CADENA SE CONSULTA AHORA AUNQUE  *
      * VENGA LA BANDERA DE SOBREPASO.                                 *
      *                                                                *
      *             IDENTIFICATION DIVISION

      ***  TABLA DB2 : UGDPMSMD
      *
           EXEC SQL INCLUDE UGGPMSMD  END-EXEC.
      *
      ***  TABLA DB2 : UGDIMSMD
      *
           EXEC SQL INCLUDE UGGIMSMD  END-EXEC.
      *
      ***  TABLA DB2 : UGDZONA
      *
           EXEC SQL INCLUDE UGGZONA   END-EXEC.
      *
           COPY URWMSMD.
      *
           COPY URWASMD.
      *
           COPY URWLSMD.
      *
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
       01  WK-FECHA-AUTOR              PIC X(10).
       01  WK-HORA-AUTOR               PIC X(06).
       01  WK-CONT-EN-EJECUCION        PIC S9(05) COMP-3.
       01  WK-FECOVALI-SIG             PIC X(10).
      *
       LINKAGE SECTION.
      *----------------
                 MOVE '51' TO PSM-COD-RET
              END-IF
           END-IF.
           IF PSM-COD-RET = '00'
              MOVE 'A' TO LSM-FUNCION
              PERFORM VERIFICA-FACULTAD
              IF PSM-COD-RET = '00' AND
                 PMS-CAT-COBERTURA AND PMS-ACC-MOVER
                 PERFORM VERIFICA-FACULTAD-ORIGEN
              END-IF
           END-IF.
           IF PSM-COD-RET = '00'
              IF PSM-APROBAR
                 IF PMS-CAT-TARIFA AND PMS-ACC-ALTA AND
                    PMS-DECRETO = SPACES
                    MOVE '55' TO PSM-COD-RET
                    MOVE 0    TO PSM-SQLCODE
                 ELSE
                    PERFORM VERIFICA-CADENA-EN-CURSO
                 END-IF
                 IF PSM-COD-RET = '00'
                    IF PMS-CAT-TARIFA
                       PERFORM APRUEBA-SOLICITUD
                    ELSE
                       PERFORM APRUEBA-CATALOGO
                    END-IF
                 END-IF
              ELSE
                 PERFORM RECHAZA-SOLICITUD
      *  SIGUE PENDIENTE Y PUEDE REINTENTARSE AL CIERRE). EL          *
      *  SOBREPASO DE EMERGENCIA PROCEDE; UR9MSMDE DEJA EL RENGLON    *
      *  'F' EN LA BITACORA.                                          *
      *  EL SOBREPASO SOLO LO PUEDE USAR UN AUTORIZADOR CON LA        *
      *  FACULTAD 'F' EN UGDFACU; SIN ELLA SE REGRESA '56'. POR ESO   *
      *  LA CADENA SE CONSULTA AUNQUE VENGA LA BANDERA: SIN CADENA EN *
      *  EJECUCION LA BANDERA NO SE USA Y NO SE EXIGE LA FACULTAD.    *
      ******************************************************************
       VERIFICA-CADENA-EN-CURSO.
      *-------------
           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-CONT-EN-EJECUCION
                FROM UGDCTLBT
               WHERE ESTADO = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDCTLBT
           ELSE
              IF WK-CONT-EN-EJECUCION > 0
                 IF PSM-FORZAR-CADENA
                    MOVE 'F' TO LSM-FUNCION
                    PERFORM VERIFICA-FACULTAD
                 ELSE
                    MOVE '54' TO PSM-COD-RET
                    MOVE 0    TO PSM-SQLCODE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                    VERIFICA-FACULTAD                           *
      *                                                                *
      *  VERIFICA CON UR9LSMDE QUE EL AUTORIZADOR TENGA EN LA MATRIZ   *
      *  UGDFACU LA FUNCION RECIBIDA EN LSM-FUNCION ('A' AUTORIZAR,    *
      *  QUE CUBRE TAMBIEN EL RECHAZO; 'F' SOBREPASO) PARA LA UNIDAD   *
      *  Y ZONA DE LA SOLICITUD. LA UMA Y EL CATALOGO DE OFICIOS NO    *
      *  TIENEN ZONA: SOLO LOS CUBRE UNA FACULTAD CON ZONA '**'. EN UN *
      *  MOVIMIENTO DE COBERTURA PMS-ZONA ES LA ZONA DESTINO; LA ZONA  *
      *  ORIGEN LA REVISA VERIFICA-FACULTAD-ORIGEN. SIN LA FACULTAD    *
      *  SE REGRESA '56', LA SOLICITUD SIGUE PENDIENTE Y UR9LSMDE DEJA *
      *  LA NEGATIVA EN LA BITACORA UGDFNEG.                           *
      ******************************************************************
       VERIFICA-FACULTAD.
      *-------------
           MOVE PSM-USUARIO  TO LSM-USUARIO.
           EVALUATE TRUE
              WHEN PMS-CAT-COBERTURA
                 MOVE 'G'      TO LSM-UNIDAD
                 MOVE PMS-ZONA TO LSM-ZONA
              WHEN PMS-CAT-OFICIO
                 MOVE 'P'      TO LSM-UNIDAD
                 MOVE SPACES   TO LSM-ZONA
              WHEN PMS-UNIDAD-UMA
                 MOVE 'U'      TO LSM-UNIDAD
                 MOVE SPACES   TO LSM-ZONA
              WHEN PMS-OFICIO > SPACES
                 MOVE 'P'      TO LSM-UNIDAD
                 MOVE PMS-ZONA TO LSM-ZONA
              WHEN OTHER
                 MOVE 'G'      TO LSM-UNIDAD
                 MOVE PMS-ZONA TO LSM-ZONA
           END-EVALUATE.
           MOVE PMS-OFICIO   TO LSM-OFICIO.
           MOVE PMS-CATALOGO TO LSM-CATALOGO.
           MOVE PSM-ACCION   TO LSM-ACCION.
           MOVE PSM-FOLIO    TO LSM-FOLIO.
           MOVE 'UR9PSMDE'   TO LSM-PROGRAMA.
           PERFORM LLAMA-UR9LSMDE.

      ******************************************************************
      *                    VERIFICA-FACULTAD-ORIGEN                    *
      *                                                                *
      *  UN MOVIMIENTO DE MUNICIPIO ENTRE ZONAS CIERRA LA COBERTURA    *
      *  DE LA ZONA ORIGEN, ASI QUE EL AUTORIZADOR DEBE TENER LA       *
      *  FUNCION 'A' TAMBIEN EN ESA ZONA. LA ZONA ORIGEN ES LA DE LA   *
      *  COBERTURA ACTIVA DE LA ENTIDAD/MUNICIPIO EN VIGOR A LA        *
      *  FECOVALI DE LA SOLICITUD (LA MISMA QUE CERRARA UR9ASMDE). SI  *
      *  YA NO HAY COBERTURA NO SE VERIFICA: UR9ASMDE RECHAZA LA       *
      *  APLICACION CON '62'. SIN LA FACULTAD SE REGRESA '56'.         *
      ******************************************************************
       VERIFICA-FACULTAD-ORIGEN.
      *-------------
           EXEC SQL
              SELECT ZONA
                INTO :ZON-ZONA
                FROM UGDZONA
               WHERE ENTIDAD   =  :PMS-ENTIDAD   AND
                     MUNICIPIO =  :PMS-MUNICIPIO AND
                     ESTADO    =  'A'            AND
                     FECINIVIG <= :PMS-FECOVALI  AND
                     FECFINVIG >= :PMS-FECOVALI
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF ZON-ZONA NOT = PMS-ZONA
                    MOVE 'G'      TO LSM-UNIDAD
                    MOVE ZON-ZONA TO LSM-ZONA
                    PERFORM LLAMA-UR9LSMDE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDZONA
           END-EVALUATE.

      ******************************************************************
      *                    LLAMA-UR9LSMDE                              *
      *                                                                *
      *  LLAMA A UR9LSMDE CON URWLSMD YA LLENA Y TRADUCE SU RESPUESTA: *
      *  LA NEGATIVA ('70') SE REGRESA COMO '56'; CUALQUIER OTRO       *
      *  CODIGO DISTINTO DE '00' COMO ERROR '99'.                      *
      ******************************************************************
       LLAMA-UR9LSMDE.
      *-------------
           CALL 'UR9LSMDE' USING URWLSMD UGECMNE.
           EVALUATE LSM-COD-RET
              WHEN '00'
                 CONTINUE
              WHEN '70'
                 MOVE '56'        TO PSM-COD-RET
                 MOVE 0           TO PSM-SQLCODE
              WHEN OTHER
                 MOVE '99'        TO PSM-COD-RET
                 MOVE LSM-SQLCODE TO PSM-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                    LEE-SOLICITUD-PENDIENTE                     *
      *                                                                *
           MOVE PSM-FOLIO TO PMS-FOLIO.
           EXEC SQL
              SELECT ZONA, FECOVALI, IMPSALAR, IMPSALFED,
                     ACCION, USRSOLIC, UNIDAD, OFICIO, DECRETO,
                     CATALOGO, ENTIDAD, MUNICIPIO, FECFINVIG, DESCRIP
                INTO :PMS-ZONA, :PMS-FECOVALI, :PMS-IMPSALAR,
                     :PMS-IMPSALFED, :PMS-ACCION, :PMS-USRSOLIC,
                     :PMS-UNIDAD, :PMS-OFICIO, :PMS-DECRETO,
                     :PMS-CATALOGO, :PMS-ENTIDAD, :PMS-MUNICIPIO,
                     :PMS-FECFINVIG, :PMS-DESCRIP
                FROM UGDPMSMD
               WHERE FOLIO  = :PMS-FOLIO AND
                     ESTSOL = 'P'
           MOVE PMS-USRSOLIC  TO MMD-USUARIO.
           MOVE PMS-UNIDAD    TO MMD-UNIDAD.
           MOVE PMS-OFICIO    TO MMD-OFICIO.
           MOVE PMS-DECRETO   TO MMD-DECRETO.
           MOVE PSM-IND-FORZAR TO MMD-IND-FORZAR.
           MOVE 'S'           TO MMD-IND-APLICA.
           CALL 'UR9MSMDE' USING URWMSMD UGECMNE.
           MOVE MMD-COD-RET TO PSM-COD-RET-APL.
           IF MMD-COD-RET = '00'
              PERFORM MARCA-SOLICITUD-APROBADA
              IF PSM-COD-RET = '00'              AND
                 NOT PMS-ACC-ALTA                AND
                 PMS-FECOVALI NOT > WK-FECHA-AUTOR
                 PERFORM REGISTRA-IMPACTO
              END-IF
           ELSE
              MOVE '53' TO PSM-COD-RET
              MOVE MMD-SQLCODE TO PSM-SQLCODE
              PERFORM GUARDA-COD-RET-INTENTO
           END-IF.

      ******************************************************************
      *                    APRUEBA-CATALOGO                            *
      *                                                                *
      *  APLICA UNA SOLICITUD DE MANTENIMIENTO DE UGDZONA O UGDOFIC    *
      *  LLAMANDO A UR9ASMDE CON LA BANDERA DE APLICACION DIRECTA Y EL *
      *  FOLIO, QUE QUEDA EN LA BITACORA UGDHCAT. EL RESULTADO SE      *
      *  TRATA IGUAL QUE EN APRUEBA-SOLICITUD, SIN RENGLON DE IMPACTO: *
      *  LOS PRESTAMOS YA CALCULADOS CONSERVAN LA ZONA CON LA QUE SE   *
      *  DIERON DE ALTA.                                               *
      ******************************************************************
       APRUEBA-CATALOGO.
      *-------------
           MOVE PMS-CATALOGO   TO ASM-CATALOGO.
           MOVE PMS-ACCION     TO ASM-ACCION.
           MOVE PMS-ZONA       TO ASM-ZONA.
           MOVE PMS-ENTIDAD    TO ASM-ENTIDAD.
           MOVE PMS-MUNICIPIO  TO ASM-MUNICIPIO.
           MOVE PMS-OFICIO     TO ASM-OFICIO.
           MOVE PMS-DESCRIP    TO ASM-DESCRIP.
           MOVE PMS-FECOVALI   TO ASM-FECINIVIG.
           MOVE PMS-FECFINVIG  TO ASM-FECFINVIG.
           MOVE PMS-USRSOLIC   TO ASM-USUARIO.
           MOVE PMS-FOLIO      TO ASM-FOLIO.
           MOVE PSM-IND-FORZAR TO ASM-IND-FORZAR.
           MOVE 'S'            TO ASM-IND-APLICA.
           CALL 'UR9ASMDE' USING URWASMD UGECMNE.
           MOVE ASM-COD-RET TO PSM-COD-RET-APL.
           IF ASM-COD-RET = '00'
              PERFORM MARCA-SOLICITUD-APROBADA
           ELSE
              MOVE '53' TO PSM-COD-RET
              MOVE ASM-SQLCODE TO PSM-SQLCODE
              PERFORM GUARDA-COD-RET-INTENTO
           END-IF.

       MARCA-SOLICITUD-APROBADA.
      *-------------
           MOVE PSM-USUARIO    TO PMS-USRAUTOR.
           MOVE WK-FECHA-AUTOR TO PMS-FECAUTOR.
           MOVE WK-HORA-AUTOR  TO PMS-HORAUTOR.
           MOVE PSM-COD-RET-APL TO PMS-CODRETAPL.
           EXEC SQL
              UPDATE UGDPMSMD
                 SET ESTSOL    = 'A',

       GUARDA-COD-RET-INTENTO.
      *-------------
           MOVE PSM-COD-RET-APL TO PMS-CODRETAPL.
           EXEC SQL
              UPDATE UGDPMSMD
                 SET CODRETAPL = :PMS-CODRETAPL
              PERFORM MARCA-ERROR-UGDPMSMD
           END-IF.

      ******************************************************************
      *                    REGISTRA-IMPACTO                            *
      *                                                                *
      *  LA SOLICITUD APROBADA CORRIGIO O DIO DE BAJA UNA VIGENCIA     *
      *  QUE YA ESTA EN VIGOR, ASI QUE HAY PRESTAMOS CALCULADOS CON    *
      *  LA TARIFA ANTERIOR. SE BUSCA LA SIGUIENTE VIGENCIA ACTIVA DE  *
      *  LA MISMA ZONA, OFICIO O UMA (FIN EXCLUSIVO DE LA VENTANA      *
      *  AFECTADA; '9999-12-31' SI NO HAY) Y SE DEJA EL RENGLON        *
      *  ABIERTO EN UGDIMSMD PARA EL RECALCULO NOCTURNO DE UR9ESMDE.   *
      ******************************************************************
       REGISTRA-IMPACTO.
      *-------------
           MOVE '9999-12-31' TO WK-FECOVALI-SIG.
           EVALUATE TRUE
              WHEN PMS-UNIDAD-UMA
                 PERFORM BUSCA-SIG-VIGENCIA-UMA
              WHEN PMS-OFICIO > SPACES
                 PERFORM BUSCA-SIG-VIGENCIA-SMP
              WHEN OTHER
                 PERFORM BUSCA-SIG-VIGENCIA-SMD
           END-EVALUATE.
           IF PSM-COD-RET = '00'
              PERFORM INSERTA-IMPACTO
           END-IF.

       BUSCA-SIG-VIGENCIA-SMD.
      *-------------
           EXEC SQL
              SELECT MIN(FECOVALI)
                INTO :WK-FECOVALI-SIG
                FROM UGDTSMD
               WHERE ZONA     = :PMS-ZONA AND
                     ESTADO   = 'A'       AND
                     FECOVALI > :PMS-FECOVALI
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100 OR SQLCODE = -305
                 MOVE '9999-12-31' TO WK-FECOVALI-SIG
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDTSMD
           END-EVALUATE.

       BUSCA-SIG-VIGENCIA-UMA.
      *-------------
           EXEC SQL
              SELECT MIN(FECOVALI)
                INTO :WK-FECOVALI-SIG
                FROM UGDTUMA
               WHERE ESTADO   = 'A'       AND
                     FECOVALI > :PMS-FECOVALI
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100 OR SQLCODE = -305
                 MOVE '9999-12-31' TO WK-FECOVALI-SIG
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDTUMA
           END-EVALUATE.

       BUSCA-SIG-VIGENCIA-SMP.
      *-------------
           EXEC SQL
              SELECT MIN(FECOVALI)
                INTO :WK-FECOVALI-SIG
                FROM UGDTSMP
               WHERE ZONA     = :PMS-ZONA   AND
                     OFICIO   = :PMS-OFICIO AND
                     ESTADO   = 'A'         AND
                     FECOVALI > :PMS-FECOVALI
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100 OR SQLCODE = -305
                 MOVE '9999-12-31' TO WK-FECOVALI-SIG
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDTSMP
           END-EVALUATE.

       INSERTA-IMPACTO.
      *-------------
           MOVE PMS-FOLIO       TO IMS-FOLIO.
           MOVE PMS-UNIDAD      TO IMS-UNIDAD.
           MOVE PMS-ZONA        TO IMS-ZONA.
           MOVE PMS-OFICIO      TO IMS-OFICIO.
           MOVE PMS-ACCION      TO IMS-ACCION.
           MOVE PMS-FECOVALI    TO IMS-FECDESDE.
           MOVE WK-FECOVALI-SIG TO IMS-FECHASTA.
           MOVE PSM-USUARIO     TO IMS-USRAUTOR.
           MOVE WK-FECHA-AUTOR  TO IMS-FECAUTOR.
           MOVE WK-HORA-AUTOR   TO IMS-HORAUTOR.
           MOVE 'A'             TO IMS-ESTADO.
           MOVE SPACES          TO IMS-FECCIERRE.
           MOVE 0               TO IMS-PRESEVAL.
           MOVE 0               TO IMS-PRESCAMB.
           EXEC SQL
              INSERT INTO UGDIMSMD
                 (FOLIO, UNIDAD, ZONA, OFICIO, ACCION, FECDESDE,
                  FECHASTA, USRAUTOR, FECAUTOR, HORAUTOR, ESTADO,
                  FECCIERRE, PRESEVAL, PRESCAMB)
              VALUES
                 (:IMS-FOLIO, :IMS-UNIDAD, :IMS-ZONA, :IMS-OFICIO,
                  :IMS-ACCION, :IMS-FECDESDE, :IMS-FECHASTA,
                  :IMS-USRAUTOR, :IMS-FECAUTOR, :IMS-HORAUTOR,
                  :IMS-ESTADO, :IMS-FECCIERRE, :IMS-PRESEVAL,
                  :IMS-PRESCAMB)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDIMSMD
           END-IF.

      ******************************************************************
      *                    RECHAZA-SOLICITUD                           *
      *                                                                *
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDTSMD                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO LA BUSQUEDA DE  *
      *  LA SIGUIENTE VIGENCIA EN UGDTSMD REGRESA UN SQLCODE NO        *
      *  ESPERADO.                                                     *
      ******************************************************************
       MARCA-ERROR-UGDTSMD.
      *-------------
           MOVE '99'         TO PSM-COD-RET
           MOVE SQLCODE      TO PSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDTSMD'    TO MNE-TAULAERR
           MOVE 'UR9PSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDTUMA                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO LA BUSQUEDA DE  *
      *  LA SIGUIENTE VIGENCIA EN UGDTUMA REGRESA UN SQLCODE NO        *
      *  ESPERADO.                                                     *
      ******************************************************************
       MARCA-ERROR-UGDTUMA.
      *-------------
           MOVE '99'         TO PSM-COD-RET
           MOVE SQLCODE      TO PSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDTUMA'    TO MNE-TAULAERR
           MOVE 'UR9PSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDTSMP                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO LA BUSQUEDA DE  *
      *  LA SIGUIENTE VIGENCIA EN UGDTSMP REGRESA UN SQLCODE NO        *
      *  ESPERADO.                                                     *
      ******************************************************************
       MARCA-ERROR-UGDTSMP.
      *-------------
           MOVE '99'         TO PSM-COD-RET
           MOVE SQLCODE      TO PSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDTSMP'    TO MNE-TAULAERR
           MOVE 'UR9PSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDZONA                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO LA BUSQUEDA DE  *
      *  LA COBERTURA ORIGEN EN UGDZONA REGRESA UN SQLCODE NO          *
      *  ESPERADO.                                                     *
      ******************************************************************
       MARCA-ERROR-UGDZONA.
      *-------------
           MOVE '99'         TO PSM-COD-RET
           MOVE SQLCODE      TO PSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDZONA'    TO MNE-TAULAERR
           MOVE 'UR9PSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDIMSMD                        *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO EL ALTA DEL     *
      *  RENGLON DE IMPACTO EN UGDIMSMD REGRESA UN SQLCODE NO          *
      *  ESPERADO.                                                     *
      ******************************************************************
       MARCA-ERROR-UGDIMSMD.
      *-------------
           MOVE '99'         TO PSM-COD-RET
           MOVE SQLCODE      TO PSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'INSERT'     TO MNE-MISSATGE
           MOVE 'UGDIMSMD'   TO MNE-TAULAERR
           MOVE 'UR9PSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
