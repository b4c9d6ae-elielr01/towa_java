      * CAPTURA TECLEADA DESPUES. AHORA CUALQUIER RENGLON EN ESTADO   *
      * 'E' CONGELA; UN RENGLON COLGADO DE UNA CORRIDA ABENDADA LO    *
      * DETECTA UR9FSMDX Y, DE URGIR, EXISTE EL SOBREPASO.            *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9MSMDE-M11.    *
      * DECRETOS DE                                                    *
      * VIGENCIAS                                                      *
      * TODA ALTA DEBE TRAER EN MMD-DECRETO UN DECRETO REGISTRADO      *
      * ACTIVO EN UGDDECR; SIN EL, LA ACCION SE RECHAZA CON '36' ANTES *
      * DE REGISTRAR LA SOLICITUD O DE TOCAR LA TABLA DE VIGENCIAS.    *
      * EL DECRETO VIAJA EN LA SOLICITUD PENDIENTE (UGDPMSMD) Y SE     *
      * GUARDA EN EL RENGLON DE UGDTSMD, UGDTUMA O UGDTSMP. EN UNA     *
      * CORRECCION EL DECRETO ES OPCIONAL (SI VIENE SE VALIDA IGUAL);  *
      * EN BLANCO, EL REEMPLAZO CONSERVA EL DE LA VIGENCIA CORREGIDA.  *
      * --------------- -------------------  -------  --------------   *
      * MATRIZ DE           2026-10-15       IDAXPRE  UR9MSMDE-M12.    *
      * FACULTADES POR                                                 *
      * USUARIO                                                        *
      * TODA CAPTURA SE VERIFICA CONTRA LA MATRIZ DE FACULTADES        *
      * UGDFACU POR MEDIO DE UR9LSMDE ANTES DEL CONGELAMIENTO: EL      *
      * USUARIO DEBE TENER LA FUNCION 'C' PARA LA UNIDAD (GENERAL,     *
      * UMA O PROFESIONAL) Y LA ZONA; EL SOBREPASO DE EMERGENCIA       *
      * ADEMAS EXIGE LA FUNCION 'F'. SIN FACULTAD LA ACCION SE NIEGA   *
      * CON '37' Y LA NEGATIVA QUEDA EN UGDFNEG. AL APLICAR CON        *
      * MMD-IND-APLICA = 'S' NO SE VERIFICA: LO HACE UR9PSMDE CON EL   *
      * USUARIO QUE AUTORIZA.                                          *
      *                                                                *
      *             IDENTIFICATION DIVISION

      ***  TABLA DB2 : UGDOFIC
      *
           EXEC SQL INCLUDE UGGOFIC   END-EXEC.
      *
      ***  TABLA DB2 : UGDDECR
      *
           EXEC SQL INCLUDE UGGDECR   END-EXEC.
      *
       01  WK-CONT-EN-EJECUCION        PIC S9(05) COMP-3.
       01  WK-SW-CADENA-FORZADA        PIC X(01) VALUE 'N'.
           COPY URWZOSM.
      *
           COPY URWJSMD.
      *
           COPY URWLSMD.
      *
       01  WK-IMPSAL-ANT               PIC S9(07)V9(02) COMP-3.
       01  WK-IMPFED-ANT               PIC S9(07)V9(02) COMP-3.
       01  WK-SW-HAY-IMAGEN-ANT        PIC X(01) VALUE 'N'.
           88  HAY-IMAGEN-ANTERIOR         VALUE 'S'.
       01  WK-DECRETO                  PIC X(20).
       01  WK-DECRETO-ANT              PIC X(20).
      *
       LINKAGE SECTION.
      *----------------
           MOVE '00' TO MMD-COD-RET.
           MOVE 0    TO MMD-SQLCODE.
           MOVE 0    TO MMD-FOLIO.
           MOVE MMD-DECRETO TO WK-DECRETO.
           MOVE SPACES      TO WK-DECRETO-ANT.
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA  FROM TIME.
           STRING WK-FS-ANIO   '-'
      ******************************************************************
       PROCESO.
      *-------------
           IF NOT MMD-APLICA-DIRECTO
              MOVE 'C' TO LSM-FUNCION
              PERFORM VERIFICA-FACULTAD
           END-IF.
           IF MMD-COD-RET = '00'
              PERFORM VERIFICA-CADENA-EN-CURSO
           END-IF.
           IF MMD-COD-RET = '00'
              PERFORM EJECUTA-ACCION
           END-IF.
      *  EXTRACTO NO SE RECALCULE CON DOS TARIFAS DISTINTAS. EL       *
      *  SOBREPASO DE EMERGENCIA PROCEDE Y SE MARCA PARA DEJAR SU     *
      *  RENGLON 'F' EN LA BITACORA.                                  *
      *  EL SOBREPASO SOLO LO PUEDE USAR QUIEN TENGA LA FACULTAD 'F'  *
      *  EN UGDFACU; SIN ELLA LA ACCION SE NIEGA CON '37'. AL APLICAR *
      *  UNA SOLICITUD APROBADA LA FACULTAD YA LA VERIFICO UR9PSMDE   *
      *  CON EL USUARIO QUE AUTORIZA.                                 *
      ******************************************************************
       VERIFICA-CADENA-EN-CURSO.
      *-------------
           ELSE
              IF WK-CONT-EN-EJECUCION > 0
                 IF MMD-FORZAR-CADENA
                    IF NOT MMD-APLICA-DIRECTO
                       MOVE 'F' TO LSM-FUNCION
                       PERFORM VERIFICA-FACULTAD
                    END-IF
                    IF MMD-COD-RET = '00'
                       MOVE 'S' TO WK-SW-CADENA-FORZADA
                    END-IF
                 ELSE
                    MOVE '41' TO MMD-COD-RET
                    MOVE 0    TO MMD-SQLCODE
              END-IF
           END-IF.

      ******************************************************************
      *                    VERIFICA-FACULTAD                           *
      *                                                                *
      *  VERIFICA CON UR9LSMDE QUE EL USUARIO TENGA EN LA MATRIZ       *
      *  UGDFACU LA FUNCION RECIBIDA EN LSM-FUNCION ('C' CAPTURA, 'F'  *
      *  SOBREPASO) PARA LA UNIDAD Y ZONA DE LA SOLICITUD. LA UMA NO   *
      *  TIENE ZONA: SOLO LA CUBRE UNA FACULTAD CON ZONA '**'. SIN LA  *
      *  FACULTAD LA ACCION SE NIEGA CON '37'; LA NEGATIVA LA DEJA     *
      *  UR9LSMDE EN LA BITACORA UGDFNEG.                              *
      ******************************************************************
       VERIFICA-FACULTAD.
      *-------------
           MOVE MMD-USUARIO  TO LSM-USUARIO.
           EVALUATE TRUE
              WHEN MMD-UNIDAD-UMA
                 MOVE 'U'      TO LSM-UNIDAD
                 MOVE SPACES   TO LSM-ZONA
              WHEN MMD-OFICIO > SPACES
                 MOVE 'P'      TO LSM-UNIDAD
                 MOVE MMD-ZONA TO LSM-ZONA
              WHEN OTHER
                 MOVE 'G'      TO LSM-UNIDAD
                 MOVE MMD-ZONA TO LSM-ZONA
           END-EVALUATE.
           MOVE MMD-OFICIO   TO LSM-OFICIO.
           MOVE SPACE        TO LSM-CATALOGO.
           MOVE MMD-ACCION   TO LSM-ACCION.
           MOVE 0            TO LSM-FOLIO.
           MOVE 'UR9MSMDE'   TO LSM-PROGRAMA.
           CALL 'UR9LSMDE' USING URWLSMD UGECMNE.
           EVALUATE LSM-COD-RET
              WHEN '00'
                 CONTINUE
              WHEN '70'
                 MOVE '37'        TO MMD-COD-RET
                 MOVE 0           TO MMD-SQLCODE
              WHEN OTHER
                 MOVE '99'        TO MMD-COD-RET
                 MOVE LSM-SQLCODE TO MMD-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                    EJECUTA-ACCION                              *
      *                                                                *
                       PERFORM VALIDA-OFICIO-CATALOGO
                    END-IF
                 END-IF
                 IF MMD-COD-RET = '00'
                    PERFORM VALIDA-DECRETO
                 END-IF
                 IF MMD-COD-RET = '00'
                    IF MMD-APLICA-DIRECTO
                       EVALUATE TRUE
                    END-IF
                 END-IF
              WHEN MMD-CORRECCION
                 IF MMD-DECRETO > SPACES
                    PERFORM VALIDA-DECRETO
                 END-IF
                 IF MMD-COD-RET = '00'
                    IF MMD-APLICA-DIRECTO
                       EVALUATE TRUE
                          WHEN MMD-UNIDAD-UMA
                             PERFORM CORRIGE-UMA
                          WHEN MMD-OFICIO > SPACES
                             PERFORM CORRIGE-OFICIO
                          WHEN OTHER
                             PERFORM CORRIGE-ZONA
                       END-EVALUATE
                    ELSE
                       PERFORM REGISTRA-PENDIENTE
                    END-IF
                 END-IF
              WHEN MMD-BAJA
                 IF MMD-APLICA-DIRECTO
              MOVE SPACES         TO PMS-HORAUTOR
              MOVE SPACES         TO PMS-MOTRECHAZO
              MOVE SPACES         TO PMS-CODRETAPL
              IF MMD-BAJA
                 MOVE SPACES      TO PMS-DECRETO
              ELSE
                 MOVE MMD-DECRETO TO PMS-DECRETO
              END-IF
              EXEC SQL
                 INSERT INTO UGDPMSMD
                    (FOLIO, ZONA, FECOVALI, IMPSALAR, IMPSALFED,
                     ACCION, USRSOLIC, FECSOLIC, HORSOLIC, ESTSOL,
                     USRAUTOR, FECAUTOR, HORAUTOR, MOTRECHAZO,
                     CODRETAPL, UNIDAD, OFICIO, DECRETO)
                 VALUES
                    (:PMS-FOLIO, :PMS-ZONA, :PMS-FECOVALI,
                     :PMS-IMPSALAR, :PMS-IMPSALFED, :PMS-ACCION,
                     :PMS-USRSOLIC, :PMS-FECSOLIC, :PMS-HORSOLIC,
                     :PMS-ESTSOL, :PMS-USRAUTOR, :PMS-FECAUTOR,
                     :PMS-HORAUTOR, :PMS-MOTRECHAZO, :PMS-CODRETAPL,
                     :PMS-UNIDAD, :PMS-OFICIO, :PMS-DECRETO)
              END-EXEC
              IF SQLCODE = 0
                 MOVE '40'      TO MMD-COD-RET
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    VALIDA-DECRETO                              *
      *                                                                *
      *  VALIDA QUE EL DECRETO RECIBIDO EXISTA ACTIVO EN EL REGISTRO  *
      *  UGDDECR. UNA ALTA SIN DECRETO, O CON UN DECRETO QUE NO ESTA  *
      *  REGISTRADO, SE RECHAZA CON '36' ANTES DE REGISTRAR LA        *
      *  SOLICITUD O DE TOCAR LA TABLA DE VIGENCIAS. LA FECHA DE      *
      *  ENTRADA EN VIGOR NO SE EXIGE AQUI: LA DIFERENCIA CONTRA LA   *
      *  FECOVALI LA REPORTA LA REVISION DE RESPALDO LEGAL.           *
      ******************************************************************
       VALIDA-DECRETO.
      *-------------
           IF MMD-DECRETO = SPACES
              MOVE '36' TO MMD-COD-RET
              MOVE 0    TO MMD-SQLCODE
           ELSE
              MOVE MMD-DECRETO TO DEC-NUMDECRETO
              EXEC SQL
                 SELECT FECVIGOR
                   INTO :DEC-FECVIGOR
                   FROM UGDDECR
                  WHERE NUMDECRETO = :DEC-NUMDECRETO AND
                        ESTADO     = 'A'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 0
                    CONTINUE
                 WHEN SQLCODE = 100
                    MOVE '36'    TO MMD-COD-RET
                    MOVE SQLCODE TO MMD-SQLCODE
                 WHEN OTHER
                    PERFORM MARCA-ERROR-UGDDECR
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                    MARCA-ERROR-UGDDECR                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDDECR REGRESA UN SQLCODE NO ESPERADO.                       *
      ******************************************************************
       MARCA-ERROR-UGDDECR.
      *-------------
           MOVE '99'         TO MMD-COD-RET
           MOVE SQLCODE      TO MMD-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDDECR'    TO MNE-TAULAERR
           MOVE 'UR9MSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    VALIDA-ZONA-CATALOGO                        *
      *                                                                *
           MOVE MMD-IMPSALFED     TO SMD-IMPSALFED.
           MOVE 'A'               TO SMD-ESTADO.
           MOVE MMD-USUARIO       TO SMD-USRALTA.
           MOVE WK-DECRETO        TO SMD-DECRETO.
           EXEC SQL
              INSERT INTO UGDTSMD
                 (ZONA, FECOVALI, IMPSALAR, ESTADO,
                  USRALTA, FECALTA, HORALTA, IMPSALFED, DECRETO)
              VALUES
                 (:SMD-ZONA, :SMD-FECOVALI, :SMD-IMPSALAR, :SMD-ESTADO,
                  :SMD-USRALTA, :SMD-FECALTA, :SMD-HORALTA,
                  :SMD-IMPSALFED, :SMD-DECRETO)
           END-EXEC.
           IF SQLCODE = 0
              MOVE '00' TO MMD-COD-RET
           MOVE MMD-ZONA          TO SMD-ZONA.
           MOVE MMD-FECOVALI      TO SMD-FECOVALI.
           PERFORM OBTIENE-IMAGEN-ANTERIOR.
           IF WK-DECRETO = SPACES
              MOVE WK-DECRETO-ANT TO WK-DECRETO
           END-IF.
           EXEC SQL
              UPDATE UGDTSMD
                 SET ESTADO = 'I'
           MOVE 'N' TO WK-SW-HAY-IMAGEN-ANT.
           MOVE 0   TO WK-IMPSAL-ANT.
           MOVE 0   TO WK-IMPFED-ANT.
           MOVE SPACES TO WK-DECRETO-ANT.
           EXEC SQL
              SELECT IMPSALAR, IMPSALFED, DECRETO
                INTO :WK-IMPSAL-ANT, :WK-IMPFED-ANT, :WK-DECRETO-ANT
                FROM UGDTSMD
               WHERE ZONA     = :SMD-ZONA     AND
                     FECOVALI = :SMD-FECOVALI AND
           IF SQLCODE = 0
              MOVE 'S' TO WK-SW-HAY-IMAGEN-ANT
           ELSE
              MOVE 0      TO WK-IMPSAL-ANT
              MOVE 0      TO WK-IMPFED-ANT
              MOVE SPACES TO WK-DECRETO-ANT
           END-IF.

      ******************************************************************
           MOVE MMD-USUARIO       TO UMA-USRALTA.
           MOVE SMD-FECALTA       TO UMA-FECALTA.
           MOVE SMD-HORALTA       TO UMA-HORALTA.
           MOVE WK-DECRETO        TO UMA-DECRETO.
           EXEC SQL
              INSERT INTO UGDTUMA
                 (FECOVALI, IMPUMA, ESTADO,
                  USRALTA, FECALTA, HORALTA, DECRETO)
              VALUES
                 (:UMA-FECOVALI, :UMA-IMPUMA, :UMA-ESTADO,
                  :UMA-USRALTA, :UMA-FECALTA, :UMA-HORALTA,
                  :UMA-DECRETO)
           END-EXEC.
           IF SQLCODE = 0
              MOVE '00' TO MMD-COD-RET
      *-------------
           MOVE MMD-FECOVALI      TO UMA-FECOVALI.
           PERFORM OBTIENE-IMAGEN-ANT-UMA.
           IF WK-DECRETO = SPACES
              MOVE WK-DECRETO-ANT TO WK-DECRETO
           END-IF.
           EXEC SQL
              UPDATE UGDTUMA
                 SET ESTADO = 'I'
           MOVE 'N' TO WK-SW-HAY-IMAGEN-ANT.
           MOVE 0   TO WK-IMPSAL-ANT.
           MOVE 0   TO WK-IMPFED-ANT.
           MOVE SPACES TO WK-DECRETO-ANT.
           EXEC SQL
              SELECT IMPUMA, DECRETO
                INTO :WK-IMPSAL-ANT, :WK-DECRETO-ANT
                FROM UGDTUMA
               WHERE FECOVALI = :UMA-FECOVALI AND
                     ESTADO   = 'A'
           IF SQLCODE = 0
              MOVE 'S' TO WK-SW-HAY-IMAGEN-ANT
           ELSE
              MOVE 0      TO WK-IMPSAL-ANT
              MOVE SPACES TO WK-DECRETO-ANT
           END-IF.

      ******************************************************************
           MOVE MMD-USUARIO       TO SMP-USRALTA.
           MOVE SMD-FECALTA       TO SMP-FECALTA.
           MOVE SMD-HORALTA       TO SMP-HORALTA.
           MOVE WK-DECRETO        TO SMP-DECRETO.
           EXEC SQL
              INSERT INTO UGDTSMP
                 (ZONA, OFICIO, FECOVALI, IMPSALAR, ESTADO,
                  USRALTA, FECALTA, HORALTA, DECRETO)
              VALUES
                 (:SMP-ZONA, :SMP-OFICIO, :SMP-FECOVALI,
                  :SMP-IMPSALAR, :SMP-ESTADO,
                  :SMP-USRALTA, :SMP-FECALTA, :SMP-HORALTA,
                  :SMP-DECRETO)
           END-EXEC.
           IF SQLCODE = 0
              MOVE '00' TO MMD-COD-RET
           MOVE MMD-OFICIO        TO SMP-OFICIO.
           MOVE MMD-FECOVALI      TO SMP-FECOVALI.
           PERFORM OBTIENE-IMAGEN-ANT-OFI.
           IF WK-DECRETO = SPACES
              MOVE WK-DECRETO-ANT TO WK-DECRETO
           END-IF.
           EXEC SQL
              UPDATE UGDTSMP
                 SET ESTADO = 'I'
           MOVE 'N' TO WK-SW-HAY-IMAGEN-ANT.
           MOVE 0   TO WK-IMPSAL-ANT.
           MOVE 0   TO WK-IMPFED-ANT.
           MOVE SPACES TO WK-DECRETO-ANT.
           EXEC SQL
              SELECT IMPSALAR, DECRETO
                INTO :WK-IMPSAL-ANT, :WK-DECRETO-ANT
                FROM UGDTSMP
               WHERE ZONA     = :SMP-ZONA     AND
                     OFICIO   = :SMP-OFICIO   AND
           IF SQLCODE = 0
              MOVE 'S' TO WK-SW-HAY-IMAGEN-ANT
           ELSE
              MOVE 0      TO WK-IMPSAL-ANT
              MOVE SPACES TO WK-DECRETO-ANT
           END-IF.

      ******************************************************************
