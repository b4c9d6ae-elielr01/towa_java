      *                                                                *
      *          - UGDOFIC                                             *
      *          - UGDTSMP                                             *
      *          - UGDZMAP                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * RUTINA DE CONSULTA DE SALARIO MINIMO PROFESIONAL POR ZONA,
      * VALIDA EL OFICIO CONTRA EL CATALOGO UGDOFIC Y RESUELVE LA
      * TARIFA VIGENTE EN UGDTSMP CON LA MISMA REGLA DE VIGENCIA DE
      * UR9CSMDE (MAYOR FECOVALI ACTIVA QUE NO REBASA LA FECHA).
      * UNA ZONA RETIRADA POR UGDZMAP SE RESUELVE CONTRA SU ZONA
      * SOBREVIVIENTE A PARTIR DE LA FECHA DE CORTE, IGUAL QUE EN
      * UR9CSMDE.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      *)                                                               *
      * SE CREA LA CONSULTA DE SALARIO MINIMO PROFESIONAL POR ZONA/    *
      * OFICIO/FECHA CONTRA UGDOFIC Y UGDTSMP.                         *
      * --------------- -------------------  -------  --------------   *
      * FUSION Y RETIRO     2026-10-15       IDAXPRE  UR9OSMDE-M01.    *
      * DE ZONAS EN                                                    *
      * PROFESIONALES                                                  *
      * LA ZONA RECIBIDA SE RESUELVE CONTRA EL CROSSWALK UGDZMAP A LA  *
      * FECHA CONSULTADA, COMO EN UR9CSMDE: UNA ZONA RETIRADA CONSULTA *
      * LA TARIFA PROFESIONAL DE SU SOBREVIVIENTE DESDE EL CORTE.      *
      *                                                                *
      *             IDENTIFICATION DIVISION

      ***  TABLA DB2 : UGDTSMP
      *
           EXEC SQL INCLUDE UGGTSMP   END-EXEC.
      *
      ***  TABLA DB2 : UGDZMAP
      *
           EXEC SQL INCLUDE UGGZMAP   END-EXEC.
      *
       01  WK-FECOVALI-MIN             PIC X(10).
      *
      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  VALIDA EL OFICIO CONTRA EL CATALOGO, RESUELVE LA ZONA         *
      *  EFECTIVA CONTRA UGDZMAP Y DESPUES RESUELVE LA TARIFA          *
      *  PROFESIONAL VIGENTE PARA LA ZONA/OFICIO/FECHA.                *
      ******************************************************************
       PROCESO.
      *-------------
           PERFORM VALIDA-OFICIO-CATALOGO.
           IF OSP-COD-RET = '00'
              PERFORM RESUELVE-ZONA-FUSION
           END-IF.
           IF OSP-COD-RET = '00'
              PERFORM CONSULTA-UGDTSMP
           END-IF.
              END-IF
           END-IF.

      ******************************************************************
      *                    RESUELVE-ZONA-FUSION                        *
      *                                                                *
      *  MISMO CROSSWALK DE FUSIONES QUE UR9CSMDE: SI LA ZONA RECIBIDA *
      *  FUE RETIRADA Y OSP-FECHA ES DE LA FECHA DE CORTE EN ADELANTE, *
      *  LA TARIFA PROFESIONAL SE CONSULTA EN LA ZONA SOBREVIVIENTE.   *
      *  CON FECHA ANTERIOR AL CORTE LA ZONA RETIRADA RESUELVE SU      *
      *  PROPIA HISTORIA. OSP-ZONA NO SE MODIFICA.                     *
      ******************************************************************
       RESUELVE-ZONA-FUSION.
      *-------------
           MOVE OSP-ZONA   TO SMP-ZONA.
           MOVE OSP-ZONA   TO ZMA-ZONAANT.
           MOVE OSP-FECHA  TO SMP-FECOVALI.
           EXEC SQL
              SELECT ZONANVA
                INTO :ZMA-ZONANVA
                FROM UGDZMAP
               WHERE ZONAANT  = :ZMA-ZONAANT AND
                     ESTADO   = 'A'          AND
                     FECCORTE = (SELECT MAX(FECCORTE)
                                    FROM UGDZMAP
                                   WHERE ZONAANT = :ZMA-ZONAANT AND
                                         ESTADO  = 'A'          AND
                                         FECCORTE <= :SMP-FECOVALI)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE ZMA-ZONANVA TO SMP-ZONA
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDZMAP
           END-EVALUATE.

      ******************************************************************
      *                    CONSULTA-UGDTSMP                            *
      *                                                                *
      *  CONSULTA UGDTSMP PARA LA ZONA EFECTIVA Y EL OFICIO/FECHA      *
      *  RECIBIDOS CON LA MISMA REGLA DE VIGENCIA DE UR9CSMDE.         *
      ******************************************************************
       CONSULTA-UGDTSMP.
      *-------------
           MOVE OSP-OFICIO TO SMP-OFICIO.
           MOVE OSP-FECHA  TO SMP-FECOVALI.
           EXEC SQL
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDZMAP                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDZMAP REGRESA UN SQLCODE NO ESPERADO.                       *
      ******************************************************************
       MARCA-ERROR-UGDZMAP.
      *-------------
           MOVE '99'         TO OSP-COD-RET
           MOVE SQLCODE      TO OSP-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDZMAP'    TO MNE-TAULAERR
           MOVE 'UR9OSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDTSMP                         *
      *                                                                *
