      *                                                                *
      *          - UGDTSMD                                             *
      *          - UGDPMSMD (ALTAS POR UR9MSMDE)                       *
      *          - UGDFACU  (FACULTADES, POR MEDIO DE UR9MSMDE)        *
      *)****************************************************************
      *                      DESCRIPCION:
      * CONCILIACION DEL ARCHIVO OFICIAL DE TARIFAS DE LA COMISION
      * QUE PASE POR LA APROBACION NORMAL DE UR9PSMDE EN VEZ DE
      * VOLVERSE A TECLEAR A MANO. EN UNA RECORRIDA, LAS LLAVES QUE
      * YA TIENEN UNA SOLICITUD PENDIENTE NO SE VUELVEN A PEDIR.
      * LA CAPTURA SE PIDE CON EL USUARIO 'UR9KSMDE', QUE DEBE TENER EN
      * UGDFACU FACULTAD 'C' (CAPTURA) PARA LA UNIDAD 'G' Y LA ZONA
      * '**'; SIN ELLA UR9MSMDE RECHAZA CADA CAPTURA CON '37'.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * PENDIENTES DE TARIFA GENERAL (UNIDAD DISTINTA DE 'U' Y         *
      * OFICIO EN BLANCO): UNA SOLICITUD PROFESIONAL PENDIENTE DE LA   *
      * MISMA ZONA/FECHA YA NO SUPRIME LA CAPTURA DE LA GENERAL.       *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9KSMDE-M03.    *
      * DECRETOS DE                                                    *
      * VIGENCIAS                                                      *
      * EL ARCHIVO OFICIAL TRAE EL DECRETO DE CADA VIGENCIA            *
      * (OFL-DECRETO, TOMADO DEL FILLER) Y SE PASA EN MMD-DECRETO AL   *
      * PEDIR LA CAPTURA. SI UR9MSMDE LA RECHAZA CON '36' (SIN         *
      * DECRETO O NO REGISTRADO EN UGDDECR) SE REPORTA COMO TAL, PARA  *
      * DAR DE ALTA EL DECRETO Y RECORRER.                             *
      * --------------- -------------------  -------  --------------   *
      * MANTENIMIENTO DE    2026-10-15       IDAXPRE  UR9KSMDE-M04.    *
      * CATALOGOS DE ZONAS                                             *
      * Y OFICIOS                                                      *
      * LA REVISION DE SOLICITUDES PENDIENTES EN UGDPMSMD SOLO CUENTA  *
      * LAS DE TARIFA (CATALOGO EN BLANCO): UNA SOLICITUD PENDIENTE DE *
      * COBERTURA DE LA MISMA ZONA Y FECHA NO ES UNA TARIFA YA         *
      * CAPTURADA.                                                     *
      * --------------- -------------------  -------  --------------   *
      * FACULTADES DE       2026-10-15       IDAXPRE  UR9KSMDE-M05.    *
      * CAPTURA Y                                                      *
      * APROBACION                                                     *
      * UN RECHAZO '37' DE UR9MSMDE (SIN FACULTAD EN UGDFACU) SE       *
      * REPORTA Y CUENTA APARTE Y DEJA RC 8. EL USUARIO 'UR9KSMDE'     *
      * REQUIERE FACULTAD 'C', UNIDAD 'G', ZONA '**' EN UGDFACU.       *
      *                                                                *
      *             IDENTIFICATION DIVISION

           05  OFL-FECOVALI            PIC X(10).
           05  OFL-IMPSALAR            PIC 9(07)V9(02).
           05  OFL-IMPSALFED           PIC 9(07)V9(02).
           05  OFL-DECRETO             PIC X(20).
           05  FILLER                  PIC X(30).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  WK-CONT-DISTINTOS           PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-NO-PUBLICADAS       PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-SOLICITUDES         PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-SIN-DECRETO         PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-SIN-FACULTAD        PIC S9(05) COMP-3 VALUE 0.
      *
      *  TABLA EN MEMORIA CON LAS LLAVES DEL ARCHIVO OFICIAL, PARA
      *  LA PASADA INVERSA (VIGENCIAS ACTIVAS EN UGDTSMD QUE NO
                     FECOVALI = :SMD-FECOVALI AND
                     ESTSOL   = 'P'           AND
                     UNIDAD  <> 'U'           AND
                     OFICIO   = ' '           AND
                     CATALOGO = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDPMSMD
           MOVE SPACE         TO MMD-UNIDAD.
           MOVE SPACES        TO MMD-OFICIO.
           MOVE SPACE         TO MMD-IND-FORZAR.
           MOVE OFL-DECRETO   TO MMD-DECRETO.
           CALL 'UR9MSMDE' USING URWMSMD UGECMNE.
           EVALUATE MMD-COD-RET
              WHEN '40'
                 ADD 1 TO WK-CONT-SOLICITUDES
                 MOVE MMD-FOLIO TO LIN-SOL-FOLIO
                 WRITE REG-REPORTE FROM LIN-SOLICITUD
              WHEN '36'
                 ADD 1 TO WK-CONT-SIN-DECRETO
                 MOVE '   SIN DECRETO REGISTRADO EN UGDDECR, NO SE PIDE'
                   TO LIN-AVI-TEXTO
                 WRITE REG-REPORTE FROM LIN-AVISO
              WHEN '37'
                 ADD 1 TO WK-CONT-SIN-FACULTAD
                 MOVE
                    '   SIN FACULTAD DE CAPTURA EN UGDFACU, NO SE PIDE'
                   TO LIN-AVI-TEXTO
                 WRITE REG-REPORTE FROM LIN-AVISO
              WHEN OTHER
                 MOVE 'S' TO WK-SW-ERROR-SQL
                 MOVE '   LA SOLICITUD DE CAPTURA NO SE PUDO REGISTRAR'
                   TO LIN-AVI-TEXTO
                 WRITE REG-REPORTE FROM LIN-AVISO
           END-EVALUATE.

      ******************************************************************
      *                    REVISA-NO-PUBLICADAS                        *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES, CIERRA ARCHIVOS Y DEJA EL RETURN-CODE:  *
      *  12 SI LA CONCILIACION FALLO POR UN ERROR DE ACCESO, 8 SI     *
      *  EL USUARIO 'UR9KSMDE' NO TIENE FACULTAD DE CAPTURA EN         *
      *  UGDFACU, 4 SI HUBO DISCREPANCIAS (VISIBLE EN EL PLAN DE       *
      *  PRODUCCION).                                                  *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
           WRITE REG-REPORTE FROM LIN-TOTALES.
           DISPLAY 'UR9KSMDE: SOLICITUDES DE CAPTURA REGISTRADAS: '
              WK-CONT-SOLICITUDES.
           DISPLAY 'UR9KSMDE: CAPTURAS SIN DECRETO REGISTRADO: '
              WK-CONT-SIN-DECRETO.
           DISPLAY 'UR9KSMDE: CAPTURAS SIN FACULTAD EN UGDFACU: '
              WK-CONT-SIN-FACULTAD.
           CLOSE ARCH-OFICIAL.
           CLOSE ARCH-REPORTE.
           EVALUATE TRUE
              WHEN HUBO-ERROR-SQL
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-SIN-FACULTAD > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WK-CONT-FALTANTES > 0 OR
                   WK-CONT-DISTINTOS > 0 OR
                   WK-CONT-NO-PUBLICADAS > 0
