      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDIMSMD                                            *
      *          - UGDZMAP                                             *
      *          - UGDTSMD/UGDTUMA (POR MEDIO DE UR9CSMDE)             *
      *          - UGDTSMP (POR MEDIO DE UR9OSMDE)                     *
      *)****************************************************************
      *                      DESCRIPCION:
      * RECALCULO NOCTURNO DE LA COLA DE IMPACTO DE CORRECCIONES
      * RETROACTIVAS. UR9PSMDE DEJA EN UGDIMSMD UN RENGLON ABIERTO
      * POR CADA CORRECCION O BAJA APROBADA SOBRE UNA VIGENCIA YA EN
      * VIGOR, CON LA VENTANA DE FECHAS AFECTADA. ESTE JOB CARGA LOS
      * RENGLONES ABIERTOS, RECORRE EL EXTRACTO COMPLETO DE PRESTAMOS
      * Y, PARA LOS QUE CAEN EN LA ZONA (U OFICIO, O UMA) Y LA VENTANA
      * DE ALGUN RENGLON, VUELVE A CONSULTAR LA TARIFA IGUAL QUE
      * UR9RSMDE Y REPORTA LOS QUE CAMBIARON. AL FINAL CIERRA CADA
      * RENGLON CON LOS PRESTAMOS EVALUADOS Y LOS QUE CAMBIARON; EL
      * RENGLON CON ALGUN PRESTAMO QUE NO SE PUDO RECALCULAR SE QUEDA
      * ABIERTO PARA LA SIGUIENTE CORRIDA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * COLA DE IMPACTO     2026-10-15       IDAXPRE  UR9ESMDE-INI.    *
      * DE CORRECCIONES                                UR9ESMDE-FIN.   *
      * RETROACTIVAS                                                   *
      *)                                                               *
      * SE CREA EL RECALCULO NOCTURNO DE LOS PRESTAMOS AFECTADOS POR   *
      * LAS CORRECCIONES RETROACTIVAS REGISTRADAS EN UGDIMSMD.         *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9ESMDE-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9CSMDE EL PROGRAMA Y EL PRESTAMO PARA EL        *
      * REGISTRO DE CONTINGENCIA (REGCSMD).                            *
      * --------------- -------------------  -------  --------------   *
      * ZONAS RETIRADAS     2026-10-15       IDAXPRE  UR9ESMDE-M02.    *
      * EN LA COLA DE                                                  *
      * IMPACTO                                                        *
      * LA ZONA DEL PRESTAMO SE RESUELVE POR UGDZMAP A SU FECHA ANTES  *
      * DE COMPARARLA CONTRA LOS RENGLONES DE ZONA Y DE OFICIO.        *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9ESMDE.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM    ASSIGN TO PARMESMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-PRESTA  ASSIGN TO PRESTSMDE
                  FILE STATUS IS WK-FS-PRESTA.
           SELECT ARCH-REPORTE ASSIGN TO RPTESMDE
                  FILE STATUS IS WK-FS-REPORTE.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           05  PARM-FECHA-PROCESO      PIC X(10).
      *        FECHA DE PROCESO DE LA CADENA, FORMATO AAAA-MM-DD; EN
      *        BLANCO SE USA LA FECHA DEL SISTEMA
           05  FILLER                  PIC X(70).
      *
       FD  ARCH-PRESTA
           RECORDING MODE IS F.
       01  REG-PRESTAMO.
           05  PRE-NUMPRES             PIC X(10).
           05  PRE-ZONA                PIC X(02).
           05  PRE-FECOVALI            PIC X(10).
           05  PRE-IMPSALANT           PIC S9(07)V9(02) COMP-3.
           05  PRE-UNIDAD              PIC X(01).
               88  PRE-UNIDAD-UMA          VALUE 'U'.
      *        'U' = PRESTAMO REFERENCIADO A UMA; ESPACIO = SALARIO
      *        MINIMO DE LA ZONA (O PROFESIONAL SI TRAE OFICIO)
           05  PRE-OFICIO              PIC X(04).
      *        OFICIO DEL CONTRATO CUANDO EL PRESTAMO SE CALCULO CON
      *        SALARIO MINIMO PROFESIONAL; EN BLANCO, TARIFA GENERAL
           05  FILLER                  PIC X(45).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                 PIC X(080).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      ***  AREA SQLCA
      *
           EXEC SQL INCLUDE SQLCA     END-EXEC.
      *
      ***  TABLA DB2 : UGDIMSMD
      *
           EXEC SQL INCLUDE UGGIMSMD  END-EXEC.
      *
      ***  TABLA DB2 : UGDZMAP
      *
           EXEC SQL INCLUDE UGGZMAP   END-EXEC.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-PRESTA                PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-FECHA-PROCESO            PIC X(10) VALUE SPACES.
       01  WK-SW-FIN-PRESTA            PIC X(01) VALUE 'N'.
           88  FIN-ARCH-PRESTA             VALUE 'S'.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-SW-DESBORDE              PIC X(01) VALUE 'N'.
           88  COLA-DESBORDADA             VALUE 'S'.
       01  WK-SW-EN-VENTANA            PIC X(01) VALUE 'N'.
           88  PRESTAMO-EN-VENTANA         VALUE 'S'.
       01  WK-SW-RECALCULADO           PIC X(01) VALUE 'N'.
           88  PRESTAMO-RECALCULADO        VALUE 'S'.
       01  WK-CONT-PRESTAMOS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-EVALUADOS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-DIFERENCIAS         PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-ERRORES             PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-CERRADOS            PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-ABIERTOS            PIC S9(05) COMP-3 VALUE 0.
       01  WK-COD-RET-RECALC           PIC X(02).
       01  WK-ZONA-EFECTIVA            PIC X(02).
      *        ZONA DEL PRESTAMO RESUELTA POR UGDZMAP A SU FECHA; ES
      *        CONTRA LA QUE SE COMPARAN LOS RENGLONES DE ZONA.
       01  WK-IMP-NUEVO                PIC S9(07)V9(02) COMP-3.
       01  WK-IMP-DIFERENCIA           PIC S9(07)V9(02) COMP-3.
      *
      *    RENGLONES ABIERTOS DE UGDIMSMD CARGADOS AL ARRANQUE. LOS
      *    QUE NO CABEN SE QUEDAN ABIERTOS PARA LA SIGUIENTE CORRIDA.
      *
       01  WK-MAX-IMPACTOS             PIC S9(05) COMP-3 VALUE 500.
       01  WK-CONT-IMPACTOS            PIC S9(05) COMP-3 VALUE 0.
       01  WK-IMP-IDX                  PIC S9(05) COMP-3 VALUE 0.
       01  WK-TABLA-IMPACTOS.
           05  WK-IMP-ENTRADA OCCURS 500 TIMES.
               10  WK-IMP-FOLIO        PIC S9(09) COMP-3.
               10  WK-IMP-UNIDAD       PIC X(01).
               10  WK-IMP-ZONA         PIC X(02).
               10  WK-IMP-OFICIO       PIC X(04).
               10  WK-IMP-FECDESDE     PIC X(10).
               10  WK-IMP-FECHASTA     PIC X(10).
               10  WK-IMP-PRESEVAL     PIC S9(07) COMP-3.
               10  WK-IMP-PRESCAMB     PIC S9(07) COMP-3.
               10  WK-IMP-ERRORES      PIC S9(07) COMP-3.
      *
           COPY URWCOSM.
      *
           COPY URWOSMP.
      *
           COPY UGECMNE.
      *
           COPY URWTSMD.
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9ESMDE - '.
           05  FILLER                  PIC X(38)
                          VALUE 'IMPACTO DE CORRECCIONES RETROACTIVAS'.
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  LIN-DETALLE.
           05  FILLER                  PIC X(06) VALUE 'FOLIO:'.
           05  LIN-DET-FOLIO           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' PRES:'.
           05  LIN-DET-NUMPRES         PIC X(10).
           05  FILLER                  PIC X(06) VALUE ' ZONA:'.
           05  LIN-DET-ZONA            PIC X(02).
           05  FILLER                  PIC X(04) VALUE ' AN:'.
           05  LIN-DET-IMPANT          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' AH:'.
           05  LIN-DET-IMPNVO          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE ' D:'.
           05  LIN-DET-DIFER           PIC -ZZZZ9.99.
      *        MISMA SATURACION A +/-99999.99 QUE UR9RSMDE.
           05  FILLER                  PIC X(01) VALUE SPACES.
      *
       01  LIN-ERROR.
           05  FILLER                  PIC X(06) VALUE 'FOLIO:'.
           05  LIN-ERR-FOLIO           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE ' PRES:'.
           05  LIN-ERR-NUMPRES         PIC X(10).
           05  FILLER                  PIC X(33)
                            VALUE '  *** NO SE PUDO RECALCULAR, RET:'.
           05  LIN-ERR-COD-RET         PIC X(02).
           05  FILLER                  PIC X(14) VALUE SPACES.
      *
       01  LIN-IMPACTO.
           05  FILLER                  PIC X(06) VALUE 'FOLIO:'.
           05  LIN-IMP-FOLIO           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-IMP-REFERENCIA      PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-IMP-FECDESDE        PIC X(10).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  LIN-IMP-FECHASTA        PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' EVA:'.
           05  LIN-IMP-PRESEVAL        PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' CAM:'.
           05  LIN-IMP-PRESCAMB        PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-IMP-ESTADO          PIC X(10).
      *
       01  LIN-DESBORDE.
           05  FILLER                  PIC X(40) VALUE
               '*** COLA DESBORDADA: LOS RENGLONES QUE '.
           05  FILLER                  PIC X(40) VALUE
               'NO CUPIERON VAN EN LA SIGUIENTE CORRIDA'.
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(04) VALUE 'LEI:'.
           05  LIN-TOT-PRESTAMOS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  EVAL:'.
           05  LIN-TOT-EVALUADOS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  DIF: '.
           05  LIN-TOT-DIFER           PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE '  ERR: '.
           05  LIN-TOT-ERR             PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  CERR: '.
           05  LIN-TOT-CERRADOS        PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE '  ABIE: '.
           05  LIN-TOT-ABIERTOS        PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
      *
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION.
      *
           PERFORM INICIO.
           PERFORM PROCESO UNTIL FIN-ARCH-PRESTA.
           PERFORM FINAL-PROCES.

      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  REGISTRA EL ARRANQUE, CARGA LA COLA DE IMPACTO ABIERTA Y      *
      *  DEJA LISTO EL PRIMER PRESTAMO. SIN RENGLONES ABIERTOS (O SI   *
      *  NO SE PUDO LEER LA COLA) NO SE RECORRE EL EXTRACTO.           *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGIMSMD.
           PERFORM LEE-PARAMETROS.
           PERFORM REGISTRA-INICIO-CORRIDA.
           PERFORM ABRE-ARCHIVOS.
           PERFORM ESCRIBE-ENCABEZADO.
           PERFORM CARGA-IMPACTOS.
           IF WK-CONT-IMPACTOS = 0 OR HUBO-ERROR-SQL
              MOVE 'S' TO WK-SW-FIN-PRESTA
           ELSE
              PERFORM LEE-PRESTAMO-SIGUIENTE
           END-IF.

       LEE-PARAMETROS.
      *-------------
           OPEN INPUT ARCH-PARM.
           IF WK-FS-PARM = '00'
              MOVE 'S' TO WK-SW-HAY-PARM
              READ ARCH-PARM
                 AT END
                    MOVE '10' TO WK-FS-PARM
              END-READ
           ELSE
              MOVE 'N' TO WK-SW-HAY-PARM
           END-IF.
           IF WK-FS-PARM = '00'
              IF PARM-FECHA-PROCESO > SPACES
                 MOVE PARM-FECHA-PROCESO TO WK-FECHA-PROCESO
              END-IF
           END-IF.

      *  SIN TARJETA, UR9TSMDE RESUELVE LA FECHA DEL SISTEMA Y LA
      *  REGRESA EN TSM-FECPROC; ES LA FECHA DE CIERRE DE LA COLA.
       REGISTRA-INICIO-CORRIDA.
      *-------------
           MOVE 'I'              TO TSM-ACCION.
           MOVE 'UR9ESMDE'       TO TSM-JOBNAME.
           MOVE WK-FECHA-PROCESO TO TSM-FECPROC.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
           MOVE TSM-FECPROC      TO WK-FECHA-PROCESO.

       ABRE-ARCHIVOS.
      *-------------
           OPEN INPUT  ARCH-PRESTA.
           OPEN OUTPUT ARCH-REPORTE.

       ESCRIBE-ENCABEZADO.
      *-------------
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.

       LEE-PRESTAMO-SIGUIENTE.
      *-------------
           READ ARCH-PRESTA
              AT END
                 MOVE 'S' TO WK-SW-FIN-PRESTA
           END-READ.

      ******************************************************************
      *                    CARGA-IMPACTOS                              *
      *                                                                *
      *  CARGA EN LA TABLA DE TRABAJO LOS RENGLONES ABIERTOS DE        *
      *  UGDIMSMD EN ORDEN DE FOLIO. SI HAY MAS DE LOS QUE CABEN, LOS  *
      *  RESTANTES SE QUEDAN ABIERTOS PARA LA SIGUIENTE CORRIDA.       *
      ******************************************************************
       CARGA-IMPACTOS.
      *-------------
           EXEC SQL
              DECLARE CSR-IMPACTOS CURSOR FOR
                 SELECT FOLIO, UNIDAD, ZONA, OFICIO,
                        FECDESDE, FECHASTA
                   FROM UGDIMSMD
                  WHERE ESTADO = 'A'
                  ORDER BY FOLIO
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-IMPACTOS
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDIMSMD
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-IMPACTO UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-IMPACTOS
           END-EXEC.

       LEE-IMPACTO.
      *-------------
           EXEC SQL
              FETCH CSR-IMPACTOS
                INTO :IMS-FOLIO, :IMS-UNIDAD, :IMS-ZONA, :IMS-OFICIO,
                     :IMS-FECDESDE, :IMS-FECHASTA
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 PERFORM AGREGA-IMPACTO
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDIMSMD
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

       AGREGA-IMPACTO.
      *-------------
           IF WK-CONT-IMPACTOS < WK-MAX-IMPACTOS
              ADD 1 TO WK-CONT-IMPACTOS
              MOVE WK-CONT-IMPACTOS TO WK-IMP-IDX
              MOVE IMS-FOLIO    TO WK-IMP-FOLIO(WK-IMP-IDX)
              MOVE IMS-UNIDAD   TO WK-IMP-UNIDAD(WK-IMP-IDX)
              MOVE IMS-ZONA     TO WK-IMP-ZONA(WK-IMP-IDX)
              MOVE IMS-OFICIO   TO WK-IMP-OFICIO(WK-IMP-IDX)
              MOVE IMS-FECDESDE TO WK-IMP-FECDESDE(WK-IMP-IDX)
              MOVE IMS-FECHASTA TO WK-IMP-FECHASTA(WK-IMP-IDX)
              MOVE 0            TO WK-IMP-PRESEVAL(WK-IMP-IDX)
              MOVE 0            TO WK-IMP-PRESCAMB(WK-IMP-IDX)
              MOVE 0            TO WK-IMP-ERRORES(WK-IMP-IDX)
           ELSE
              IF NOT COLA-DESBORDADA
                 MOVE 'S' TO WK-SW-DESBORDE
                 WRITE REG-REPORTE FROM LIN-DESBORDE
              END-IF
           END-IF.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  COMPARA CADA PRESTAMO DEL EXTRACTO CONTRA TODOS LOS RENGLONES *
      *  DE LA COLA. EL PRESTAMO SE RECALCULA UNA SOLA VEZ, LA PRIMERA *
      *  VEZ QUE CAE EN UNA VENTANA, Y CUENTA EN CADA RENGLON CUYA     *
      *  VENTANA LO CUBRE.                                             *
      ******************************************************************
       PROCESO.
      *-------------
           ADD 1 TO WK-CONT-PRESTAMOS.
           MOVE 'N' TO WK-SW-RECALCULADO.
           PERFORM RESUELVE-ZONA-FUSION.
           IF HUBO-ERROR-SQL
              MOVE 'S' TO WK-SW-FIN-PRESTA
           ELSE
              MOVE 1   TO WK-IMP-IDX
              PERFORM EVALUA-IMPACTO
                 UNTIL WK-IMP-IDX > WK-CONT-IMPACTOS
              PERFORM LEE-PRESTAMO-SIGUIENTE
           END-IF.

      ******************************************************************
      *                    RESUELVE-ZONA-FUSION                        *
      *                                                                *
      *  MISMO CROSSWALK DE FUSIONES QUE UR9CSMDE: SI LA ZONA DEL      *
      *  PRESTAMO FUE RETIRADA EN UGDZMAP CON CORTE HASTA SU FECHA, LA *
      *  TARIFA QUE LE APLICA ES LA DE LA SOBREVIVIENTE Y ES CONTRA    *
      *  ESA ZONA QUE SE EVALUAN LOS RENGLONES DE LA COLA. UN ERROR    *
      *  DB2 DETIENE EL RECORRIDO Y LA COLA SE QUEDA SIN CERRAR.       *
      ******************************************************************
       RESUELVE-ZONA-FUSION.
      *-------------
           MOVE PRE-ZONA TO WK-ZONA-EFECTIVA.
           MOVE PRE-ZONA TO ZMA-ZONAANT.
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
                                         FECCORTE <= :PRE-FECOVALI)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE ZMA-ZONANVA TO WK-ZONA-EFECTIVA
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDZMAP
           END-EVALUATE.

      ******************************************************************
      *                    EVALUA-IMPACTO                              *
      *                                                                *
      *  EL PRESTAMO CAE EN EL RENGLON CUANDO SU FECHA ESTA DENTRO DE  *
      *  LA VENTANA [FECDESDE, FECHASTA) Y ADEMAS:                     *
      *    - RENGLON DE UMA: EL PRESTAMO ESTA REFERENCIADO A UMA;      *
      *    - RENGLON DE OFICIO: MISMA ZONA Y MISMO OFICIO;             *
      *    - RENGLON DE ZONA: MISMA ZONA, SIN OFICIO Y NO UMA.         *
      *  LA ZONA DEL PRESTAMO ES LA YA RESUELTA POR UGDZMAP.           *
      ******************************************************************
       EVALUA-IMPACTO.
      *-------------
           MOVE 'N' TO WK-SW-EN-VENTANA.
           IF PRE-FECOVALI NOT < WK-IMP-FECDESDE(WK-IMP-IDX) AND
              PRE-FECOVALI     < WK-IMP-FECHASTA(WK-IMP-IDX)
              EVALUATE TRUE
                 WHEN WK-IMP-UNIDAD(WK-IMP-IDX) = 'U'
                    IF PRE-UNIDAD-UMA
                       MOVE 'S' TO WK-SW-EN-VENTANA
                    END-IF
                 WHEN WK-IMP-OFICIO(WK-IMP-IDX) > SPACES
                    IF NOT PRE-UNIDAD-UMA                    AND
                       WK-ZONA-EFECTIVA =
                                    WK-IMP-ZONA(WK-IMP-IDX)  AND
                       PRE-OFICIO = WK-IMP-OFICIO(WK-IMP-IDX)
                       MOVE 'S' TO WK-SW-EN-VENTANA
                    END-IF
                 WHEN OTHER
                    IF NOT PRE-UNIDAD-UMA                    AND
                       PRE-OFICIO = SPACES                   AND
                       WK-ZONA-EFECTIVA =
                                    WK-IMP-ZONA(WK-IMP-IDX)
                       MOVE 'S' TO WK-SW-EN-VENTANA
                    END-IF
              END-EVALUATE
           END-IF.
           IF PRESTAMO-EN-VENTANA
              IF NOT PRESTAMO-RECALCULADO
                 PERFORM RECALCULA-PRESTAMO
              END-IF
              ADD 1 TO WK-IMP-PRESEVAL(WK-IMP-IDX)
              IF WK-COD-RET-RECALC NOT = '00'
                 ADD 1 TO WK-IMP-ERRORES(WK-IMP-IDX)
              ELSE
                 IF WK-IMP-NUEVO NOT = PRE-IMPSALANT
                    ADD 1 TO WK-IMP-PRESCAMB(WK-IMP-IDX)
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WK-IMP-IDX.

      ******************************************************************
      *                    RECALCULA-PRESTAMO                          *
      *                                                                *
      *  VUELVE A CONSULTAR LA TARIFA DEL PRESTAMO CON SU FECHA        *
      *  ORIGINAL: UR9OSMDE SI TRAE OFICIO, UR9CSMDE EN OTRO CASO      *
      *  (CON OSM-UNIDAD 'U' SI ESTA REFERENCIADO A UMA). UNA          *
      *  RESPUESTA DE CONTINGENCIA ('05') NO SIRVE PARA CERRAR EL      *
      *  RENGLON Y SE TRATA COMO ERROR. AMBAS RUTINAS RESUELVEN POR    *
      *  UGDZMAP LA ZONA RETIRADA A LA FECHA DEL PRESTAMO, IGUAL QUE   *
      *  RESUELVE-ZONA-FUSION, Y TARIFAN CONTRA LA SOBREVIVIENTE.      *
      ******************************************************************
       RECALCULA-PRESTAMO.
      *-------------
           MOVE 'S' TO WK-SW-RECALCULADO.
           ADD 1 TO WK-CONT-EVALUADOS.
           IF PRE-OFICIO > SPACES AND NOT PRE-UNIDAD-UMA
              MOVE PRE-ZONA     TO OSP-ZONA
              MOVE PRE-OFICIO   TO OSP-OFICIO
              MOVE PRE-FECOVALI TO OSP-FECHA
              CALL 'UR9OSMDE' USING URWOSMP UGECMNE
              MOVE OSP-COD-RET  TO WK-COD-RET-RECALC
              MOVE OSP-IMPORTE  TO WK-IMP-NUEVO
           ELSE
              MOVE PRE-ZONA     TO OSM-ZONA
              MOVE PRE-FECOVALI TO OSM-FECHA
              MOVE 'N'          TO OSM-IND-LOOKAHEAD
              MOVE 'N'          TO OSM-IND-CON-FED
              MOVE PRE-UNIDAD   TO OSM-UNIDAD
              MOVE 'UR9ESMDE'   TO OSM-PROGRAMA
              MOVE PRE-NUMPRES  TO OSM-CLAVE
              MOVE 0            TO OSM-CANTIDAD
              CALL 'UR9CSMDE' USING URWCOSM UGECMNE
              MOVE OSM-COD-RET  TO WK-COD-RET-RECALC
              MOVE OSM-IMPORTE  TO WK-IMP-NUEVO
           END-IF.
           IF WK-COD-RET-RECALC = '00'
              IF WK-IMP-NUEVO NOT = PRE-IMPSALANT
                 ADD 1 TO WK-CONT-DIFERENCIAS
                 COMPUTE WK-IMP-DIFERENCIA =
                         WK-IMP-NUEVO - PRE-IMPSALANT
                 PERFORM ESCRIBE-DETALLE
              END-IF
           ELSE
              ADD 1 TO WK-CONT-ERRORES
              PERFORM ESCRIBE-ERROR
           END-IF.

       ESCRIBE-DETALLE.
      *-------------
           MOVE WK-IMP-FOLIO(WK-IMP-IDX) TO LIN-DET-FOLIO.
           MOVE PRE-NUMPRES   TO LIN-DET-NUMPRES.
           MOVE PRE-ZONA      TO LIN-DET-ZONA.
           MOVE PRE-IMPSALANT TO LIN-DET-IMPANT.
           MOVE WK-IMP-NUEVO  TO LIN-DET-IMPNVO.
           IF WK-IMP-DIFERENCIA > 99999.99
              MOVE 99999.99 TO LIN-DET-DIFER
           ELSE
              IF WK-IMP-DIFERENCIA < -99999.99
                 MOVE -99999.99 TO LIN-DET-DIFER
              ELSE
                 MOVE WK-IMP-DIFERENCIA TO LIN-DET-DIFER
              END-IF
           END-IF.
           WRITE REG-REPORTE FROM LIN-DETALLE.

       ESCRIBE-ERROR.
      *-------------
           MOVE WK-IMP-FOLIO(WK-IMP-IDX) TO LIN-ERR-FOLIO.
           MOVE PRE-NUMPRES       TO LIN-ERR-NUMPRES.
           MOVE WK-COD-RET-RECALC TO LIN-ERR-COD-RET.
           WRITE REG-REPORTE FROM LIN-ERROR.

      ******************************************************************
      *                    CIERRA-IMPACTOS                             *
      *                                                                *
      *  AL TERMINAR EL EXTRACTO, CIERRA EN UGDIMSMD CADA RENGLON      *
      *  CARGADO CON SUS CONTADORES. EL RENGLON CON PRESTAMOS QUE NO   *
      *  SE PUDIERON RECALCULAR SOLO ACTUALIZA SUS CONTADORES Y SE     *
      *  QUEDA ABIERTO PARA LA SIGUIENTE CORRIDA.                      *
      ******************************************************************
       CIERRA-IMPACTOS.
      *-------------
           MOVE 1 TO WK-IMP-IDX.
           PERFORM CIERRA-IMPACTO
              UNTIL WK-IMP-IDX > WK-CONT-IMPACTOS.

       CIERRA-IMPACTO.
      *-------------
           MOVE WK-IMP-FOLIO(WK-IMP-IDX)    TO IMS-FOLIO.
           MOVE WK-IMP-PRESEVAL(WK-IMP-IDX) TO IMS-PRESEVAL.
           MOVE WK-IMP-PRESCAMB(WK-IMP-IDX) TO IMS-PRESCAMB.
           IF WK-IMP-ERRORES(WK-IMP-IDX) = 0
              MOVE 'C'              TO IMS-ESTADO
              MOVE WK-FECHA-PROCESO TO IMS-FECCIERRE
           ELSE
              MOVE 'A'              TO IMS-ESTADO
              MOVE SPACES           TO IMS-FECCIERRE
           END-IF.
           EXEC SQL
              UPDATE UGDIMSMD
                 SET ESTADO    = :IMS-ESTADO,
                     FECCIERRE = :IMS-FECCIERRE,
                     PRESEVAL  = :IMS-PRESEVAL,
                     PRESCAMB  = :IMS-PRESCAMB
               WHERE FOLIO  = :IMS-FOLIO AND
                     ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDIMSMD
              MOVE 'ERROR SQL ' TO LIN-IMP-ESTADO
           ELSE
              IF IMS-CERRADO
                 ADD 1 TO WK-CONT-CERRADOS
                 MOVE 'CERRADO   ' TO LIN-IMP-ESTADO
              ELSE
                 ADD 1 TO WK-CONT-ABIERTOS
                 MOVE 'QUEDA ABIE' TO LIN-IMP-ESTADO
              END-IF
           END-IF.
           PERFORM ESCRIBE-IMPACTO.
           ADD 1 TO WK-IMP-IDX.

       ESCRIBE-IMPACTO.
      *-------------
           MOVE WK-IMP-FOLIO(WK-IMP-IDX) TO LIN-IMP-FOLIO.
           EVALUATE TRUE
              WHEN WK-IMP-UNIDAD(WK-IMP-IDX) = 'U'
                 MOVE 'UMA    ' TO LIN-IMP-REFERENCIA
              WHEN WK-IMP-OFICIO(WK-IMP-IDX) > SPACES
                 STRING WK-IMP-ZONA(WK-IMP-IDX)   '/'
                        WK-IMP-OFICIO(WK-IMP-IDX)
                        DELIMITED BY SIZE INTO LIN-IMP-REFERENCIA
              WHEN OTHER
                 MOVE WK-IMP-ZONA(WK-IMP-IDX) TO LIN-IMP-REFERENCIA
           END-EVALUATE.
           MOVE WK-IMP-FECDESDE(WK-IMP-IDX) TO LIN-IMP-FECDESDE.
           MOVE WK-IMP-FECHASTA(WK-IMP-IDX) TO LIN-IMP-FECHASTA.
           MOVE WK-IMP-PRESEVAL(WK-IMP-IDX) TO LIN-IMP-PRESEVAL.
           MOVE WK-IMP-PRESCAMB(WK-IMP-IDX) TO LIN-IMP-PRESCAMB.
           WRITE REG-REPORTE FROM LIN-IMPACTO.

      ******************************************************************
      *                    MARCA-ERROR-UGDIMSMD                        *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDIMSMD REGRESA UN SQLCODE NO ESPERADO, Y DEJA MARCADO QUE   *
      *  LA CORRIDA NO TERMINO COMPLETA.                               *
      ******************************************************************
       MARCA-ERROR-UGDIMSMD.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SEL/UPD'    TO MNE-MISSATGE
           MOVE 'UGDIMSMD'   TO MNE-TAULAERR
           MOVE 'UR9ESMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

       MARCA-ERROR-UGDZMAP.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDZMAP'    TO MNE-TAULAERR
           MOVE 'UR9ESMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  CIERRA LA COLA, ESCRIBE LOS TOTALES Y DEJA EL RETURN-CODE:    *
      *  8 SI QUEDARON RENGLONES ABIERTOS POR PRESTAMOS QUE NO SE      *
      *  PUDIERON RECALCULAR, 12 SI FALLO EL ACCESO A UGDIMSMD O A     *
      *  UGDZMAP.                                                      *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           IF NOT HUBO-ERROR-SQL
              PERFORM CIERRA-IMPACTOS
           END-IF.
           MOVE WK-CONT-PRESTAMOS   TO LIN-TOT-PRESTAMOS.
           MOVE WK-CONT-EVALUADOS   TO LIN-TOT-EVALUADOS.
           MOVE WK-CONT-DIFERENCIAS TO LIN-TOT-DIFER.
           MOVE WK-CONT-ERRORES     TO LIN-TOT-ERR.
           MOVE WK-CONT-CERRADOS    TO LIN-TOT-CERRADOS.
           MOVE WK-CONT-ABIERTOS    TO LIN-TOT-ABIERTOS.
           WRITE REG-REPORTE FROM LIN-TOTALES.
           EVALUATE TRUE
              WHEN HUBO-ERROR-SQL
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-ABIERTOS > 0
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM REGISTRA-FIN-CORRIDA.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           CLOSE ARCH-PRESTA.
           CLOSE ARCH-REPORTE.
           GOBACK.

       REGISTRA-FIN-CORRIDA.
      *-------------
           MOVE 'F'                 TO TSM-ACCION.
           MOVE 'UR9ESMDE'          TO TSM-JOBNAME.
           MOVE WK-CONT-PRESTAMOS   TO TSM-REGLEIDOS.
           MOVE WK-CONT-DIFERENCIAS TO TSM-REGESCRITOS.
           MOVE WK-CONT-ERRORES     TO TSM-EXCEPCIONES.
           MOVE RETURN-CODE         TO TSM-CODRETORNO.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
