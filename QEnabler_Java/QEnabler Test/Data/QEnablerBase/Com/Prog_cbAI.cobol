      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMD                                             *
      *          - UGDTSMP                                             *
      *          - UGDZMAP                                             *
      *          - UGDOFIC (POR MEDIO DE UR9DSMDE)                     *
      *)****************************************************************
      *                      DESCRIPCION:
      * REPORTE NOCTURNO DE PRESTAMOS CON DESCUENTO POR NOMINA CUYA
      * CUOTA DEJO DE RESPETAR EL SALARIO MINIMO DEL PERIODO DE PAGO
      * DESPUES DE UN CAMBIO DE TARIFA. TOMA LAS ZONAS CON UNA
      * VIGENCIA GENERAL (UGDTSMD) Y LAS ZONA/OFICIO CON UNA VIGENCIA
      * PROFESIONAL (UGDTSMP) QUE ENTRARON EN VIGOR DENTRO DE LA
      * VENTANA DE LA TARJETA DE PARAMETROS, MAS LAS ZONAS RETIRADAS
      * POR UGDZMAP CUYA SOBREVIVIENTE CAMBIO, Y EVALUA CON UR9DSMDE A
      * LA FECHA DE PROCESO LOS PRESTAMOS DEL EXTRACTO QUE CAEN EN
      * ELLAS. LISTA LOS QUE NO CUMPLEN Y LOS QUE NO SE PUDIERON
      * EVALUAR. TERMINA CON RETURN-CODE 4 SI HAY INCUMPLIMIENTOS O
      * PRESTAMOS SIN EVALUAR, 12 SI FALLO EL ACCESO A DB2 Y 16 SI LA
      * TARJETA DE PARAMETROS ES INVALIDA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * PROTECCION DEL      2026-10-15       IDAXPRE  UR9NSMDX-INI.    *
      * SALARIO MINIMO EN                              UR9NSMDX-FIN.   *
      * DESCUENTO POR NOMINA                                           *
      *)                                                               *
      * SE CREA EL REPORTE NOCTURNO DE INCUMPLIMIENTOS DEL SALARIO     *
      * MINIMO EN PRESTAMOS CON DESCUENTO POR NOMINA.                  *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9NSMDX-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9DSMDE EL PROGRAMA Y EL PRESTAMO PARA QUE       *
      * UNA RESPUESTA '05' QUEDE REGISTRADA A NOMBRE DEL PRESTAMO.     *
      * --------------- -------------------  -------  --------------   *
      * ZONAS RETIRADAS     2026-10-15       IDAXPRE  UR9NSMDX-M02.    *
      * CON OFICIO                                                     *
      *                                                                *
      * EL CURSOR DE CAMBIOS PROFESIONALES INCLUYE, COMO EL GENERAL,   *
      * LAS ZONAS RETIRADAS POR UGDZMAP CUYA SOBREVIVIENTE CAMBIO LA   *
      * TARIFA DEL OFICIO DENTRO DE LA VENTANA.                        *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9NSMDX.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM    ASSIGN TO PARMNSMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-ENTRADA ASSIGN TO PRESTSMDN
                  FILE STATUS IS WK-FS-ENTRADA.
           SELECT ARCH-REPORTE ASSIGN TO RPTNSMDX
                  FILE STATUS IS WK-FS-REPORTE.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           05  PARM-FECHA-PROCESO      PIC X(10).
      *        FECHA DE PROCESO, FORMATO AAAA-MM-DD; EN BLANCO SE USA
      *        LA FECHA DEL SISTEMA. ES LA FECHA DE EVALUACION Y EL
      *        FIN DE LA VENTANA DE CAMBIOS DE TARIFA.
           05  PARM-FECHA-DESDE        PIC X(10).
      *        PRIMER DIA DE LA VENTANA DE CAMBIOS DE TARIFA, FORMATO
      *        AAAA-MM-DD; EN BLANCO LA VENTANA ES SOLO LA FECHA DE
      *        PROCESO. SE USA PARA CUBRIR FINES DE SEMANA O CORRIDAS
      *        QUE NO SE EJECUTARON.
           05  FILLER                  PIC X(60).
      *
       FD  ARCH-ENTRADA
           RECORDING MODE IS F.
       01  REG-PRESTAMO.
           05  PRE-NUMPRES             PIC X(10).
           05  PRE-ZONA                PIC X(02).
           05  PRE-OFICIO              PIC X(04).
           05  PRE-PERIODICIDAD        PIC X(01).
           05  PRE-SALBRUTO            PIC S9(09)V9(02) COMP-3.
           05  PRE-DESCEXIST           PIC S9(09)V9(02) COMP-3.
           05  PRE-CUOTA               PIC S9(09)V9(02) COMP-3.
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
      ***  TABLA DB2 : UGDTSMD
      *
           EXEC SQL INCLUDE UGGTSMD   END-EXEC.
      *
      ***  TABLA DB2 : UGDTSMP
      *
           EXEC SQL INCLUDE UGGTSMP   END-EXEC.
      *
           COPY UGECMNE.
      *
           COPY URWDSMD.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-ENTRADA               PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-SW-PARM-VALIDA           PIC X(01) VALUE 'S'.
           88  PARM-VALIDA                 VALUE 'S'.
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10).
       01  WK-FECHA-DESDE              PIC X(10).
       01  WK-FECHA-VALIDAR            PIC X(10).
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-FIN-ENTRADA           PIC X(01) VALUE 'N'.
           88  FIN-ARCH-ENTRADA            VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-TABLA-ERR                PIC X(08).
      *
      *    SI ALGUNA DE LAS TABLAS DE CAMBIOS SE LLENA, SE EVALUAN
      *    TODOS LOS PRESTAMOS DEL EXTRACTO: ES PREFERIBLE REVISAR DE
      *    MAS QUE DEJAR FUERA UN PRESTAMO AFECTADO.
      *
       01  WK-SW-EVALUA-TODOS          PIC X(01) VALUE 'N'.
           88  EVALUA-TODOS                VALUE 'S'.
       01  WK-SW-AFECTADO              PIC X(01) VALUE 'N'.
           88  PRESTAMO-AFECTADO           VALUE 'S'.
      *
       01  WK-MAX-ZONAS                PIC S9(05) COMP-3 VALUE 200.
       01  WK-CONT-ZONAS               PIC S9(05) COMP-3 VALUE 0.
       01  WK-TABLA-ZONAS.
           05  WK-ZON-ZONA OCCURS 200 TIMES
                                       PIC X(02).
       01  WK-MAX-ZONOFI               PIC S9(05) COMP-3 VALUE 1000.
       01  WK-CONT-ZONOFI              PIC S9(05) COMP-3 VALUE 0.
       01  WK-TABLA-ZONOFI.
           05  WK-ZOF-ENTRADA OCCURS 1000 TIMES.
               10  WK-ZOF-ZONA         PIC X(02).
               10  WK-ZOF-OFICIO       PIC X(04).
       01  WK-IDX                      PIC S9(05) COMP-3 VALUE 0.
      *
       01  WK-CONT-LEIDOS              PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-EVALUADOS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-INCUMPLEN           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-NO-EVALUADOS        PIC S9(07) COMP-3 VALUE 0.
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9NSMDX - '.
           05  FILLER                  PIC X(24)
                            VALUE 'DESCUENTO NOMINA  DEL: '.
           05  LIN-ENC-DESDE           PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' AL: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.
      *
       01  LIN-CAMBIOS.
           05  FILLER                  PIC X(28)
                            VALUE 'CAMBIOS DE TARIFA - ZONAS: '.
           05  LIN-CAM-ZONAS           PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                                        VALUE '  ZONA/OFICIO:  '.
           05  LIN-CAM-ZONOFI          PIC ZZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.
      *
       01  LIN-TODOS.
           05  FILLER                  PIC X(40) VALUE
               '*** DEMASIADOS CAMBIOS DE TARIFA: SE EVA'.
           05  FILLER                  PIC X(40) VALUE
               'LUAN TODOS LOS PRESTAMOS DEL EXTRACTO   '.
      *
       01  LIN-INCUMPLE.
           05  FILLER                  PIC X(06) VALUE 'PRES: '.
           05  LIN-INC-NUMPRES         PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-INC-ZONA            PIC X(02).
           05  FILLER                  PIC X(04) VALUE ' OF:'.
           05  LIN-INC-OFICIO          PIC X(04).
           05  FILLER                  PIC X(05) VALUE ' MIN:'.
           05  LIN-INC-MINIMO          PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(05) VALUE ' MAX:'.
           05  LIN-INC-MAXIMA          PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(05) VALUE ' CUO:'.
           05  LIN-INC-CUOTA           PIC ZZZZZZZ9.99.
           05  LIN-INC-MARCA           PIC X(01).
      *        'C' = EVALUADO CON TARIFA DE CONTINGENCIA
           05  LIN-INC-MOTIVO          PIC X(02).
      *
       01  LIN-NO-EVALUADO.
           05  FILLER                  PIC X(06) VALUE 'PRES: '.
           05  LIN-NOE-NUMPRES         PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-NOE-ZONA            PIC X(02).
           05  FILLER                  PIC X(04) VALUE ' OF:'.
           05  LIN-NOE-OFICIO          PIC X(04).
           05  FILLER                  PIC X(27)
                            VALUE '  *** NO EVALUADO, COD-RET '.
           05  LIN-NOE-COD-RET         PIC X(02).
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(08) VALUE 'LEIDOS: '.
           05  LIN-TOT-LEIDOS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  EVALUADOS: '.
           05  LIN-TOT-EVALUADOS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  INCUMPLEN: '.
           05  LIN-TOT-INCUMPLEN       PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  NO EVAL: '.
           05  LIN-TOT-NO-EVALUADOS    PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
      *
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION.
      *
           PERFORM INICIO.
           IF PARM-VALIDA
              PERFORM CARGA-CAMBIOS-TARIFA
           END-IF.
           IF PARM-VALIDA AND NOT HUBO-ERROR-SQL
              PERFORM PROCESO UNTIL FIN-ARCH-ENTRADA
           END-IF.
           PERFORM FINAL-PROCES.

      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  RESUELVE LA FECHA DE PROCESO Y LA VENTANA DE CAMBIOS, ABRE    *
      *  LOS ARCHIVOS Y ESCRIBE EL ENCABEZADO.                         *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGTSMD.
           INITIALIZE UGGTSMP.
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING WK-FS-ANIO   '-'
                  WK-FS-MES    '-'
                  WK-FS-DIA
                  DELIMITED BY SIZE INTO WK-FECHA-PROCESO.
           OPEN INPUT  ARCH-PARM.
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
           MOVE WK-FECHA-PROCESO TO WK-FECHA-DESDE.
           IF WK-FS-PARM = '00'
              IF PARM-FECHA-DESDE > SPACES
                 MOVE PARM-FECHA-DESDE TO WK-FECHA-DESDE
              END-IF
           END-IF.
           MOVE WK-FECHA-PROCESO TO WK-FECHA-VALIDAR.
           PERFORM VALIDA-FECHA.
           MOVE WK-FECHA-DESDE   TO WK-FECHA-VALIDAR.
           PERFORM VALIDA-FECHA.
           IF WK-FECHA-DESDE > WK-FECHA-PROCESO
              MOVE 'N' TO WK-SW-PARM-VALIDA
           END-IF.
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-DESDE   TO LIN-ENC-DESDE.
           MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.
           IF PARM-VALIDA
              OPEN INPUT ARCH-ENTRADA
              PERFORM LEE-PRESTAMO-SIGUIENTE
           ELSE
              DISPLAY 'UR9NSMDX: *** TARJETA DE PARAMETROS INVALIDA. '
              DISPLAY 'UR9NSMDX: *** NO SE EVALUO NINGUN PRESTAMO.'
           END-IF.

       VALIDA-FECHA.
      *-------------
           IF WK-FECHA-VALIDAR(5:1) NOT = '-' OR
              WK-FECHA-VALIDAR(8:1) NOT = '-' OR
              WK-FECHA-VALIDAR(1:4) NOT NUMERIC OR
              WK-FECHA-VALIDAR(6:2) NOT NUMERIC OR
              WK-FECHA-VALIDAR(9:2) NOT NUMERIC
              MOVE 'N' TO WK-SW-PARM-VALIDA
           END-IF.

      ******************************************************************
      *                    CARGA-CAMBIOS-TARIFA                        *
      *                                                                *
      *  CARGA EN MEMORIA LAS ZONAS CON UNA VIGENCIA GENERAL ACTIVA    *
      *  QUE ARRANCA DENTRO DE LA VENTANA, INCLUIDAS LAS ZONAS YA      *
      *  RETIRADAS CUYA SOBREVIVIENTE CAMBIO (SUS PRESTAMOS SE         *
      *  RESUELVEN CONTRA LA SOBREVIVIENTE), Y LAS ZONA/OFICIO CON UNA *
      *  VIGENCIA PROFESIONAL ACTIVA QUE ARRANCA DENTRO DE LA VENTANA, *
      *  INCLUIDAS IGUAL LAS ZONAS RETIRADAS CUYA SOBREVIVIENTE CAMBIO *
      *  LA TARIFA DEL OFICIO (UR9OSMDE TAMBIEN RESUELVE POR UGDZMAP). *
      ******************************************************************
       CARGA-CAMBIOS-TARIFA.
      *-------------
           EXEC SQL
              DECLARE CSR-CAMBIO-GENERAL CURSOR FOR
                 SELECT G.ZONA
                   FROM UGDTSMD G
                  WHERE G.ESTADO   = 'A'              AND
                        G.FECOVALI >= :WK-FECHA-DESDE AND
                        G.FECOVALI <= :WK-FECHA-PROCESO
                 UNION
                 SELECT M.ZONAANT
                   FROM UGDZMAP M, UGDTSMD G
                  WHERE M.ESTADO   = 'A'              AND
                        M.FECCORTE <= :WK-FECHA-PROCESO AND
                        G.ZONA     = M.ZONANVA        AND
                        G.ESTADO   = 'A'              AND
                        G.FECOVALI >= :WK-FECHA-DESDE AND
                        G.FECOVALI <= :WK-FECHA-PROCESO
                  ORDER BY 1
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-CAMBIO-GENERAL
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDTSMD' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-CAMBIO-GENERAL UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-CAMBIO-GENERAL
           END-EXEC.
           EXEC SQL
              DECLARE CSR-CAMBIO-PROFESIONAL CURSOR FOR
                 SELECT DISTINCT P.ZONA, P.OFICIO
                   FROM UGDTSMP P
                  WHERE P.ESTADO   = 'A'              AND
                        P.FECOVALI >= :WK-FECHA-DESDE AND
                        P.FECOVALI <= :WK-FECHA-PROCESO
                 UNION
                 SELECT M.ZONAANT, P.OFICIO
                   FROM UGDZMAP M, UGDTSMP P
                  WHERE M.ESTADO   = 'A'              AND
                        M.FECCORTE <= :WK-FECHA-PROCESO AND
                        P.ZONA     = M.ZONANVA        AND
                        P.ESTADO   = 'A'              AND
                        P.FECOVALI >= :WK-FECHA-DESDE AND
                        P.FECOVALI <= :WK-FECHA-PROCESO
                  ORDER BY 1, 2
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-CAMBIO-PROFESIONAL
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDTSMP' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-CAMBIO-PROFESIONAL UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-CAMBIO-PROFESIONAL
           END-EXEC.
           MOVE WK-CONT-ZONAS  TO LIN-CAM-ZONAS.
           MOVE WK-CONT-ZONOFI TO LIN-CAM-ZONOFI.
           WRITE REG-REPORTE FROM LIN-CAMBIOS.
           IF EVALUA-TODOS
              WRITE REG-REPORTE FROM LIN-TODOS
           END-IF.

       LEE-CAMBIO-GENERAL.
      *-------------
           EXEC SQL
              FETCH CSR-CAMBIO-GENERAL
                INTO :SMD-ZONA
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 IF WK-CONT-ZONAS < WK-MAX-ZONAS
                    ADD 1 TO WK-CONT-ZONAS
                    MOVE SMD-ZONA TO WK-ZON-ZONA(WK-CONT-ZONAS)
                 ELSE
                    MOVE 'S' TO WK-SW-EVALUA-TODOS
                 END-IF
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDTSMD' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

       LEE-CAMBIO-PROFESIONAL.
      *-------------
           EXEC SQL
              FETCH CSR-CAMBIO-PROFESIONAL
                INTO :SMP-ZONA, :SMP-OFICIO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 IF WK-CONT-ZONOFI < WK-MAX-ZONOFI
                    ADD 1 TO WK-CONT-ZONOFI
                    MOVE SMP-ZONA   TO WK-ZOF-ZONA(WK-CONT-ZONOFI)
                    MOVE SMP-OFICIO TO WK-ZOF-OFICIO(WK-CONT-ZONOFI)
                 ELSE
                    MOVE 'S' TO WK-SW-EVALUA-TODOS
                 END-IF
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDTSMP' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

       LEE-PRESTAMO-SIGUIENTE.
      *-------------
           READ ARCH-ENTRADA
              AT END
                 MOVE 'S' TO WK-SW-FIN-ENTRADA
           END-READ.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  UN PRESTAMO SE EVALUA SI SU ZONA TUVO CAMBIO GENERAL O SI SU  *
      *  ZONA/OFICIO TUVO CAMBIO PROFESIONAL DENTRO DE LA VENTANA.     *
      ******************************************************************
       PROCESO.
      *-------------
           ADD 1 TO WK-CONT-LEIDOS.
           MOVE WK-SW-EVALUA-TODOS TO WK-SW-AFECTADO.
           MOVE 1 TO WK-IDX.
           PERFORM BUSCA-ZONA-CAMBIO
              UNTIL WK-IDX > WK-CONT-ZONAS OR PRESTAMO-AFECTADO.
           IF PRE-OFICIO NOT = SPACES
              MOVE 1 TO WK-IDX
              PERFORM BUSCA-ZONOFI-CAMBIO
                 UNTIL WK-IDX > WK-CONT-ZONOFI OR PRESTAMO-AFECTADO
           END-IF.
           IF PRESTAMO-AFECTADO
              PERFORM EVALUA-PRESTAMO
           END-IF.
           PERFORM LEE-PRESTAMO-SIGUIENTE.

       BUSCA-ZONA-CAMBIO.
      *-------------
           IF WK-ZON-ZONA(WK-IDX) = PRE-ZONA
              MOVE 'S' TO WK-SW-AFECTADO
           END-IF.
           ADD 1 TO WK-IDX.

       BUSCA-ZONOFI-CAMBIO.
      *-------------
           IF WK-ZOF-ZONA(WK-IDX)   = PRE-ZONA AND
              WK-ZOF-OFICIO(WK-IDX) = PRE-OFICIO
              MOVE 'S' TO WK-SW-AFECTADO
           END-IF.
           ADD 1 TO WK-IDX.

      ******************************************************************
      *                    EVALUA-PRESTAMO                             *
      *                                                                *
      *  EVALUA LA CUOTA CON UR9DSMDE A LA FECHA DE PROCESO. REPORTA   *
      *  LOS PRESTAMOS QUE NO CUMPLEN (MARCANDO LOS EVALUADOS CON      *
      *  TARIFA DE CONTINGENCIA) Y LOS QUE NO SE PUDIERON EVALUAR.     *
      ******************************************************************
       EVALUA-PRESTAMO.
      *-------------
           MOVE PRE-ZONA         TO DSM-ZONA.
           MOVE SPACES           TO DSM-ENTIDAD.
           MOVE SPACES           TO DSM-MUNICIPIO.
           MOVE PRE-OFICIO       TO DSM-OFICIO.
           MOVE WK-FECHA-PROCESO TO DSM-FECHA.
           MOVE PRE-PERIODICIDAD TO DSM-PERIODICIDAD.
           MOVE PRE-SALBRUTO     TO DSM-SALARIO-BRUTO.
           MOVE PRE-DESCEXIST    TO DSM-DESC-EXISTENTES.
           MOVE PRE-CUOTA        TO DSM-CUOTA-PROPUESTA.
           MOVE 'UR9NSMDX'       TO DSM-PROGRAMA.
           MOVE PRE-NUMPRES      TO DSM-CLAVE.
           CALL 'UR9DSMDE' USING URWDSMD UGECMNE.
           IF DSM-COD-RET = '00' OR DSM-COD-RET = '05'
              ADD 1 TO WK-CONT-EVALUADOS
              IF DSM-NO-CUMPLE
                 ADD 1 TO WK-CONT-INCUMPLEN
                 MOVE PRE-NUMPRES        TO LIN-INC-NUMPRES
                 MOVE PRE-ZONA           TO LIN-INC-ZONA
                 MOVE PRE-OFICIO         TO LIN-INC-OFICIO
                 MOVE DSM-MINIMO-PERIODO TO LIN-INC-MINIMO
                 MOVE DSM-CUOTA-MAXIMA   TO LIN-INC-MAXIMA
                 MOVE PRE-CUOTA          TO LIN-INC-CUOTA
                 MOVE DSM-MOTIVO         TO LIN-INC-MOTIVO
                 IF DSM-COD-RET = '05'
                    MOVE 'C'   TO LIN-INC-MARCA
                 ELSE
                    MOVE SPACE TO LIN-INC-MARCA
                 END-IF
                 WRITE REG-REPORTE FROM LIN-INCUMPLE
              END-IF
           ELSE
              ADD 1 TO WK-CONT-NO-EVALUADOS
              MOVE PRE-NUMPRES TO LIN-NOE-NUMPRES
              MOVE PRE-ZONA    TO LIN-NOE-ZONA
              MOVE PRE-OFICIO  TO LIN-NOE-OFICIO
              MOVE DSM-COD-RET TO LIN-NOE-COD-RET
              WRITE REG-REPORTE FROM LIN-NO-EVALUADO
           END-IF.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  REGISTRA EN LA BITACORA DE ERRORES CUANDO UN CURSOR REGRESA   *
      *  UN SQLCODE NO ESPERADO (LA TABLA VIENE EN WK-TABLA-ERR) Y     *
      *  DEJA MARCADO QUE NO SE PUDO DETERMINAR LA VENTANA DE CAMBIOS. *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9NSMDX'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES, CIERRA ARCHIVOS Y DEJA EL RETURN-CODE:   *
      *  16 CON TARJETA INVALIDA, 12 CON ERROR DE DB2, 4 CON           *
      *  INCUMPLIMIENTOS O PRESTAMOS SIN EVALUAR.                      *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           MOVE WK-CONT-LEIDOS       TO LIN-TOT-LEIDOS.
           MOVE WK-CONT-EVALUADOS    TO LIN-TOT-EVALUADOS.
           MOVE WK-CONT-INCUMPLEN    TO LIN-TOT-INCUMPLEN.
           MOVE WK-CONT-NO-EVALUADOS TO LIN-TOT-NO-EVALUADOS.
           WRITE REG-REPORTE FROM LIN-TOTALES.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           IF PARM-VALIDA
              CLOSE ARCH-ENTRADA
           END-IF.
           CLOSE ARCH-REPORTE.
           EVALUATE TRUE
              WHEN NOT PARM-VALIDA
                 MOVE 16 TO RETURN-CODE
              WHEN HUBO-ERROR-SQL
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-INCUMPLEN > 0 OR WK-CONT-NO-EVALUADOS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
