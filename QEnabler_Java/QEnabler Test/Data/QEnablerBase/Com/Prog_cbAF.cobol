      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMP                                             *
      *          - UGDTSMD                                             *
      *          - UGDOFIC                                             *
      *          - UGDZMAP                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * AUDITORIA NOCTURNA DE LOS SALARIOS MINIMOS PROFESIONALES
      * (UGDTSMP) CONTRA LA TARIFA GENERAL DE LA ZONA (UGDTSMD). POR
      * LEY EL MINIMO PROFESIONAL DE UN OFICIO NUNCA PUEDE QUEDAR POR
      * DEBAJO DEL MINIMO GENERAL DE LA MISMA ZONA EN LA MISMA FECHA.
      * SE EJECUTA JUNTO CON UR9ASMDX, ANTES DE QUE EL CICLO DE
      * PRESTAMOS CONSUMA LAS TARIFAS. REPORTA TRES CLASES DE
      * INCONSISTENCIA:
      *   1) TRAMOS ZONA/OFICIO/FECHA DONDE SMP-IMPSALAR ES MENOR QUE
      *      LA TARIFA GENERAL VIGENTE DE LA ZONA EN ESA FECHA, YA SEA
      *      AL ARRANCAR LA VIGENCIA PROFESIONAL O AL ENTRAR EN VIGOR
      *      UN AUMENTO GENERAL DENTRO DE ELLA;
      *   2) OFICIOS ACTIVOS EN UGDOFIC SIN NINGUNA TARIFA ACTIVA EN
      *      UNA ZONA QUE TIENE TARIFA GENERAL (Y NO ESTA RETIRADA);
      *   3) RENGLONES ACTIVOS DE UGDTSMP DE UNA ZONA RETIRADA POR
      *      UGDZMAP CON FECOVALI IGUAL O POSTERIOR A SU FECHA DE CORTE.
      * TERMINA CON RETURN-CODE 8 SI ENCONTRO INCONSISTENCIAS Y 12 SI
      * LA PROPIA AUDITORIA FALLO POR UN ERROR DE ACCESO A DB2, PARA
      * QUE OPERACION DETENGA LA CADENA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * AUDITORIA DE        2026-10-15       IDAXPRE  UR9OSMDX-INI.    *
      * SALARIOS MINIMOS                               UR9OSMDX-FIN.   *
      * PROFESIONALES                                                  *
      *)                                                               *
      * SE CREA LA AUDITORIA NOCTURNA DE UGDTSMP CONTRA UGDTSMD,       *
      * UGDOFIC Y UGDZMAP.                                             *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9OSMDX.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM    ASSIGN TO PARMOSMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-REPORTE ASSIGN TO RPTOSMDX
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
      *        BLANCO SE USA LA FECHA DEL SISTEMA. SE USA PARA SABER
      *        QUE ZONAS YA ESTAN RETIRADAS EN LA REVISION 2.
           05  FILLER                  PIC X(70).
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
      ***  TABLA DB2 : UGDTSMP
      *
           EXEC SQL INCLUDE UGGTSMP   END-EXEC.
      *
      ***  TABLA DB2 : UGDTSMD
      *
           EXEC SQL INCLUDE UGGTSMD   END-EXEC.
      *
      ***  TABLA DB2 : UGDZMAP
      *
           EXEC SQL INCLUDE UGGZMAP   END-EXEC.
      *
           COPY UGECMNE.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10).
       01  WK-FECHA-TRAMO              PIC X(10).
       01  WK-CONT-BAJO-GENERAL        PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-SIN-TARIFA          PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-ZONA-RETIRADA       PIC S9(05) COMP-3 VALUE 0.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-TABLA-ERR                PIC X(08).
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9OSMDX - '.
           05  FILLER                  PIC X(33)
                            VALUE 'AUDITORIA DE UGDTSMP    FECHA: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       01  LIN-BAJO-GENERAL.
           05  FILLER                  PIC X(06) VALUE 'ZONA: '.
           05  LIN-BAJ-ZONA            PIC X(02).
           05  FILLER                  PIC X(06) VALUE '  OF: '.
           05  LIN-BAJ-OFICIO          PIC X(04).
           05  FILLER                  PIC X(07) VALUE '  DESDE'.
           05  FILLER                  PIC X(01) VALUE ' '.
           05  LIN-BAJ-FECHA           PIC X(10).
           05  FILLER                  PIC X(07) VALUE '  PROF:'.
           05  LIN-BAJ-IMPPROF         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(06) VALUE '  GEN:'.
           05  LIN-BAJ-IMPGEN          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(11) VALUE ' *BAJO GEN*'.
      *
       01  LIN-SIN-TARIFA.
           05  FILLER                  PIC X(08) VALUE 'OFICIO: '.
           05  LIN-SIN-OFICIO          PIC X(04).
           05  FILLER                  PIC X(09) VALUE '  ZONA : '.
           05  LIN-SIN-ZONA            PIC X(02).
           05  FILLER                  PIC X(57) VALUE
               '  SIN TARIFA PROFESIONAL ACTIVA  *** CAPTURAR ***'.
      *
       01  LIN-ZONA-RETIRADA.
           05  FILLER                  PIC X(06) VALUE 'ZONA: '.
           05  LIN-RET-ZONA            PIC X(02).
           05  FILLER                  PIC X(06) VALUE '  OF: '.
           05  LIN-RET-OFICIO          PIC X(04).
           05  FILLER                  PIC X(06) VALUE '  VIG:'.
           05  LIN-RET-FECOVALI        PIC X(10).
           05  FILLER                  PIC X(08) VALUE '  CORTE:'.
           05  LIN-RET-FECCORTE        PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' ->  '.
           05  LIN-RET-ZONANVA         PIC X(02).
           05  FILLER                  PIC X(21) VALUE
               '  *** ZONA RETIRADA *'.
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(14)
                                        VALUE 'BAJO GENERAL: '.
           05  LIN-TOT-BAJO            PIC ZZZZ9.
           05  FILLER                  PIC X(16)
                                        VALUE '  SIN TARIFA:   '.
           05  LIN-TOT-SIN-TARIFA      PIC ZZZZ9.
           05  FILLER                  PIC X(18)
                                        VALUE '  ZONA RETIRADA:  '.
           05  LIN-TOT-RETIRADA        PIC ZZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FINAL-PROCES.

      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  RESUELVE LA FECHA DE PROCESO, ABRE EL REPORTE Y ESCRIBE EL    *
      *  ENCABEZADO.                                                   *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGTSMP.
           INITIALIZE UGGTSMD.
           INITIALIZE UGGZMAP.
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
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  EJECUTA LAS TRES REVISIONES, UNA TRAS OTRA.                   *
      ******************************************************************
       PROCESO.
      *-------------
           PERFORM REVISA-BAJO-GENERAL.
           PERFORM REVISA-SIN-TARIFA.
           PERFORM REVISA-ZONA-RETIRADA.

      ******************************************************************
      *                    REVISA-BAJO-GENERAL                         *
      *                                                                *
      *  LA TARIFA PROFESIONAL Y LA GENERAL CAMBIAN EN FECHAS          *
      *  DISTINTAS, ASI QUE SE COMPARAN EN CADA PUNTO DONDE CAMBIA     *
      *  CUALQUIERA DE LAS DOS:                                        *
      *    - AL ARRANCAR CADA VIGENCIA PROFESIONAL, CONTRA LA TARIFA   *
      *      GENERAL VIGENTE EN ESA FECHA;                             *
      *    - AL ENTRAR EN VIGOR CADA TARIFA GENERAL, CONTRA LA         *
      *      VIGENCIA PROFESIONAL QUE ESTABA EN CURSO (EL CASO DEL     *
      *      AUMENTO DE ENERO SIN AUMENTO PROFESIONAL).                *
      *  LA UNION ELIMINA EL PUNTO REPETIDO CUANDO AMBAS CAMBIAN EL    *
      *  MISMO DIA.                                                    *
      ******************************************************************
       REVISA-BAJO-GENERAL.
      *-------------
           EXEC SQL
              DECLARE CSR-BAJO-GENERAL CURSOR FOR
                 SELECT P.ZONA, P.OFICIO, P.FECOVALI,
                        P.IMPSALAR, G.IMPSALAR
                   FROM UGDTSMP P, UGDTSMD G
                  WHERE P.ESTADO   = 'A'      AND
                        G.ESTADO   = 'A'      AND
                        G.ZONA     = P.ZONA   AND
                        G.FECOVALI = (SELECT MAX(G2.FECOVALI)
                                        FROM UGDTSMD G2
                                       WHERE G2.ZONA     = P.ZONA AND
                                             G2.ESTADO   = 'A'    AND
                                             G2.FECOVALI <=
                                                        P.FECOVALI) AND
                        G.IMPSALAR > P.IMPSALAR
                 UNION
                 SELECT P.ZONA, P.OFICIO, G.FECOVALI,
                        P.IMPSALAR, G.IMPSALAR
                   FROM UGDTSMD G, UGDTSMP P
                  WHERE G.ESTADO   = 'A'      AND
                        P.ESTADO   = 'A'      AND
                        P.ZONA     = G.ZONA   AND
                        P.FECOVALI = (SELECT MAX(P2.FECOVALI)
                                        FROM UGDTSMP P2
                                       WHERE P2.ZONA     = G.ZONA   AND
                                             P2.OFICIO   = P.OFICIO AND
                                             P2.ESTADO   = 'A'      AND
                                             P2.FECOVALI <=
                                                        G.FECOVALI) AND
                        G.IMPSALAR > P.IMPSALAR
                  ORDER BY 1, 2, 3
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-BAJO-GENERAL
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDTSMP' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-BAJO-GENERAL UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-BAJO-GENERAL
           END-EXEC.

       LEE-BAJO-GENERAL.
      *-------------
           EXEC SQL
              FETCH CSR-BAJO-GENERAL
                INTO :SMP-ZONA, :SMP-OFICIO, :WK-FECHA-TRAMO,
                     :SMP-IMPSALAR, :SMD-IMPSALAR
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-BAJO-GENERAL
                 MOVE SMP-ZONA       TO LIN-BAJ-ZONA
                 MOVE SMP-OFICIO     TO LIN-BAJ-OFICIO
                 MOVE WK-FECHA-TRAMO TO LIN-BAJ-FECHA
                 MOVE SMP-IMPSALAR   TO LIN-BAJ-IMPPROF
                 MOVE SMD-IMPSALAR   TO LIN-BAJ-IMPGEN
                 WRITE REG-REPORTE FROM LIN-BAJO-GENERAL
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDTSMP' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    REVISA-SIN-TARIFA                           *
      *                                                                *
      *  CRUZA CADA OFICIO ACTIVO DEL CATALOGO CON CADA ZONA QUE       *
      *  TIENE TARIFA GENERAL ACTIVA Y REPORTA LAS PAREJAS SIN NINGUNA *
      *  TARIFA PROFESIONAL ACTIVA. LAS ZONAS YA RETIRADAS POR UGDZMAP *
      *  A LA FECHA DE PROCESO NO SE EXIGEN: SUS CONSULTAS SE          *
      *  REDIRIGEN A LA ZONA SOBREVIVIENTE.                            *
      ******************************************************************
       REVISA-SIN-TARIFA.
      *-------------
           EXEC SQL
              DECLARE CSR-SIN-TARIFA CURSOR FOR
                 SELECT O.OFICIO, Z.ZONA
                   FROM UGDOFIC O,
                        (SELECT DISTINCT ZONA
                           FROM UGDTSMD
                          WHERE ESTADO = 'A') Z
                  WHERE O.ESTADO = 'A' AND
                        NOT EXISTS
                        (SELECT 1
                           FROM UGDTSMP P
                          WHERE P.ZONA   = Z.ZONA   AND
                                P.OFICIO = O.OFICIO AND
                                P.ESTADO = 'A')     AND
                        NOT EXISTS
                        (SELECT 1
                           FROM UGDZMAP M
                          WHERE M.ZONAANT  = Z.ZONA AND
                                M.ESTADO   = 'A'    AND
                                M.FECCORTE <= :WK-FECHA-PROCESO)
                  ORDER BY O.OFICIO, Z.ZONA
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-SIN-TARIFA
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDOFIC' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-SIN-TARIFA UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-SIN-TARIFA
           END-EXEC.

       LEE-SIN-TARIFA.
      *-------------
           EXEC SQL
              FETCH CSR-SIN-TARIFA
                INTO :SMP-OFICIO, :SMP-ZONA
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-SIN-TARIFA
                 MOVE SMP-OFICIO TO LIN-SIN-OFICIO
                 MOVE SMP-ZONA   TO LIN-SIN-ZONA
                 WRITE REG-REPORTE FROM LIN-SIN-TARIFA
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDOFIC' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    REVISA-ZONA-RETIRADA                        *
      *                                                                *
      *  DESDE SU FECHA DE CORTE, UNA ZONA RETIRADA RESUELVE POR LA    *
      *  SOBREVIVIENTE, ASI QUE UN RENGLON PROFESIONAL ACTIVO DE LA    *
      *  ZONA RETIRADA CON FECOVALI EN O DESPUES DEL CORTE NUNCA SE    *
      *  CONSULTA Y PROBABLEMENTE DEBIO CAPTURARSE EN LA SOBREVIVIENTE.*
      ******************************************************************
       REVISA-ZONA-RETIRADA.
      *-------------
           EXEC SQL
              DECLARE CSR-ZONA-RETIRADA CURSOR FOR
                 SELECT P.ZONA, P.OFICIO, P.FECOVALI,
                        M.FECCORTE, M.ZONANVA
                   FROM UGDTSMP P, UGDZMAP M
                  WHERE P.ESTADO   = 'A'       AND
                        M.ESTADO   = 'A'       AND
                        M.ZONAANT  = P.ZONA    AND
                        P.FECOVALI >= M.FECCORTE
                  ORDER BY P.ZONA, P.OFICIO, P.FECOVALI
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-ZONA-RETIRADA
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDZMAP' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-ZONA-RETIRADA UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-ZONA-RETIRADA
           END-EXEC.

       LEE-ZONA-RETIRADA.
      *-------------
           EXEC SQL
              FETCH CSR-ZONA-RETIRADA
                INTO :SMP-ZONA, :SMP-OFICIO, :SMP-FECOVALI,
                     :ZMA-FECCORTE, :ZMA-ZONANVA
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-ZONA-RETIRADA
                 MOVE SMP-ZONA     TO LIN-RET-ZONA
                 MOVE SMP-OFICIO   TO LIN-RET-OFICIO
                 MOVE SMP-FECOVALI TO LIN-RET-FECOVALI
                 MOVE ZMA-FECCORTE TO LIN-RET-FECCORTE
                 MOVE ZMA-ZONANVA  TO LIN-RET-ZONANVA
                 WRITE REG-REPORTE FROM LIN-ZONA-RETIRADA
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDZMAP' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN CURSOR DE LA *
      *  AUDITORIA REGRESA UN SQLCODE NO ESPERADO (LA TABLA PRINCIPAL  *
      *  DEL CURSOR VIENE EN WK-TABLA-ERR), Y DEJA MARCADO QUE LA      *
      *  AUDITORIA NO TERMINO COMPLETA.                                *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9OSMDX'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES, CIERRA ARCHIVOS Y DEJA EL RETURN-CODE    *
      *  PARA OPERACION: 8 CON INCONSISTENCIAS, 12 SI LA AUDITORIA     *
      *  MISMA FALLO.                                                  *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           MOVE WK-CONT-BAJO-GENERAL  TO LIN-TOT-BAJO.
           MOVE WK-CONT-SIN-TARIFA    TO LIN-TOT-SIN-TARIFA.
           MOVE WK-CONT-ZONA-RETIRADA TO LIN-TOT-RETIRADA.
           WRITE REG-REPORTE FROM LIN-TOTALES.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           CLOSE ARCH-REPORTE.
           IF HUBO-ERROR-SQL
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WK-CONT-BAJO-GENERAL > 0 OR
                 WK-CONT-SIN-TARIFA > 0 OR
                 WK-CONT-ZONA-RETIRADA > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
