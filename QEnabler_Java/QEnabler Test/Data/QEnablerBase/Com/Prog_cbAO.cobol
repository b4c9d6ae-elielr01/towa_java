      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDFACU                                             *
      *          - UGDFNEG                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * RECERTIFICACION TRIMESTRAL DE LA MATRIZ DE FACULTADES DEL
      * MANTENIMIENTO DE SALARIO MINIMO (UGDFACU), PARA QUE LOS
      * SUPERVISORES FIRMEN LA REVISION DE ACCESOS. REPORTA:
      *   1) TODAS LAS FACULTADES, CON SU VIGENCIA, SU ESTADO Y LA
      *      FECHA EN QUE CADA USUARIO LA USO POR ULTIMA VEZ;
      *   2) LAS FACULTADES ACTIVAS Y VIGENTES QUE NO SE HAN USADO EN
      *      LOS ULTIMOS 90 DIAS (O NUNCA), CON QUIEN LAS OTORGO, COMO
      *      CANDIDATAS A RETIRARSE. UNA FACULTAD QUE INICIO SU
      *      VIGENCIA HACE MENOS DE 90 DIAS NO SE CONSIDERA SIN USO;
      *   3) LAS ACCIONES NEGADAS POR FALTA DE FACULTAD EN EL MISMO
      *      PERIODO (UGDFNEG), POR USUARIO;
      * Y TERMINA CON LOS RENGLONES DE FIRMA DEL SUPERVISOR. TERMINA
      * CON RETURN-CODE 4 SI HAY FACULTADES SIN USO Y 12 SI LA PROPIA
      * REVISION FALLO POR UN ERROR DE ACCESO A DB2.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * MATRIZ DE           2026-10-15       IDAXPRE  UR9ESMDX-INI.    *
      * FACULTADES POR                                 UR9ESMDX-FIN.   *
      * USUARIO                                                        *
      *)                                                               *
      * SE CREA EL REPORTE DE RECERTIFICACION TRIMESTRAL DE LA MATRIZ  *
      * DE FACULTADES UGDFACU, CON LAS FACULTADES SIN USO EN 90 DIAS   *
      * Y LAS NEGATIVAS DEL PERIODO.                                   *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9ESMDX.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-REPORTE ASSIGN TO RPTESMDX
                  FILE STATUS IS WK-FS-REPORTE.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       FILE SECTION.
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
      ***  TABLA DB2 : UGDFACU
      *
           EXEC SQL INCLUDE UGGFACU   END-EXEC.
      *
      ***  TABLA DB2 : UGDFNEG
      *
           EXEC SQL INCLUDE UGGFNEG   END-EXEC.
      *
           COPY UGECMNE.
      *
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10).
      *        FECHA LIMITE DEL PERIODO REVISADO: UN USO ANTERIOR A
      *        ESTA FECHA YA NO CUENTA (HOY MENOS 90 DIAS).
       01  WK-FECHA-LIMITE             PIC X(10).
       01  WK-NEGATIVAS-USR            PIC S9(07) COMP-3.
       01  WK-CONT-FACULTADES          PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-SIN-USO             PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-NEGATIVAS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-TABLA-ERR                PIC X(08).
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9ESMDX - '.
           05  FILLER                  PIC X(33)
                            VALUE 'RECERTIFICACION FACULTADES F: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       01  LIN-PERIODO.
           05  FILLER                  PIC X(30)
                            VALUE 'PERIODO REVISADO (90 DIAS) DE '.
           05  LIN-PER-DESDE           PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' A '.
           05  LIN-PER-HASTA           PIC X(10).
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  LIN-SUBTITULO.
           05  LIN-SUB-TEXTO           PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
       01  LIN-FACULTAD.
           05  LIN-FAC-USUARIO         PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' F:'.
           05  LIN-FAC-FUNCION         PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' U:'.
           05  LIN-FAC-UNIDAD          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-FAC-ZONA            PIC X(02).
           05  FILLER                  PIC X(05) VALUE ' VIG:'.
           05  LIN-FAC-FECINIVIG       PIC X(10).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  LIN-FAC-FECFINVIG       PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' E:'.
           05  LIN-FAC-ESTADO          PIC X(01).
           05  FILLER                  PIC X(05) VALUE ' USO:'.
           05  LIN-FAC-FECULTUSO       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-FAC-OBSERVA         PIC X(13).
      *
       01  LIN-SIN-USO.
           05  LIN-SIN-USUARIO         PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' F:'.
           05  LIN-SIN-FUNCION         PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' U:'.
           05  LIN-SIN-UNIDAD          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-SIN-ZONA            PIC X(02).
           05  FILLER                  PIC X(08) VALUE ' OTORGO:'.
           05  LIN-SIN-USROTORGA       PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' EL:'.
           05  LIN-SIN-FECOTORGA       PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' USO:'.
           05  LIN-SIN-FECULTUSO       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-SIN-OBSERVA         PIC X(13).
      *
       01  LIN-NEGATIVA.
           05  LIN-NEG-USUARIO         PIC X(08).
           05  FILLER                  PIC X(12)
                                        VALUE ' NEGATIVAS: '.
           05  LIN-NEG-CANTIDAD        PIC ZZZZZZ9.
           05  FILLER                  PIC X(10)
                                        VALUE ' ULTIMA: '.
           05  LIN-NEG-FECHA           PIC X(10).
           05  FILLER                  PIC X(33) VALUE SPACES.
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(12)
                                        VALUE 'FACULTADES: '.
           05  LIN-TOT-FACULTADES      PIC ZZZZ9.
           05  FILLER                  PIC X(12)
                                        VALUE '  SIN USO: '.
           05  LIN-TOT-SIN-USO         PIC ZZZZ9.
           05  FILLER                  PIC X(14)
                                        VALUE '  NEGATIVAS: '.
           05  LIN-TOT-NEGATIVAS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *
       01  LIN-FIRMA.
           05  LIN-FIR-TEXTO           PIC X(22).
           05  FILLER                  PIC X(30)
                            VALUE '______________________________'.
           05  FILLER                  PIC X(08) VALUE ' FECHA: '.
           05  FILLER                  PIC X(10) VALUE '__________'.
           05  FILLER                  PIC X(10) VALUE SPACES.
      *
       01  LIN-BLANCO                  PIC X(80) VALUE SPACES.
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
      *  TOMA LA FECHA DEL SISTEMA, CALCULA EL INICIO DEL PERIODO DE   *
      *  90 DIAS, ABRE EL REPORTE Y ESCRIBE EL ENCABEZADO.             *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGFACU.
           INITIALIZE UGGFNEG.
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING WK-FS-ANIO   '-'
                  WK-FS-MES    '-'
                  WK-FS-DIA
                  DELIMITED BY SIZE INTO WK-FECHA-PROCESO.
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.
           PERFORM CALCULA-FECHA-LIMITE.
           MOVE WK-FECHA-LIMITE  TO LIN-PER-DESDE.
           MOVE WK-FECHA-PROCESO TO LIN-PER-HASTA.
           WRITE REG-REPORTE FROM LIN-PERIODO.

      ******************************************************************
      *                    CALCULA-FECHA-LIMITE                        *
      *                                                                *
      *  LA FECHA LIMITE ES LA DEL PROCESO MENOS 90 DIAS. SI NO SE     *
      *  PUEDE CALCULAR, LA REVISION NO TIENE PERIODO Y SE TERMINA CON *
      *  EL ERROR.                                                     *
      ******************************************************************
       CALCULA-FECHA-LIMITE.
      *-------------
           EXEC SQL
              SELECT CHAR(DATE(:WK-FECHA-PROCESO) - 90 DAYS, ISO)
                INTO :WK-FECHA-LIMITE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'SYSDUMMY' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE WK-FECHA-PROCESO TO WK-FECHA-LIMITE
           END-IF.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  EJECUTA LAS TRES SECCIONES, UNA TRAS OTRA, Y ESCRIBE LOS      *
      *  RENGLONES DE FIRMA. SIN PERIODO NO SE REVISA NADA.            *
      ******************************************************************
       PROCESO.
      *-------------
           IF NOT HUBO-ERROR-SQL
              MOVE 'FACULTADES OTORGADAS Y SU ULTIMO USO:'
                TO LIN-SUB-TEXTO
              WRITE REG-REPORTE FROM LIN-BLANCO
              WRITE REG-REPORTE FROM LIN-SUBTITULO
              PERFORM LISTA-FACULTADES
              MOVE 'FACULTADES ACTIVAS SIN USO EN LOS ULTIMOS 90 DIAS:'
                TO LIN-SUB-TEXTO
              WRITE REG-REPORTE FROM LIN-BLANCO
              WRITE REG-REPORTE FROM LIN-SUBTITULO
              PERFORM LISTA-SIN-USO
              MOVE 'ACCIONES NEGADAS POR FALTA DE FACULTAD:'
                TO LIN-SUB-TEXTO
              WRITE REG-REPORTE FROM LIN-BLANCO
              WRITE REG-REPORTE FROM LIN-SUBTITULO
              PERFORM LISTA-NEGATIVAS
           END-IF.
           WRITE REG-REPORTE FROM LIN-BLANCO.
           MOVE WK-CONT-FACULTADES TO LIN-TOT-FACULTADES.
           MOVE WK-CONT-SIN-USO    TO LIN-TOT-SIN-USO.
           MOVE WK-CONT-NEGATIVAS  TO LIN-TOT-NEGATIVAS.
           WRITE REG-REPORTE FROM LIN-TOTALES.
           WRITE REG-REPORTE FROM LIN-BLANCO.
           MOVE 'REVISO (SUPERVISOR): ' TO LIN-FIR-TEXTO.
           WRITE REG-REPORTE FROM LIN-FIRMA.
           WRITE REG-REPORTE FROM LIN-BLANCO.
           MOVE 'APROBO (AREA):       ' TO LIN-FIR-TEXTO.
           WRITE REG-REPORTE FROM LIN-FIRMA.

      ******************************************************************
      *                    LISTA-FACULTADES                            *
      *                                                                *
      *  TODAS LAS FACULTADES DE LA MATRIZ, ACTIVAS O NO, POR USUARIO, *
      *  CON LA FECHA DE SU ULTIMO USO. LA OBSERVACION MARCA LAS       *
      *  INACTIVAS, LAS VENCIDAS Y LAS QUE NO SE HAN USADO EN EL       *
      *  PERIODO (ESTAS SE DETALLAN EN LA SECCION SIGUIENTE).          *
      ******************************************************************
       LISTA-FACULTADES.
      *-------------
           EXEC SQL
              DECLARE CSR-FACULTADES CURSOR FOR
                 SELECT USUARIO, FUNCION, UNIDAD, ZONA, FECINIVIG,
                        FECFINVIG, ESTADO, FECULTUSO
                   FROM UGDFACU
                  ORDER BY USUARIO, FUNCION, UNIDAD, ZONA, FECINIVIG
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-FACULTADES
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDFACU' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-FACULTAD UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-FACULTADES
           END-EXEC.

       LEE-FACULTAD.
      *-------------
           EXEC SQL
              FETCH CSR-FACULTADES
                INTO :FAC-USUARIO, :FAC-FUNCION, :FAC-UNIDAD,
                     :FAC-ZONA, :FAC-FECINIVIG, :FAC-FECFINVIG,
                     :FAC-ESTADO, :FAC-FECULTUSO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-FACULTADES
                 MOVE FAC-USUARIO   TO LIN-FAC-USUARIO
                 MOVE FAC-FUNCION   TO LIN-FAC-FUNCION
                 MOVE FAC-UNIDAD    TO LIN-FAC-UNIDAD
                 MOVE FAC-ZONA      TO LIN-FAC-ZONA
                 MOVE FAC-FECINIVIG TO LIN-FAC-FECINIVIG
                 MOVE FAC-FECFINVIG TO LIN-FAC-FECFINVIG
                 MOVE FAC-ESTADO    TO LIN-FAC-ESTADO
                 IF FAC-FECULTUSO = SPACES
                    MOVE 'NUNCA'       TO LIN-FAC-FECULTUSO
                 ELSE
                    MOVE FAC-FECULTUSO TO LIN-FAC-FECULTUSO
                 END-IF
                 EVALUATE TRUE
                    WHEN NOT FAC-ACTIVA
                       MOVE 'INACTIVA'      TO LIN-FAC-OBSERVA
                    WHEN FAC-FECFINVIG < WK-FECHA-PROCESO
                       MOVE 'VENCIDA'       TO LIN-FAC-OBSERVA
                    WHEN FAC-FECINIVIG > WK-FECHA-LIMITE
                       MOVE SPACES          TO LIN-FAC-OBSERVA
                    WHEN FAC-FECULTUSO < WK-FECHA-LIMITE
                       MOVE '*** SIN USO'   TO LIN-FAC-OBSERVA
                    WHEN OTHER
                       MOVE SPACES          TO LIN-FAC-OBSERVA
                 END-EVALUATE
                 WRITE REG-REPORTE FROM LIN-FACULTAD
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDFACU' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    LISTA-SIN-USO                               *
      *                                                                *
      *  FACULTADES ACTIVAS Y VIGENTES HOY, CON MAS DE 90 DIAS DE      *
      *  VIGENCIA, QUE NUNCA SE HAN USADO O CUYO ULTIMO USO ES         *
      *  ANTERIOR AL PERIODO. SE LISTAN CON QUIEN LAS OTORGO PARA QUE  *
      *  EL SUPERVISOR DECIDA SI SE RETIRAN.                           *
      ******************************************************************
       LISTA-SIN-USO.
      *-------------
           EXEC SQL
              DECLARE CSR-SIN-USO CURSOR FOR
                 SELECT USUARIO, FUNCION, UNIDAD, ZONA, USROTORGA,
                        FECOTORGA, FECULTUSO
                   FROM UGDFACU
                  WHERE ESTADO     = 'A'                AND
                        FECINIVIG <= :WK-FECHA-LIMITE   AND
                        FECFINVIG >= :WK-FECHA-PROCESO  AND
                        FECULTUSO  < :WK-FECHA-LIMITE
                  ORDER BY USUARIO, FUNCION, UNIDAD, ZONA
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-SIN-USO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDFACU' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-SIN-USO UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-SIN-USO
           END-EXEC.

       LEE-SIN-USO.
      *-------------
           EXEC SQL
              FETCH CSR-SIN-USO
                INTO :FAC-USUARIO, :FAC-FUNCION, :FAC-UNIDAD,
                     :FAC-ZONA, :FAC-USROTORGA, :FAC-FECOTORGA,
                     :FAC-FECULTUSO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-SIN-USO
                 MOVE FAC-USUARIO   TO LIN-SIN-USUARIO
                 MOVE FAC-FUNCION   TO LIN-SIN-FUNCION
                 MOVE FAC-UNIDAD    TO LIN-SIN-UNIDAD
                 MOVE FAC-ZONA      TO LIN-SIN-ZONA
                 MOVE FAC-USROTORGA TO LIN-SIN-USROTORGA
                 MOVE FAC-FECOTORGA TO LIN-SIN-FECOTORGA
                 IF FAC-FECULTUSO = SPACES
                    MOVE 'NUNCA'        TO LIN-SIN-FECULTUSO
                    MOVE 'NUNCA USADA'  TO LIN-SIN-OBSERVA
                 ELSE
                    MOVE FAC-FECULTUSO  TO LIN-SIN-FECULTUSO
                    MOVE 'SIN USO 90D'  TO LIN-SIN-OBSERVA
                 END-IF
                 WRITE REG-REPORTE FROM LIN-SIN-USO
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDFACU' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    LISTA-NEGATIVAS                             *
      *                                                                *
      *  ACCIONES NEGADAS POR FALTA DE FACULTAD DESDE EL INICIO DEL    *
      *  PERIODO, CONTADAS POR USUARIO CON LA FECHA DE LA ULTIMA. EL   *
      *  DETALLE DE CADA NEGATIVA QUEDA EN UGDFNEG.                    *
      ******************************************************************
       LISTA-NEGATIVAS.
      *-------------
           EXEC SQL
              DECLARE CSR-NEGATIVAS CURSOR FOR
                 SELECT USUARIO, COUNT(*), MAX(FECHA)
                   FROM UGDFNEG
                  WHERE FECHA >= :WK-FECHA-LIMITE
                  GROUP BY USUARIO
                  ORDER BY USUARIO
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-NEGATIVAS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDFNEG' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-NEGATIVA UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-NEGATIVAS
           END-EXEC.

       LEE-NEGATIVA.
      *-------------
           EXEC SQL
              FETCH CSR-NEGATIVAS
                INTO :FNG-USUARIO, :WK-NEGATIVAS-USR, :FNG-FECHA
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD WK-NEGATIVAS-USR TO WK-CONT-NEGATIVAS
                 MOVE FNG-USUARIO      TO LIN-NEG-USUARIO
                 MOVE WK-NEGATIVAS-USR TO LIN-NEG-CANTIDAD
                 MOVE FNG-FECHA        TO LIN-NEG-FECHA
                 WRITE REG-REPORTE FROM LIN-NEGATIVA
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDFNEG' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO DE LA *
      *  REVISION REGRESA UN SQLCODE NO ESPERADO (LA TABLA VIENE EN    *
      *  WK-TABLA-ERR), Y DEJA MARCADO QUE LA REVISION NO TERMINO      *
      *  COMPLETA.                                                     *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9ESMDX'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  CIERRA EL REPORTE Y DEJA EL RETURN-CODE: 12 SI LA REVISION    *
      *  FALLO, 4 SI HAY FACULTADES SIN USO QUE REVISAR.               *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           CLOSE ARCH-REPORTE.
           EVALUATE TRUE
              WHEN HUBO-ERROR-SQL
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-SIN-USO > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
