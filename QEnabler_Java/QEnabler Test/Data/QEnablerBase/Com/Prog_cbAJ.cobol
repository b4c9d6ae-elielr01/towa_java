      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDDECR                                             *
      *          - UGDTSMD                                             *
      *          - UGDTUMA                                             *
      *          - UGDTSMP                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * REVISION DEL RESPALDO LEGAL DE LAS VIGENCIAS DE SALARIO
      * MINIMO. CRUZA LAS VIGENCIAS ACTIVAS DE LA TARIFA GENERAL
      * (UGDTSMD), DE LA UMA (UGDTUMA) Y DE LOS PROFESIONALES
      * (UGDTSMP) CONTRA EL REGISTRO DE DECRETOS UGDDECR Y REPORTA:
      *   1) VIGENCIAS ACTIVAS SIN DECRETO. SON LOS RENGLONES
      *      HISTORICOS CARGADOS ANTES DEL REGISTRO DE DECRETOS; SE
      *      LISTAN COMO 'SIN RESPALDO' PARA QUE SE LES ASIGNE SU
      *      DECRETO CON UNA CORRECCION;
      *   2) VIGENCIAS ACTIVAS CUYO DECRETO NO EXISTE ACTIVO EN
      *      UGDDECR ('NO REGISTRADO');
      *   3) VIGENCIAS ACTIVAS CUYO DECRETO TIENE UNA FECHA DE
      *      ENTRADA EN VIGOR DISTINTA DE SU FECOVALI.
      * TERMINA CON RETURN-CODE 4 SI SOLO ENCONTRO VIGENCIAS
      * HISTORICAS SIN RESPALDO, 8 SI HAY DECRETOS NO REGISTRADOS O
      * FECHAS DISTINTAS, Y 12 SI LA PROPIA REVISION FALLO POR UN
      * ERROR DE ACCESO A DB2.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9RSMDX-INI.    *
      * DECRETOS DE                                    UR9RSMDX-FIN.   *
      * VIGENCIAS                                                      *
      *)                                                               *
      * SE CREA LA REVISION DEL RESPALDO LEGAL DE LAS VIGENCIAS        *
      * CONTRA EL REGISTRO DE DECRETOS UGDDECR.                        *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9RSMDX.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-REPORTE ASSIGN TO RPTRSMDX
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
      ***  TABLA DB2 : UGDDECR
      *
           EXEC SQL INCLUDE UGGDECR   END-EXEC.
      *
      ***  TABLA DB2 : UGDTSMP
      *
           EXEC SQL INCLUDE UGGTSMP   END-EXEC.
      *
           COPY UGECMNE.
      *
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10).
       01  WK-UNIDAD                   PIC X(01).
      *        'G' = GENERAL (UGDTSMD), 'U' = UMA (UGDTUMA),
      *        'P' = PROFESIONAL (UGDTSMP).
       01  WK-CONT-SIN-RESPALDO        PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-NO-REGISTRADO       PIC S9(05) COMP-3 VALUE 0.
       01  WK-CONT-FECHA-DISTINTA      PIC S9(05) COMP-3 VALUE 0.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-TABLA-ERR                PIC X(08).
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9RSMDX - '.
           05  FILLER                  PIC X(33)
                            VALUE 'RESPALDO LEGAL DE VIGENCIAS  F: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       01  LIN-SUBTITULO.
           05  LIN-SUB-TEXTO           PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
       01  LIN-SIN-DECRETO.
           05  FILLER                  PIC X(02) VALUE 'T:'.
           05  LIN-SIN-UNIDAD          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-SIN-ZONA            PIC X(02).
           05  FILLER                  PIC X(04) VALUE ' OF:'.
           05  LIN-SIN-OFICIO          PIC X(04).
           05  FILLER                  PIC X(03) VALUE ' V:'.
           05  LIN-SIN-FECOVALI        PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' DEC:'.
           05  LIN-SIN-DECRETO-NUM     PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-SIN-CLASE           PIC X(25).
      *
       01  LIN-FECHA-DISTINTA.
           05  FILLER                  PIC X(02) VALUE 'T:'.
           05  LIN-FEC-UNIDAD          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-FEC-ZONA            PIC X(02).
           05  FILLER                  PIC X(04) VALUE ' OF:'.
           05  LIN-FEC-OFICIO          PIC X(04).
           05  FILLER                  PIC X(03) VALUE ' V:'.
           05  LIN-FEC-FECOVALI        PIC X(10).
           05  FILLER                  PIC X(05) VALUE ' DEC:'.
           05  LIN-FEC-DECRETO         PIC X(20).
           05  FILLER                  PIC X(07) VALUE ' VIGOR:'.
           05  LIN-FEC-FECVIGOR        PIC X(10).
           05  FILLER                  PIC X(09) VALUE SPACES.
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(14)
                                        VALUE 'SIN RESPALDO: '.
           05  LIN-TOT-SIN-RESPALDO    PIC ZZZZ9.
           05  FILLER                  PIC X(17)
                                        VALUE '  NO REGISTRADO: '.
           05  LIN-TOT-NO-REGISTRADO   PIC ZZZZ9.
           05  FILLER                  PIC X(18)
                                        VALUE '  FECHA DISTINTA: '.
           05  LIN-TOT-FECHA-DISTINTA  PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
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
      *  TOMA LA FECHA DEL SISTEMA, ABRE EL REPORTE Y ESCRIBE EL       *
      *  ENCABEZADO.                                                   *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGDECR.
           INITIALIZE UGGTSMP.
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING WK-FS-ANIO   '-'
                  WK-FS-MES    '-'
                  WK-FS-DIA
                  DELIMITED BY SIZE INTO WK-FECHA-PROCESO.
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  EJECUTA LAS DOS REVISIONES, UNA TRAS OTRA.                    *
      ******************************************************************
       PROCESO.
      *-------------
           MOVE 'VIGENCIAS ACTIVAS SIN DECRETO REGISTRADO:'
             TO LIN-SUB-TEXTO.
           WRITE REG-REPORTE FROM LIN-SUBTITULO.
           PERFORM REVISA-SIN-DECRETO.
           MOVE 'DECRETOS CON FECHA DE VIGOR DISTINTA DE LA FECOVALI:'
             TO LIN-SUB-TEXTO.
           WRITE REG-REPORTE FROM LIN-SUBTITULO.
           PERFORM REVISA-FECHA-DISTINTA.

      ******************************************************************
      *                    REVISA-SIN-DECRETO                          *
      *                                                                *
      *  VIGENCIAS ACTIVAS DE LAS TRES TABLAS CUYO DECRETO VIENE EN    *
      *  BLANCO O NO EXISTE ACTIVO EN UGDDECR. EL RENGLON EN BLANCO    *
      *  ES HISTORICO (ANTERIOR AL REGISTRO) Y SE REPORTA COMO SIN     *
      *  RESPALDO; UN DECRETO INFORMADO QUE NO ESTA EN EL REGISTRO SE  *
      *  REPORTA COMO NO REGISTRADO.                                   *
      ******************************************************************
       REVISA-SIN-DECRETO.
      *-------------
           EXEC SQL
              DECLARE CSR-SIN-DECRETO CURSOR FOR
                 SELECT 'G', T.ZONA, '    ', T.FECOVALI, T.DECRETO
                   FROM UGDTSMD T
                  WHERE T.ESTADO = 'A' AND
                        NOT EXISTS
                        (SELECT 1
                           FROM UGDDECR D
                          WHERE D.NUMDECRETO = T.DECRETO AND
                                D.ESTADO     = 'A')
                 UNION ALL
                 SELECT 'U', '  ', '    ', U.FECOVALI, U.DECRETO
                   FROM UGDTUMA U
                  WHERE U.ESTADO = 'A' AND
                        NOT EXISTS
                        (SELECT 1
                           FROM UGDDECR D
                          WHERE D.NUMDECRETO = U.DECRETO AND
                                D.ESTADO     = 'A')
                 UNION ALL
                 SELECT 'P', P.ZONA, P.OFICIO, P.FECOVALI, P.DECRETO
                   FROM UGDTSMP P
                  WHERE P.ESTADO = 'A' AND
                        NOT EXISTS
                        (SELECT 1
                           FROM UGDDECR D
                          WHERE D.NUMDECRETO = P.DECRETO AND
                                D.ESTADO     = 'A')
                  ORDER BY 1, 2, 3, 4
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-SIN-DECRETO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDDECR' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-SIN-DECRETO UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-SIN-DECRETO
           END-EXEC.

       LEE-SIN-DECRETO.
      *-------------
           EXEC SQL
              FETCH CSR-SIN-DECRETO
                INTO :WK-UNIDAD, :SMP-ZONA, :SMP-OFICIO,
                     :SMP-FECOVALI, :SMP-DECRETO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE WK-UNIDAD    TO LIN-SIN-UNIDAD
                 MOVE SMP-ZONA     TO LIN-SIN-ZONA
                 MOVE SMP-OFICIO   TO LIN-SIN-OFICIO
                 MOVE SMP-FECOVALI TO LIN-SIN-FECOVALI
                 MOVE SMP-DECRETO  TO LIN-SIN-DECRETO-NUM
                 IF SMP-DECRETO = SPACES
                    ADD 1 TO WK-CONT-SIN-RESPALDO
                    MOVE 'SIN RESPALDO (HISTORICA)' TO LIN-SIN-CLASE
                 ELSE
                    ADD 1 TO WK-CONT-NO-REGISTRADO
                    MOVE '*** NO REGISTRADO ***'    TO LIN-SIN-CLASE
                 END-IF
                 WRITE REG-REPORTE FROM LIN-SIN-DECRETO
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDDECR' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    REVISA-FECHA-DISTINTA                       *
      *                                                                *
      *  VIGENCIAS ACTIVAS LIGADAS A UN DECRETO REGISTRADO CUYA FECHA  *
      *  DE ENTRADA EN VIGOR NO COINCIDE CON LA FECOVALI DEL RENGLON:  *
      *  O EL DECRETO SE LIGO A LA VIGENCIA EQUIVOCADA, O LA FECOVALI  *
      *  SE CAPTURO MAL.                                               *
      ******************************************************************
       REVISA-FECHA-DISTINTA.
      *-------------
           EXEC SQL
              DECLARE CSR-FECHA-DISTINTA CURSOR FOR
                 SELECT 'G', T.ZONA, '    ', T.FECOVALI, T.DECRETO,
                        D.FECVIGOR
                   FROM UGDTSMD T, UGDDECR D
                  WHERE T.ESTADO     = 'A'       AND
                        D.ESTADO     = 'A'       AND
                        D.NUMDECRETO = T.DECRETO AND
                        D.FECVIGOR  <> T.FECOVALI
                 UNION ALL
                 SELECT 'U', '  ', '    ', U.FECOVALI, U.DECRETO,
                        D.FECVIGOR
                   FROM UGDTUMA U, UGDDECR D
                  WHERE U.ESTADO     = 'A'       AND
                        D.ESTADO     = 'A'       AND
                        D.NUMDECRETO = U.DECRETO AND
                        D.FECVIGOR  <> U.FECOVALI
                 UNION ALL
                 SELECT 'P', P.ZONA, P.OFICIO, P.FECOVALI, P.DECRETO,
                        D.FECVIGOR
                   FROM UGDTSMP P, UGDDECR D
                  WHERE P.ESTADO     = 'A'       AND
                        D.ESTADO     = 'A'       AND
                        D.NUMDECRETO = P.DECRETO AND
                        D.FECVIGOR  <> P.FECOVALI
                  ORDER BY 5, 1, 2, 3, 4
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-FECHA-DISTINTA
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDDECR' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-FECHA-DISTINTA UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-FECHA-DISTINTA
           END-EXEC.

       LEE-FECHA-DISTINTA.
      *-------------
           EXEC SQL
              FETCH CSR-FECHA-DISTINTA
                INTO :WK-UNIDAD, :SMP-ZONA, :SMP-OFICIO,
                     :SMP-FECOVALI, :SMP-DECRETO, :DEC-FECVIGOR
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-FECHA-DISTINTA
                 MOVE WK-UNIDAD    TO LIN-FEC-UNIDAD
                 MOVE SMP-ZONA     TO LIN-FEC-ZONA
                 MOVE SMP-OFICIO   TO LIN-FEC-OFICIO
                 MOVE SMP-FECOVALI TO LIN-FEC-FECOVALI
                 MOVE SMP-DECRETO  TO LIN-FEC-DECRETO
                 MOVE DEC-FECVIGOR TO LIN-FEC-FECVIGOR
                 WRITE REG-REPORTE FROM LIN-FECHA-DISTINTA
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDDECR' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN CURSOR DE LA *
      *  REVISION REGRESA UN SQLCODE NO ESPERADO (LA TABLA PRINCIPAL   *
      *  DEL CURSOR VIENE EN WK-TABLA-ERR), Y DEJA MARCADO QUE LA      *
      *  REVISION NO TERMINO COMPLETA.                                 *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9RSMDX'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES, CIERRA EL REPORTE Y DEJA EL RETURN-CODE: *
      *  12 SI LA REVISION FALLO, 8 CON DECRETOS NO REGISTRADOS O      *
      *  FECHAS DISTINTAS, 4 SI SOLO HAY VIGENCIAS HISTORICAS SIN      *
      *  RESPALDO.                                                     *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           MOVE WK-CONT-SIN-RESPALDO   TO LIN-TOT-SIN-RESPALDO.
           MOVE WK-CONT-NO-REGISTRADO  TO LIN-TOT-NO-REGISTRADO.
           MOVE WK-CONT-FECHA-DISTINTA TO LIN-TOT-FECHA-DISTINTA.
           WRITE REG-REPORTE FROM LIN-TOTALES.
           CLOSE ARCH-REPORTE.
           EVALUATE TRUE
              WHEN HUBO-ERROR-SQL
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-NO-REGISTRADO > 0 OR
                   WK-CONT-FECHA-DISTINTA > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WK-CONT-SIN-RESPALDO > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
