      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMD                                             *
      *          - UGDZMAP                                             *
      *          - UGDCTLBT (POR MEDIO DE UR9TSMDE)                    *
      *)****************************************************************
      *                      DESCRIPCION:
      * REVALUACION DE CUOTAS DE PRESTAMOS DENOMINADOS EN VSM CUANDO
      * ENTRA EN VIGOR UNA NUEVA TARIFA DE ZONA. TOMA LAS ZONAS CUYA
      * VIGENCIA GENERAL (UGDTSMD) ARRANCA EN LA FECHA EFECTIVA, MAS
      * LAS ZONAS RETIRADAS POR UGDZMAP QUE SE RESUELVEN CONTRA UNA
      * SOBREVIVIENTE QUE CAMBIA ESE DIA O QUE SE FUSIONAN ESE DIA, Y
      * CONVIERTE CON UR9XSMDE LA CUOTA EN VSM DE CADA PRESTAMO DEL
      * EXTRACTO QUE CAE EN ELLAS, A LA TARIFA DEL DIA ANTERIOR Y A LA
      * DE LA FECHA EFECTIVA. GENERA EL ARCHIVO DE CAMBIOS PARA
      * COBRANZA (ENCABEZADO, DETALLE Y REGISTRO FINAL CON TOTALES DE
      * CONTROL, COMO UR9ISMDX) Y EL ARCHIVO DE AVISOS PARA LA
      * IMPRENTA. CORRE EN DOS MODOS: 'A' (AVISO PREVIO) ANTES DE LA
      * FECHA EFECTIVA, QUE SI NO SE INDICA SE BUSCA EN LA SIGUIENTE
      * VIGENCIA CARGADA DENTRO DE LOS DIAS DE ANTICIPACION; Y 'F'
      * (FINAL) EL DIA EFECTIVO, QUE CONFIRMA LOS IMPORTES QUE SE
      * FACTURAN Y SE REGISTRA EN LA TABLA DE CONTROL DE CORRIDAS.
      * TERMINA CON RETURN-CODE 4 SI HAY PRESTAMOS QUE NO SE PUDIERON
      * CONVERTIR, 12 SI FALLO EL ACCESO A DB2 (LOS ARCHIVOS NO DEBEN
      * TRANSMITIRSE) Y 16 SI LA TARJETA DE PARAMETROS ES INVALIDA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * REVALUACION DE      2026-10-15       IDAXPRE  UR9QSMDE-INI.    *
      * CUOTAS EN VSM POR                              UR9QSMDE-FIN.   *
      * CAMBIO DE TARIFA                                               *
      *)                                                               *
      * SE CREA LA REVALUACION DE CUOTAS EN VSM CON ARCHIVO DE         *
      * CAMBIOS PARA COBRANZA Y ARCHIVO DE AVISOS A ACREDITADOS.       *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9QSMDE-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9XSMDE EL PROGRAMA Y EL PRESTAMO PARA EL        *
      * REGISTRO DE CONTINGENCIA (REGCSMD).                            *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9QSMDE.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM     ASSIGN TO PARMQSMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-ENTRADA  ASSIGN TO PRESTSMDQ
                  FILE STATUS IS WK-FS-ENTRADA.
           SELECT ARCH-CAMBIOS  ASSIGN TO CAMBSMDQ
                  FILE STATUS IS WK-FS-CAMBIOS.
           SELECT ARCH-AVISOS   ASSIGN TO AVISSMDQ
                  FILE STATUS IS WK-FS-AVISOS.
           SELECT ARCH-REPORTE  ASSIGN TO RPTQSMDE
                  FILE STATUS IS WK-FS-REPORTE.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           05  PARM-MODO               PIC X(01).
               88  PARM-MODO-AVISO         VALUE 'A'.
               88  PARM-MODO-FINAL         VALUE 'F'.
      *        'A' = AVISO PREVIO A ACREDITADOS, ANTES DE LA FECHA
      *              EFECTIVA; NO SE REGISTRA EN UGDCTLBT.
      *        'F' = CORRIDA FINAL EN LA FECHA EFECTIVA; SUS IMPORTES
      *              SON LOS QUE COBRANZA FACTURA.
           05  PARM-FECHA-PROCESO      PIC X(10).
      *        FECHA DE PROCESO, FORMATO AAAA-MM-DD; EN BLANCO SE USA
      *        LA FECHA DEL SISTEMA.
           05  PARM-FECHA-EFECTIVA     PIC X(10).
      *        FECHA EN QUE ENTRA EN VIGOR LA NUEVA TARIFA, FORMATO
      *        AAAA-MM-DD. EN BLANCO: EN MODO 'F' ES LA FECHA DE
      *        PROCESO; EN MODO 'A' ES LA SIGUIENTE FECOVALI ACTIVA DE
      *        UGDTSMD DENTRO DE LOS DIAS DE ANTICIPACION.
           05  PARM-DIAS-ANTICIPO      PIC 9(03).
      *        DIAS HACIA ADELANTE EN QUE SE BUSCA LA SIGUIENTE
      *        VIGENCIA EN MODO 'A'; EN BLANCO O CERO SE USAN 45.
           05  PARM-GENERACION         PIC 9(05).
      *        NUMERO DE GENERACION DEL ARCHIVO DE CAMBIOS, LO
      *        CONTROLA EL PLAN DE PRODUCCION
           05  FILLER                  PIC X(51).
      *
       FD  ARCH-ENTRADA
           RECORDING MODE IS F.
       01  REG-PRESTAMO.
           05  PRE-NUMPRES             PIC X(10).
           05  PRE-ZONA                PIC X(02).
           05  PRE-CUOTAVSM            PIC S9(09)V9(04) COMP-3.
      *        CUOTA PERIODICA DEL PRESTAMO EXPRESADA EN VSM.
           05  PRE-NOMBRE              PIC X(40).
           05  PRE-DOMICILIO           PIC X(60).
           05  PRE-CODPOSTAL           PIC X(05).
           05  FILLER                  PIC X(26).
      *
       FD  ARCH-CAMBIOS
           RECORDING MODE IS F.
       01  REG-CAMBIOS                 PIC X(080).
      *
       FD  ARCH-AVISOS
           RECORDING MODE IS F.
       01  REG-AVISO.
           05  AVI-TIPO                PIC X(01).
      *        'A' = AVISO PREVIO DEL CAMBIO DE CUOTA
      *        'C' = CONFIRMACION DE LA CUOTA QUE SE FACTURA
           05  AVI-NUMPRES             PIC X(10).
           05  AVI-NOMBRE              PIC X(40).
           05  AVI-DOMICILIO           PIC X(60).
           05  AVI-CODPOSTAL           PIC X(05).
           05  AVI-ZONA                PIC X(02).
           05  AVI-FECEFECT            PIC X(10).
           05  AVI-CUOTAVSM            PIC ZZZZZZZZ9.9999.
           05  AVI-CUOTAANT            PIC ZZZZZZZZ9.99.
           05  AVI-CUOTANVA            PIC ZZZZZZZZ9.99.
           05  AVI-TARIFAANT           PIC ZZZZZZ9.99.
           05  AVI-TARIFANVA           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(14).
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
           COPY UGECMNE.
      *
           COPY URWXOSM.
      *
           COPY URWTSMD.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-ENTRADA               PIC X(02).
       01  WK-FS-CAMBIOS               PIC X(02).
       01  WK-FS-AVISOS                PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-SW-PARM-VALIDA           PIC X(01) VALUE 'S'.
           88  PARM-VALIDA                 VALUE 'S'.
       01  WK-SW-HAY-CAMBIO            PIC X(01) VALUE 'S'.
           88  HAY-CAMBIO-TARIFA           VALUE 'S'.
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10).
       01  WK-FECHA-EFECTIVA           PIC X(10).
       01  WK-FECHA-ANTERIOR           PIC X(10).
       01  WK-FECHA-VALIDAR            PIC X(10).
       01  WK-FECHA-NINGUNA            PIC X(10) VALUE '0001-01-01'.
       01  WK-DIAS-ANTICIPO            PIC S9(03) COMP-3 VALUE 45.
       01  WK-GENERACION               PIC 9(05) VALUE 0.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-FIN-ENTRADA           PIC X(01) VALUE 'N'.
           88  FIN-ARCH-ENTRADA            VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-TABLA-ERR                PIC X(08).
      *
      *    SI LA TABLA DE ZONAS SE LLENA SE CONVIERTEN TODOS LOS
      *    PRESTAMOS DEL EXTRACTO; LOS DE ZONAS SIN CAMBIO SALEN CON
      *    LA MISMA CUOTA Y NO SE ESCRIBEN.
      *
       01  WK-SW-EVALUA-TODOS          PIC X(01) VALUE 'N'.
           88  EVALUA-TODOS                VALUE 'S'.
       01  WK-SW-AFECTADO              PIC X(01) VALUE 'N'.
           88  PRESTAMO-AFECTADO           VALUE 'S'.
       01  WK-MAX-ZONAS                PIC S9(05) COMP-3 VALUE 200.
       01  WK-CONT-ZONAS               PIC S9(05) COMP-3 VALUE 0.
       01  WK-TABLA-ZONAS.
           05  WK-ZON-ZONA OCCURS 200 TIMES
                                       PIC X(02).
       01  WK-IDX                      PIC S9(05) COMP-3 VALUE 0.
      *
       01  WK-CUOTA-ANT                PIC S9(09)V9(04) COMP-3.
       01  WK-CUOTA-NVA                PIC S9(09)V9(04) COMP-3.
       01  WK-TARIFA-ANT               PIC S9(07)V9(02) COMP-3.
       01  WK-ETAPA-EXC                PIC X(01).
      *
       01  WK-CONT-LEIDOS              PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-EVALUADOS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-ESCRITOS            PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-SIN-CAMBIO          PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-EXCEPCIONES         PIC S9(07) COMP-3 VALUE 0.
       01  WK-HASH-CUOTAANT            PIC S9(11)V9(02) COMP-3
                                                        VALUE 0.
       01  WK-HASH-CUOTANVA            PIC S9(11)V9(02) COMP-3
                                                        VALUE 0.
      *
       01  REG-ENCABEZADO.
           05  FILLER                  PIC X(01) VALUE 'H'.
           05  ENC-FECPROC             PIC X(10).
           05  ENC-GENERACION          PIC 9(05).
           05  ENC-MODO                PIC X(01).
      *        'A' = AVISO PREVIO (INFORMATIVO), 'F' = FINAL A FACTURAR
           05  ENC-FECEFECT            PIC X(10).
           05  FILLER                  PIC X(53) VALUE SPACES.
      *
       01  REG-DETALLE.
           05  FILLER                  PIC X(01) VALUE 'D'.
           05  DET-NUMPRES             PIC X(10).
           05  DET-ZONA                PIC X(02).
           05  DET-CUOTAVSM            PIC 9(09)V9(04).
           05  DET-CUOTAANT            PIC 9(09)V9(02).
           05  DET-CUOTANVA            PIC 9(09)V9(02).
           05  DET-FECEFECT            PIC X(10).
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  REG-FINAL.
           05  FILLER                  PIC X(01) VALUE 'T'.
           05  FIN-CONT-MOVS           PIC 9(07).
           05  FIN-HASH-CUOTAANT       PIC 9(11)V9(02).
           05  FIN-HASH-CUOTANVA       PIC 9(11)V9(02).
           05  FILLER                  PIC X(46) VALUE SPACES.
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9QSMDE - '.
           05  FILLER                  PIC X(20)
                                        VALUE 'REVALUACION VSM  M:'.
           05  LIN-ENC-MODO            PIC X(01).
           05  FILLER                  PIC X(07) VALUE '  PROC:'.
           05  LIN-ENC-FECPROC         PIC X(10).
           05  FILLER                  PIC X(07) VALUE '  EFEC:'.
           05  LIN-ENC-FECEFECT        PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
      *
       01  LIN-CAMBIOS.
           05  FILLER                  PIC X(28)
                            VALUE 'ZONAS CON CAMBIO DE TARIFA: '.
           05  LIN-CAM-ZONAS           PIC ZZZZ9.
           05  FILLER                  PIC X(18)
                                        VALUE '  TARIFA ANTERIOR '.
           05  FILLER                  PIC X(04) VALUE 'AL: '.
           05  LIN-CAM-FECANT          PIC X(10).
           05  FILLER                  PIC X(15) VALUE SPACES.
      *
       01  LIN-TODOS.
           05  FILLER                  PIC X(40) VALUE
               '*** DEMASIADAS ZONAS CON CAMBIO: SE CONV'.
           05  FILLER                  PIC X(40) VALUE
               'IERTEN TODOS LOS PRESTAMOS DEL EXTRACTO '.
      *
       01  LIN-SIN-CAMBIO.
           05  FILLER                  PIC X(40) VALUE
               '*** NO HAY CAMBIO DE TARIFA DE ZONA EN L'.
           05  FILLER                  PIC X(40) VALUE
               'A FECHA O VENTANA INDICADA              '.
      *
       01  LIN-EXCEPCION.
           05  FILLER                  PIC X(06) VALUE 'PRES: '.
           05  LIN-EXC-NUMPRES         PIC X(10).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-EXC-ZONA            PIC X(02).
           05  FILLER                  PIC X(08) VALUE '  FECHA:'.
           05  LIN-EXC-FECHA           PIC X(10).
           05  FILLER                  PIC X(07) VALUE '  TAR: '.
           05  LIN-EXC-ETAPA           PIC X(01).
      *        'A' = TARIFA ANTERIOR, 'N' = TARIFA NUEVA
           05  FILLER                  PIC X(27)
                            VALUE '  *** NO CONVERTIDO, COD: '.
           05  LIN-EXC-COD-RET         PIC X(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
      *
       01  LIN-TOTALES-1.
           05  FILLER                  PIC X(08) VALUE 'LEIDOS: '.
           05  LIN-TOT-LEIDOS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  EVALUADOS: '.
           05  LIN-TOT-EVALUADOS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE '  ESCRITOS:  '.
           05  LIN-TOT-ESCRITOS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *
       01  LIN-TOTALES-2.
           05  FILLER                  PIC X(12) VALUE 'SIN CAMBIO: '.
           05  LIN-TOT-SIN-CAMBIO      PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
                                        '  EXCEPCIONES: '.
           05  LIN-TOT-EXCEPCIONES     PIC ZZZZZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.
      *
       01  LIN-TOTALES-3.
           05  FILLER                  PIC X(17)
                                        VALUE 'CUOTAS ANTERIOR: '.
           05  LIN-TOT-CUOTAANT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE '  NUEVA: '.
           05  LIN-TOT-CUOTANVA        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION.
      *
           PERFORM INICIO.
           IF PARM-VALIDA AND NOT HUBO-ERROR-SQL AND HAY-CAMBIO-TARIFA
              PERFORM CARGA-ZONAS-CAMBIO
           END-IF.
           IF PARM-VALIDA AND NOT HUBO-ERROR-SQL AND HAY-CAMBIO-TARIFA
              OPEN INPUT ARCH-ENTRADA
              PERFORM LEE-PRESTAMO-SIGUIENTE
              PERFORM PROCESO UNTIL FIN-ARCH-ENTRADA
              CLOSE ARCH-ENTRADA
           END-IF.
           PERFORM FINAL-PROCES.

      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  LEE Y VALIDA LA TARJETA DE PARAMETROS, REGISTRA EL ARRANQUE   *
      *  DE LA CORRIDA FINAL, RESUELVE LA FECHA EFECTIVA Y LA DEL DIA  *
      *  ANTERIOR, ABRE LOS ARCHIVOS DE SALIDA Y ESCRIBE ENCABEZADOS.  *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGTSMD.
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING WK-FS-ANIO   '-'
                  WK-FS-MES    '-'
                  WK-FS-DIA
                  DELIMITED BY SIZE INTO WK-FECHA-PROCESO.
           MOVE SPACES TO WK-FECHA-EFECTIVA.
           MOVE SPACES TO WK-FECHA-ANTERIOR.
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
              PERFORM VALIDA-PARAMETROS
           ELSE
              MOVE 'N' TO WK-SW-PARM-VALIDA
           END-IF.
           IF PARM-VALIDA AND PARM-MODO-FINAL
              PERFORM REGISTRA-INICIO-CORRIDA
           END-IF.
           IF PARM-VALIDA
              PERFORM RESUELVE-FECHAS
           END-IF.
           OPEN OUTPUT ARCH-CAMBIOS.
           OPEN OUTPUT ARCH-AVISOS.
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-PROCESO  TO ENC-FECPROC.
           MOVE WK-GENERACION     TO ENC-GENERACION.
           MOVE PARM-MODO         TO ENC-MODO.
           MOVE WK-FECHA-EFECTIVA TO ENC-FECEFECT.
           WRITE REG-CAMBIOS FROM REG-ENCABEZADO.
           MOVE PARM-MODO         TO LIN-ENC-MODO.
           MOVE WK-FECHA-PROCESO  TO LIN-ENC-FECPROC.
           MOVE WK-FECHA-EFECTIVA TO LIN-ENC-FECEFECT.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.
           IF NOT PARM-VALIDA
              DISPLAY 'UR9QSMDE: *** TARJETA DE PARAMETROS INVALIDA. '
              DISPLAY 'UR9QSMDE: *** NO SE REVALUO NINGUN PRESTAMO.'
           END-IF.

      ******************************************************************
      *                    VALIDA-PARAMETROS                           *
      *                                                                *
      *  EL MODO ES OBLIGATORIO. LAS FECHAS INFORMADAS DEBEN TENER     *
      *  FORMATO AAAA-MM-DD. EN MODO 'A' LA FECHA EFECTIVA DEBE SER    *
      *  POSTERIOR A LA DE PROCESO (EL AVISO SALE ANTES DEL CAMBIO);   *
      *  EN MODO 'F' NO PUEDE SER POSTERIOR.                           *
      ******************************************************************
       VALIDA-PARAMETROS.
      *-------------
           IF NOT PARM-MODO-AVISO AND NOT PARM-MODO-FINAL
              MOVE 'N' TO WK-SW-PARM-VALIDA
           END-IF.
           IF PARM-FECHA-PROCESO > SPACES
              MOVE PARM-FECHA-PROCESO TO WK-FECHA-PROCESO
           END-IF.
           MOVE WK-FECHA-PROCESO TO WK-FECHA-VALIDAR.
           PERFORM VALIDA-FECHA.
           IF PARM-FECHA-EFECTIVA > SPACES
              MOVE PARM-FECHA-EFECTIVA TO WK-FECHA-EFECTIVA
              MOVE WK-FECHA-EFECTIVA   TO WK-FECHA-VALIDAR
              PERFORM VALIDA-FECHA
           ELSE
              IF PARM-MODO-FINAL
                 MOVE WK-FECHA-PROCESO TO WK-FECHA-EFECTIVA
              END-IF
           END-IF.
           IF PARM-DIAS-ANTICIPO NUMERIC
              IF PARM-DIAS-ANTICIPO > 0
                 MOVE PARM-DIAS-ANTICIPO TO WK-DIAS-ANTICIPO
              END-IF
           END-IF.
           IF PARM-GENERACION NUMERIC
              MOVE PARM-GENERACION TO WK-GENERACION
           END-IF.
           IF PARM-VALIDA AND WK-FECHA-EFECTIVA > SPACES
              IF PARM-MODO-AVISO AND
                 WK-FECHA-EFECTIVA NOT > WK-FECHA-PROCESO
                 MOVE 'N' TO WK-SW-PARM-VALIDA
              END-IF
              IF PARM-MODO-FINAL AND
                 WK-FECHA-EFECTIVA > WK-FECHA-PROCESO
                 MOVE 'N' TO WK-SW-PARM-VALIDA
              END-IF
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
      *                    REGISTRA-INICIO-CORRIDA                     *
      *                                                                *
      *  SOLO LA CORRIDA FINAL SE REGISTRA EN UGDCTLBT: EL AVISO ES    *
      *  INFORMATIVO Y UN RENGLON EN EJECUCION CONGELARIA LAS          *
      *  CAPTURAS Y APROBACIONES EN LINEA SIN NECESIDAD.               *
      ******************************************************************
       REGISTRA-INICIO-CORRIDA.
      *-------------
           MOVE 'I'              TO TSM-ACCION.
           MOVE 'UR9QSMDE'       TO TSM-JOBNAME.
           MOVE WK-FECHA-PROCESO TO TSM-FECPROC.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.

      ******************************************************************
      *                    RESUELVE-FECHAS                             *
      *                                                                *
      *  EN MODO 'A' SIN FECHA EFECTIVA BUSCA LA SIGUIENTE VIGENCIA    *
      *  GENERAL ACTIVA DENTRO DE LOS DIAS DE ANTICIPACION; SI NO HAY, *
      *  NO HAY NADA QUE AVISAR. LA TARIFA ANTERIOR SE TOMA AL DIA     *
      *  PREVIO A LA FECHA EFECTIVA.                                   *
      ******************************************************************
       RESUELVE-FECHAS.
      *-------------
           IF WK-FECHA-EFECTIVA = SPACES
              EXEC SQL
                 SELECT VALUE(MIN(FECOVALI), :WK-FECHA-NINGUNA)
                   INTO :WK-FECHA-EFECTIVA
                   FROM UGDTSMD
                  WHERE ESTADO   = 'A'                 AND
                        FECOVALI > :WK-FECHA-PROCESO   AND
                        DAYS(FECOVALI) - DAYS(:WK-FECHA-PROCESO)
                                 <= :WK-DIAS-ANTICIPO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'UGDTSMD' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE SPACES TO WK-FECHA-EFECTIVA
              END-IF
              IF WK-FECHA-EFECTIVA = WK-FECHA-NINGUNA
                 MOVE 'N'    TO WK-SW-HAY-CAMBIO
                 MOVE SPACES TO WK-FECHA-EFECTIVA
              END-IF
           END-IF.
           IF NOT HUBO-ERROR-SQL AND HAY-CAMBIO-TARIFA
              EXEC SQL
                 SELECT CHAR(DATE(:WK-FECHA-EFECTIVA) - 1 DAY, ISO)
                   INTO :WK-FECHA-ANTERIOR
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SYSDUMMY' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
              END-IF
           END-IF.

      ******************************************************************
      *                    CARGA-ZONAS-CAMBIO                          *
      *                                                                *
      *  CARGA EN MEMORIA LAS ZONAS CON UNA VIGENCIA GENERAL ACTIVA    *
      *  QUE ARRANCA EN LA FECHA EFECTIVA, LAS ZONAS RETIRADAS CUYA    *
      *  SOBREVIVIENTE CAMBIA ESE DIA Y LAS QUE SE FUSIONAN ESE DIA    *
      *  (PASAN DE SU PROPIA TARIFA A LA DE LA SOBREVIVIENTE).         *
      ******************************************************************
       CARGA-ZONAS-CAMBIO.
      *-------------
           EXEC SQL
              DECLARE CSR-ZONAS-CAMBIO CURSOR FOR
                 SELECT G.ZONA
                   FROM UGDTSMD G
                  WHERE G.ESTADO   = 'A'                 AND
                        G.FECOVALI = :WK-FECHA-EFECTIVA
                 UNION
                 SELECT M.ZONAANT
                   FROM UGDZMAP M, UGDTSMD G
                  WHERE M.ESTADO   = 'A'                 AND
                        M.FECCORTE <= :WK-FECHA-EFECTIVA AND
                        G.ZONA     = M.ZONANVA           AND
                        G.ESTADO   = 'A'                 AND
                        G.FECOVALI = :WK-FECHA-EFECTIVA
                 UNION
                 SELECT M.ZONAANT
                   FROM UGDZMAP M
                  WHERE M.ESTADO   = 'A'                 AND
                        M.FECCORTE = :WK-FECHA-EFECTIVA
                  ORDER BY 1
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-ZONAS-CAMBIO
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDTSMD' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-ZONA-CAMBIO UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-ZONAS-CAMBIO
           END-EXEC.
           IF WK-CONT-ZONAS = 0
              MOVE 'N' TO WK-SW-HAY-CAMBIO
           END-IF.
           MOVE WK-CONT-ZONAS     TO LIN-CAM-ZONAS.
           MOVE WK-FECHA-ANTERIOR TO LIN-CAM-FECANT.
           WRITE REG-REPORTE FROM LIN-CAMBIOS.
           IF EVALUA-TODOS
              WRITE REG-REPORTE FROM LIN-TODOS
           END-IF.

       LEE-ZONA-CAMBIO.
      *-------------
           EXEC SQL
              FETCH CSR-ZONAS-CAMBIO
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

       LEE-PRESTAMO-SIGUIENTE.
      *-------------
           READ ARCH-ENTRADA
              AT END
                 MOVE 'S' TO WK-SW-FIN-ENTRADA
           END-READ.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  UN PRESTAMO SE REVALUA SI SU ZONA ESTA EN LA TABLA DE ZONAS   *
      *  CON CAMBIO (O SI LA TABLA SE DESBORDO).                       *
      ******************************************************************
       PROCESO.
      *-------------
           ADD 1 TO WK-CONT-LEIDOS.
           MOVE WK-SW-EVALUA-TODOS TO WK-SW-AFECTADO.
           MOVE 1 TO WK-IDX.
           PERFORM BUSCA-ZONA-CAMBIO
              UNTIL WK-IDX > WK-CONT-ZONAS OR PRESTAMO-AFECTADO.
           IF PRESTAMO-AFECTADO
              PERFORM REVALUA-PRESTAMO
           END-IF.
           PERFORM LEE-PRESTAMO-SIGUIENTE.

       BUSCA-ZONA-CAMBIO.
      *-------------
           IF WK-ZON-ZONA(WK-IDX) = PRE-ZONA
              MOVE 'S' TO WK-SW-AFECTADO
           END-IF.
           ADD 1 TO WK-IDX.

      ******************************************************************
      *                    REVALUA-PRESTAMO                            *
      *                                                                *
      *  CONVIERTE LA CUOTA EN VSM A PESOS CON UR9XSMDE AL DIA         *
      *  ANTERIOR Y A LA FECHA EFECTIVA (REDONDEO DE LA CASA AL        *
      *  CENTAVO). CUALQUIER RESPUESTA DISTINTA DE '00', INCLUIDA LA   *
      *  DE CONTINGENCIA '05', APARTA EL PRESTAMO EN EXCEPCIONES: NO   *
      *  SE FACTURA NI SE AVISA UN IMPORTE QUE NO SALIO DE UGDTSMD.    *
      *  SI LAS DOS CUOTAS SON IGUALES EL PRESTAMO NO SE ESCRIBE.      *
      ******************************************************************
       REVALUA-PRESTAMO.
      *-------------
           ADD 1 TO WK-CONT-EVALUADOS.
           MOVE PRE-ZONA          TO XSM-ZONA.
           MOVE WK-FECHA-ANTERIOR TO XSM-FECHA.
           MOVE 'P'               TO XSM-SENTIDO.
           MOVE PRE-CUOTAVSM      TO XSM-IMPORTE-ENT.
           MOVE 'UR9QSMDE'        TO XSM-PROGRAMA.
           MOVE PRE-NUMPRES       TO XSM-CLAVE.
           CALL 'UR9XSMDE' USING URWXOSM UGECMNE.
           IF XSM-COD-RET NOT = '00'
              MOVE 'A' TO WK-ETAPA-EXC
              PERFORM ESCRIBE-EXCEPCION
           ELSE
              MOVE XSM-IMPORTE-SAL   TO WK-CUOTA-ANT
              MOVE XSM-TARIFA        TO WK-TARIFA-ANT
              MOVE PRE-ZONA          TO XSM-ZONA
              MOVE WK-FECHA-EFECTIVA TO XSM-FECHA
              MOVE 'P'               TO XSM-SENTIDO
              MOVE PRE-CUOTAVSM      TO XSM-IMPORTE-ENT
              CALL 'UR9XSMDE' USING URWXOSM UGECMNE
              IF XSM-COD-RET NOT = '00'
                 MOVE 'N' TO WK-ETAPA-EXC
                 PERFORM ESCRIBE-EXCEPCION
              ELSE
                 MOVE XSM-IMPORTE-SAL TO WK-CUOTA-NVA
                 IF WK-CUOTA-NVA = WK-CUOTA-ANT
                    ADD 1 TO WK-CONT-SIN-CAMBIO
                 ELSE
                    PERFORM ESCRIBE-CAMBIO
                 END-IF
              END-IF
           END-IF.

       ESCRIBE-CAMBIO.
      *-------------
           ADD 1            TO WK-CONT-ESCRITOS.
           ADD WK-CUOTA-ANT TO WK-HASH-CUOTAANT.
           ADD WK-CUOTA-NVA TO WK-HASH-CUOTANVA.
           MOVE PRE-NUMPRES       TO DET-NUMPRES.
           MOVE PRE-ZONA          TO DET-ZONA.
           MOVE PRE-CUOTAVSM      TO DET-CUOTAVSM.
           MOVE WK-CUOTA-ANT      TO DET-CUOTAANT.
           MOVE WK-CUOTA-NVA      TO DET-CUOTANVA.
           MOVE WK-FECHA-EFECTIVA TO DET-FECEFECT.
           WRITE REG-CAMBIOS FROM REG-DETALLE.
           MOVE SPACES            TO REG-AVISO.
           IF PARM-MODO-AVISO
              MOVE 'A' TO AVI-TIPO
           ELSE
              MOVE 'C' TO AVI-TIPO
           END-IF.
           MOVE PRE-NUMPRES       TO AVI-NUMPRES.
           MOVE PRE-NOMBRE        TO AVI-NOMBRE.
           MOVE PRE-DOMICILIO     TO AVI-DOMICILIO.
           MOVE PRE-CODPOSTAL     TO AVI-CODPOSTAL.
           MOVE PRE-ZONA          TO AVI-ZONA.
           MOVE WK-FECHA-EFECTIVA TO AVI-FECEFECT.
           MOVE PRE-CUOTAVSM      TO AVI-CUOTAVSM.
           MOVE WK-CUOTA-ANT      TO AVI-CUOTAANT.
           MOVE WK-CUOTA-NVA      TO AVI-CUOTANVA.
           MOVE WK-TARIFA-ANT     TO AVI-TARIFAANT.
           MOVE XSM-TARIFA        TO AVI-TARIFANVA.
           WRITE REG-AVISO.

       ESCRIBE-EXCEPCION.
      *-------------
           ADD 1 TO WK-CONT-EXCEPCIONES.
           MOVE PRE-NUMPRES  TO LIN-EXC-NUMPRES.
           MOVE PRE-ZONA     TO LIN-EXC-ZONA.
           MOVE XSM-FECHA    TO LIN-EXC-FECHA.
           MOVE WK-ETAPA-EXC TO LIN-EXC-ETAPA.
           MOVE XSM-COD-RET  TO LIN-EXC-COD-RET.
           WRITE REG-REPORTE FROM LIN-EXCEPCION.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  REGISTRA EN LA BITACORA DE ERRORES CUANDO UN ACCESO A DB2     *
      *  REGRESA UN SQLCODE NO ESPERADO (LA TABLA VIENE EN             *
      *  WK-TABLA-ERR) Y DEJA MARCADO QUE LOS ARCHIVOS NO SIRVEN.      *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9QSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE EL REGISTRO FINAL CON EL CONTEO Y LOS TOTALES DE      *
      *  CONTROL, LOS TOTALES DEL REPORTE, CIERRA ARCHIVOS, REGISTRA   *
      *  EL FIN DE LA CORRIDA FINAL Y DEJA EL RETURN-CODE: 16 CON      *
      *  TARJETA INVALIDA, 12 CON ERROR DE DB2 (NO TRANSMITIR), 4 CON  *
      *  PRESTAMOS QUE NO SE PUDIERON CONVERTIR.                       *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           MOVE WK-CONT-ESCRITOS  TO FIN-CONT-MOVS.
           MOVE WK-HASH-CUOTAANT  TO FIN-HASH-CUOTAANT.
           MOVE WK-HASH-CUOTANVA  TO FIN-HASH-CUOTANVA.
           WRITE REG-CAMBIOS FROM REG-FINAL.
           IF PARM-VALIDA AND NOT HUBO-ERROR-SQL AND
              NOT HAY-CAMBIO-TARIFA
              WRITE REG-REPORTE FROM LIN-SIN-CAMBIO
           END-IF.
           MOVE WK-CONT-LEIDOS      TO LIN-TOT-LEIDOS.
           MOVE WK-CONT-EVALUADOS   TO LIN-TOT-EVALUADOS.
           MOVE WK-CONT-ESCRITOS    TO LIN-TOT-ESCRITOS.
           WRITE REG-REPORTE FROM LIN-TOTALES-1.
           MOVE WK-CONT-SIN-CAMBIO  TO LIN-TOT-SIN-CAMBIO.
           MOVE WK-CONT-EXCEPCIONES TO LIN-TOT-EXCEPCIONES.
           WRITE REG-REPORTE FROM LIN-TOTALES-2.
           MOVE WK-HASH-CUOTAANT    TO LIN-TOT-CUOTAANT.
           MOVE WK-HASH-CUOTANVA    TO LIN-TOT-CUOTANVA.
           WRITE REG-REPORTE FROM LIN-TOTALES-3.
           DISPLAY 'UR9QSMDE: CUOTAS REVALUADAS: ' WK-CONT-ESCRITOS
              ' EXCEPCIONES: ' WK-CONT-EXCEPCIONES.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           CLOSE ARCH-CAMBIOS.
           CLOSE ARCH-AVISOS.
           CLOSE ARCH-REPORTE.
           EVALUATE TRUE
              WHEN NOT PARM-VALIDA
                 MOVE 16 TO RETURN-CODE
              WHEN HUBO-ERROR-SQL
                 DISPLAY 'UR9QSMDE: *** ARCHIVOS INCOMPLETOS, NO '
                 DISPLAY 'UR9QSMDE: *** TRANSMITIR ESTA GENERACION.'
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-EXCEPCIONES > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF PARM-VALIDA AND PARM-MODO-FINAL
              PERFORM REGISTRA-FIN-CORRIDA
           END-IF.
           GOBACK.

       REGISTRA-FIN-CORRIDA.
      *-------------
           MOVE 'F'                 TO TSM-ACCION.
           MOVE 'UR9QSMDE'          TO TSM-JOBNAME.
           MOVE WK-CONT-LEIDOS      TO TSM-REGLEIDOS.
           MOVE WK-CONT-ESCRITOS    TO TSM-REGESCRITOS.
           MOVE WK-CONT-EXCEPCIONES TO TSM-EXCEPCIONES.
           MOVE RETURN-CODE         TO TSM-CODRETORNO.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
