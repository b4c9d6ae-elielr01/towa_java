      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMD                                             *
      *          - UGDTUMA                                             *
      *          - UGDZMAP                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * CONCILIACION POSTERIOR A UNA CAIDA DE DB2. LEE EL REGISTRO DE
      * CONTINGENCIA REGCSMD, DONDE UR9CSMDE DEJA UNA ENTRADA ABIERTA
      * POR CADA RESPUESTA '05' (TARIFA O UMA TOMADA DEL RESPALDO
      * CONTSMD PORQUE DB2 NO ESTABA DISPONIBLE), Y VUELVE A RESOLVER
      * CADA ENTRADA ABIERTA CONTRA LAS TABLAS VIVAS CON LA MISMA
      * REGLA DE UR9CSMDE: CROSSWALK DE FUSIONES UGDZMAP Y MAYOR
      * FECOVALI ACTIVA QUE NO REBASA LA FECHA CONSULTADA. LA
      * CONSULTA SE HACE AQUI MISMO Y NO LLAMANDO A UR9CSMDE, PARA
      * QUE UNA NUEVA INDISPONIBILIDAD NO ABRA ENTRADAS EN EL MISMO
      * REGISTRO QUE SE ESTA CONCILIANDO.
      * CUANDO EL RECALCULO MASIVO UR9BSMDE CORRE PARTICIONADO, CADA
      * PASO DE PARTICION GRABA SU CONTINGENCIA EN SU PROPIO REGISTRO
      * (DD REGCSMD DEL PASO APUNTANDO A ...REGCSMD.PNN, VER UGGPRTB).
      * ANTES DE CONCILIAR, ESTE JOB AGREGA AL FINAL DE REGCSMD TODAS
      * LAS ENTRADAS DE ESOS REGISTROS, QUE RECIBE CONCATENADOS EN EL
      * DD OPCIONAL REGCSMDP; SIN ESE DD (CORRIDA SIN PARTICIONES) SE
      * CONCILIA SOLO REGCSMD. EL PASO SIGUIENTE DEL JCL VACIA LOS
      * REGISTROS DE LAS PARTICIONES SIEMPRE QUE ESTE PASO NO TERMINE
      * CON 16, PARA QUE UNA RECORRIDA NO LOS VUELVA A AGREGAR.
      * CADA ENTRADA CONCILIADA SE CIERRA EN SU LUGAR (REWRITE) CON EL
      * IMPORTE VIVO, EL RESULTADO ('I' IGUAL, 'D' DIFERENTE, 'N' SIN
      * VIGENCIA VIVA PARA LA FECHA), EL IMPACTO Y LA FECHA DE CIERRE.
      * EL IMPACTO ES LA DIFERENCIA (VIVO MENOS CONTINGENCIA)
      * MULTIPLICADA POR LA CANTIDAD DE VSM/UMA QUE INFORMO EL
      * LLAMADOR; SIN CANTIDAD SE REPORTA LA DIFERENCIA POR UNIDAD.
      * LAS ENTRADAS YA CERRADAS SE SALTAN, POR LO QUE EL JOB PUEDE
      * CORRERSE DE NUEVO SIN DUPLICAR. SI DB2 SIGUE SIN RESPONDER LA
      * ENTRADA SE DEJA ABIERTA Y EL JOB SE DETIENE.
      * EL REPORTE LISTA LAS DIFERENCIAS CON SU PROGRAMA, CLAVE E
      * IMPACTO Y, SI NO QUEDA NINGUNA ENTRADA ABIERTA, CERTIFICA QUE
      * TODAS LAS RESPUESTAS DE CONTINGENCIA ESTAN CONCILIADAS.
      * TERMINA CON RETURN-CODE 4 SI HUBO DIFERENCIAS O ENTRADAS SIN
      * VIGENCIA VIVA, 12 SI UN ERROR DE DB2 O DE REWRITE DEJO
      * ENTRADAS ABIERTAS Y 16 SI LA TARJETA DE PARAMETROS ES INVALIDA
      * O EL REGISTRO NO PUDO ABRIRSE O NO SE LE PUDIERON AGREGAR LAS
      * ENTRADAS DE LAS PARTICIONES.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9KSMDX-INI.    *
      * RESPUESTAS DE                                  UR9KSMDX-FIN.   *
      * CONTINGENCIA                                                   *
      *)                                                               *
      * SE CREA LA CONCILIACION DEL REGISTRO DE CONTINGENCIA REGCSMD   *
      * CONTRA LAS TABLAS VIVAS AL RESTABLECERSE DB2.                  *
      * --------------- -------------------  -------  --------------   *
      * REGISTROS DE        2026-10-15       IDAXPRE  UR9KSMDX-M01.    *
      * CONTINGENCIA POR                                               *
      * PARTICION                                                      *
      * SE AGREGAN A REGCSMD LAS ENTRADAS DE LOS REGISTROS DE LAS      *
      * PARTICIONES DE UR9BSMDE (DD OPCIONAL REGCSMDP, CONCATENADOS)   *
      * ANTES DE CONCILIAR. JCL: CADA PASO DE PARTICION NN ASIGNA SU   *
      * DD REGCSMD A ...REGCSMD.PNN (DISP=MOD); ESTE PASO LOS RECIBE   *
      * CONCATENADOS EN REGCSMDP Y UN PASO POSTERIOR CON COND=(16,LE)  *
      * LOS VACIA. EL REPORTE SE AJUSTA A 80 POSICIONES.               *
      * --------------- -------------------  -------  --------------   *
      * CIERRE DE           2026-10-15       IDAXPRE  UR9KSMDX-M02.    *
      * ENTRADAS EN                                                    *
      * REGCSMD                                                        *
      * SE REVISA EL FILE STATUS DEL REWRITE DE CADA ENTRADA. SI       *
      * FALLA, LA ENTRADA CUENTA COMO ABIERTA (NO SE CERTIFICA), SE    *
      * AVISA EN UGDERRLG CON LA TABLA 'REGCSMD' Y EL RC ES 12.        *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9KSMDX.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM     ASSIGN TO PARMKSMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-REGISTRO ASSIGN TO REGCSMD
                  FILE STATUS IS WK-FS-REGISTRO.
           SELECT ARCH-PARTICIONES ASSIGN TO REGCSMDP
                  FILE STATUS IS WK-FS-PARTICIONES.
           SELECT ARCH-REPORTE  ASSIGN TO RPTKSMDX
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
      *        LA FECHA DEL SISTEMA. SE GRABA COMO FECHA DE CIERRE DE
      *        LAS ENTRADAS CONCILIADAS.
           05  FILLER                  PIC X(70).
      *
      *    MISMO LAYOUT QUE GRABA UR9CSMDE.
       FD  ARCH-REGISTRO
           RECORDING MODE IS F.
       01  REG-CONTINGENCIA.
           05  RCN-ESTADO              PIC X(01).
               88  RCN-ABIERTA             VALUE 'A'.
               88  RCN-CERRADA             VALUE 'C'.
           05  RCN-FECREG              PIC X(10).
           05  RCN-HORREG              PIC X(06).
           05  RCN-PROGRAMA            PIC X(08).
           05  RCN-CLAVE               PIC X(20).
           05  RCN-UNIDAD              PIC X(01).
      *        'Z' = TARIFA POR ZONA, 'U' = VALOR DE LA UMA
           05  RCN-ZONA                PIC X(02).
           05  RCN-FECHA               PIC X(10).
           05  RCN-IMPORTE             PIC 9(07)V9(02).
           05  RCN-CANTIDAD            PIC S9(09)V9(04) COMP-3.
           05  RCN-FECGEN              PIC X(10).
           05  RCN-HORGEN              PIC X(06).
           05  RCN-SQLCODE             PIC S9(09) COMP-3.
           05  RCN-RESULTADO           PIC X(01).
               88  RCN-IGUAL               VALUE 'I'.
               88  RCN-DIFERENTE           VALUE 'D'.
               88  RCN-SIN-VIGENCIA        VALUE 'N'.
           05  RCN-IMPVIVO             PIC 9(07)V9(02).
           05  RCN-IMPACTO             PIC S9(11)V9(02) COMP-3.
           05  RCN-FECCIERRE           PIC X(10).
           05  FILLER                  PIC X(28).
      *
      *    CONCATENACION DE LOS REGISTROS DE CONTINGENCIA DE LAS
      *    PARTICIONES DE UR9BSMDE, MISMO LAYOUT QUE REG-CONTINGENCIA.
       FD  ARCH-PARTICIONES
           RECORDING MODE IS F.
       01  REG-CONT-PARTICION          PIC X(150).
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
      ***  TABLA DB2 : UGDTUMA
      *
           EXEC SQL INCLUDE UGGTUMA   END-EXEC.
      *
      ***  TABLA DB2 : UGDZMAP
      *
           EXEC SQL INCLUDE UGGZMAP   END-EXEC.
      *
           COPY UGECMNE.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-REGISTRO              PIC X(02).
       01  WK-FS-PARTICIONES           PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10).
       01  WK-DIFERENCIA               PIC S9(07)V9(02) COMP-3.
       01  WK-TABLA-ERR                PIC X(08).
       01  WK-CONT-LEIDAS              PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-YA-CERRADAS         PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-IGUALES             PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-DIFERENTES          PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-SIN-VIGENCIA        PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-ABIERTAS            PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-INCORPORADAS        PIC S9(07) COMP-3 VALUE 0.
       01  WK-TOT-IMPACTO              PIC S9(13)V9(02) COMP-3
                                                         VALUE 0.
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-PARM                    VALUE 'S'.
       01  WK-SW-PARM-VALIDA           PIC X(01) VALUE 'S'.
           88  PARM-VALIDA                 VALUE 'S'.
       01  WK-SW-REGISTRO              PIC X(01) VALUE 'N'.
           88  REGISTRO-ABIERTO            VALUE 'S'.
       01  WK-SW-FIN-REGISTRO          PIC X(01) VALUE 'N'.
           88  FIN-REGISTRO                VALUE 'S'.
       01  WK-SW-FIN-PARTICIONES       PIC X(01) VALUE 'N'.
           88  FIN-PARTICIONES             VALUE 'S'.
       01  WK-SW-CONSOLIDA             PIC X(01) VALUE 'S'.
           88  CONSOLIDA-CORRECTA          VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-SW-ERROR-REGISTRO        PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-REGISTRO         VALUE 'S'.
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9KSMDX - '.
           05  FILLER                  PIC X(41)
                     VALUE 'CONCILIACION DEL REGISTRO DE CONTINGENCIA'.
           05  FILLER                  PIC X(05) VALUE '  F: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
      *
       01  LIN-INCORPORADAS.
           05  FILLER                  PIC X(40)
                      VALUE 'INCORPORADAS DE REGCSMDP (PARTICIONES): '.
           05  LIN-INC-CUANTAS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
      *
       01  LIN-SUBTITULO.
           05  FILLER                  PIC X(27)
                                VALUE 'RESPUESTAS DE CONTINGENCIA '.
           05  FILLER                  PIC X(30)
                             VALUE 'DISTINTAS DE LAS TABLAS VIVAS:'.
           05  FILLER                  PIC X(23) VALUE SPACES.
      *
      *    CADA DIFERENCIA OCUPA DOS LINEAS: LA LLAVE DE LA RESPUESTA
      *    Y, DEBAJO, LOS IMPORTES.
       01  LIN-DIFERENCIA-1.
           05  FILLER                  PIC X(04) VALUE 'PGM:'.
           05  LIN-DIF-PROGRAMA        PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' CL:'.
           05  LIN-DIF-CLAVE           PIC X(20).
           05  FILLER                  PIC X(03) VALUE ' T:'.
           05  LIN-DIF-UNIDAD          PIC X(01).
           05  FILLER                  PIC X(03) VALUE ' Z:'.
           05  LIN-DIF-ZONA            PIC X(02).
           05  FILLER                  PIC X(03) VALUE ' F:'.
           05  LIN-DIF-FECHA           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-DIF-NOTA            PIC X(21).
      *
       01  LIN-DIFERENCIA-2.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE ' CONT:'.
           05  LIN-DIF-IMPORTE         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(06) VALUE ' VIVO:'.
           05  LIN-DIF-IMPVIVO         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(05) VALUE ' IMP:'.
           05  LIN-DIF-IMPACTO         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.
      *
       01  LIN-TOTALES-1.
           05  FILLER                  PIC X(09) VALUE 'LEIDAS: '.
           05  LIN-TOT-LEIDAS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                                        VALUE '  YA CERRADAS: '.
           05  LIN-TOT-YA-CERRADAS     PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  IGUALES: '.
           05  LIN-TOT-IGUALES         PIC ZZZZZZ9.
           05  FILLER                  PIC X(23) VALUE SPACES.
      *
       01  LIN-TOTALES-2.
           05  FILLER                  PIC X(12) VALUE 'DIFERENTES: '.
           05  LIN-TOT-DIFERENTES      PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
                                        VALUE '  SIN VIGENCIA: '.
           05  LIN-TOT-SIN-VIGENCIA    PIC ZZZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *
       01  LIN-TOTALES-3.
           05  FILLER                  PIC X(18)
                                        VALUE 'IMPACTO TOTAL:   '.
           05  LIN-TOT-IMPACTO         PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(19)
                                        VALUE '  QUEDAN ABIERTAS: '.
           05  LIN-TOT-ABIERTAS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.
      *
       01  LIN-CERTIFICA.
           05  FILLER                  PIC X(31)
                            VALUE '*** TODAS LAS RESPUESTAS DE CON'.
           05  FILLER                  PIC X(31)
                            VALUE 'TINGENCIA ESTAN CONCILIADAS ***'.
           05  FILLER                  PIC X(18) VALUE SPACES.
      *
       01  LIN-PENDIENTE.
           05  FILLER                  PIC X(29)
                              VALUE '*** QUEDAN RESPUESTAS DE CONT'.
           05  FILLER                  PIC X(26)
                                   VALUE 'INGENCIA SIN CONCILIAR ***'.
           05  FILLER                  PIC X(25) VALUE SPACES.
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
      *  TOMA LA FECHA DE PROCESO (TARJETA OPCIONAL O FECHA DEL        *
      *  SISTEMA), ABRE EL REPORTE, AGREGA A REGCSMD LAS ENTRADAS DE   *
      *  LAS PARTICIONES Y ABRE EL REGISTRO DE CONTINGENCIA EN MODO    *
      *  I-O PARA LEER LA PRIMERA ENTRADA.                             *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGTSMD.
           INITIALIZE UGGTUMA.
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
           END-IF.
           IF WK-FS-PARM = '00'
              IF PARM-FECHA-PROCESO > SPACES
                 MOVE PARM-FECHA-PROCESO TO WK-FECHA-PROCESO
              END-IF
           END-IF.
           IF WK-FECHA-PROCESO(5:1) NOT = '-' OR
              WK-FECHA-PROCESO(8:1) NOT = '-' OR
              WK-FECHA-PROCESO(1:4) NOT NUMERIC OR
              WK-FECHA-PROCESO(6:2) NOT NUMERIC OR
              WK-FECHA-PROCESO(9:2) NOT NUMERIC
              MOVE 'N' TO WK-SW-PARM-VALIDA
           END-IF.
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.
           IF PARM-VALIDA
              PERFORM CONSOLIDA-PARTICIONES
           END-IF.
           WRITE REG-REPORTE FROM LIN-SUBTITULO.
           IF PARM-VALIDA AND CONSOLIDA-CORRECTA
              OPEN I-O ARCH-REGISTRO
              IF WK-FS-REGISTRO = '00'
                 MOVE 'S' TO WK-SW-REGISTRO
                 PERFORM LEE-REGISTRO-SIGUIENTE
              ELSE
                 DISPLAY 'UR9KSMDX: *** NO SE PUDO ABRIR REGCSMD, FS='
                         WK-FS-REGISTRO
              END-IF
           END-IF.
           IF NOT PARM-VALIDA
              DISPLAY 'UR9KSMDX: *** TARJETA DE PARAMETROS INVALIDA. '
              DISPLAY 'UR9KSMDX: *** NO SE CONCILIO NINGUNA ENTRADA.'
           END-IF.

       LEE-REGISTRO-SIGUIENTE.
      *-------------
           READ ARCH-REGISTRO
              AT END
                 MOVE 'S' TO WK-SW-FIN-REGISTRO
           END-READ.

      ******************************************************************
      *                    CONSOLIDA-PARTICIONES                       *
      *                                                                *
      *  SI EL JCL TRAE EL DD REGCSMDP (REGISTROS DE CONTINGENCIA DE   *
      *  LAS PARTICIONES DE UR9BSMDE CONCATENADOS), AGREGA SUS         *
      *  ENTRADAS TAL CUAL AL FINAL DE REGCSMD PARA CONCILIARLAS CON   *
      *  LAS DEMAS. SIN EL DD NO HAY NADA QUE AGREGAR. SI REGCSMD NO   *
      *  ABRE PARA AGREGAR O UNA ESCRITURA FALLA NO SE CONCILIA NADA   *
      *  (RC 16); TRAS UNA ESCRITURA FALLIDA HAY QUE RESTAURAR REGCSMD *
      *  ANTES DE RECORRER, PORQUE PARTE DE LAS ENTRADAS YA SE AGREGO. *
      ******************************************************************
       CONSOLIDA-PARTICIONES.
      *-------------
           OPEN INPUT ARCH-PARTICIONES.
           IF WK-FS-PARTICIONES = '00'
              OPEN EXTEND ARCH-REGISTRO
              IF WK-FS-REGISTRO = '00'
                 PERFORM LEE-PARTICION-SIGUIENTE
                 PERFORM INCORPORA-ENTRADA UNTIL FIN-PARTICIONES
                 CLOSE ARCH-REGISTRO
              ELSE
                 MOVE 'N' TO WK-SW-CONSOLIDA
                 DISPLAY 'UR9KSMDX: *** REGCSMD NO ABRE EN EXTEND, FS='
                         WK-FS-REGISTRO
              END-IF
              CLOSE ARCH-PARTICIONES
              MOVE WK-CONT-INCORPORADAS TO LIN-INC-CUANTAS
              WRITE REG-REPORTE FROM LIN-INCORPORADAS
           END-IF.

       LEE-PARTICION-SIGUIENTE.
      *-------------
           READ ARCH-PARTICIONES
              AT END
                 MOVE 'S' TO WK-SW-FIN-PARTICIONES
           END-READ.

       INCORPORA-ENTRADA.
      *-------------
           WRITE REG-CONTINGENCIA FROM REG-CONT-PARTICION.
           IF WK-FS-REGISTRO = '00'
              ADD 1 TO WK-CONT-INCORPORADAS
              PERFORM LEE-PARTICION-SIGUIENTE
           ELSE
              MOVE 'N' TO WK-SW-CONSOLIDA
              MOVE 'S' TO WK-SW-FIN-PARTICIONES
              DISPLAY 'UR9KSMDX: *** FALLO AL AGREGAR A REGCSMD, FS='
                      WK-FS-REGISTRO
           END-IF.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  RECORRE EL REGISTRO COMPLETO. UNA VEZ QUE DB2 FALLA, LAS      *
      *  ENTRADAS RESTANTES YA NO SE CONSULTAN PERO SE SIGUEN LEYENDO  *
      *  PARA CONTAR LAS QUE QUEDAN ABIERTAS.                          *
      ******************************************************************
       PROCESO.
      *-------------
           IF REGISTRO-ABIERTO
              PERFORM PROCESA-ENTRADA UNTIL FIN-REGISTRO
           END-IF.

       PROCESA-ENTRADA.
      *-------------
           ADD 1 TO WK-CONT-LEIDAS.
           EVALUATE TRUE
              WHEN RCN-CERRADA
                 ADD 1 TO WK-CONT-YA-CERRADAS
              WHEN HUBO-ERROR-SQL
                 ADD 1 TO WK-CONT-ABIERTAS
              WHEN OTHER
                 PERFORM CONCILIA-ENTRADA
           END-EVALUATE.
           PERFORM LEE-REGISTRO-SIGUIENTE.

      ******************************************************************
      *                    CONCILIA-ENTRADA                            *
      *                                                                *
      *  RESUELVE LA ENTRADA ABIERTA CONTRA LA TABLA VIVA QUE LE TOCA  *
      *  Y, SI LA CONSULTA NO FALLO, LA CIERRA.                        *
      ******************************************************************
       CONCILIA-ENTRADA.
      *-------------
           MOVE RCN-FECHA TO SMD-FECOVALI.
           IF RCN-UNIDAD = 'U'
              PERFORM CONSULTA-UMA-VIVA
           ELSE
              MOVE RCN-ZONA TO SMD-ZONA
              PERFORM RESUELVE-ZONA-FUSION
              IF NOT HUBO-ERROR-SQL
                 PERFORM CONSULTA-TARIFA-VIVA
              END-IF
           END-IF.
           IF HUBO-ERROR-SQL
              ADD 1 TO WK-CONT-ABIERTAS
           ELSE
              PERFORM CIERRA-ENTRADA
           END-IF.

      ******************************************************************
      *                    RESUELVE-ZONA-FUSION                        *
      *                                                                *
      *  MISMO CROSSWALK DE FUSIONES QUE UR9CSMDE: SI LA ZONA FUE      *
      *  RETIRADA EN UGDZMAP CON CORTE HASTA LA FECHA CONSULTADA, LA   *
      *  TARIFA VIVA ES LA DE LA ZONA SOBREVIVIENTE.                   *
      ******************************************************************
       RESUELVE-ZONA-FUSION.
      *-------------
           MOVE SMD-ZONA TO ZMA-ZONAANT.
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
                                         FECCORTE <= :SMD-FECOVALI)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE ZMA-ZONANVA TO SMD-ZONA
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'UGDZMAP' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
           END-EVALUATE.

      ******************************************************************
      *                    CONSULTA-TARIFA-VIVA                        *
      *                                                                *
      *  TARIFA POR ZONA VIGENTE EN LA FECHA DE LA ENTRADA. SIN        *
      *  RENGLON (SQLCODE 100) LA ENTRADA SE CIERRA COMO 'SIN          *
      *  VIGENCIA VIVA' CON IMPORTE VIVO CERO.                         *
      ******************************************************************
       CONSULTA-TARIFA-VIVA.
      *-------------
           EXEC SQL
              SELECT IMPSALAR
                INTO :SMD-IMPSALAR
                FROM UGDTSMD
               WHERE ZONA     = :SMD-ZONA AND
                     ESTADO   = 'A'       AND
                     FECOVALI = (SELECT MAX(FECOVALI)
                                    FROM UGDTSMD
                                   WHERE ZONA   = :SMD-ZONA AND
                                         ESTADO = 'A'       AND
                                         FECOVALI <= :SMD-FECOVALI)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE SMD-IMPSALAR TO RCN-IMPVIVO
                 IF RCN-IMPVIVO = RCN-IMPORTE
                    MOVE 'I' TO RCN-RESULTADO
                 ELSE
                    MOVE 'D' TO RCN-RESULTADO
                 END-IF
              WHEN SQLCODE = 100
                 MOVE 0   TO RCN-IMPVIVO
                 MOVE 'N' TO RCN-RESULTADO
              WHEN OTHER
                 MOVE 'UGDTSMD' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
           END-EVALUATE.

      ******************************************************************
      *                    CONSULTA-UMA-VIVA                           *
      *                                                                *
      *  VALOR DE LA UMA VIGENTE EN LA FECHA DE LA ENTRADA. LA UMA ES  *
      *  NACIONAL Y NO FILTRA POR ZONA.                                *
      ******************************************************************
       CONSULTA-UMA-VIVA.
      *-------------
           EXEC SQL
              SELECT IMPUMA
                INTO :UMA-IMPUMA
                FROM UGDTUMA
               WHERE ESTADO   = 'A' AND
                     FECOVALI = (SELECT MAX(FECOVALI)
                                    FROM UGDTUMA
                                   WHERE ESTADO = 'A' AND
                                         FECOVALI <= :SMD-FECOVALI)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE UMA-IMPUMA TO RCN-IMPVIVO
                 IF RCN-IMPVIVO = RCN-IMPORTE
                    MOVE 'I' TO RCN-RESULTADO
                 ELSE
                    MOVE 'D' TO RCN-RESULTADO
                 END-IF
              WHEN SQLCODE = 100
                 MOVE 0   TO RCN-IMPVIVO
                 MOVE 'N' TO RCN-RESULTADO
              WHEN OTHER
                 MOVE 'UGDTUMA' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
           END-EVALUATE.

      ******************************************************************
      *                    CIERRA-ENTRADA                              *
      *                                                                *
      *  CALCULA EL IMPACTO, CIERRA LA ENTRADA EN EL REGISTRO Y, SI    *
      *  LA RESPUESTA DE CONTINGENCIA NO COINCIDE CON LA VIVA, LA      *
      *  LISTA EN EL REPORTE. SI EL REWRITE FALLA LA ENTRADA SIGUE     *
      *  ABIERTA EN EL ARCHIVO: SE CUENTA COMO ABIERTA, SE AVISA EN    *
      *  UGDERRLG Y LA CORRIDA TERMINA CON 12 SIN CERTIFICAR.          *
      ******************************************************************
       CIERRA-ENTRADA.
      *-------------
           COMPUTE WK-DIFERENCIA = RCN-IMPVIVO - RCN-IMPORTE.
           IF RCN-CANTIDAD = 0
              MOVE WK-DIFERENCIA TO RCN-IMPACTO
           ELSE
              COMPUTE RCN-IMPACTO ROUNDED =
                      WK-DIFERENCIA * RCN-CANTIDAD
           END-IF.
           MOVE WK-FECHA-PROCESO TO RCN-FECCIERRE.
           MOVE 'C'              TO RCN-ESTADO.
           REWRITE REG-CONTINGENCIA.
           EVALUATE TRUE
              WHEN WK-FS-REGISTRO NOT = '00'
                 PERFORM MARCA-ERROR-REGISTRO
                 ADD 1 TO WK-CONT-ABIERTAS
              WHEN RCN-IGUAL
                 ADD 1 TO WK-CONT-IGUALES
              WHEN RCN-DIFERENTE
                 ADD 1 TO WK-CONT-DIFERENTES
                 MOVE SPACES TO LIN-DIF-NOTA
                 PERFORM ESCRIBE-DIFERENCIA
              WHEN RCN-SIN-VIGENCIA
                 ADD 1 TO WK-CONT-SIN-VIGENCIA
                 MOVE 'SIN VIGENCIA VIVA'  TO LIN-DIF-NOTA
                 PERFORM ESCRIBE-DIFERENCIA
           END-EVALUATE.

       ESCRIBE-DIFERENCIA.
      *-------------
           ADD RCN-IMPACTO       TO WK-TOT-IMPACTO.
           MOVE RCN-PROGRAMA     TO LIN-DIF-PROGRAMA.
           MOVE RCN-CLAVE        TO LIN-DIF-CLAVE.
           MOVE RCN-UNIDAD       TO LIN-DIF-UNIDAD.
           MOVE RCN-ZONA         TO LIN-DIF-ZONA.
           MOVE RCN-FECHA        TO LIN-DIF-FECHA.
           MOVE RCN-IMPORTE      TO LIN-DIF-IMPORTE.
           MOVE RCN-IMPVIVO      TO LIN-DIF-IMPVIVO.
           MOVE RCN-IMPACTO      TO LIN-DIF-IMPACTO.
           WRITE REG-REPORTE FROM LIN-DIFERENCIA-1.
           WRITE REG-REPORTE FROM LIN-DIFERENCIA-2.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UNA CONSULTA A  *
      *  LAS TABLAS VIVAS REGRESA UN SQLCODE NO ESPERADO (LA TABLA     *
      *  VIENE EN WK-TABLA-ERR). LA ENTRADA QUEDA ABIERTA Y YA NO SE   *
      *  CONCILIA NINGUNA OTRA EN ESTA CORRIDA.                        *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9KSMDX'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-REGISTRO                        *
      *                                                                *
      *  AVISA EN UGDERRLG QUE UNA ENTRADA CONCILIADA NO SE PUDO       *
      *  CERRAR EN REGCSMD (LA TABLA ES 'REGCSMD' Y EL FILE STATUS VA  *
      *  EN EL MENSAJE) Y DEJA MARCADO QUE LA CORRIDA TERMINA CON 12.  *
      ******************************************************************
       MARCA-ERROR-REGISTRO.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-REGISTRO
           MOVE '99'         TO MNE-INDERROR
           MOVE SPACES       TO MNE-MISSATGE
           STRING 'NO SE CERRO EN REGCSMD, FS='
                  WK-FS-REGISTRO
                  DELIMITED BY SIZE INTO MNE-MISSATGE
           MOVE 'REGCSMD'    TO MNE-TAULAERR
           MOVE 'UR9KSMDX'   TO MNE-MODULRES
           MOVE 0            TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES Y LA CERTIFICACION (O EL AVISO DE         *
      *  ENTRADAS PENDIENTES), CIERRA LOS ARCHIVOS Y DEJA EL           *
      *  RETURN-CODE: 16 SIN TARJETA VALIDA, SIN REGISTRO O SI NO SE   *
      *  PUDIERON AGREGAR LAS PARTICIONES, 12 SI DB2 O UN REWRITE      *
      *  FALLIDO DEJARON ENTRADAS ABIERTAS, 4 CON DIFERENCIAS O SIN    *
      *  VIGENCIA.                                                     *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           MOVE WK-CONT-LEIDAS       TO LIN-TOT-LEIDAS.
           MOVE WK-CONT-YA-CERRADAS  TO LIN-TOT-YA-CERRADAS.
           MOVE WK-CONT-IGUALES      TO LIN-TOT-IGUALES.
           WRITE REG-REPORTE FROM LIN-TOTALES-1.
           MOVE WK-CONT-DIFERENTES   TO LIN-TOT-DIFERENTES.
           MOVE WK-CONT-SIN-VIGENCIA TO LIN-TOT-SIN-VIGENCIA.
           WRITE REG-REPORTE FROM LIN-TOTALES-2.
           MOVE WK-TOT-IMPACTO       TO LIN-TOT-IMPACTO.
           MOVE WK-CONT-ABIERTAS     TO LIN-TOT-ABIERTAS.
           WRITE REG-REPORTE FROM LIN-TOTALES-3.
           IF REGISTRO-ABIERTO AND WK-CONT-ABIERTAS = 0
              WRITE REG-REPORTE FROM LIN-CERTIFICA
           ELSE
              WRITE REG-REPORTE FROM LIN-PENDIENTE
           END-IF.
           IF REGISTRO-ABIERTO
              CLOSE ARCH-REGISTRO
           END-IF.
           IF HAY-PARM
              CLOSE ARCH-PARM
           END-IF.
           CLOSE ARCH-REPORTE.
           EVALUATE TRUE
              WHEN NOT REGISTRO-ABIERTO
                 MOVE 16 TO RETURN-CODE
              WHEN HUBO-ERROR-SQL OR HUBO-ERROR-REGISTRO
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-DIFERENTES > 0 OR
                   WK-CONT-SIN-VIGENCIA > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
