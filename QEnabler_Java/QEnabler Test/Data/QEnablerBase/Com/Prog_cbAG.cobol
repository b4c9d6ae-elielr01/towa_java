      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMD (POR MEDIO DE UR9XSMDE/UR9CSMDE)            *
      *          - UGDTUMA (POR MEDIO DE UR9CSMDE)                     *
      *)****************************************************************
      *                      DESCRIPCION:
      * REDENOMINACION DE LA CARTERA DE PRESTAMOS DE VECES SALARIO
      * MINIMO (VSM) A UMA. LEE EL EXTRACTO DE PRESTAMOS CON SU SALDO
      * EN VSM, SU ZONA Y LA FECHA DE CONVERSION; CONVIERTE EL SALDO
      * A PESOS CON LA TARIFA DE LA ZONA VIGENTE EN ESA FECHA
      * (UR9XSMDE) Y LOS PESOS A UMA CON EL VALOR DE LA UMA VIGENTE
      * (UR9CSMDE CON OSM-UNIDAD 'U'), CON LA REGLA DE REDONDEO DE LA
      * CASA: PESOS AL CENTAVO Y UNIDADES (VSM/UMA) AL DIEZMILESIMO,
      * MITAD HACIA ARRIBA. ESCRIBE EL ARCHIVO DE REDENOMINACION CON
      * AMBOS FACTORES Y LOS SALDOS ANTES Y DESPUES, Y UN REPORTE DE
      * CONTROL CON TOTALES POR ZONA. LOS PRESTAMOS CUYA ZONA NO
      * TIENE TARIFA ('10'/'20'), QUE SE RESOLVIERON CON EL RESPALDO
      * DE CONTINGENCIA ('05') O QUE NO SE PUDIERON CONVERTIR POR
      * OTRA CAUSA SE APARTAN EN EL ARCHIVO DE EXCEPCIONES SIN
      * CONVERTIRSE.
      *   - MODO SIMULACION ('S'): CORRIDA PARA EL COMITE; SE MARCA
      *     CADA REGISTRO CON 'S' PARA QUE NO SE APLIQUE, NO LLEVA
      *     CHECKPOINT Y NO SE REGISTRA EN UGDCTLBT (UN RENGLON EN
      *     EJECUCION CONGELARIA LAS APROBACIONES DE TARIFAS).
      *   - MODO APLICACION ('A'): CORRIDA QUE ALIMENTA EL ASIENTO DE
      *     LA REDENOMINACION; LLEVA CHECKPOINT Y REINICIO COMO
      *     UR9BSMDE Y SE REGISTRA EN UGDCTLBT.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * REDENOMINACION      2026-10-15       IDAXPRE  UR9USMDE-INI.    *
      * DE CARTERA VSM                                 UR9USMDE-FIN.   *
      * A UMA                                                          *
      *)                                                               *
      * SE CREA EL PROCESO BATCH DE REDENOMINACION DE PRESTAMOS DE    *
      * VSM A UMA CON MODOS DE SIMULACION Y APLICACION.                *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9USMDE-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9XSMDE Y A UR9CSMDE EL PROGRAMA Y EL            *
      * PRESTAMO PARA EL REGISTRO DE CONTINGENCIA (REGCSMD).           *
      * --------------- -------------------  -------  --------------   *
      * FECHA DE PROCESO    2026-10-15       IDAXPRE  UR9USMDE-M02.    *
      * EN SIMULACION                                                  *
      *                                                                *
      * SIN FECHA EN LA TARJETA SE TOMA LA DEL SISTEMA TAMBIEN EN      *
      * MODO 'S' (EL ENCABEZADO YA NO SALE EN BLANCO). LA TARJETA SE   *
      * CIERRA SIEMPRE QUE SE HAYA ABIERTO, AUNQUE VENGA VACIA.        *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9USMDE.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM    ASSIGN TO PARMUSMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-ENTRADA ASSIGN TO PRESTSMDU
                  FILE STATUS IS WK-FS-ENTRADA.
           SELECT ARCH-REDENOM ASSIGN TO REDENSMD
                  FILE STATUS IS WK-FS-REDENOM.
           SELECT ARCH-EXCEPCION ASSIGN TO EXCESMDU
                  FILE STATUS IS WK-FS-EXCEPCION.
           SELECT ARCH-CHECKPOINT ASSIGN TO CKPTSMDU
                  FILE STATUS IS WK-FS-CHECKPOINT.
           SELECT ARCH-REPORTE ASSIGN TO RPTUSMDE
                  FILE STATUS IS WK-FS-REPORTE.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           05  PARM-MODO               PIC X(01).
      *        'S' = SIMULACION, 'A' = APLICACION
           05  PARM-FECHA-PROCESO      PIC X(10).
      *        FECHA DE PROCESO, FORMATO AAAA-MM-DD; EN BLANCO SE USA
      *        LA FECHA DEL SISTEMA
           05  FILLER                  PIC X(69).
      *
       FD  ARCH-ENTRADA
           RECORDING MODE IS F.
       01  REG-PRESTAMO.
           05  PRE-NUMPRES             PIC X(10).
           05  PRE-ZONA                PIC X(02).
           05  PRE-FECCONV             PIC X(10).
      *        FECHA DE CONVERSION, FORMATO AAAA-MM-DD
           05  PRE-SALDOVSM            PIC S9(09)V9(04) COMP-3.
           05  FILLER                  PIC X(51).
      *
       FD  ARCH-REDENOM
           RECORDING MODE IS F.
       01  REG-REDENOM.
           05  RDN-NUMPRES             PIC X(10).
           05  RDN-ZONA                PIC X(02).
           05  RDN-FECCONV             PIC X(10).
           05  RDN-MODO                PIC X(01).
      *        MODO DE LA CORRIDA QUE ESCRIBIO EL REGISTRO; SOLO LOS
      *        REGISTROS 'A' SE ASIENTAN.
           05  RDN-SALDOVSM            PIC S9(09)V9(04) COMP-3.
      *        SALDO ANTES, EN VSM
           05  RDN-TARIFA              PIC S9(07)V9(02) COMP-3.
      *        FACTOR 1: TARIFA DE LA ZONA (PESOS POR VSM)
           05  RDN-SALDOPES            PIC S9(09)V9(02) COMP-3.
      *        SALDO EN PESOS, REDONDEADO AL CENTAVO
           05  RDN-IMPUMA              PIC S9(07)V9(02) COMP-3.
      *        FACTOR 2: VALOR DE LA UMA (PESOS POR UMA)
           05  RDN-SALDOUMA            PIC S9(09)V9(04) COMP-3.
      *        SALDO DESPUES, EN UMA, REDONDEADO AL DIEZMILESIMO
           05  FILLER                  PIC X(27).
      *
       FD  ARCH-EXCEPCION
           RECORDING MODE IS F.
       01  REG-EXCEPCION.
           05  EXC-NUMPRES             PIC X(10).
           05  EXC-ZONA                PIC X(02).
           05  EXC-FECCONV             PIC X(10).
           05  EXC-SALDOVSM            PIC S9(09)V9(04) COMP-3.
           05  EXC-ETAPA               PIC X(01).
      *        'Z' = FALLO LA TARIFA DE LA ZONA (UR9XSMDE)
      *        'U' = FALLO EL VALOR DE LA UMA (UR9CSMDE)
           05  EXC-COD-RET             PIC X(02).
      *        COD-RET DE LA RUTINA QUE FALLO ('05', '10', '20', ...)
           05  FILLER                  PIC X(48).
      *
       FD  ARCH-CHECKPOINT
           RECORDING MODE IS F.
       01  REG-CHECKPOINT.
           05  CKP-NUMPRES             PIC X(10).
           05  CKP-CONT-PROCESADOS     PIC 9(07).
      *
       FD  ARCH-REPORTE
           RECORDING MODE IS F.
       01  REG-REPORTE                 PIC X(080).

       WORKING-STORAGE SECTION.
      *------------------------
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-ENTRADA               PIC X(02).
       01  WK-FS-REDENOM               PIC X(02).
       01  WK-FS-EXCEPCION             PIC X(02).
       01  WK-FS-CHECKPOINT            PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-SW-PARM-VALIDA           PIC X(01) VALUE 'N'.
           88  PARM-VALIDA                 VALUE 'S'.
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-FECHA-PROCESO            PIC X(10) VALUE SPACES.
       01  WK-CKPT-INTERVALO           PIC 9(05) VALUE 00100.
       01  WK-CONT-PROCESADOS          PIC 9(07) VALUE 0.
       01  WK-CKP-NUMPRES-ANT          PIC X(10) VALUE SPACES.
       01  WK-CKPT-COCIENTE            PIC 9(07).
       01  WK-CKPT-RESIDUO             PIC 9(05).
       01  WK-SW-FIN-ENTRADA           PIC X(01) VALUE 'N'.
           88  FIN-ARCH-ENTRADA            VALUE 'S'.
       01  WK-SW-FIN-SALIDA-ANT        PIC X(01) VALUE 'N'.
           88  FIN-SALIDA-ANTERIOR         VALUE 'S'.
       01  WK-SW-HAY-CHECKPOINT        PIC X(01) VALUE 'N'.
           88  HAY-CHECKPOINT-PREVIO       VALUE 'S'.
       01  WK-SW-ABRIO-CHECKPOINT      PIC X(01) VALUE 'N'.
           88  ABRIO-CHECKPOINT            VALUE 'S'.
       01  WK-SW-EN-REINICIO           PIC X(01) VALUE 'N'.
           88  EN-REINICIO                 VALUE 'S'.
      *
      *    PUNTO DE REINICIO: ULTIMO PRESTAMO QUE QUEDO GRABADO EN
      *    CADA SALIDA DE LA CORRIDA INTERRUMPIDA. EL REINICIO SALTA
      *    EL EXTRACTO HASTA HABER PASADO AMBOS.
      *
       01  WK-ULT-NUMPRES-RDN          PIC X(10) VALUE SPACES.
       01  WK-ULT-NUMPRES-EXC          PIC X(10) VALUE SPACES.
       01  WK-SW-VISTO-RDN             PIC X(01) VALUE 'S'.
           88  VISTO-ULT-RDN               VALUE 'S'.
       01  WK-SW-VISTO-EXC             PIC X(01) VALUE 'S'.
           88  VISTO-ULT-EXC               VALUE 'S'.
      *
       01  WK-CONT-LEIDOS              PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-ESCRITOS            PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-EXCEPCIONES         PIC S9(07) COMP-3 VALUE 0.
       01  WK-IMP-PESOS                PIC S9(09)V9(02) COMP-3.
       01  WK-IMP-UMA                  PIC S9(09)V9(04) COMP-3.
      *
      *    TOTALES DE CONTROL POR ZONA. LA ULTIMA ENTRADA QUEDA
      *    RESERVADA PARA ACUMULAR LAS ZONAS QUE YA NO CABEN ('**').
      *
       01  WK-ZONA-BUSCADA             PIC X(02).
       01  WK-MAX-ZONAS                PIC S9(05) COMP-3 VALUE 100.
       01  WK-CONT-ZONAS               PIC S9(05) COMP-3 VALUE 0.
       01  WK-ZON-IDX                  PIC S9(05) COMP-3 VALUE 0.
       01  WK-ZON-HALLADA              PIC S9(05) COMP-3 VALUE 0.
       01  WK-TABLA-ZONAS.
           05  WK-ZON-ENTRADA OCCURS 100 TIMES.
               10  WK-ZON-ZONA         PIC X(02).
               10  WK-ZON-PRESTAMOS    PIC S9(07) COMP-3.
               10  WK-ZON-EXCEPCIONES  PIC S9(07) COMP-3.
               10  WK-ZON-SALDOVSM     PIC S9(11)V9(04) COMP-3.
               10  WK-ZON-SALDOPES     PIC S9(13)V9(02) COMP-3.
               10  WK-ZON-SALDOUMA     PIC S9(11)V9(04) COMP-3.
       01  WK-TOT-SALDOVSM             PIC S9(11)V9(04) COMP-3 VALUE 0.
       01  WK-TOT-SALDOPES             PIC S9(13)V9(02) COMP-3 VALUE 0.
       01  WK-TOT-SALDOUMA             PIC S9(11)V9(04) COMP-3 VALUE 0.
      *
           COPY URWXOSM.
      *
           COPY URWCOSM.
      *
           COPY UGECMNE.
      *
           COPY URWTSMD.
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9USMDE - '.
           05  FILLER                  PIC X(30)
                            VALUE 'REDENOMINACION VSM A UMA     '.
           05  FILLER                  PIC X(06) VALUE 'MODO: '.
           05  LIN-ENC-MODO            PIC X(01).
           05  FILLER                  PIC X(09) VALUE '  FECHA: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
      *
       01  LIN-REINICIO.
           05  FILLER                  PIC X(40) VALUE
               'REINICIO DESPUES DEL PRESTAMO (SAL/EXC):'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-REI-NUMPRES-RDN     PIC X(10).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  LIN-REI-NUMPRES-EXC     PIC X(10).
           05  FILLER                  PIC X(18) VALUE SPACES.
      *
       01  LIN-ZONA.
           05  LIN-ZON-ETIQ            PIC X(04).
           05  FILLER                  PIC X(03) VALUE ' P:'.
           05  LIN-ZON-PRESTAMOS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE ' E:'.
           05  LIN-ZON-EXCEPCIONES     PIC ZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' VSM:'.
           05  LIN-ZON-SALDOVSM        PIC ZZZZZZZZ9.9999.
           05  FILLER                  PIC X(05) VALUE ' UMA:'.
           05  LIN-ZON-SALDOUMA        PIC ZZZZZZZZ9.9999.
           05  FILLER                  PIC X(03) VALUE ' $:'.
           05  LIN-ZON-SALDOPES        PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
      *
       01  LIN-TOTALES.
           05  FILLER                  PIC X(08) VALUE 'LEIDOS: '.
           05  LIN-TOT-LEIDOS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                                        VALUE '  CONVERTIDOS:  '.
           05  LIN-TOT-ESCRITOS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                                        VALUE '  EXCEPCIONES:  '.
           05  LIN-TOT-EXCEPCIONES     PIC ZZZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.
      *
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION.
      *
           PERFORM INICIO.
           IF PARM-VALIDA
              PERFORM PROCESO UNTIL FIN-ARCH-ENTRADA
           END-IF.
           PERFORM FINAL-PROCES.

      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  LEE Y VALIDA LA TARJETA DE PARAMETROS. EN MODO APLICACION     *
      *  REGISTRA EL ARRANQUE Y BUSCA UN CHECKPOINT PREVIO; ABRE LAS   *
      *  SALIDAS SEGUN SEA REINICIO O ARRANQUE NUEVO Y DEJA LISTO EL   *
      *  PRIMER PRESTAMO.                                              *
      ******************************************************************
       INICIO.
      *-------------
           OPEN OUTPUT ARCH-REPORTE.
           PERFORM LEE-PARAMETROS.
           IF PARM-VALIDA
              IF PARM-MODO = 'A'
                 PERFORM REGISTRA-INICIO-CORRIDA
                 PERFORM LEE-CHECKPOINT-PREVIO
              END-IF
              MOVE PARM-MODO        TO LIN-ENC-MODO
              MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA
              WRITE REG-REPORTE FROM LIN-ENCABEZADO
              PERFORM ABRE-ARCHIVOS
              PERFORM LEE-PRESTAMO-SIGUIENTE
           END-IF.

      ******************************************************************
      *                    LEE-PARAMETROS                              *
      *                                                                *
      *  LA TARJETA DEBE EXISTIR Y EL MODO SER 'S' O 'A'. SIN TARJETA  *
      *  VALIDA EL JOB TERMINA CON RETURN-CODE 16 SIN PROCESAR NADA.   *
      *  SIN FECHA EN LA TARJETA SE TOMA LA FECHA DEL SISTEMA, EN      *
      *  CUALQUIER MODO.                                               *
      ******************************************************************
       LEE-PARAMETROS.
      *-------------
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING WK-FS-ANIO   '-'
                  WK-FS-MES    '-'
                  WK-FS-DIA
                  DELIMITED BY SIZE INTO WK-FECHA-PROCESO.
           OPEN INPUT ARCH-PARM.
           IF WK-FS-PARM = '00'
              MOVE 'S' TO WK-SW-HAY-PARM
              READ ARCH-PARM
                 AT END
                    MOVE '10' TO WK-FS-PARM
              END-READ
           END-IF.
           MOVE 'S' TO WK-SW-PARM-VALIDA.
           IF WK-FS-PARM NOT = '00'
              MOVE 'N' TO WK-SW-PARM-VALIDA
           ELSE
              IF PARM-MODO NOT = 'S' AND PARM-MODO NOT = 'A'
                 MOVE 'N' TO WK-SW-PARM-VALIDA
              END-IF
              IF PARM-FECHA-PROCESO > SPACES
                 IF PARM-FECHA-PROCESO(5:1) NOT = '-' OR
                    PARM-FECHA-PROCESO(8:1) NOT = '-' OR
                    PARM-FECHA-PROCESO(1:4) NOT NUMERIC OR
                    PARM-FECHA-PROCESO(6:2) NOT NUMERIC OR
                    PARM-FECHA-PROCESO(9:2) NOT NUMERIC
                    MOVE 'N' TO WK-SW-PARM-VALIDA
                 END-IF
                 MOVE PARM-FECHA-PROCESO TO WK-FECHA-PROCESO
              END-IF
           END-IF.
           IF NOT PARM-VALIDA
              DISPLAY 'UR9USMDE: *** TARJETA DE PARAMETROS AUSENTE '
              DISPLAY 'UR9USMDE: *** O INVALIDA. NO SE PROCESO '
              DISPLAY 'UR9USMDE: *** NINGUN PRESTAMO.'
           END-IF.

      *  UR9TSMDE REGRESA EN TSM-FECPROC LA FECHA CON QUE REGISTRO
      *  LA CORRIDA (LA DE LA TARJETA O LA DEL SISTEMA).
       REGISTRA-INICIO-CORRIDA.
      *-------------
           MOVE 'I'              TO TSM-ACCION.
           MOVE 'UR9USMDE'       TO TSM-JOBNAME.
           MOVE WK-FECHA-PROCESO TO TSM-FECPROC.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
           MOVE TSM-FECPROC      TO WK-FECHA-PROCESO.

       LEE-CHECKPOINT-PREVIO.
      *-------------
           OPEN INPUT ARCH-CHECKPOINT.
           IF WK-FS-CHECKPOINT = '00'
              MOVE 'S' TO WK-SW-ABRIO-CHECKPOINT
              READ ARCH-CHECKPOINT
                 AT END
                    MOVE 'N' TO WK-FS-CHECKPOINT
              END-READ
           ELSE
              MOVE 'N' TO WK-SW-ABRIO-CHECKPOINT
           END-IF.
           IF WK-FS-CHECKPOINT = '00'
              MOVE 'S'             TO WK-SW-HAY-CHECKPOINT
              MOVE CKP-NUMPRES     TO WK-CKP-NUMPRES-ANT
              MOVE CKP-CONT-PROCESADOS TO WK-CONT-PROCESADOS
           ELSE
              MOVE 'N' TO WK-SW-HAY-CHECKPOINT
           END-IF.
           IF ABRIO-CHECKPOINT
              CLOSE ARCH-CHECKPOINT
           END-IF.

      ******************************************************************
      *                    ABRE-ARCHIVOS                               *
      *                                                                *
      *  EN UN REINICIO, ANTES DE EXTENDER LAS SALIDAS SE LEEN DE      *
      *  PRINCIPIO A FIN PARA RECONSTRUIR LOS CONTADORES Y TOTALES POR *
      *  ZONA Y PARA TOMAR EL ULTIMO PRESTAMO QUE REALMENTE QUEDO      *
      *  GRABADO EN CADA UNA. ESE, Y NO EL DEL CHECKPOINT, ES EL PUNTO *
      *  DE REINICIO: LOS REGISTROS ESCRITOS ENTRE EL ULTIMO           *
      *  CHECKPOINT Y LA FALLA NO SE DUPLICAN, Y LOS QUE NO ALCANZARON *
      *  A GRABARSE SE VUELVEN A PROCESAR.                             *
      ******************************************************************
       ABRE-ARCHIVOS.
      *-------------
           OPEN INPUT ARCH-ENTRADA.
           IF HAY-CHECKPOINT-PREVIO
              PERFORM RECONSTRUYE-REDENOM
              PERFORM RECONSTRUYE-EXCEPCION
              IF WK-CONT-LEIDOS > 0
                 MOVE 'S' TO WK-SW-EN-REINICIO
                 MOVE WK-ULT-NUMPRES-RDN TO LIN-REI-NUMPRES-RDN
                 MOVE WK-ULT-NUMPRES-EXC TO LIN-REI-NUMPRES-EXC
                 WRITE REG-REPORTE FROM LIN-REINICIO
              END-IF
              OPEN EXTEND ARCH-REDENOM
              OPEN EXTEND ARCH-EXCEPCION
           ELSE
              OPEN OUTPUT ARCH-REDENOM
              OPEN OUTPUT ARCH-EXCEPCION
           END-IF.

       RECONSTRUYE-REDENOM.
      *-------------
           MOVE 'N' TO WK-SW-FIN-SALIDA-ANT.
           OPEN INPUT ARCH-REDENOM.
           IF WK-FS-REDENOM NOT = '00'
              MOVE 'S' TO WK-SW-FIN-SALIDA-ANT
           END-IF.
           PERFORM LEE-REDENOM-ANTERIOR UNTIL FIN-SALIDA-ANTERIOR.
           IF WK-FS-REDENOM = '10'
              CLOSE ARCH-REDENOM
           END-IF.

       LEE-REDENOM-ANTERIOR.
      *-------------
           READ ARCH-REDENOM
              AT END
                 MOVE 'S' TO WK-SW-FIN-SALIDA-ANT
           END-READ.
           IF NOT FIN-SALIDA-ANTERIOR
              ADD 1 TO WK-CONT-LEIDOS
              ADD 1 TO WK-CONT-ESCRITOS
              MOVE RDN-NUMPRES TO WK-ULT-NUMPRES-RDN
              MOVE 'N'         TO WK-SW-VISTO-RDN
              MOVE RDN-ZONA    TO WK-ZONA-BUSCADA
              PERFORM BUSCA-ZONA
              ADD 1            TO WK-ZON-PRESTAMOS(WK-ZON-HALLADA)
              ADD RDN-SALDOVSM TO WK-ZON-SALDOVSM(WK-ZON-HALLADA)
              ADD RDN-SALDOPES TO WK-ZON-SALDOPES(WK-ZON-HALLADA)
              ADD RDN-SALDOUMA TO WK-ZON-SALDOUMA(WK-ZON-HALLADA)
           END-IF.

       RECONSTRUYE-EXCEPCION.
      *-------------
           MOVE 'N' TO WK-SW-FIN-SALIDA-ANT.
           OPEN INPUT ARCH-EXCEPCION.
           IF WK-FS-EXCEPCION NOT = '00'
              MOVE 'S' TO WK-SW-FIN-SALIDA-ANT
           END-IF.
           PERFORM LEE-EXCEPCION-ANTERIOR UNTIL FIN-SALIDA-ANTERIOR.
           IF WK-FS-EXCEPCION = '10'
              CLOSE ARCH-EXCEPCION
           END-IF.

       LEE-EXCEPCION-ANTERIOR.
      *-------------
           READ ARCH-EXCEPCION
              AT END
                 MOVE 'S' TO WK-SW-FIN-SALIDA-ANT
           END-READ.
           IF NOT FIN-SALIDA-ANTERIOR
              ADD 1 TO WK-CONT-LEIDOS
              ADD 1 TO WK-CONT-EXCEPCIONES
              MOVE EXC-NUMPRES TO WK-ULT-NUMPRES-EXC
              MOVE 'N'         TO WK-SW-VISTO-EXC
              MOVE EXC-ZONA    TO WK-ZONA-BUSCADA
              PERFORM BUSCA-ZONA
              ADD 1 TO WK-ZON-EXCEPCIONES(WK-ZON-HALLADA)
           END-IF.

       LEE-PRESTAMO-SIGUIENTE.
      *-------------
           READ ARCH-ENTRADA
              AT END
                 MOVE 'S' TO WK-SW-FIN-ENTRADA
           END-READ.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  MIENTRAS SE ESTA REINICIANDO, SALTA LOS PRESTAMOS HASTA HABER *
      *  PASADO EL ULTIMO GRABADO EN CADA SALIDA. DE AHI EN ADELANTE   *
      *  REDENOMINA CADA PRESTAMO Y, EN MODO APLICACION, REFRESCA EL   *
      *  CHECKPOINT CADA WK-CKPT-INTERVALO PRESTAMOS.                  *
      ******************************************************************
       PROCESO.
      *-------------
           IF EN-REINICIO
              IF PRE-NUMPRES = WK-ULT-NUMPRES-RDN
                 MOVE 'S' TO WK-SW-VISTO-RDN
              END-IF
              IF PRE-NUMPRES = WK-ULT-NUMPRES-EXC
                 MOVE 'S' TO WK-SW-VISTO-EXC
              END-IF
              IF VISTO-ULT-RDN AND VISTO-ULT-EXC
                 MOVE 'N' TO WK-SW-EN-REINICIO
              END-IF
           ELSE
              ADD 1 TO WK-CONT-LEIDOS
              PERFORM REDENOMINA-PRESTAMO
              IF PARM-MODO = 'A'
                 PERFORM CONTROLA-CHECKPOINT
              END-IF
           END-IF.
           PERFORM LEE-PRESTAMO-SIGUIENTE.

      ******************************************************************
      *                    REDENOMINA-PRESTAMO                         *
      *                                                                *
      *  PRIMER FACTOR: VSM A PESOS CON LA TARIFA DE LA ZONA EN LA     *
      *  FECHA DE CONVERSION (UR9XSMDE, REDONDEO AL CENTAVO). SEGUNDO  *
      *  FACTOR: PESOS A UMA CON EL VALOR DE LA UMA EN ESA FECHA,      *
      *  REDONDEO AL DIEZMILESIMO, MITAD HACIA ARRIBA, IGUAL QUE LA    *
      *  REGLA DE LA CASA PARA VSM. CUALQUIER RESPUESTA DISTINTA DE    *
      *  '00' (INCLUIDA LA DE CONTINGENCIA '05') APARTA EL PRESTAMO    *
      *  EN EXCEPCIONES SIN CONVERTIRLO.                               *
      ******************************************************************
       REDENOMINA-PRESTAMO.
      *-------------
           MOVE PRE-ZONA     TO XSM-ZONA.
           MOVE PRE-FECCONV  TO XSM-FECHA.
           MOVE 'P'          TO XSM-SENTIDO.
           MOVE PRE-SALDOVSM TO XSM-IMPORTE-ENT.
           MOVE 'UR9USMDE'   TO XSM-PROGRAMA.
           MOVE PRE-NUMPRES  TO XSM-CLAVE.
           CALL 'UR9XSMDE' USING URWXOSM UGECMNE.
           IF XSM-COD-RET NOT = '00'
              MOVE 'Z'         TO EXC-ETAPA
              MOVE XSM-COD-RET TO EXC-COD-RET
              PERFORM ESCRIBE-EXCEPCION
           ELSE
              MOVE XSM-IMPORTE-SAL TO WK-IMP-PESOS
              PERFORM OBTIENE-VALOR-UMA
              IF OSM-COD-RET NOT = '00'
                 MOVE 'U'         TO EXC-ETAPA
                 MOVE OSM-COD-RET TO EXC-COD-RET
                 PERFORM ESCRIBE-EXCEPCION
              ELSE
                 COMPUTE WK-IMP-UMA ROUNDED =
                    WK-IMP-PESOS / OSM-IMPORTE
                 PERFORM ESCRIBE-REDENOM
              END-IF
           END-IF.

       OBTIENE-VALOR-UMA.
      *-------------
           MOVE PRE-ZONA     TO OSM-ZONA.
           MOVE PRE-FECCONV  TO OSM-FECHA.
           MOVE 'N'          TO OSM-IND-LOOKAHEAD.
           MOVE 'N'          TO OSM-IND-CON-FED.
           MOVE 'U'          TO OSM-UNIDAD.
           MOVE SPACES       TO OSM-ENTIDAD.
           MOVE SPACES       TO OSM-MUNICIPIO.
           MOVE 'UR9USMDE'   TO OSM-PROGRAMA.
           MOVE PRE-NUMPRES  TO OSM-CLAVE.
           MOVE 0            TO OSM-CANTIDAD.
           CALL 'UR9CSMDE' USING URWCOSM UGECMNE.
           IF OSM-COD-RET = '00' AND OSM-IMPORTE = 0
              MOVE '31' TO OSM-COD-RET
           END-IF.

       ESCRIBE-REDENOM.
      *-------------
           MOVE PRE-NUMPRES  TO RDN-NUMPRES.
           MOVE PRE-ZONA     TO RDN-ZONA.
           MOVE PRE-FECCONV  TO RDN-FECCONV.
           MOVE PARM-MODO    TO RDN-MODO.
           MOVE PRE-SALDOVSM TO RDN-SALDOVSM.
           MOVE XSM-TARIFA   TO RDN-TARIFA.
           MOVE WK-IMP-PESOS TO RDN-SALDOPES.
           MOVE OSM-IMPORTE  TO RDN-IMPUMA.
           MOVE WK-IMP-UMA   TO RDN-SALDOUMA.
           WRITE REG-REDENOM.
           ADD 1 TO WK-CONT-ESCRITOS.
           MOVE PRE-ZONA     TO WK-ZONA-BUSCADA.
           PERFORM BUSCA-ZONA.
           ADD 1            TO WK-ZON-PRESTAMOS(WK-ZON-HALLADA).
           ADD PRE-SALDOVSM TO WK-ZON-SALDOVSM(WK-ZON-HALLADA).
           ADD WK-IMP-PESOS TO WK-ZON-SALDOPES(WK-ZON-HALLADA).
           ADD WK-IMP-UMA   TO WK-ZON-SALDOUMA(WK-ZON-HALLADA).

       ESCRIBE-EXCEPCION.
      *-------------
           MOVE PRE-NUMPRES  TO EXC-NUMPRES.
           MOVE PRE-ZONA     TO EXC-ZONA.
           MOVE PRE-FECCONV  TO EXC-FECCONV.
           MOVE PRE-SALDOVSM TO EXC-SALDOVSM.
           WRITE REG-EXCEPCION.
           ADD 1 TO WK-CONT-EXCEPCIONES.
           MOVE PRE-ZONA     TO WK-ZONA-BUSCADA.
           PERFORM BUSCA-ZONA.
           ADD 1 TO WK-ZON-EXCEPCIONES(WK-ZON-HALLADA).

      ******************************************************************
      *                    BUSCA-ZONA                                  *
      *                                                                *
      *  DEJA EN WK-ZON-HALLADA LA ENTRADA DE TOTALES DE LA ZONA       *
      *  BUSCADA; SI NO EXISTE LA AGREGA EN CEROS. CON LA TABLA LLENA  *
      *  LA ZONA SE ACUMULA EN LA ULTIMA ENTRADA ('**').               *
      ******************************************************************
       BUSCA-ZONA.
      *-------------
           MOVE 0 TO WK-ZON-HALLADA.
           MOVE 1 TO WK-ZON-IDX.
           PERFORM COMPARA-ZONA
              UNTIL WK-ZON-IDX > WK-CONT-ZONAS.
           IF WK-ZON-HALLADA = 0
              IF WK-CONT-ZONAS < WK-MAX-ZONAS - 1
                 ADD 1 TO WK-CONT-ZONAS
                 MOVE WK-CONT-ZONAS   TO WK-ZON-HALLADA
                 MOVE WK-ZONA-BUSCADA TO WK-ZON-ZONA(WK-ZON-HALLADA)
                 PERFORM INICIALIZA-ZONA
              ELSE
                 MOVE WK-MAX-ZONAS TO WK-ZON-HALLADA
                 IF WK-CONT-ZONAS < WK-MAX-ZONAS
                    MOVE WK-MAX-ZONAS TO WK-CONT-ZONAS
                    MOVE '**' TO WK-ZON-ZONA(WK-ZON-HALLADA)
                    PERFORM INICIALIZA-ZONA
                 END-IF
              END-IF
           END-IF.

       INICIALIZA-ZONA.
      *-------------
           MOVE 0 TO WK-ZON-PRESTAMOS(WK-ZON-HALLADA).
           MOVE 0 TO WK-ZON-EXCEPCIONES(WK-ZON-HALLADA).
           MOVE 0 TO WK-ZON-SALDOVSM(WK-ZON-HALLADA).
           MOVE 0 TO WK-ZON-SALDOPES(WK-ZON-HALLADA).
           MOVE 0 TO WK-ZON-SALDOUMA(WK-ZON-HALLADA).

       COMPARA-ZONA.
      *-------------
           IF WK-ZON-ZONA(WK-ZON-IDX) = WK-ZONA-BUSCADA
              MOVE WK-ZON-IDX    TO WK-ZON-HALLADA
              MOVE WK-CONT-ZONAS TO WK-ZON-IDX
           END-IF.
           ADD 1 TO WK-ZON-IDX.

       CONTROLA-CHECKPOINT.
      *-------------
           ADD 1 TO WK-CONT-PROCESADOS.
           MOVE PRE-NUMPRES TO WK-CKP-NUMPRES-ANT.
           DIVIDE WK-CONT-PROCESADOS BY WK-CKPT-INTERVALO
              GIVING WK-CKPT-COCIENTE
              REMAINDER WK-CKPT-RESIDUO.
           IF WK-CKPT-RESIDUO = 0
              PERFORM ESCRIBE-CHECKPOINT
           END-IF.

       ESCRIBE-CHECKPOINT.
      *-------------
           OPEN OUTPUT ARCH-CHECKPOINT.
           MOVE WK-CKP-NUMPRES-ANT     TO CKP-NUMPRES.
           MOVE WK-CONT-PROCESADOS     TO CKP-CONT-PROCESADOS.
           WRITE REG-CHECKPOINT.
           CLOSE ARCH-CHECKPOINT.

      ******************************************************************
      *                    ESCRIBE-TOTALES                             *
      *                                                                *
      *  UNA LINEA DE CONTROL POR ZONA Y UNA LINEA DE GRAN TOTAL CON   *
      *  PRESTAMOS CONVERTIDOS, EXCEPCIONES Y SALDOS EN VSM, UMA Y     *
      *  PESOS.                                                        *
      ******************************************************************
       ESCRIBE-TOTALES.
      *-------------
           MOVE 1 TO WK-ZON-IDX.
           PERFORM ESCRIBE-ZONA
              UNTIL WK-ZON-IDX > WK-CONT-ZONAS.
           MOVE 'TOT '              TO LIN-ZON-ETIQ.
           MOVE WK-CONT-ESCRITOS    TO LIN-ZON-PRESTAMOS.
           MOVE WK-CONT-EXCEPCIONES TO LIN-ZON-EXCEPCIONES.
           MOVE WK-TOT-SALDOVSM     TO LIN-ZON-SALDOVSM.
           MOVE WK-TOT-SALDOUMA     TO LIN-ZON-SALDOUMA.
           MOVE WK-TOT-SALDOPES     TO LIN-ZON-SALDOPES.
           WRITE REG-REPORTE FROM LIN-ZONA.
           MOVE WK-CONT-LEIDOS      TO LIN-TOT-LEIDOS.
           MOVE WK-CONT-ESCRITOS    TO LIN-TOT-ESCRITOS.
           MOVE WK-CONT-EXCEPCIONES TO LIN-TOT-EXCEPCIONES.
           WRITE REG-REPORTE FROM LIN-TOTALES.

       ESCRIBE-ZONA.
      *-------------
           MOVE SPACES TO LIN-ZON-ETIQ.
           STRING 'Z ' WK-ZON-ZONA(WK-ZON-IDX)
                  DELIMITED BY SIZE INTO LIN-ZON-ETIQ.
           MOVE WK-ZON-PRESTAMOS(WK-ZON-IDX)   TO LIN-ZON-PRESTAMOS.
           MOVE WK-ZON-EXCEPCIONES(WK-ZON-IDX) TO LIN-ZON-EXCEPCIONES.
           MOVE WK-ZON-SALDOVSM(WK-ZON-IDX)    TO LIN-ZON-SALDOVSM.
           MOVE WK-ZON-SALDOUMA(WK-ZON-IDX)    TO LIN-ZON-SALDOUMA.
           MOVE WK-ZON-SALDOPES(WK-ZON-IDX)    TO LIN-ZON-SALDOPES.
           WRITE REG-REPORTE FROM LIN-ZONA.
           ADD WK-ZON-SALDOVSM(WK-ZON-IDX) TO WK-TOT-SALDOVSM.
           ADD WK-ZON-SALDOUMA(WK-ZON-IDX) TO WK-TOT-SALDOUMA.
           ADD WK-ZON-SALDOPES(WK-ZON-IDX) TO WK-TOT-SALDOPES.
           ADD 1 TO WK-ZON-IDX.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES, DEJA EL ULTIMO CHECKPOINT EN MODO        *
      *  APLICACION, CIERRA LOS ARCHIVOS Y DEJA EL RETURN-CODE: 16     *
      *  SIN TARJETA VALIDA O SI EL REINICIO NO ENCONTRO SU PUNTO EN   *
      *  EL EXTRACTO, 4 SI HUBO PRESTAMOS APARTADOS EN EXCEPCIONES.    *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           IF PARM-VALIDA
              PERFORM ESCRIBE-TOTALES
              CLOSE ARCH-ENTRADA
              CLOSE ARCH-REDENOM
              CLOSE ARCH-EXCEPCION
           END-IF.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           EVALUATE TRUE
              WHEN NOT PARM-VALIDA
                 MOVE 16 TO RETURN-CODE
              WHEN EN-REINICIO
                 DISPLAY 'UR9USMDE: *** EL ULTIMO PRESTAMO GRABADO EN '
                 DISPLAY 'UR9USMDE: *** LA CORRIDA ANTERIOR NO SE '
                 DISPLAY 'UR9USMDE: *** ENCONTRO EN EL EXTRACTO DE '
                 DISPLAY 'UR9USMDE: *** ENTRADA. NINGUN PRESTAMO FUE '
                 DISPLAY 'UR9USMDE: *** PROCESADO EN ESTA CORRIDA.'
                 MOVE 16 TO RETURN-CODE
              WHEN WK-CONT-EXCEPCIONES > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           CLOSE ARCH-REPORTE.
           IF PARM-VALIDA AND PARM-MODO = 'A'
              PERFORM ESCRIBE-CHECKPOINT
              PERFORM REGISTRA-FIN-CORRIDA
           END-IF.
           GOBACK.

       REGISTRA-FIN-CORRIDA.
      *-------------
           MOVE 'F'                 TO TSM-ACCION.
           MOVE 'UR9USMDE'          TO TSM-JOBNAME.
           MOVE WK-CONT-LEIDOS      TO TSM-REGLEIDOS.
           MOVE WK-CONT-ESCRITOS    TO TSM-REGESCRITOS.
           MOVE WK-CONT-EXCEPCIONES TO TSM-EXCEPCIONES.
           MOVE RETURN-CODE         TO TSM-CODRETORNO.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
