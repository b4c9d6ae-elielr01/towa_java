      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDTSMD (POR MEDIO DE UR9CSMDE)                     *
      *          - UGDPRTB                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * CONDUCTOR DE BATCH PARA EL RECALCULO MASIVO DE SALARIO MINIMO
      * SE REGISTRAN COMO EXCEPCIONES EN UGDCTLBT, PARA QUE EL        *
      * VERIFICADOR DE CADENA UR9FSMDX MUESTRE QUE LA CORRIDA SE      *
      * COMPLETO CON DATOS DE CONTINGENCIA.                            *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9BSMDE-M07.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE INFORMA A UR9CSMDE EL PROGRAMA Y EL PRESTAMO PARA QUE       *
      * UNA RESPUESTA '05' QUEDE REGISTRADA EN REGCSMD Y PUEDA         *
      * CONCILIARSE CON UR9KSMDX AL RESTABLECERSE DB2.                 *
      * --------------- -------------------  -------  --------------   *
      * PARTICION POR       2026-10-15       IDAXPRE  UR9BSMDE-M08.    *
      * ZONA DEL                                                       *
      * RECALCULO                                                      *
      * SI LA TARJETA PARMBSMD TRAE NUMERO DE PARTICION (COLUMNAS      *
      * 11-12), EL JOB TOMA DE UGDPRTB EL RANGO DE ZONAS DE ESA        *
      * PARTICION, SOLO PROCESA LOS PRESTAMOS DEL EXTRACTO EN ESE      *
      * RANGO Y REGISTRA SU CORRIDA EN UGDCTLBT COMO 'UR9BSM' +        *
      * PARTICION. ASI CADA PARTICION CORRE COMO UN PASO CONCURRENTE   *
      * CON SU PROPIO CHECKPOINT Y SU PROPIA SALIDA, Y UR9JSMDX LAS    *
      * MEZCLA Y CUADRA CONTRA EL EXTRACTO. SIN PARTICION EL JOB       *
      * CORRE COMPLETO COMO ANTES. EL CHECKPOINT GUARDA LA PARTICION   *
      * Y UN REINICIO CON OTRA PARTICION TERMINA CON RETURN-CODE 16.   *
      * EN UN REINICIO SE RELEE LA SALIDA YA GRABADA (COMO EN          *
      * UR9USMDE) PARA TOMAR EL ULTIMO PRESTAMO ESCRITO COMO PUNTO     *
      * DE REINICIO Y RECONSTRUIR LOS CONTADORES, QUE AHORA CUBREN     *
      * TODA LA CORRIDA DEL DIA Y NO SOLO LA ULTIMA EJECUCION.         *
      * EN EL JCL CADA PASO DE PARTICION NN ASIGNA TAMBIEN SU PROPIO   *
      * REGISTRO DE CONTINGENCIA: EL DD REGCSMD QUE USA UR9CSMDE APUNTA*
      * A ...REGCSMD.PNN (DISP=MOD) Y UR9KSMDX LOS AGREGA A REGCSMD    *
      * ANTES DE CONCILIAR (VER UGGPRTB).                              *
      *                                                                *
      *             IDENTIFICATION DIVISION

           05  PARM-FECHA-PROCESO      PIC X(10).
      *        FECHA DE PROCESO DE LA CADENA, FORMATO AAAA-MM-DD; EN
      *        BLANCO SE USA LA FECHA DEL SISTEMA
           05  PARM-PARTICION          PIC X(02).
      *        PARTICION DE UGDPRTB QUE CORRE ESTE PASO, '01' A '50';
      *        EN BLANCO SE PROCESA EL EXTRACTO COMPLETO
           05  FILLER                  PIC X(68).
      *
       FD  ARCH-ENTRADA
           RECORDING MODE IS F.
       01  REG-CHECKPOINT.
           05  CKP-NUMPRES             PIC X(10).
           05  CKP-CONT-PROCESADOS     PIC 9(07).
           05  CKP-PARTICION           PIC X(02).

       WORKING-STORAGE SECTION.
      *------------------------
      *
      ***  AREA SQLCA
      *
           EXEC SQL INCLUDE SQLCA     END-EXEC.
      *
      ***  TABLA DB2 : UGDPRTB
      *
           EXEC SQL INCLUDE UGGPRTB   END-EXEC.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-ENTRADA               PIC X(02).
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-FECHA-PROCESO            PIC X(10) VALUE SPACES.
       01  WK-SW-PARM-VALIDA           PIC X(01) VALUE 'S'.
           88  PARM-VALIDA                 VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-PARTICION                PIC X(02) VALUE SPACES.
       01  WK-JOBNAME                  PIC X(08) VALUE 'UR9BSMDE'.
       01  WK-ZONA-INI                 PIC X(02) VALUE LOW-VALUES.
       01  WK-ZONA-FIN                 PIC X(02) VALUE HIGH-VALUES.
       01  WK-CKPT-INTERVALO           PIC 9(05) VALUE 00100.
       01  WK-CONT-PROCESADOS          PIC 9(07) VALUE 0.
       01  WK-CKP-NUMPRES-ANT          PIC X(10) VALUE SPACES.
           88  ABRIO-CHECKPOINT            VALUE 'S'.
       01  WK-SW-EN-REINICIO           PIC X(01) VALUE 'N'.
           88  EN-REINICIO                 VALUE 'S'.
       01  WK-SW-FIN-SALIDA-ANT        PIC X(01) VALUE 'N'.
           88  FIN-SALIDA-ANTERIOR         VALUE 'S'.
       01  WK-ULT-NUMPRES-SAL          PIC X(10) VALUE SPACES.
       01  WK-CKPT-COCIENTE            PIC 9(07).
       01  WK-CKPT-RESIDUO             PIC 9(05).
       01  WK-CONT-LEIDOS              PIC S9(07) COMP-3 VALUE 0.
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
      *  LEE LA TARJETA Y, SI TRAE PARTICION, SU RANGO DE ZONAS. LEE   *
      *  UN CHECKPOINT PREVIO SI EXISTE, ABRE LOS ARCHIVOS DE          *
      *  ENTRADA/SALIDA SEGUN CORRESPONDA A UN REINICIO O A UN         *
      *  ARRANQUE NUEVO, Y DEJA LISTO EL PRIMER PRESTAMO A EVALUAR.    *
      ******************************************************************
       INICIO.
      *-------------
           PERFORM LEE-PARAMETROS.
           IF PARM-VALIDA AND WK-PARTICION > SPACES
              PERFORM LEE-PARTICION
           END-IF.
           IF PARM-VALIDA
              PERFORM LEE-CHECKPOINT-PREVIO
           END-IF.
           IF PARM-VALIDA
              PERFORM REGISTRA-INICIO-CORRIDA
              PERFORM ABRE-ARCHIVOS
              PERFORM LEE-PRESTAMO-SIGUIENTE
           END-IF.

       LEE-PARAMETROS.
      *-------------
              IF PARM-FECHA-PROCESO > SPACES
                 MOVE PARM-FECHA-PROCESO TO WK-FECHA-PROCESO
              END-IF
              IF PARM-PARTICION > SPACES
                 IF PARM-PARTICION NOT NUMERIC OR
                    PARM-PARTICION = '00'
                    MOVE 'N' TO WK-SW-PARM-VALIDA
                    DISPLAY 'UR9BSMDE: *** PARTICION INVALIDA EN LA '
                    DISPLAY 'UR9BSMDE: *** TARJETA: ' PARM-PARTICION
                 ELSE
                    MOVE PARM-PARTICION TO WK-PARTICION
                    STRING 'UR9BSM' WK-PARTICION
                           DELIMITED BY SIZE INTO WK-JOBNAME
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                    LEE-PARTICION                               *
      *                                                                *
      *  TOMA DE UGDPRTB EL RANGO DE ZONAS DE LA PARTICION DE LA       *
      *  TARJETA. SI LA PARTICION NO EXISTE O NO ESTA ACTIVA, EL PASO  *
      *  TERMINA SIN PROCESAR NINGUN PRESTAMO.                         *
      ******************************************************************
       LEE-PARTICION.
      *-------------
           MOVE 'UR9BSMDE'   TO PRT-JOBNAME.
           MOVE WK-PARTICION TO PRT-PARTICION.
           EXEC SQL
              SELECT ZONAINI, ZONAFIN, ESTADO
                INTO :PRT-ZONAINI, :PRT-ZONAFIN, :PRT-ESTADO
                FROM UGDPRTB
               WHERE JOBNAME   = :PRT-JOBNAME AND
                     PARTICION = :PRT-PARTICION
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND PRT-ACTIVA
                 MOVE PRT-ZONAINI TO WK-ZONA-INI
                 MOVE PRT-ZONAFIN TO WK-ZONA-FIN
              WHEN SQLCODE = 0 OR SQLCODE = 100
                 MOVE 'N' TO WK-SW-PARM-VALIDA
                 DISPLAY 'UR9BSMDE: *** LA PARTICION ' WK-PARTICION
                 DISPLAY 'UR9BSMDE: *** NO EXISTE O NO ESTA ACTIVA EN '
                 DISPLAY 'UR9BSMDE: *** UGDPRTB.'
              WHEN OTHER
                 MOVE 'N' TO WK-SW-PARM-VALIDA
                 PERFORM MARCA-ERROR-UGDPRTB
           END-EVALUATE.

       MARCA-ERROR-UGDPRTB.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDPRTB'    TO MNE-TAULAERR
           MOVE 'UR9BSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

       REGISTRA-INICIO-CORRIDA.
      *-------------
           MOVE 'I'              TO TSM-ACCION.
           MOVE WK-JOBNAME       TO TSM-JOBNAME.
           MOVE WK-FECHA-PROCESO TO TSM-FECPROC.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.

           END-IF.
           IF WK-FS-CHECKPOINT = '00'
              MOVE 'S'             TO WK-SW-HAY-CHECKPOINT
              IF CKP-PARTICION NOT = WK-PARTICION
                 MOVE 'N' TO WK-SW-PARM-VALIDA
                 DISPLAY 'UR9BSMDE: *** EL CHECKPOINT PREVIO ES DE LA '
                 DISPLAY 'UR9BSMDE: *** PARTICION ' CKP-PARTICION
                 DISPLAY 'UR9BSMDE: *** Y LA TARJETA PIDE LA '
                 DISPLAY 'UR9BSMDE: *** PARTICION ' WK-PARTICION
              END-IF
           ELSE
              MOVE 'N' TO WK-SW-HAY-CHECKPOINT
           END-IF.
              CLOSE ARCH-CHECKPOINT
           END-IF.

      ******************************************************************
      *                    ABRE-ARCHIVOS                               *
      *                                                                *
      *  EN UN REINICIO, ANTES DE EXTENDER LA SALIDA SE LEE DE         *
      *  PRINCIPIO A FIN PARA RECONSTRUIR LOS CONTADORES Y PARA TOMAR  *
      *  EL ULTIMO PRESTAMO QUE REALMENTE QUEDO GRABADO. ESE, Y NO EL  *
      *  DEL CHECKPOINT, ES EL PUNTO DE REINICIO: LOS REGISTROS        *
      *  ESCRITOS ENTRE EL ULTIMO CHECKPOINT Y LA FALLA NO SE          *
      *  DUPLICAN, Y LOS QUE NO ALCANZARON A GRABARSE SE VUELVEN A     *
      *  PROCESAR.                                                     *
      ******************************************************************
       ABRE-ARCHIVOS.
      *-------------
           OPEN INPUT ARCH-ENTRADA.
           IF HAY-CHECKPOINT-PREVIO
              PERFORM RECONSTRUYE-SALIDA
              IF WK-CONT-ESCRITOS > 0
                 MOVE 'S'                TO WK-SW-EN-REINICIO
                 MOVE WK-ULT-NUMPRES-SAL TO WK-CKP-NUMPRES-ANT
                 MOVE WK-CONT-ESCRITOS   TO WK-CONT-PROCESADOS
              END-IF
              OPEN EXTEND ARCH-SALIDA
           ELSE
              OPEN OUTPUT ARCH-SALIDA
           END-IF.

       RECONSTRUYE-SALIDA.
      *-------------
           MOVE 'N' TO WK-SW-FIN-SALIDA-ANT.
           OPEN INPUT ARCH-SALIDA.
           IF WK-FS-SALIDA NOT = '00'
              MOVE 'S' TO WK-SW-FIN-SALIDA-ANT
           END-IF.
           PERFORM LEE-SALIDA-ANTERIOR UNTIL FIN-SALIDA-ANTERIOR.
           IF WK-FS-SALIDA = '10'
              CLOSE ARCH-SALIDA
           END-IF.

       LEE-SALIDA-ANTERIOR.
      *-------------
           READ ARCH-SALIDA
              AT END
                 MOVE 'S' TO WK-SW-FIN-SALIDA-ANT
           END-READ.
           IF NOT FIN-SALIDA-ANTERIOR
              ADD 1 TO WK-CONT-LEIDOS
              ADD 1 TO WK-CONT-ESCRITOS
              IF SAL-COD-RET = '05'
                 ADD 1 TO WK-CONT-CONTINGENCIA
              END-IF
              MOVE SAL-NUMPRES TO WK-ULT-NUMPRES-SAL
           END-IF.

       LEE-PRESTAMO-SIGUIENTE.
      *-------------
           READ ARCH-ENTRADA
      *  PROCESADOS EN LA CORRIDA ANTERIOR HASTA ENCONTRAR EL ULTIMO   *
      *  QUE QUEDO REGISTRADO EN EL CHECKPOINT. DE AHI EN ADELANTE,    *
      *  PROCESA CADA PRESTAMO CONTRA UR9CSMDE Y REFRESCA EL           *
      *  CHECKPOINT CADA WK-CKPT-INTERVALO PRESTAMOS. LOS PRESTAMOS    *
      *  FUERA DEL RANGO DE ZONAS DE LA PARTICION NO SE TOMAN.         *
      ******************************************************************
       PROCESO.
      *-------------
           IF PRE-ZONA NOT < WK-ZONA-INI AND
              PRE-ZONA NOT > WK-ZONA-FIN
              IF EN-REINICIO
                 IF PRE-NUMPRES = WK-CKP-NUMPRES-ANT
                    MOVE 'N' TO WK-SW-EN-REINICIO
                 END-IF
              ELSE
                 ADD 1 TO WK-CONT-LEIDOS
                 PERFORM PROCESA-PRESTAMO
              END-IF
           END-IF.
           PERFORM LEE-PRESTAMO-SIGUIENTE.

           MOVE 'N'          TO OSM-IND-LOOKAHEAD.
           MOVE 'S'          TO OSM-IND-CON-FED.
           MOVE SPACE        TO OSM-UNIDAD.
           MOVE 'UR9BSMDE'   TO OSM-PROGRAMA.
           MOVE PRE-NUMPRES  TO OSM-CLAVE.
           MOVE 0            TO OSM-CANTIDAD.
           CALL 'UR9CSMDE' USING URWCOSM UGECMNE.
           MOVE PRE-NUMPRES     TO SAL-NUMPRES.
           MOVE PRE-ZONA        TO SAL-ZONA.
           OPEN OUTPUT ARCH-CHECKPOINT.
           MOVE WK-CKP-NUMPRES-ANT     TO CKP-NUMPRES.
           MOVE WK-CONT-PROCESADOS     TO CKP-CONT-PROCESADOS.
           MOVE WK-PARTICION           TO CKP-PARTICION.
           WRITE REG-CHECKPOINT.
           CLOSE ARCH-CHECKPOINT.

      *                    FIN                                         *
      *                                                                *
      *  DEJA UN ULTIMO CHECKPOINT CON EL TOTAL PROCESADO, CIERRA LOS  *
      *  ARCHIVOS Y TERMINA EL JOB. CON LA TARJETA, LA PARTICION O EL  *
      *  CHECKPOINT INVALIDOS NO SE ABRIO NADA NI SE TOCA EL           *
      *  CHECKPOINT: REGRESA 16, O 12 SI FALLO EL ACCESO A UGDPRTB.    *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           IF PARM-VALIDA
              IF EN-REINICIO
                 DISPLAY 'UR9BSMDE: *** EL ULTIMO PRESTAMO GRABADO ('
                 DISPLAY 'UR9BSMDE: *** ' WK-CKP-NUMPRES-ANT
                 DISPLAY 'UR9BSMDE: *** ) NO SE ENCONTRO EN EL '
                 DISPLAY 'UR9BSMDE: *** EXTRACTO DE ENTRADA. NINGUN '
                 DISPLAY 'UR9BSMDE: *** PRESTAMO FUE PROCESADO EN ESTA '
                 DISPLAY 'UR9BSMDE: *** CORRIDA.'
                 MOVE 16 TO RETURN-CODE
              END-IF
              PERFORM ESCRIBE-CHECKPOINT
              PERFORM REGISTRA-FIN-CORRIDA
              CLOSE ARCH-ENTRADA
              CLOSE ARCH-SALIDA
           ELSE
              IF HUBO-ERROR-SQL
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           GOBACK.

       REGISTRA-FIN-CORRIDA.
      *-------------
           MOVE 'F'              TO TSM-ACCION.
           MOVE WK-JOBNAME       TO TSM-JOBNAME.
           MOVE WK-CONT-LEIDOS        TO TSM-REGLEIDOS.
           MOVE WK-CONT-ESCRITOS      TO TSM-REGESCRITOS.
           MOVE WK-CONT-CONTINGENCIA  TO TSM-EXCEPCIONES.
