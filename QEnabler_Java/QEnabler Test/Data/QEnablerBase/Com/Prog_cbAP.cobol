      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDPRTB                                             *
      *          - UGDCTLBT                                            *
      *          - UGDCTLBT (POR MEDIO DE UR9TSMDE)                    *
      *)****************************************************************
      *                      DESCRIPCION:
      * MEZCLA Y CUADRE DEL RECALCULO MASIVO PARTICIONADO. CUANDO
      * UR9BSMDE CORRE COMO VARIOS PASOS CONCURRENTES, UNO POR CADA
      * PARTICION ACTIVA DE UGDPRTB (RANGO DE ZONAS), ESTE PASO:
      *   1) COMPRUEBA EN UGDCTLBT QUE TODAS LAS PARTICIONES ('UR9BSM'
      *      + PARTICION) TERMINARON PARA LA FECHA DE PROCESO CON
      *      CODIGO DE RETORNO NO MAYOR A 4;
      *   2) CUENTA EL EXTRACTO ORIGINAL PRESTSMDB, EN TOTAL Y POR
      *      PARTICION SEGUN LA ZONA DEL PRESTAMO;
      *   3) MEZCLA LAS SALIDAS DE LAS PARTICIONES (SALISMDP, LA
      *      CONCATENACION DE TODAS) EN UNA SOLA SALIDA SALISMDB EN
      *      ORDEN DE PRESTAMO;
      *   4) CRUZA LOS LEIDOS, ESCRITOS Y DE CONTINGENCIA DE CADA
      *      PARTICION CONTRA EL EXTRACTO Y CONTRA SU SALIDA, Y LOS
      *      TOTALES DE LA MEZCLA CONTRA EL EXTRACTO, Y LA SUMA DE
      *      ESCRITOS DE LAS PARTICIONES CONTRA LA SALIDA MEZCLADA.
      * SOLO SI TODO CUADRA REGISTRA LA CORRIDA 'UR9BSMDE' EN UGDCTLBT
      * COMO TERMINADA SIN FALLA, QUE ES LO QUE REVISA EL VERIFICADOR
      * DE CADENA UR9FSMDX. CON UNA PARTICION PENDIENTE O CON FALLA NO
      * SE MEZCLA NADA: SE REINICIA SOLO ESA PARTICION Y SE VUELVE A
      * CORRER ESTE PASO. TERMINA CON RETURN-CODE 16 SI HAY
      * PARTICIONES CON FALLA O DESCUADRES, Y 12 SI LA PROPIA MEZCLA
      * FALLO POR UN ERROR DE ACCESO A DB2 O SI LOS ESCRITOS DE LAS
      * PARTICIONES NO SUMAN LA SALIDA MEZCLADA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * PARTICION POR       2026-10-15       IDAXPRE  UR9JSMDX-INI.    *
      * ZONA DEL                                       UR9JSMDX-FIN.   *
      * RECALCULO                                                      *
      *)                                                               *
      * SE CREA LA MEZCLA Y CUADRE DE LAS PARTICIONES DEL RECALCULO    *
      * MASIVO UR9BSMDE.                                               *
      * --------------- -------------------  -------  --------------   *
      * CUADRE DE           2026-10-15       IDAXPRE  UR9JSMDX-M01.    *
      * ESCRITOS DE LAS                                                *
      * PARTICIONES                                                    *
      * LA SUMA DE ESCRITOS QUE REGISTRARON LAS PARTICIONES SE CRUZA   *
      * CONTRA LA SALIDA MEZCLADA; SI NO CUADRA, LA CORRIDA 'UR9BSMDE' *
      * SE REGISTRA CON RC 12.                                         *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9JSMDX.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARM      ASSIGN TO PARMBSMD
                  FILE STATUS IS WK-FS-PARM.
           SELECT ARCH-ENTRADA   ASSIGN TO PRESTSMDB
                  FILE STATUS IS WK-FS-ENTRADA.
           SELECT ARCH-PARCIALES ASSIGN TO SALISMDP
                  FILE STATUS IS WK-FS-PARCIALES.
           SELECT ARCH-SALIDA    ASSIGN TO SALISMDB
                  FILE STATUS IS WK-FS-SALIDA.
           SELECT ARCH-ORDEN     ASSIGN TO SORTWK01.
           SELECT ARCH-REPORTE   ASSIGN TO RPTJSMDX
                  FILE STATUS IS WK-FS-REPORTE.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM
           RECORDING MODE IS F.
       01  REG-PARM.
           05  PARM-FECHA-PROCESO      PIC X(10).
      *        MISMA TARJETA DE UR9BSMDE; EN BLANCO SE USA LA FECHA
      *        DEL SISTEMA. LA PARTICION NO SE USA EN ESTE PASO.
           05  PARM-PARTICION          PIC X(02).
           05  FILLER                  PIC X(68).
      *
       FD  ARCH-ENTRADA
           RECORDING MODE IS F.
       01  REG-PRESTAMO.
           05  PRE-NUMPRES             PIC X(10).
           05  PRE-ZONA                PIC X(02).
           05  PRE-FECOVALI            PIC X(10).
           05  PRE-IMPSALANT           PIC S9(07)V9(02) COMP-3.
           05  FILLER                  PIC X(50).
      *
       FD  ARCH-PARCIALES
           RECORDING MODE IS F.
       01  REG-PARCIAL.
           05  SPA-NUMPRES             PIC X(10).
           05  SPA-ZONA                PIC X(02).
           05  SPA-FECHA               PIC X(10).
           05  SPA-COD-RET             PIC X(02).
           05  SPA-IMPORTE             PIC S9(07)V9(02) COMP-3.
           05  SPA-IMPORTE-FED         PIC S9(07)V9(02) COMP-3.
      *
       FD  ARCH-SALIDA
           RECORDING MODE IS F.
       01  REG-SALIDA.
           05  SAL-NUMPRES             PIC X(10).
           05  SAL-ZONA                PIC X(02).
           05  SAL-FECHA               PIC X(10).
           05  SAL-COD-RET             PIC X(02).
           05  SAL-IMPORTE             PIC S9(07)V9(02) COMP-3.
           05  SAL-IMPORTE-FED         PIC S9(07)V9(02) COMP-3.
      *
       SD  ARCH-ORDEN.
       01  REG-ORDEN.
           05  ORD-NUMPRES             PIC X(10).
           05  FILLER                  PIC X(24).
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
      ***  TABLA DB2 : UGDPRTB
      *
           EXEC SQL INCLUDE UGGPRTB   END-EXEC.
      *
      ***  TABLA DB2 : UGDCTLBT
      *
           EXEC SQL INCLUDE UGGCTLBT  END-EXEC.
      *
           COPY UGECMNE.
      *
           COPY URWTSMD.
      *
       01  WK-FS-PARM                  PIC X(02).
       01  WK-FS-ENTRADA               PIC X(02).
       01  WK-FS-PARCIALES             PIC X(02).
       01  WK-FS-SALIDA                PIC X(02).
       01  WK-FS-REPORTE               PIC X(02).
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-FECHA-PROCESO            PIC X(10) VALUE SPACES.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           88  FIN-CURSOR                  VALUE 'S'.
       01  WK-SW-FIN-ENTRADA           PIC X(01) VALUE 'N'.
           88  FIN-ARCH-ENTRADA            VALUE 'S'.
       01  WK-SW-FIN-PARCIALES         PIC X(01) VALUE 'N'.
           88  FIN-ARCH-PARCIALES          VALUE 'S'.
       01  WK-SW-FIN-ORDEN             PIC X(01) VALUE 'N'.
           88  FIN-ARCH-ORDEN              VALUE 'S'.
       01  WK-SW-MEZCLO                PIC X(01) VALUE 'N'.
           88  SE-MEZCLO                   VALUE 'S'.
       01  WK-SW-ERROR-SQL             PIC X(01) VALUE 'N'.
           88  HUBO-ERROR-SQL              VALUE 'S'.
       01  WK-SW-DESCUADRE-ESCRITOS    PIC X(01) VALUE 'N'.
           88  ESCRITOS-DESCUADRADOS       VALUE 'S'.
       01  WK-TABLA-ERR                PIC X(08).
       01  WK-CONT-FALLAS              PIC S9(03) COMP-3 VALUE 0.
       01  WK-NUMPRES-ANT              PIC X(10) VALUE LOW-VALUES.
       01  WK-ZONA-BUSCADA             PIC X(02).
      *
      *        CONTADORES DEL EXTRACTO ORIGINAL
       01  WK-CONT-EXTRACTO            PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-SIN-PARTICION       PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-TRASLAPE            PIC S9(07) COMP-3 VALUE 0.
      *        CONTADORES DE LAS SALIDAS PARCIALES Y DE LA MEZCLA
       01  WK-CONT-PARCIALES           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-PARC-SIN-PARTICION  PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-MEZCLADOS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-DUPLICADOS          PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-CONTINGENCIA        PIC S9(07) COMP-3 VALUE 0.
      *        SUMA DE LO QUE REGISTRARON LAS PARTICIONES EN UGDCTLBT
       01  WK-SUM-CTL-LEIDOS           PIC S9(07) COMP-3 VALUE 0.
       01  WK-SUM-CTL-ESCRITOS         PIC S9(07) COMP-3 VALUE 0.
       01  WK-SUM-CTL-CONTING          PIC S9(07) COMP-3 VALUE 0.
      *
      *        PARTICIONES ACTIVAS DE UGDPRTB, CON LO QUE CADA UNA
      *        REGISTRO EN UGDCTLBT (CTL) Y LO QUE SE CONTO EN EL
      *        EXTRACTO Y EN SU SALIDA.
       01  WK-MAX-PARTICIONES          PIC S9(03) COMP-3 VALUE 50.
       01  WK-CONT-PARTICIONES         PIC S9(03) COMP-3 VALUE 0.
       01  WK-PAR-IDX                  PIC S9(03) COMP-3 VALUE 0.
       01  WK-BUS-IDX                  PIC S9(03) COMP-3 VALUE 0.
       01  WK-PAR-HALLADA              PIC S9(03) COMP-3 VALUE 0.
       01  WK-PAR-COINCIDENCIAS        PIC S9(03) COMP-3 VALUE 0.
       01  WK-TABLA-PARTICIONES.
           05  WK-PAR-ENTRADA          OCCURS 50 TIMES.
               10  WK-PAR-PARTICION    PIC X(02).
               10  WK-PAR-ZONAINI      PIC X(02).
               10  WK-PAR-ZONAFIN      PIC X(02).
               10  WK-PAR-CTL-CODRET   PIC S9(04) COMP-3.
               10  WK-PAR-CTL-LEIDOS   PIC S9(07) COMP-3.
               10  WK-PAR-CTL-ESCRITOS PIC S9(07) COMP-3.
               10  WK-PAR-CTL-CONTING  PIC S9(07) COMP-3.
               10  WK-PAR-EXTRACTO     PIC S9(07) COMP-3.
               10  WK-PAR-SALIDA       PIC S9(07) COMP-3.
               10  WK-PAR-CONTING      PIC S9(07) COMP-3.
      *
       01  LIN-ENCABEZADO.
           05  FILLER                  PIC X(20)
                                        VALUE 'REPORTE UR9JSMDX - '.
           05  FILLER                  PIC X(30)
                            VALUE 'MEZCLA DE PARTICIONES BSMDE  '.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  LIN-ENC-FECHA           PIC X(10).
           05  FILLER                  PIC X(13) VALUE SPACES.
      *
       01  LIN-PARTICION.
           05  FILLER                  PIC X(06) VALUE 'PART: '.
           05  LIN-PAR-PARTICION       PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-PAR-ZONAINI         PIC X(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  LIN-PAR-ZONAFIN         PIC X(02).
           05  FILLER                  PIC X(05) VALUE ' EXT:'.
           05  LIN-PAR-EXTRACTO        PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' LEI:'.
           05  LIN-PAR-LEIDOS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' ESC:'.
           05  LIN-PAR-ESCRITOS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' SAL:'.
           05  LIN-PAR-SALIDA          PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' CTG:'.
           05  LIN-PAR-CONTING         PIC ZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE ' RC:'.
           05  LIN-PAR-CODRET          PIC Z9.
      *
       01  LIN-FALLA.
           05  FILLER                  PIC X(06) VALUE 'PART: '.
           05  LIN-FAL-PARTICION       PIC X(02).
           05  FILLER                  PIC X(02) VALUE '  '.
           05  LIN-FAL-MOTIVO          PIC X(50).
           05  FILLER                  PIC X(20) VALUE
               '  *** REVISAR ***  '.
      *
       01  LIN-DESCUADRE.
           05  FILLER                  PIC X(08) VALUE 'CUADRE: '.
           05  LIN-DES-MOTIVO          PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LIN-DES-CUANTOS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               '  *** REVISAR ***  '.
      *
       01  LIN-TOTAL.
           05  LIN-TOT-ETIQUETA        PIC X(40).
           05  LIN-TOT-CUANTOS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
      *
       01  LIN-RESULTADO.
           05  LIN-RES-TEXTO           PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.
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
      *  LEE LA TARJETA, REGISTRA EL INICIO DE LA CORRIDA 'UR9BSMDE'   *
      *  (UR9TSMDE RESUELVE LA FECHA DE PROCESO SI LA TARJETA NO LA    *
      *  TRAE), ABRE EL REPORTE Y ESCRIBE EL ENCABEZADO.               *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGGPRTB.
           INITIALIZE UGGCTLBT.
           PERFORM LEE-PARAMETROS.
           PERFORM REGISTRA-INICIO-CORRIDA.
           MOVE TSM-FECPROC TO WK-FECHA-PROCESO.
           OPEN OUTPUT ARCH-REPORTE.
           MOVE WK-FECHA-PROCESO TO LIN-ENC-FECHA.
           WRITE REG-REPORTE FROM LIN-ENCABEZADO.

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

       REGISTRA-INICIO-CORRIDA.
      *-------------
           MOVE 'I'              TO TSM-ACCION.
           MOVE 'UR9BSMDE'       TO TSM-JOBNAME.
           MOVE WK-FECHA-PROCESO TO TSM-FECPROC.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  CARGA LAS PARTICIONES ACTIVAS Y REVISA QUE TODAS HAYAN        *
      *  TERMINADO BIEN. SOLO ENTONCES CUENTA EL EXTRACTO, MEZCLA LAS  *
      *  SALIDAS Y CRUZA LOS TOTALES.                                  *
      ******************************************************************
       PROCESO.
      *-------------
           PERFORM CARGA-PARTICIONES.
           IF NOT HUBO-ERROR-SQL AND WK-CONT-PARTICIONES = 0
              MOVE SPACES TO LIN-FAL-PARTICION
              MOVE 'NO HAY PARTICIONES ACTIVAS DE UR9BSMDE EN UGDPRTB'
                TO LIN-FAL-MOTIVO
              PERFORM MARCA-FALLA
           END-IF.
           IF NOT HUBO-ERROR-SQL AND WK-CONT-FALLAS = 0
              MOVE 1 TO WK-PAR-IDX
              PERFORM VERIFICA-PARTICION
                 UNTIL WK-PAR-IDX > WK-CONT-PARTICIONES
           END-IF.
           IF NOT HUBO-ERROR-SQL AND WK-CONT-FALLAS = 0
              PERFORM CUENTA-EXTRACTO
              PERFORM MEZCLA-SALIDAS
              IF SE-MEZCLO
                 PERFORM CRUZA-TOTALES
              END-IF
           ELSE
              MOVE 'NO SE MEZCLO: PARTICIONES PENDIENTES O CON FALLA'
                TO LIN-RES-TEXTO
              WRITE REG-REPORTE FROM LIN-RESULTADO
           END-IF.

      ******************************************************************
      *                    CARGA-PARTICIONES                           *
      *                                                                *
      *  LLEVA A LA TABLA LAS PARTICIONES ACTIVAS DE UR9BSMDE EN       *
      *  UGDPRTB, EN ORDEN DE PARTICION. SI HAY MAS DE LAS QUE CABEN   *
      *  EN LA TABLA, NO SE PUEDE CUADRAR Y SE MARCA LA FALLA.         *
      ******************************************************************
       CARGA-PARTICIONES.
      *-------------
           MOVE 'UR9BSMDE' TO PRT-JOBNAME.
           EXEC SQL
              DECLARE CSR-PARTICIONES CURSOR FOR
                 SELECT PARTICION, ZONAINI, ZONAFIN
                   FROM UGDPRTB
                  WHERE JOBNAME = :PRT-JOBNAME AND
                        ESTADO  = 'A'
                  ORDER BY PARTICION
           END-EXEC.
           MOVE 'N' TO WK-SW-FIN-CURSOR.
           EXEC SQL
              OPEN CSR-PARTICIONES
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'UGDPRTB' TO WK-TABLA-ERR
              PERFORM MARCA-ERROR-DB2
              MOVE 'S' TO WK-SW-FIN-CURSOR
           END-IF.
           PERFORM LEE-PARTICION UNTIL FIN-CURSOR.
           EXEC SQL
              CLOSE CSR-PARTICIONES
           END-EXEC.

       LEE-PARTICION.
      *-------------
           EXEC SQL
              FETCH CSR-PARTICIONES
                INTO :PRT-PARTICION, :PRT-ZONAINI, :PRT-ZONAFIN
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND
                   WK-CONT-PARTICIONES NOT < WK-MAX-PARTICIONES
                 MOVE PRT-PARTICION TO LIN-FAL-PARTICION
                 MOVE 'MAS DE 50 PARTICIONES ACTIVAS EN UGDPRTB'
                   TO LIN-FAL-MOTIVO
                 PERFORM MARCA-FALLA
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN SQLCODE = 0
                 ADD 1 TO WK-CONT-PARTICIONES
                 MOVE WK-CONT-PARTICIONES TO WK-PAR-IDX
                 MOVE PRT-PARTICION TO WK-PAR-PARTICION(WK-PAR-IDX)
                 MOVE PRT-ZONAINI   TO WK-PAR-ZONAINI(WK-PAR-IDX)
                 MOVE PRT-ZONAFIN   TO WK-PAR-ZONAFIN(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-CTL-CODRET(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-CTL-LEIDOS(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-CTL-ESCRITOS(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-CTL-CONTING(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-EXTRACTO(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-SALIDA(WK-PAR-IDX)
                 MOVE 0 TO WK-PAR-CONTING(WK-PAR-IDX)
              WHEN SQLCODE = 100
                 MOVE 'S' TO WK-SW-FIN-CURSOR
              WHEN OTHER
                 MOVE 'UGDPRTB' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
                 MOVE 'S' TO WK-SW-FIN-CURSOR
           END-EVALUATE.

      ******************************************************************
      *                    VERIFICA-PARTICION                          *
      *                                                                *
      *  BUSCA EL RENGLON DE CONTROL DE LA PARTICION ('UR9BSM' +       *
      *  PARTICION) PARA LA FECHA DE PROCESO, COMPRUEBA QUE TERMINO    *
      *  ('T') CON CODIGO DE RETORNO NO MAYOR A 4 Y GUARDA SUS         *
      *  CONTADORES PARA EL CRUCE.                                     *
      ******************************************************************
       VERIFICA-PARTICION.
      *-------------
           MOVE SPACES TO CTL-JOBNAME.
           STRING 'UR9BSM' WK-PAR-PARTICION(WK-PAR-IDX)
                  DELIMITED BY SIZE INTO CTL-JOBNAME.
           MOVE WK-FECHA-PROCESO TO CTL-FECPROC.
           MOVE WK-PAR-PARTICION(WK-PAR-IDX) TO LIN-FAL-PARTICION.
           EXEC SQL
              SELECT ESTADO, REGLEIDOS, REGESCRITOS,
                     EXCEPCIONES, CODRETORNO
                INTO :CTL-ESTADO, :CTL-REGLEIDOS, :CTL-REGESCRITOS,
                     :CTL-EXCEPCIONES, :CTL-CODRETORNO
                FROM UGDCTLBT
               WHERE JOBNAME = :CTL-JOBNAME AND
                     FECPROC = :CTL-FECPROC
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE CTL-CODRETORNO  TO WK-PAR-CTL-CODRET(WK-PAR-IDX)
                 MOVE CTL-REGLEIDOS   TO WK-PAR-CTL-LEIDOS(WK-PAR-IDX)
                 MOVE CTL-REGESCRITOS TO WK-PAR-CTL-ESCRITOS(WK-PAR-IDX)
                 MOVE CTL-EXCEPCIONES TO WK-PAR-CTL-CONTING(WK-PAR-IDX)
                 IF NOT CTL-TERMINADO
                    MOVE 'NO REGISTRO SU FIN, QUEDO EN EJECUCION'
                      TO LIN-FAL-MOTIVO
                    PERFORM MARCA-FALLA
                 ELSE
                    IF CTL-CODRETORNO > 4
                       MOVE 'TERMINO CON CODIGO DE RETORNO DE FALLA'
                         TO LIN-FAL-MOTIVO
                       PERFORM MARCA-FALLA
                    END-IF
                 END-IF
              WHEN SQLCODE = 100
                 MOVE 'NO REGISTRO CORRIDA PARA LA FECHA DE PROCESO'
                   TO LIN-FAL-MOTIVO
                 PERFORM MARCA-FALLA
              WHEN OTHER
                 MOVE 'UGDCTLBT' TO WK-TABLA-ERR
                 PERFORM MARCA-ERROR-DB2
           END-EVALUATE.
           ADD 1 TO WK-PAR-IDX.

       MARCA-FALLA.
      *-------------
           ADD 1 TO WK-CONT-FALLAS.
           WRITE REG-REPORTE FROM LIN-FALLA.

      ******************************************************************
      *                    CUENTA-EXTRACTO                             *
      *                                                                *
      *  CUENTA LOS PRESTAMOS DEL EXTRACTO ORIGINAL Y LOS REPARTE POR  *
      *  PARTICION SEGUN SU ZONA. UN PRESTAMO QUE NO CAE EN NINGUN     *
      *  RANGO, O QUE CAE EN MAS DE UNO, NO LO PROCESO EXACTAMENTE UNA *
      *  PARTICION Y SE CUENTA APARTE.                                 *
      ******************************************************************
       CUENTA-EXTRACTO.
      *-------------
           OPEN INPUT ARCH-ENTRADA.
           IF WK-FS-ENTRADA NOT = '00'
              MOVE 'S' TO WK-SW-FIN-ENTRADA
           END-IF.
           PERFORM LEE-PRESTAMO UNTIL FIN-ARCH-ENTRADA.
           IF WK-FS-ENTRADA = '10'
              CLOSE ARCH-ENTRADA
           END-IF.

       LEE-PRESTAMO.
      *-------------
           READ ARCH-ENTRADA
              AT END
                 MOVE 'S' TO WK-SW-FIN-ENTRADA
           END-READ.
           IF NOT FIN-ARCH-ENTRADA
              ADD 1 TO WK-CONT-EXTRACTO
              MOVE PRE-ZONA TO WK-ZONA-BUSCADA
              PERFORM BUSCA-PARTICION
              EVALUATE TRUE
                 WHEN WK-PAR-COINCIDENCIAS = 0
                    ADD 1 TO WK-CONT-SIN-PARTICION
                 WHEN WK-PAR-COINCIDENCIAS > 1
                    ADD 1 TO WK-CONT-TRASLAPE
                 WHEN OTHER
                    ADD 1 TO WK-PAR-EXTRACTO(WK-PAR-HALLADA)
              END-EVALUATE
           END-IF.

      *  DEJA EN WK-PAR-HALLADA LA (ULTIMA) PARTICION CUYO RANGO
      *  CONTIENE WK-ZONA-BUSCADA Y EN WK-PAR-COINCIDENCIAS CUANTAS
      *  LA CONTIENEN.
       BUSCA-PARTICION.
      *-------------
           MOVE 0 TO WK-PAR-HALLADA.
           MOVE 0 TO WK-PAR-COINCIDENCIAS.
           MOVE 1 TO WK-BUS-IDX.
           PERFORM COMPARA-PARTICION
              UNTIL WK-BUS-IDX > WK-CONT-PARTICIONES.

       COMPARA-PARTICION.
      *-------------
           IF WK-ZONA-BUSCADA NOT < WK-PAR-ZONAINI(WK-BUS-IDX) AND
              WK-ZONA-BUSCADA NOT > WK-PAR-ZONAFIN(WK-BUS-IDX)
              ADD 1 TO WK-PAR-COINCIDENCIAS
              MOVE WK-BUS-IDX TO WK-PAR-HALLADA
           END-IF.
           ADD 1 TO WK-BUS-IDX.

      ******************************************************************
      *                    MEZCLA-SALIDAS                              *
      *                                                                *
      *  ORDENA POR NUMERO DE PRESTAMO LOS REGISTROS DE TODAS LAS      *
      *  SALIDAS PARCIALES Y LOS GRABA EN LA SALIDA UNICA SALISMDB,    *
      *  CONTANDO AL PASAR LO QUE TRAE CADA PARTICION Y LO QUE QUEDA   *
      *  EN LA MEZCLA.                                                 *
      ******************************************************************
       MEZCLA-SALIDAS.
      *-------------
           SORT ARCH-ORDEN
                ON ASCENDING KEY ORD-NUMPRES
                INPUT PROCEDURE IS CARGA-ORDEN
                OUTPUT PROCEDURE IS DESCARGA-ORDEN.
           IF SORT-RETURN NOT = 0
              MOVE SPACES TO LIN-FAL-PARTICION
              MOVE 'EL ORDENAMIENTO DE LA MEZCLA TERMINO CON ERROR'
                TO LIN-FAL-MOTIVO
              PERFORM MARCA-FALLA
           ELSE
              MOVE 'S' TO WK-SW-MEZCLO
           END-IF.

       CARGA-ORDEN.
      *-------------
           OPEN INPUT ARCH-PARCIALES.
           IF WK-FS-PARCIALES NOT = '00'
              MOVE 'S' TO WK-SW-FIN-PARCIALES
           END-IF.
           PERFORM LEE-PARCIAL UNTIL FIN-ARCH-PARCIALES.
           IF WK-FS-PARCIALES = '10'
              CLOSE ARCH-PARCIALES
           END-IF.

       LEE-PARCIAL.
      *-------------
           READ ARCH-PARCIALES
              AT END
                 MOVE 'S' TO WK-SW-FIN-PARCIALES
           END-READ.
           IF NOT FIN-ARCH-PARCIALES
              ADD 1 TO WK-CONT-PARCIALES
              MOVE SPA-ZONA TO WK-ZONA-BUSCADA
              PERFORM BUSCA-PARTICION
              IF WK-PAR-COINCIDENCIAS = 0
                 ADD 1 TO WK-CONT-PARC-SIN-PARTICION
              ELSE
                 ADD 1 TO WK-PAR-SALIDA(WK-PAR-HALLADA)
                 IF SPA-COD-RET = '05'
                    ADD 1 TO WK-PAR-CONTING(WK-PAR-HALLADA)
                 END-IF
              END-IF
              RELEASE REG-ORDEN FROM REG-PARCIAL
           END-IF.

       DESCARGA-ORDEN.
      *-------------
           OPEN OUTPUT ARCH-SALIDA.
           PERFORM DEVUELVE-ORDEN UNTIL FIN-ARCH-ORDEN.
           CLOSE ARCH-SALIDA.

       DEVUELVE-ORDEN.
      *-------------
           RETURN ARCH-ORDEN INTO REG-SALIDA
              AT END
                 MOVE 'S' TO WK-SW-FIN-ORDEN
           END-RETURN.
           IF NOT FIN-ARCH-ORDEN
              IF SAL-NUMPRES = WK-NUMPRES-ANT
                 ADD 1 TO WK-CONT-DUPLICADOS
              END-IF
              MOVE SAL-NUMPRES TO WK-NUMPRES-ANT
              WRITE REG-SALIDA
              ADD 1 TO WK-CONT-MEZCLADOS
              IF SAL-COD-RET = '05'
                 ADD 1 TO WK-CONT-CONTINGENCIA
              END-IF
           END-IF.

      ******************************************************************
      *                    CRUZA-TOTALES                               *
      *                                                                *
      *  POR PARTICION: LOS PRESTAMOS DE SU RANGO EN EL EXTRACTO DEBEN *
      *  SER LOS LEIDOS QUE REGISTRO, LOS ESCRITOS QUE REGISTRO DEBEN  *
      *  SER LOS DE SU SALIDA, Y LA CONTINGENCIA QUE REGISTRO LA DE    *
      *  SU SALIDA. EN TOTAL: NINGUN PRESTAMO SIN PARTICION O EN DOS,  *
      *  NINGUN DUPLICADO, LA MEZCLA IGUAL AL EXTRACTO ORIGINAL Y LA   *
      *  SUMA DE ESCRITOS DE LAS PARTICIONES IGUAL A LA MEZCLA; ESTE   *
      *  ULTIMO DESCUADRE DEJA LA CORRIDA 'UR9BSMDE' EN ERROR (RC 12). *
      ******************************************************************
       CRUZA-TOTALES.
      *-------------
           MOVE 1 TO WK-PAR-IDX.
           PERFORM CRUZA-PARTICION
              UNTIL WK-PAR-IDX > WK-CONT-PARTICIONES.
           IF WK-CONT-SIN-PARTICION > 0
              MOVE 'PRESTAMOS DEL EXTRACTO SIN PARTICION'
                TO LIN-DES-MOTIVO
              MOVE WK-CONT-SIN-PARTICION TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-CONT-TRASLAPE > 0
              MOVE 'PRESTAMOS EN MAS DE UNA PARTICION'
                TO LIN-DES-MOTIVO
              MOVE WK-CONT-TRASLAPE TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-CONT-PARC-SIN-PARTICION > 0
              MOVE 'REGISTROS DE SALIDA FUERA DE TODO RANGO'
                TO LIN-DES-MOTIVO
              MOVE WK-CONT-PARC-SIN-PARTICION TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-CONT-DUPLICADOS > 0
              MOVE 'PRESTAMOS DUPLICADOS EN LA MEZCLA'
                TO LIN-DES-MOTIVO
              MOVE WK-CONT-DUPLICADOS TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-SUM-CTL-LEIDOS NOT = WK-CONT-EXTRACTO
              MOVE 'LEIDOS DE LAS PARTICIONES NO SUMAN EL EXTRAC'
                TO LIN-DES-MOTIVO
              MOVE WK-SUM-CTL-LEIDOS TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-CONT-MEZCLADOS NOT = WK-CONT-EXTRACTO
              MOVE 'SALIDA MEZCLADA NO CUADRA CON EL EXTRACTO'
                TO LIN-DES-MOTIVO
              MOVE WK-CONT-MEZCLADOS TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-SUM-CTL-ESCRITOS NOT = WK-CONT-MEZCLADOS
              MOVE 'S' TO WK-SW-DESCUADRE-ESCRITOS
              MOVE 'ESCRITOS DE PARTICIONES NO SUMAN LA MEZCLA'
                TO LIN-DES-MOTIVO
              MOVE WK-SUM-CTL-ESCRITOS TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.
           IF WK-CONT-CONTINGENCIA NOT = WK-SUM-CTL-CONTING
              MOVE 'CONTINGENCIA DE LA MEZCLA NO CUADRA CON CTL'
                TO LIN-DES-MOTIVO
              MOVE WK-CONT-CONTINGENCIA TO LIN-DES-CUANTOS
              PERFORM MARCA-DESCUADRE
           END-IF.

       CRUZA-PARTICION.
      *-------------
           MOVE WK-PAR-PARTICION(WK-PAR-IDX)    TO LIN-PAR-PARTICION.
           MOVE WK-PAR-ZONAINI(WK-PAR-IDX)      TO LIN-PAR-ZONAINI.
           MOVE WK-PAR-ZONAFIN(WK-PAR-IDX)      TO LIN-PAR-ZONAFIN.
           MOVE WK-PAR-EXTRACTO(WK-PAR-IDX)     TO LIN-PAR-EXTRACTO.
           MOVE WK-PAR-CTL-LEIDOS(WK-PAR-IDX)   TO LIN-PAR-LEIDOS.
           MOVE WK-PAR-CTL-ESCRITOS(WK-PAR-IDX) TO LIN-PAR-ESCRITOS.
           MOVE WK-PAR-SALIDA(WK-PAR-IDX)       TO LIN-PAR-SALIDA.
           MOVE WK-PAR-CONTING(WK-PAR-IDX)      TO LIN-PAR-CONTING.
           MOVE WK-PAR-CTL-CODRET(WK-PAR-IDX)   TO LIN-PAR-CODRET.
           WRITE REG-REPORTE FROM LIN-PARTICION.
           ADD WK-PAR-CTL-LEIDOS(WK-PAR-IDX)   TO WK-SUM-CTL-LEIDOS.
           ADD WK-PAR-CTL-ESCRITOS(WK-PAR-IDX) TO WK-SUM-CTL-ESCRITOS.
           ADD WK-PAR-CTL-CONTING(WK-PAR-IDX)  TO WK-SUM-CTL-CONTING.
           MOVE WK-PAR-PARTICION(WK-PAR-IDX)    TO LIN-FAL-PARTICION.
           IF WK-PAR-EXTRACTO(WK-PAR-IDX) NOT =
              WK-PAR-CTL-LEIDOS(WK-PAR-IDX)
              MOVE 'LEIDOS EN UGDCTLBT NO CUADRAN CON EL EXTRACTO'
                TO LIN-FAL-MOTIVO
              PERFORM MARCA-FALLA
           END-IF.
           IF WK-PAR-CTL-ESCRITOS(WK-PAR-IDX) NOT =
              WK-PAR-SALIDA(WK-PAR-IDX)
              MOVE 'ESCRITOS EN UGDCTLBT NO CUADRAN CON SU SALIDA'
                TO LIN-FAL-MOTIVO
              PERFORM MARCA-FALLA
           END-IF.
           IF WK-PAR-CTL-CONTING(WK-PAR-IDX) NOT =
              WK-PAR-CONTING(WK-PAR-IDX)
              MOVE 'CONTINGENCIA EN UGDCTLBT NO CUADRA CON SU SALIDA'
                TO LIN-FAL-MOTIVO
              PERFORM MARCA-FALLA
           END-IF.
           ADD 1 TO WK-PAR-IDX.

       MARCA-DESCUADRE.
      *-------------
           ADD 1 TO WK-CONT-FALLAS.
           WRITE REG-REPORTE FROM LIN-DESCUADRE.

      ******************************************************************
      *                    MARCA-ERROR-DB2                             *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO DE LA *
      *  MEZCLA REGRESA UN SQLCODE NO ESPERADO (LA TABLA VIENE EN      *
      *  WK-TABLA-ERR), Y DEJA MARCADO QUE LA MEZCLA NO SE HIZO.       *
      ******************************************************************
       MARCA-ERROR-DB2.
      *-------------
           MOVE 'S'          TO WK-SW-ERROR-SQL
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE WK-TABLA-ERR TO MNE-TAULAERR
           MOVE 'UR9JSMDX'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  ESCRIBE LOS TOTALES Y EL RESULTADO, DEJA EL RETURN-CODE (12   *
      *  SI LA PROPIA MEZCLA FALLO O SI LOS ESCRITOS DE LAS            *
      *  PARTICIONES NO SUMAN LA MEZCLA, 16 CON PARTICIONES CON FALLA  *
      *  U OTROS DESCUADRES) Y REGISTRA EL FIN DE LA CORRIDA           *
      *  'UR9BSMDE' CON LOS TOTALES DEL EXTRACTO Y DE LA MEZCLA.       *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           PERFORM ESCRIBE-TOTALES.
           EVALUATE TRUE
              WHEN HUBO-ERROR-SQL OR ESCRITOS-DESCUADRADOS
                 MOVE 12 TO RETURN-CODE
              WHEN WK-CONT-FALLAS > 0
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0  TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 0
              MOVE 'CORRIDA UR9BSMDE COMPLETA Y CUADRADA'
                TO LIN-RES-TEXTO
           ELSE
              MOVE 'CORRIDA UR9BSMDE NO SE DA POR COMPLETA'
                TO LIN-RES-TEXTO
           END-IF.
           WRITE REG-REPORTE FROM LIN-RESULTADO.
           PERFORM REGISTRA-FIN-CORRIDA.
           IF HAY-ARCHIVO-PARM
              CLOSE ARCH-PARM
           END-IF.
           CLOSE ARCH-REPORTE.
           GOBACK.

       ESCRIBE-TOTALES.
      *-------------
           MOVE 'PRESTAMOS EN EL EXTRACTO ORIGINAL     : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-CONT-EXTRACTO TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'LEIDOS SEGUN UGDCTLBT (PARTICIONES)   : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-SUM-CTL-LEIDOS TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'ESCRITOS SEGUN UGDCTLBT (PARTICIONES) : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-SUM-CTL-ESCRITOS TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'REGISTROS EN LAS SALIDAS PARCIALES    : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-CONT-PARCIALES TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'REGISTROS EN LA SALIDA MEZCLADA       : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-CONT-MEZCLADOS TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'CONTINGENCIA SEGUN UGDCTLBT           : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-SUM-CTL-CONTING TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'CONTINGENCIA EN LA SALIDA MEZCLADA    : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-CONT-CONTINGENCIA TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.
           MOVE 'PARTICIONES CON FALLA Y DESCUADRES    : '
             TO LIN-TOT-ETIQUETA.
           MOVE WK-CONT-FALLAS TO LIN-TOT-CUANTOS.
           WRITE REG-REPORTE FROM LIN-TOTAL.

      *  LEIDOS = PRESTAMOS DEL EXTRACTO ORIGINAL, ESCRITOS = LOS DE
      *  LA SALIDA MEZCLADA, EXCEPCIONES = LOS DE CONTINGENCIA EN
      *  ELLA; ES LO MISMO QUE REGISTRA UR9BSMDE CUANDO CORRE SIN
      *  PARTICIONES, PARA QUE UR9FSMDX LO REVISE IGUAL.
       REGISTRA-FIN-CORRIDA.
      *-------------
           MOVE 'F'                  TO TSM-ACCION.
           MOVE 'UR9BSMDE'           TO TSM-JOBNAME.
           MOVE WK-CONT-EXTRACTO     TO TSM-REGLEIDOS.
           MOVE WK-CONT-MEZCLADOS    TO TSM-REGESCRITOS.
           MOVE WK-CONT-CONTINGENCIA TO TSM-EXCEPCIONES.
           MOVE RETURN-CODE          TO TSM-CODRETORNO.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
