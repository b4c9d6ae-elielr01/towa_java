      *  NO TRUNCA EN SILENCIO: SI CONTSMD TRAE MAS RENGLONES QUE LA  *
      *  TABLA EN MEMORIA (AMPLIADA A 1000), EL EXCEDENTE SE          *
      *  REPORTA EN UGDERRLG PARA QUE OPERACION LO VEA.               *
      * --------------- -------------------  -------  --------------   *
      *  REGISTRO DE        2026-10-15       IDAXPRE  UR9CSMDE-M15.    *
      *  RESPUESTAS DE                                                 *
      *  CONTINGENCIA                                                  *
      *  CADA RESPUESTA '05' SE GRABA EN EL REGISTRO DE CONTINGENCIA  *
      *  REGCSMD (SECUENCIAL, SE ABRE EN EXTEND LA PRIMERA VEZ): EL   *
      *  PROGRAMA LLAMADOR, LA CLAVE DE PRESTAMO O SOLICITUD, LA      *
      *  ZONA (O LA UMA), LA FECHA, LA TARIFA REGRESADA, LA           *
      *  GENERACION DEL RESPALDO Y EL SQLCODE ORIGINAL, PARA QUE LA   *
      *  CONCILIACION UR9KSMDX LAS RESUELVA CONTRA DB2 AL VOLVER EL   *
      *  SERVICIO. SI EL REGISTRO NO SE PUEDE ABRIR SE AVISA UNA VEZ  *
      *  EN UGDERRLG Y LA RESPUESTA NO SE ALTERA.                     *
      * --------------- -------------------  -------  --------------   *
      *  REGISTRO DE        2026-10-15       IDAXPRE  UR9CSMDE-M16.    *
      *  CONTINGENCIA POR                                              *
      *  PARTICION                                                     *
      *  SIN CAMBIO DE LOGICA. CON EL RECALCULO MASIVO UR9BSMDE       *
      *  PARTICIONADO, CADA PASO DE PARTICION ASIGNA SU DD REGCSMD A  *
      *  SU PROPIO DATASET (...REGCSMD.PNN, DISP=MOD) PARA QUE LOS    *
      *  PASOS CONCURRENTES NO COMPITAN POR UN MISMO ARCHIVO EN       *
      *  EXTEND. UR9KSMDX LOS RECIBE CONCATENADOS EN REGCSMDP Y LOS   *
      *  AGREGA A REGCSMD ANTES DE CONCILIAR (VER UGGPRTB).           *
      * --------------- -------------------  -------  --------------   *
      *  REGISTRO DE        2026-10-15       IDAXPRE  UR9CSMDE-M17.    *
      *  CONTINGENCIA                                                  *
      *  (ESCRITURA)                                                   *
      *  SE REVISA EL FILE STATUS DE CADA ESCRITURA EN REGCSMD; SI    *
      *  FALLA (P.EJ. ARCHIVO LLENO) SE AVISA EN UGDERRLG CON LA      *
      *  TABLA 'REGCSMD' Y EL FILE STATUS, COMO EN LA APERTURA.       *
      *----------------------------------------------------------------*

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RESPALDO ASSIGN TO CONTSMD
                  FILE STATUS IS WK-FS-RESPALDO.
           SELECT ARCH-REGISTRO ASSIGN TO REGCSMD
                  FILE STATUS IS WK-FS-REGISTRO.
      *SPECIAL-NAMES.                                                           
      *    DECIMAL-POINT IS COMMA.                                              
                                                                                
           05  RSP-FECOVALI            PIC X(10).
           05  RSP-IMPSALAR            PIC 9(07)V9(02).
           05  RSP-IMPSALFED           PIC 9(07)V9(02).
           05  RSP-FECGEN              PIC X(10).
           05  RSP-HORGEN              PIC X(06).
      *        GENERACION DEL RESPALDO: FECHA DE PROCESO Y HORA DE LA
      *        DESCARGA DE UR9USMDX, IGUAL EN TODOS LOS RENGLONES.
           05  FILLER                  PIC X(33).
      *
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
      *        LOS CAMPOS SIGUIENTES LOS LLENA LA CONCILIACION
      *        UR9KSMDX AL CERRAR LA ENTRADA.
           05  RCN-RESULTADO           PIC X(01).
           05  RCN-IMPVIVO             PIC 9(07)V9(02).
           05  RCN-IMPACTO             PIC S9(11)V9(02) COMP-3.
           05  RCN-FECCIERRE           PIC X(10).
           05  FILLER                  PIC X(28).

       WORKING-STORAGE SECTION.                                                 
      *------------------------                                                 
       01  WK-SNAP-CONT                PIC S9(05) COMP-3 VALUE 0.
       01  WK-SNAP-IDX                 PIC S9(05) COMP-3 VALUE 0.
       01  WK-SNAP-MEJOR               PIC S9(05) COMP-3 VALUE 0.
       01  WK-SNAP-FECGEN              PIC X(10) VALUE SPACES.
       01  WK-SNAP-HORGEN              PIC X(06) VALUE SPACES.
       01  WK-FS-REGISTRO              PIC X(02).
       01  WK-SW-REGISTRO              PIC X(01) VALUE 'N'.
           88  REGISTRO-ABIERTO            VALUE 'S'.
           88  REGISTRO-NO-DISPONIBLE      VALUE 'F'.
       01  WK-FECHA-REG.
           05  WK-FREG-ANIO            PIC 9(04).
           05  WK-FREG-MES             PIC 9(02).
           05  WK-FREG-DIA             PIC 9(02).
       01  WK-HORA-REG.
           05  WK-HREG-HHMMSS          PIC X(06).
           05  FILLER                  PIC X(02).
       01  WK-TABLA-RESPALDO.
           05  WK-SNAP-ENTRADA OCCURS 1000 TIMES.
               10  WK-SNAP-TIPO        PIC X(01).
              MOVE WK-SNAP-IMPSALFED(WK-SNAP-MEJOR) TO OSM-IMPORTE-FED
              MOVE '05'    TO OSM-COD-RET
              MOVE SQLCODE TO OSM-SQLCODE
              PERFORM REGISTRA-CONTINGENCIA
           END-IF.

       CARGA-RESPALDO.
                 MOVE RSP-FECOVALI  TO WK-SNAP-FECOVALI(WK-SNAP-CONT)
                 MOVE RSP-IMPSALAR  TO WK-SNAP-IMPSALAR(WK-SNAP-CONT)
                 MOVE RSP-IMPSALFED TO WK-SNAP-IMPSALFED(WK-SNAP-CONT)
                 IF WK-SNAP-CONT = 1
                    MOVE RSP-FECGEN TO WK-SNAP-FECGEN
                    MOVE RSP-HORGEN TO WK-SNAP-HORGEN
                 END-IF
           END-READ.

      ******************************************************************
      *                    REGISTRA-CONTINGENCIA                       *
      *                                                                *
      *  GRABA LA RESPUESTA '05' EN EL REGISTRO DE CONTINGENCIA        *
      *  REGCSMD. EL ARCHIVO SE ABRE EN EXTEND LA PRIMERA VEZ Y QUEDA  *
      *  ABIERTO PARA EL RESTO DEL PROCESO. SI NO SE PUEDE ABRIR SE    *
      *  AVISA UNA SOLA VEZ EN UGDERRLG; SI UNA ESCRITURA FALLA SE     *
      *  AVISA EN UGDERRLG CADA VEZ, PARA QUE NINGUNA RESPUESTA '05'   *
      *  SE PIERDA SIN RASTRO. LA RESPUESTA AL LLAMADOR NO SE ALTERA.  *
      ******************************************************************
       REGISTRA-CONTINGENCIA.
      *-------------
           IF NOT REGISTRO-ABIERTO AND NOT REGISTRO-NO-DISPONIBLE
              OPEN EXTEND ARCH-REGISTRO
              IF WK-FS-REGISTRO = '00'
                 MOVE 'S' TO WK-SW-REGISTRO
              ELSE
                 MOVE 'F' TO WK-SW-REGISTRO
                 MOVE '99'         TO MNE-INDERROR
                 MOVE 'REGISTRO REGCSMD NO DISPONIBLE' TO MNE-MISSATGE
                 MOVE 'REGCSMD'    TO MNE-TAULAERR
                 MOVE 'UR9CSMDE'   TO MNE-MODULRES
                 MOVE 0            TO MNE-SQLCODE
                 CALL 'UR9ERRLG' USING UGECMNE
              END-IF
           END-IF.
           IF REGISTRO-ABIERTO
              ACCEPT WK-FECHA-REG FROM DATE YYYYMMDD
              ACCEPT WK-HORA-REG  FROM TIME
              MOVE SPACES          TO REG-CONTINGENCIA
              MOVE 'A'             TO RCN-ESTADO
              STRING WK-FREG-ANIO '-'
                     WK-FREG-MES  '-'
                     WK-FREG-DIA
                     DELIMITED BY SIZE INTO RCN-FECREG
              MOVE WK-HREG-HHMMSS  TO RCN-HORREG
              MOVE OSM-PROGRAMA    TO RCN-PROGRAMA
              MOVE OSM-CLAVE       TO RCN-CLAVE
              MOVE WK-TIPO-BUSCADO TO RCN-UNIDAD
              MOVE OSM-ZONA        TO RCN-ZONA
              MOVE OSM-FECHA       TO RCN-FECHA
              MOVE OSM-IMPORTE     TO RCN-IMPORTE
              IF OSM-CANTIDAD NUMERIC
                 MOVE OSM-CANTIDAD TO RCN-CANTIDAD
              ELSE
                 MOVE 0            TO RCN-CANTIDAD
              END-IF
              MOVE WK-SNAP-FECGEN  TO RCN-FECGEN
              MOVE WK-SNAP-HORGEN  TO RCN-HORGEN
              MOVE OSM-SQLCODE     TO RCN-SQLCODE
              MOVE 0               TO RCN-IMPVIVO
              MOVE 0               TO RCN-IMPACTO
              WRITE REG-CONTINGENCIA
              IF WK-FS-REGISTRO NOT = '00'
                 MOVE '99'         TO MNE-INDERROR
                 MOVE SPACES       TO MNE-MISSATGE
                 STRING 'NO SE GRABO EN REGCSMD, FS='
                        WK-FS-REGISTRO
                        DELIMITED BY SIZE INTO MNE-MISSATGE
                 MOVE 'REGCSMD'    TO MNE-TAULAERR
                 MOVE 'UR9CSMDE'   TO MNE-MODULRES
                 MOVE 0            TO MNE-SQLCODE
                 CALL 'UR9ERRLG' USING UGECMNE
              END-IF
           END-IF.

      ******************************************************************
      *                    VERIFICA-RESPALDO-EXCEDIDO                  *
      *                                                                *
