      *)                                                               *
      * SE CREA LA DESCARGA DIARIA DEL RESPALDO DE CONTINGENCIA DE    *
      * UGDTSMD/UGDTUMA AL ARCHIVO CONTSMD.                            *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9USMDX-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * CADA RENGLON DE CONTSMD LLEVA LA GENERACION DEL RESPALDO       *
      * (FECHA DE PROCESO Y HORA DE LA DESCARGA) EN CON-FECGEN Y       *
      * CON-HORGEN, TOMADOS DEL FILLER, PARA QUE UR9CSMDE LA GRABE EN  *
      * EL REGISTRO DE CONTINGENCIA REGCSMD.                           *
      *                                                                *
      *             IDENTIFICATION DIVISION

           05  CON-IMPSALAR            PIC 9(07)V9(02).
           05  CON-IMPSALFED           PIC 9(07)V9(02).
      *        EN CERO PARA LOS RENGLONES 'U'
           05  CON-FECGEN              PIC X(10).
           05  CON-HORGEN              PIC X(06).
      *        GENERACION DEL RESPALDO: FECHA DE PROCESO Y HORA DE LA
      *        DESCARGA, IGUAL EN TODOS LOS RENGLONES. UR9CSMDE LA
      *        GRABA EN EL REGISTRO DE CONTINGENCIA REGCSMD.
           05  FILLER                  PIC X(33).

       WORKING-STORAGE SECTION.
      *------------------------
       01  WK-SW-HAY-PARM              PIC X(01) VALUE 'N'.
           88  HAY-ARCHIVO-PARM            VALUE 'S'.
       01  WK-FECHA-PROCESO            PIC X(10) VALUE SPACES.
       01  WK-FECGEN                   PIC X(10) VALUE SPACES.
       01  WK-HORA-GEN.
           05  WK-HORGEN               PIC X(06).
           05  FILLER                  PIC X(02).
       01  WK-CONT-LEIDOS              PIC S9(07) COMP-3 VALUE 0.
       01  WK-CONT-ESCRITOS            PIC S9(07) COMP-3 VALUE 0.
       01  WK-SW-FIN-CURSOR            PIC X(01) VALUE 'N'.
           MOVE 'UR9USMDX'       TO TSM-JOBNAME.
           MOVE WK-FECHA-PROCESO TO TSM-FECPROC.
           CALL 'UR9TSMDE' USING URWTSMD UGECMNE.
           MOVE TSM-FECPROC      TO WK-FECGEN.
           ACCEPT WK-HORA-GEN FROM TIME.
           OPEN OUTPUT ARCH-CONTINGENCIA.

      ******************************************************************
                 MOVE SMD-FECOVALI  TO CON-FECOVALI
                 MOVE SMD-IMPSALAR  TO CON-IMPSALAR
                 MOVE SMD-IMPSALFED TO CON-IMPSALFED
                 MOVE WK-FECGEN     TO CON-FECGEN
                 MOVE WK-HORGEN     TO CON-HORGEN
                 WRITE REG-CONTINGENCIA
                 ADD 1 TO WK-CONT-ESCRITOS
              WHEN SQLCODE = 100
                 MOVE UMA-FECOVALI TO CON-FECOVALI
                 MOVE UMA-IMPUMA   TO CON-IMPSALAR
                 MOVE 0            TO CON-IMPSALFED
                 MOVE WK-FECGEN    TO CON-FECGEN
                 MOVE WK-HORGEN    TO CON-HORGEN
                 WRITE REG-CONTINGENCIA
                 ADD 1 TO WK-CONT-ESCRITOS
              WHEN SQLCODE = 100
