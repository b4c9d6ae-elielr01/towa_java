      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDZONA (POR MEDIO DE UR9ZSMDE)                     *
      *          - UGDOFIC (POR MEDIO DE UR9OSMDE)                     *
      *          - UGDTSMP (POR MEDIO DE UR9OSMDE)                     *
      *          - UGDTSMD (POR MEDIO DE UR9CSMDE)                     *
      *)****************************************************************
      *                      DESCRIPCION:
      * RUTINA DE PROTECCION DEL SALARIO MINIMO PARA PRESTAMOS CON
      * DESCUENTO POR NOMINA. LA LEY PROTEGE EL SALARIO MINIMO DE
      * DESCUENTOS, ASI QUE LA CUOTA DE UN PRESTAMO NO PUEDE DEJAR AL
      * TRABAJADOR CON UN NETO MENOR AL MINIMO DE SU PERIODO DE PAGO.
      * RECIBE ZONA (O ENTIDAD/MUNICIPIO), OFICIO, PERIODICIDAD DE
      * PAGO, SALARIO BRUTO, DESCUENTOS EXISTENTES Y CUOTA PROPUESTA;
      * REGRESA EL MINIMO DEL PERIODO, LA CUOTA MAXIMA PERMITIDA, SI
      * LA CUOTA CUMPLE Y EL MOTIVO. EL MINIMO DIARIO ES EL
      * PROFESIONAL DEL OFICIO (UR9OSMDE) CUANDO VIENE OFICIO Y TIENE
      * TARIFA EN LA ZONA, Y EL GENERAL DE LA ZONA (UR9CSMDE) EN LOS
      * DEMAS CASOS. NO ABRE ARCHIVOS NI ACCESA DB2 DIRECTAMENTE, PARA
      * QUE LA PUEDAN LLAMAR IGUAL EL SERVICIO DE ORIGINACION QUE LOS
      * PROCESOS BATCH.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * PROTECCION DEL      2026-10-15       IDAXPRE  UR9DSMDE-INI.    *
      * SALARIO MINIMO EN                              UR9DSMDE-FIN.   *
      * DESCUENTO POR NOMINA                                           *
      *)                                                               *
      * SE CREA LA RUTINA DE VALIDACION DE CUOTAS DE PRESTAMOS CON     *
      * DESCUENTO POR NOMINA CONTRA EL SALARIO MINIMO DEL PERIODO.     *
      * --------------- -------------------  -------  --------------   *
      * REGISTRO DE         2026-10-15       IDAXPRE  UR9DSMDE-M01.    *
      * RESPUESTAS DE                                                  *
      * CONTINGENCIA                                                   *
      * SE PASA A UR9CSMDE EL PROGRAMA Y LA CLAVE DEL LLAMADOR         *
      * (DSM-PROGRAMA, DSM-CLAVE) PARA EL REGISTRO DE CONTINGENCIA.    *
      * --------------- -------------------  -------  --------------   *
      * ZONAS RETIRADAS     2026-10-15       IDAXPRE  UR9DSMDE-M02.    *
      * CON OFICIO                                                     *
      *                                                                *
      * UR9OSMDE RESUELVE AHORA LA ZONA RETIRADA POR UGDZMAP: UN       *
      * OFICIO EN ZONA RETIRADA YA NO CAE AL MINIMO GENERAL TRAS EL    *
      * CORTE, SE EVALUA CON LA TARIFA PROFESIONAL DE LA SOBREVIVIENTE.*
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9DSMDE.
      *AUTHOR. AREA DE PRESTAMOS.
      *DATE-WRITTEN. 15-10-26.

      *============ ENVIRONMENT DIVISION ===============================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370 WITH DEBUGGING MODE.
       OBJECT-COMPUTER. IBM-3090.

      *============ DATA DIVISION =====================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *------------------------
      *
       01  WK-SW-ENTRADA-VALIDA        PIC X(01) VALUE 'S'.
           88  ENTRADA-VALIDA              VALUE 'S'.
       01  WK-DIAS-PERIODO             PIC S9(03) COMP-3 VALUE 0.
       01  WK-DISPONIBLE               PIC S9(09)V9(02) COMP-3.
      *
           COPY URWZOSM.
      *
           COPY URWOSMP.
      *
           COPY URWCOSM.
      *
       LINKAGE SECTION.
      *----------------
           COPY URWDSMD.
      *
           COPY UGECMNE.
      *
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION USING URWDSMD
                                 UGECMNE.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FINAL-PROCES.

      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  SE INICIALIZAN LAS SALIDAS DEL AREA DE COMUNICACION. HASTA    *
      *  NO EVALUAR, LA CUOTA SE DA POR NO CUMPLIDA.                   *
      ******************************************************************
       INICIO.
      *-------------
           MOVE '00'  TO DSM-COD-RET.
           MOVE 0     TO DSM-SQLCODE.
           MOVE SPACE TO DSM-FUENTE.
           MOVE 0     TO DSM-TARIFA-DIARIA.
           MOVE 0     TO DSM-MINIMO-PERIODO.
           MOVE 0     TO DSM-CUOTA-MAXIMA.
           MOVE 'N'   TO DSM-IND-CUMPLE.
           MOVE '03'  TO DSM-MOTIVO.
           MOVE 'S'   TO WK-SW-ENTRADA-VALIDA.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  VALIDA LA ENTRADA, RESUELVE LA ZONA SI VIENE POR ENTIDAD/     *
      *  MUNICIPIO, OBTIENE EL MINIMO DIARIO Y EVALUA LA CUOTA.        *
      ******************************************************************
       PROCESO.
      *-------------
           PERFORM VALIDA-ENTRADA.
           IF NOT ENTRADA-VALIDA
              MOVE '90' TO DSM-COD-RET
           ELSE
              IF DSM-ZONA = SPACES OR LOW-VALUES
                 PERFORM RESUELVE-ZONA
              END-IF
           END-IF.
           IF DSM-COD-RET = '00'
              IF DSM-OFICIO = SPACES OR LOW-VALUES
                 PERFORM OBTIENE-MINIMO-GENERAL
              ELSE
                 PERFORM OBTIENE-MINIMO-PROFESIONAL
              END-IF
           END-IF.
           IF DSM-COD-RET = '00' OR DSM-COD-RET = '05'
              PERFORM EVALUA-CUOTA
           END-IF.

      ******************************************************************
      *                    VALIDA-ENTRADA                              *
      *                                                                *
      *  DEBE VENIR LA ZONA O LA ENTIDAD Y EL MUNICIPIO, LA FECHA CON  *
      *  FORMATO AAAA-MM-DD, UNA PERIODICIDAD CONOCIDA E IMPORTES NO   *
      *  NEGATIVOS. LA PERIODICIDAD DEFINE LOS DIAS DE SALARIO DEL     *
      *  PERIODO DE PAGO.                                              *
      ******************************************************************
       VALIDA-ENTRADA.
      *-------------
           IF (DSM-ZONA = SPACES OR LOW-VALUES) AND
              (DSM-ENTIDAD   = SPACES OR LOW-VALUES OR
               DSM-MUNICIPIO = SPACES OR LOW-VALUES)
              MOVE 'N' TO WK-SW-ENTRADA-VALIDA
           END-IF.
           IF DSM-FECHA(5:1) NOT = '-' OR DSM-FECHA(8:1) NOT = '-' OR
              DSM-FECHA(1:4) NOT NUMERIC OR
              DSM-FECHA(6:2) NOT NUMERIC OR
              DSM-FECHA(9:2) NOT NUMERIC
              MOVE 'N' TO WK-SW-ENTRADA-VALIDA
           END-IF.
           EVALUATE TRUE
              WHEN DSM-SEMANAL
                 MOVE 7  TO WK-DIAS-PERIODO
              WHEN DSM-CATORCENAL
                 MOVE 14 TO WK-DIAS-PERIODO
              WHEN DSM-QUINCENAL
                 MOVE 15 TO WK-DIAS-PERIODO
              WHEN DSM-MENSUAL
                 MOVE 30 TO WK-DIAS-PERIODO
              WHEN OTHER
                 MOVE 'N' TO WK-SW-ENTRADA-VALIDA
           END-EVALUATE.
           IF DSM-SALARIO-BRUTO   NOT NUMERIC OR
              DSM-DESC-EXISTENTES NOT NUMERIC OR
              DSM-CUOTA-PROPUESTA NOT NUMERIC
              MOVE 'N' TO WK-SW-ENTRADA-VALIDA
           ELSE
              IF DSM-SALARIO-BRUTO   < 0 OR
                 DSM-DESC-EXISTENTES < 0 OR
                 DSM-CUOTA-PROPUESTA < 0
                 MOVE 'N' TO WK-SW-ENTRADA-VALIDA
              END-IF
           END-IF.

      ******************************************************************
      *                    RESUELVE-ZONA                               *
      *                                                                *
      *  RESUELVE LA ZONA DE LA ENTIDAD/MUNICIPIO CONTRA UGDZONA A LA  *
      *  FECHA DE EVALUACION, CON EL MISMO MANEJO DE UR9SSMDE: SIN     *
      *  COBERTURA SE REGRESA '10'.                                    *
      ******************************************************************
       RESUELVE-ZONA.
      *-------------
           MOVE 'R'           TO ZSM-ACCION.
           MOVE SPACES        TO ZSM-ZONA.
           MOVE DSM-ENTIDAD   TO ZSM-ENTIDAD.
           MOVE DSM-MUNICIPIO TO ZSM-MUNICIPIO.
           MOVE DSM-FECHA     TO ZSM-FECHA.
           CALL 'UR9ZSMDE' USING URWZOSM UGECMNE.
           IF ZSM-COD-RET = '00'
              MOVE ZSM-ZONA    TO DSM-ZONA
           ELSE
              IF ZSM-COD-RET = '10'
                 MOVE '10'     TO DSM-COD-RET
              ELSE
                 MOVE '99'     TO DSM-COD-RET
              END-IF
              MOVE ZSM-SQLCODE TO DSM-SQLCODE
           END-IF.

      ******************************************************************
      *                    OBTIENE-MINIMO-PROFESIONAL                  *
      *                                                                *
      *  CON OFICIO SE BUSCA PRIMERO EL MINIMO PROFESIONAL. UN OFICIO  *
      *  FUERA DEL CATALOGO ('35') O UN ERROR ('99') SE REGRESAN AL    *
      *  LLAMADOR; SI EL OFICIO NO TIENE TARIFA PROFESIONAL EN LA ZONA *
      *  O FECHA ('10'/'20'), EL TRABAJADOR QUEDA CUBIERTO POR EL      *
      *  MINIMO GENERAL DE LA ZONA. UNA ZONA RETIRADA POR UGDZMAP LA   *
      *  RESUELVE UR9OSMDE CONTRA SU SOBREVIVIENTE DESDE LA FECHA DE   *
      *  CORTE, ASI QUE EL OFICIO CONSERVA SU TARIFA PROFESIONAL.      *
      ******************************************************************
       OBTIENE-MINIMO-PROFESIONAL.
      *-------------
           MOVE DSM-ZONA   TO OSP-ZONA.
           MOVE DSM-OFICIO TO OSP-OFICIO.
           MOVE DSM-FECHA  TO OSP-FECHA.
           CALL 'UR9OSMDE' USING URWOSMP UGECMNE.
           EVALUATE OSP-COD-RET
              WHEN '00'
                 MOVE 'P'         TO DSM-FUENTE
                 MOVE OSP-IMPORTE TO DSM-TARIFA-DIARIA
              WHEN '10'
              WHEN '20'
                 PERFORM OBTIENE-MINIMO-GENERAL
              WHEN OTHER
                 MOVE OSP-COD-RET TO DSM-COD-RET
                 MOVE OSP-SQLCODE TO DSM-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                    OBTIENE-MINIMO-GENERAL                      *
      *                                                                *
      *  MINIMO GENERAL DE LA ZONA A LA FECHA DE EVALUACION. UN '05'   *
      *  DE CONTINGENCIA SE CONSERVA PARA QUE EL LLAMADOR SEPA CON QUE *
      *  DATO SE EVALUO.                                               *
      ******************************************************************
       OBTIENE-MINIMO-GENERAL.
      *-------------
           MOVE DSM-ZONA  TO OSM-ZONA.
           MOVE DSM-FECHA TO OSM-FECHA.
           MOVE 'N'       TO OSM-IND-LOOKAHEAD.
           MOVE 'N'       TO OSM-IND-CON-FED.
           MOVE SPACE     TO OSM-UNIDAD.
           MOVE SPACES    TO OSM-ENTIDAD.
           MOVE SPACES    TO OSM-MUNICIPIO.
           MOVE DSM-PROGRAMA TO OSM-PROGRAMA.
           MOVE DSM-CLAVE    TO OSM-CLAVE.
           MOVE 0            TO OSM-CANTIDAD.
           CALL 'UR9CSMDE' USING URWCOSM UGECMNE.
           MOVE OSM-COD-RET TO DSM-COD-RET.
           MOVE OSM-SQLCODE TO DSM-SQLCODE.
           IF OSM-COD-RET = '00' OR OSM-COD-RET = '05'
              MOVE 'G'         TO DSM-FUENTE
              MOVE OSM-IMPORTE TO DSM-TARIFA-DIARIA
           END-IF.

      ******************************************************************
      *                    EVALUA-CUOTA                                *
      *                                                                *
      *  EL MINIMO DEL PERIODO ES LA TARIFA DIARIA POR LOS DIAS DEL    *
      *  PERIODO, AL CENTAVO (MITAD HACIA ARRIBA). LA CUOTA MAXIMA ES  *
      *  LO QUE QUEDA DEL SALARIO BRUTO DESPUES DE LOS DESCUENTOS      *
      *  EXISTENTES Y DEL MINIMO; LA CUOTA CUMPLE SI NO LA REBASA.     *
      ******************************************************************
       EVALUA-CUOTA.
      *-------------
           COMPUTE DSM-MINIMO-PERIODO ROUNDED =
              DSM-TARIFA-DIARIA * WK-DIAS-PERIODO.
           COMPUTE WK-DISPONIBLE =
              DSM-SALARIO-BRUTO - DSM-DESC-EXISTENTES
                                - DSM-MINIMO-PERIODO.
           IF WK-DISPONIBLE > 0
              MOVE WK-DISPONIBLE TO DSM-CUOTA-MAXIMA
           ELSE
              MOVE 0             TO DSM-CUOTA-MAXIMA
           END-IF.
           IF DSM-CUOTA-PROPUESTA NOT > DSM-CUOTA-MAXIMA
              MOVE 'S'  TO DSM-IND-CUMPLE
              MOVE '00' TO DSM-MOTIVO
           ELSE
              MOVE 'N'  TO DSM-IND-CUMPLE
              IF DSM-CUOTA-MAXIMA = 0
                 MOVE '02' TO DSM-MOTIVO
              ELSE
                 MOVE '01' TO DSM-MOTIVO
              END-IF
           END-IF.

      ******************************************************************
      *                                                                *
      *                    FIN                                         *
      *                                                                *
      *  RETORNA EL CONTROL AL PROGRAMA QUE LLAMA A LA RUTINA.         *
      *                                                                *
      ******************************************************************
       FINAL-PROCES.
      *-------------
           GOBACK.
