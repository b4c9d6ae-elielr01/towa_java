      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDZONA                                             *
      *          - UGDOFIC                                             *
      *          - UGDTSMP                                             *
      *          - UGDPMSMD                                            *
      *          - UGDHCAT                                             *
      *          - UGDCTLBT                                            *
      *          - UGDFACU/UGDFNEG (POR MEDIO DE UR9LSMDE)             *
      *)****************************************************************
      *                      DESCRIPCION:
      * TRANSACCION DE MANTENIMIENTO DE LOS CATALOGOS DE COBERTURA DE
      * ZONAS (UGDZONA) Y DE OFICIOS (UGDOFIC). PARA LA COBERTURA
      * PERMITE DAR DE ALTA UNA COBERTURA ZONA/ENTIDAD/MUNICIPIO,
      * CERRARLA A UNA FECHA, CAMBIAR UN ENTIDAD/MUNICIPIO A OTRA ZONA
      * A PARTIR DE UNA FECHA Y CORREGIR LA DESCRIPCION DE UNA ZONA;
      * PARA EL OFICIO, DARLO DE ALTA, CAMBIAR SU DESCRIPCION Y
      * DESACTIVARLO. SIGUE EL MISMO CIRCUITO QUE LAS TARIFAS
      * (UR9MSMDE): UNA LLAMADA NORMAL SOLO REGISTRA LA SOLICITUD EN
      * UGDPMSMD Y LA APLICA UR9PSMDE CUANDO UN SEGUNDO USUARIO LA
      * APRUEBA; TODA ACCION SE RECHAZA MIENTRAS LA CADENA NOCTURNA
      * ESTA EN EJECUCION, SALVO EL SOBREPASO DE EMERGENCIA; Y CADA
      * RENGLON DE CATALOGO QUE CAMBIA DEJA SU IMAGEN ANTERIOR Y LA
      * NUEVA EN LA BITACORA UGDHCAT. NO SE ACEPTAN DOS COBERTURAS
      * ACTIVAS DEL MISMO ENTIDAD/MUNICIPIO CON VIGENCIAS QUE SE
      * TRASLAPEN, NI LA DESACTIVACION DE UN OFICIO QUE TODAVIA TIENE
      * TARIFAS ACTIVAS EN UGDTSMP.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * MANTENIMIENTO DE    2026-10-15       IDAXPRE  UR9ASMDE-INI.    *
      * CATALOGOS DE ZONAS                             UR9ASMDE-FIN.   *
      * Y OFICIOS                                                      *
      *)                                                               *
      * SE CREA LA TRANSACCION DE MANTENIMIENTO DE LOS CATALOGOS       *
      * UGDZONA Y UGDOFIC, CON DOBLE AUTORIZACION, CONGELAMIENTO       *
      * DURANTE LA CADENA Y BITACORA UGDHCAT.                          *
      * NOTA: LA VALIDACION SE REPITE AL APLICAR LA SOLICITUD YA       *
      * APROBADA, PORQUE ENTRE LA CAPTURA Y LA AUTORIZACION PUEDEN     *
      * HABERSE APLICADO OTRAS SOLICITUDES DEL MISMO MUNICIPIO U       *
      * OFICIO.                                                        *
      * --------------- -------------------  -------  --------------   *
      * MATRIZ DE           2026-10-15       IDAXPRE  UR9ASMDE-M01.    *
      * FACULTADES POR                                                 *
      * USUARIO                                                        *
      * TODA CAPTURA SE VERIFICA CONTRA LA MATRIZ UGDFACU POR MEDIO DE *
      * UR9LSMDE: FUNCION 'C' EN LA UNIDAD GENERAL DE LA ZONA PARA LA  *
      * COBERTURA (EN UN MOVIMIENTO, EN LA ZONA DESTINO Y EN LA ZONA   *
      * ORIGEN CUYA COBERTURA SE CIERRA), O EN LA UNIDAD PROFESIONAL   *
      * (ZONA '**') PARA EL CATALOGO DE OFICIOS; EL SOBREPASO EXIGE    *
      * ADEMAS LA FUNCION 'F'. SIN FACULTAD SE REGRESA '67'. AL        *
      * APLICAR UNA SOLICITUD APROBADA NO SE VERIFICA: LO HACE         *
      * UR9PSMDE.                                                      *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9ASMDE.
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
           EXEC SQL
              INCLUDE UGTCSMD
           END-EXEC.
      *
      ***  AREA SQLCA
      *
           EXEC SQL INCLUDE SQLCA     END-EXEC.
      *
      ***  TABLA DB2 : UGDZONA
      *
           EXEC SQL INCLUDE UGGZONA   END-EXEC.
      *
      ***  TABLA DB2 : UGDOFIC
      *
           EXEC SQL INCLUDE UGGOFIC   END-EXEC.
      *
      ***  TABLA DB2 : UGDPMSMD
      *
           EXEC SQL INCLUDE UGGPMSMD  END-EXEC.
      *
      ***  TABLA DB2 : UGDHCAT
      *
           EXEC SQL INCLUDE UGGHCAT   END-EXEC.
      *
           COPY URWLSMD.
      *
       01  WK-CONT-EN-EJECUCION        PIC S9(05) COMP-3.
       01  WK-SW-CADENA-FORZADA        PIC X(01) VALUE 'N'.
           88  CADENA-FORZADA              VALUE 'S'.
      *
       01  WK-FECHA-SISTEMA.
           05  WK-FS-ANIO              PIC 9(04).
           05  WK-FS-MES               PIC 9(02).
           05  WK-FS-DIA               PIC 9(02).
       01  WK-HORA-SISTEMA.
           05  WK-HS-HORA              PIC 9(02).
           05  WK-HS-MIN               PIC 9(02).
           05  WK-HS-SEG               PIC 9(02).
           05  FILLER                  PIC 9(02).
       01  WK-FECALTA                  PIC X(10).
       01  WK-HORALTA                  PIC X(06).
      *
       01  WK-FECHA-VALIDAR            PIC X(10).
       01  WK-FECHA-ABIERTA            PIC X(10) VALUE '9999-12-31'.
      *
      *    VIGENCIA Y DESCRIPCION YA RESUELTAS DE LA COBERTURA QUE SE
      *    DA DE ALTA (FIN EN BLANCO = ABIERTA; DESCRIPCION EN BLANCO
      *    = LA QUE YA TIENE LA ZONA EN EL CATALOGO).
       01  WK-FECINI                   PIC X(10).
       01  WK-FECFIN                   PIC X(10).
       01  WK-DESCRIP                  PIC X(30).
       01  WK-DIA-ANTERIOR             PIC X(10).
       01  WK-CONT-TRASLAPE            PIC S9(05) COMP-3.
       01  WK-CONT-TARIFAS             PIC S9(05) COMP-3.
       01  WK-CONT-RENGLONES           PIC S9(05) COMP-3.
      *
      *    LLAVE DEL RENGLON QUE SE EXCLUYE DE LA REVISION DE
      *    TRASLAPE: EN UN CAMBIO DE ZONA, LA COBERTURA QUE SE VA A
      *    CERRAR AL DIA ANTERIOR NO CUENTA CONTRA LA NUEVA. SIN
      *    EXCLUSION LA ZONA VA EN ESPACIOS, QUE NO EXISTE EN UGDZONA.
       01  WK-ZONA-EXCLUIR             PIC X(02).
       01  WK-FECINI-EXCLUIR           PIC X(10).
      *
       01  WK-SW-OFICIO-EXISTE         PIC X(01) VALUE 'N'.
           88  OFICIO-EXISTE               VALUE 'S'.
      *
       LINKAGE SECTION.
      *----------------
           EXEC SQL
              INCLUDE URWASMD
           END-EXEC.
      *
           COPY UGECMNE.
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION USING URWASMD
                                 UGECMNE.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FINAL-PROCES.
      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  SE INICIALIZAN LAS VARIABLES DE TRABAJO Y SE TOMA LA FECHA    *
      *  Y HORA DEL SISTEMA PARA EL SELLO DE AUDITORIA. EL FOLIO SOLO  *
      *  SE CONSERVA CUANDO UR9PSMDE APLICA UNA SOLICITUD APROBADA.    *
      ******************************************************************
       INICIO.
      *-------------
           INITIALIZE UGTCSMD.
           MOVE '00' TO ASM-COD-RET.
           MOVE 0    TO ASM-SQLCODE.
           IF NOT ASM-APLICA-DIRECTO
              MOVE 0 TO ASM-FOLIO
           END-IF.
           MOVE ASM-FECINIVIG TO WK-FECINI.
           MOVE ASM-FECFINVIG TO WK-FECFIN.
           MOVE ASM-DESCRIP   TO WK-DESCRIP.
           MOVE SPACES        TO WK-ZONA-EXCLUIR.
           MOVE '0001-01-01'  TO WK-FECINI-EXCLUIR.
           ACCEPT WK-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-SISTEMA  FROM TIME.
           STRING WK-FS-ANIO   '-'
                  WK-FS-MES    '-'
                  WK-FS-DIA
                  DELIMITED BY SIZE INTO WK-FECALTA.
           STRING WK-HS-HORA WK-HS-MIN WK-HS-SEG
                  DELIMITED BY SIZE INTO WK-HORALTA.

      ******************************************************************
      *                    PROCESO                                     *
      *                                                                *
      *  VERIFICA LA FACULTAD DE CAPTURA DEL USUARIO Y EL              *
      *  CONGELAMIENTO DE LA CADENA Y DESPACHA LA ACCION SOBRE EL      *
      *  CATALOGO RECIBIDO.                                            *
      ******************************************************************
       PROCESO.
      *-------------
           IF NOT ASM-APLICA-DIRECTO
              MOVE 'C' TO LSM-FUNCION
              PERFORM VERIFICA-FACULTAD
           END-IF.
           IF ASM-COD-RET = '00'
              PERFORM VERIFICA-CADENA-EN-CURSO
           END-IF.
           IF ASM-COD-RET = '00'
              PERFORM EJECUTA-ACCION
           END-IF.
           IF CADENA-FORZADA
              IF ASM-COD-RET = '00' OR ASM-COD-RET = '40'
                 PERFORM GRABA-BITACORA-FORZADO
              END-IF
           END-IF.

      ******************************************************************
      *                    VERIFICA-CADENA-EN-CURSO                    *
      *                                                                *
      *  MISMO CONGELAMIENTO QUE UR9MSMDE: MIENTRAS ALGUN JOB DE LA    *
      *  CADENA NOCTURNA SIGA EN EJECUCION (ESTADO 'E' EN UGDCTLBT),   *
      *  EL MANTENIMIENTO SE RECHAZA CON '41', PORQUE LA CADENA        *
      *  RESUELVE LA ZONA DE CADA PRESTAMO CONTRA UGDZONA Y UN CAMBIO  *
      *  DE COBERTURA A MEDIA CORRIDA DEJARIA EL EXTRACTO CALCULADO    *
      *  CON DOS CATALOGOS. EL SOBREPASO DE EMERGENCIA PROCEDE Y SE    *
      *  MARCA PARA DEJAR SU RENGLON 'F' EN LA BITACORA. EL SOBREPASO  *
      *  EXIGE LA FACULTAD 'F' EN UGDFACU, SALVO AL APLICAR UNA        *
      *  SOLICITUD APROBADA: AHI YA LA VERIFICO UR9PSMDE.              *
      ******************************************************************
       VERIFICA-CADENA-EN-CURSO.
      *-------------
           MOVE 'N' TO WK-SW-CADENA-FORZADA.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-CONT-EN-EJECUCION
                FROM UGDCTLBT
               WHERE ESTADO = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDCTLBT
           ELSE
              IF WK-CONT-EN-EJECUCION > 0
                 IF ASM-FORZAR-CADENA
                    IF NOT ASM-APLICA-DIRECTO
                       MOVE 'F' TO LSM-FUNCION
                       PERFORM VERIFICA-FACULTAD
                    END-IF
                    IF ASM-COD-RET = '00'
                       MOVE 'S' TO WK-SW-CADENA-FORZADA
                    END-IF
                 ELSE
                    MOVE '41' TO ASM-COD-RET
                    MOVE 0    TO ASM-SQLCODE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                    VERIFICA-FACULTAD                           *
      *                                                                *
      *  VERIFICA CON UR9LSMDE QUE EL USUARIO TENGA EN LA MATRIZ       *
      *  UGDFACU LA FUNCION RECIBIDA EN LSM-FUNCION ('C' CAPTURA, 'F'  *
      *  SOBREPASO). LA COBERTURA SE REVISA COMO UNIDAD GENERAL DE LA  *
      *  ZONA RECIBIDA (EN 'M', LA ZONA DESTINO; LA ZONA ORIGEN LA     *
      *  REVISA VERIFICA-FACULTAD-ORIGEN); EL CATALOGO DE              *
      *  OFICIOS COMO UNIDAD PROFESIONAL SIN ZONA, QUE SOLO CUBRE UNA  *
      *  FACULTAD CON ZONA '**'. SIN LA FACULTAD LA ACCION SE NIEGA    *
      *  CON '67'; LA NEGATIVA LA DEJA UR9LSMDE EN UGDFNEG.            *
      ******************************************************************
       VERIFICA-FACULTAD.
      *-------------
           MOVE ASM-USUARIO  TO LSM-USUARIO.
           IF ASM-CAT-OFICIO
              MOVE 'P'       TO LSM-UNIDAD
              MOVE SPACES    TO LSM-ZONA
           ELSE
              MOVE 'G'       TO LSM-UNIDAD
              MOVE ASM-ZONA  TO LSM-ZONA
           END-IF.
           MOVE ASM-OFICIO   TO LSM-OFICIO.
           MOVE ASM-CATALOGO TO LSM-CATALOGO.
           MOVE ASM-ACCION   TO LSM-ACCION.
           MOVE 0            TO LSM-FOLIO.
           MOVE 'UR9ASMDE'   TO LSM-PROGRAMA.
           PERFORM LLAMA-UR9LSMDE.

      ******************************************************************
      *                    VERIFICA-FACULTAD-ORIGEN                    *
      *                                                                *
      *  EN 'M' EL MUNICIPIO SALE DE LA ZONA ORIGEN (ZON-ZONA, LA DE   *
      *  LA COBERTURA QUE SE CIERRA), ASI QUE LA CAPTURA EXIGE LA      *
      *  FUNCION 'C' TAMBIEN EN LA UNIDAD GENERAL DE ESA ZONA, ADEMAS  *
      *  DE LA ZONA DESTINO QUE YA REVISO VERIFICA-FACULTAD. SIN LA    *
      *  FACULTAD LA ACCION SE NIEGA CON '67'.                         *
      ******************************************************************
       VERIFICA-FACULTAD-ORIGEN.
      *-------------
           MOVE 'C'          TO LSM-FUNCION.
           MOVE ASM-USUARIO  TO LSM-USUARIO.
           MOVE 'G'          TO LSM-UNIDAD.
           MOVE ZON-ZONA     TO LSM-ZONA.
           MOVE ASM-OFICIO   TO LSM-OFICIO.
           MOVE ASM-CATALOGO TO LSM-CATALOGO.
           MOVE ASM-ACCION   TO LSM-ACCION.
           MOVE 0            TO LSM-FOLIO.
           MOVE 'UR9ASMDE'   TO LSM-PROGRAMA.
           PERFORM LLAMA-UR9LSMDE.

      ******************************************************************
      *                    LLAMA-UR9LSMDE                              *
      *                                                                *
      *  LLAMA A UR9LSMDE CON URWLSMD YA LLENA Y TRADUCE SU RESPUESTA: *
      *  LA NEGATIVA ('70') SE REGRESA COMO '67'; CUALQUIER OTRO       *
      *  CODIGO DISTINTO DE '00' COMO ERROR '99'.                      *
      ******************************************************************
       LLAMA-UR9LSMDE.
      *-------------
           CALL 'UR9LSMDE' USING URWLSMD UGECMNE.
           EVALUATE LSM-COD-RET
              WHEN '00'
                 CONTINUE
              WHEN '70'
                 MOVE '67'        TO ASM-COD-RET
                 MOVE 0           TO ASM-SQLCODE
              WHEN OTHER
                 MOVE '99'        TO ASM-COD-RET
                 MOVE LSM-SQLCODE TO ASM-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                    EJECUTA-ACCION                              *
      *                                                                *
      *  VALIDA LA SOLICITUD CONTRA EL CATALOGO Y, SI PROCEDE, LA      *
      *  REGISTRA PENDIENTE O, CON LA BANDERA DE APLICACION DIRECTA,   *
      *  LA APLICA.                                                    *
      ******************************************************************
       EJECUTA-ACCION.
      *-------------
           EVALUATE TRUE
              WHEN ASM-CAT-COBERTURA
                 PERFORM VALIDA-COBERTURA
                 IF ASM-COD-RET = '00'
                    IF ASM-APLICA-DIRECTO
                       EVALUATE TRUE
                          WHEN ASM-ALTA
                             PERFORM ALTA-COBERTURA
                          WHEN ASM-BAJA
                             PERFORM CIERRA-COBERTURA
                          WHEN ASM-MOVER
                             PERFORM MUEVE-COBERTURA
                          WHEN ASM-CORRECCION
                             PERFORM CORRIGE-DESC-ZONA
                       END-EVALUATE
                    ELSE
                       PERFORM REGISTRA-PENDIENTE
                    END-IF
                 END-IF
              WHEN ASM-CAT-OFICIO
                 PERFORM VALIDA-OFICIO
                 IF ASM-COD-RET = '00'
                    IF ASM-APLICA-DIRECTO
                       EVALUATE TRUE
                          WHEN ASM-ALTA
                             PERFORM ALTA-OFICIO
                          WHEN ASM-CORRECCION
                             PERFORM CORRIGE-OFICIO
                          WHEN ASM-BAJA
                             PERFORM BAJA-OFICIO
                       END-EVALUATE
                    ELSE
                       PERFORM REGISTRA-PENDIENTE
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE '32' TO ASM-COD-RET
           END-EVALUATE.

      ******************************************************************
      *                    VALIDA-COBERTURA                            *
      *                                                                *
      *  VALIDA LOS DATOS DE UNA SOLICITUD SOBRE UGDZONA Y RESUELVE LA *
      *  VIGENCIA Y LA DESCRIPCION QUE SE VAN A GRABAR:                *
      *  - ALTA: RANGO VALIDO Y SIN TRASLAPE CON OTRA COBERTURA ACTIVA *
      *    DEL MUNICIPIO, EN CUALQUIER ZONA.                           *
      *  - CIERRE: DEBE EXISTIR LA COBERTURA ACTIVA DE LA ZONA QUE     *
      *    CUBRE LA FECHA DE CIERRE.                                   *
      *  - CAMBIO DE ZONA: DEBE EXISTIR LA COBERTURA ACTIVA DEL        *
      *    MUNICIPIO QUE CUBRE LA FECHA DE EFECTO, EN OTRA ZONA; LA    *
      *    NUEVA CUBRE DE ESA FECHA AL FIN QUE TENIA LA ANTERIOR.      *
      *  - CORRECCION: LA ZONA DEBE TENER COBERTURAS ACTIVAS.          *
      ******************************************************************
       VALIDA-COBERTURA.
      *-------------
           EVALUATE TRUE
              WHEN ASM-ALTA
                 IF ASM-ZONA = SPACES OR ASM-ENTIDAD = SPACES OR
                    ASM-MUNICIPIO = SPACES
                    MOVE '60' TO ASM-COD-RET
                 ELSE
                    IF WK-FECFIN = SPACES
                       MOVE WK-FECHA-ABIERTA TO WK-FECFIN
                    END-IF
                    MOVE WK-FECINI TO WK-FECHA-VALIDAR
                    PERFORM VALIDA-FECHA
                    MOVE WK-FECFIN TO WK-FECHA-VALIDAR
                    PERFORM VALIDA-FECHA
                    IF ASM-COD-RET = '00' AND WK-FECFIN < WK-FECINI
                       MOVE '60' TO ASM-COD-RET
                    END-IF
                    IF ASM-COD-RET = '00'
                       PERFORM RESUELVE-DESC-ZONA
                    END-IF
                    IF ASM-COD-RET = '00'
                       PERFORM VERIFICA-TRASLAPE
                    END-IF
                 END-IF
              WHEN ASM-BAJA
                 IF ASM-ZONA = SPACES OR ASM-ENTIDAD = SPACES OR
                    ASM-MUNICIPIO = SPACES
                    MOVE '60' TO ASM-COD-RET
                 ELSE
                    MOVE WK-FECFIN TO WK-FECHA-VALIDAR
                    PERFORM VALIDA-FECHA
                    IF ASM-COD-RET = '00'
                       MOVE ASM-ZONA TO ZON-ZONA
                       PERFORM LOCALIZA-COBERTURA
                    END-IF
                    IF ASM-COD-RET = '00'
                       MOVE ZON-FECINIVIG TO WK-FECINI
                    END-IF
                 END-IF
              WHEN ASM-MOVER
                 IF ASM-ZONA = SPACES OR ASM-ENTIDAD = SPACES OR
                    ASM-MUNICIPIO = SPACES
                    MOVE '60' TO ASM-COD-RET
                 ELSE
                    MOVE WK-FECINI TO WK-FECHA-VALIDAR
                    PERFORM VALIDA-FECHA
                    IF ASM-COD-RET = '00'
                       MOVE WK-FECINI TO WK-FECFIN
                       PERFORM LOCALIZA-COBERTURA-MUNICIPIO
                    END-IF
                    IF ASM-COD-RET = '00'
                       IF ZON-ZONA = ASM-ZONA
                          MOVE '63' TO ASM-COD-RET
                       ELSE
                          MOVE ZON-ZONA      TO WK-ZONA-EXCLUIR
                          MOVE ZON-FECINIVIG TO WK-FECINI-EXCLUIR
                          MOVE ZON-FECFINVIG TO WK-FECFIN
                          IF NOT ASM-APLICA-DIRECTO
                             PERFORM VERIFICA-FACULTAD-ORIGEN
                          END-IF
                          IF ASM-COD-RET = '00'
                             PERFORM RESUELVE-DESC-ZONA
                          END-IF
                       END-IF
                    END-IF
                    IF ASM-COD-RET = '00'
                       PERFORM VERIFICA-TRASLAPE
                    END-IF
                 END-IF
              WHEN ASM-CORRECCION
                 IF ASM-ZONA = SPACES OR ASM-DESCRIP = SPACES
                    MOVE '60' TO ASM-COD-RET
                 ELSE
                    PERFORM CUENTA-COBERTURAS-ZONA
                    IF ASM-COD-RET = '00' AND WK-CONT-RENGLONES = 0
                       MOVE '62' TO ASM-COD-RET
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE '32' TO ASM-COD-RET
           END-EVALUATE.

      ******************************************************************
      *                    VALIDA-FECHA                                *
      *                                                                *
      *  UNA FECHA QUE NO TIENE LA FORMA AAAA-MM-DD SE RECHAZA CON     *
      *  '60'.                                                         *
      ******************************************************************
       VALIDA-FECHA.
      *-------------
           IF WK-FECHA-VALIDAR(5:1) NOT = '-' OR
              WK-FECHA-VALIDAR(8:1) NOT = '-' OR
              WK-FECHA-VALIDAR(1:4) NOT NUMERIC OR
              WK-FECHA-VALIDAR(6:2) NOT NUMERIC OR
              WK-FECHA-VALIDAR(9:2) NOT NUMERIC
              MOVE '60' TO ASM-COD-RET
              MOVE 0    TO ASM-SQLCODE
           END-IF.

      ******************************************************************
      *                    RESUELVE-DESC-ZONA                          *
      *                                                                *
      *  SI NO SE RECIBIO DESCRIPCION, TOMA LA QUE YA TIENE LA ZONA    *
      *  EN SUS COBERTURAS ACTIVAS. UNA ZONA NUEVA SIN DESCRIPCION SE  *
      *  RECHAZA CON '34'.                                             *
      ******************************************************************
       RESUELVE-DESC-ZONA.
      *-------------
           IF WK-DESCRIP = SPACES
              MOVE ASM-ZONA TO ZON-ZONA
              EXEC SQL
                 SELECT VALUE(MAX(DESZONA), ' ')
                   INTO :ZON-DESZONA
                   FROM UGDZONA
                  WHERE ZONA   = :ZON-ZONA AND
                        ESTADO = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM MARCA-ERROR-UGDZONA
              ELSE
                 IF ZON-DESZONA = SPACES
                    MOVE '34' TO ASM-COD-RET
                    MOVE 0    TO ASM-SQLCODE
                 ELSE
                    MOVE ZON-DESZONA TO WK-DESCRIP
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                    VERIFICA-TRASLAPE                           *
      *                                                                *
      *  CUENTA LAS COBERTURAS ACTIVAS DEL ENTIDAD/MUNICIPIO, EN       *
      *  CUALQUIER ZONA, CUYA VIGENCIA SE CRUZA CON WK-FECINI/         *
      *  WK-FECFIN. UN MUNICIPIO SOLO PUEDE PERTENECER A UNA ZONA EN   *
      *  CADA FECHA; CUALQUIER CRUCE SE RECHAZA CON '61'. EN UN        *
      *  CAMBIO DE ZONA SE EXCLUYE LA COBERTURA QUE SE VA A CERRAR.    *
      ******************************************************************
       VERIFICA-TRASLAPE.
      *-------------
           MOVE ASM-ENTIDAD   TO ZON-ENTIDAD.
           MOVE ASM-MUNICIPIO TO ZON-MUNICIPIO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-CONT-TRASLAPE
                FROM UGDZONA
               WHERE ENTIDAD   =  :ZON-ENTIDAD   AND
                     MUNICIPIO =  :ZON-MUNICIPIO AND
                     ESTADO    =  'A'            AND
                     FECINIVIG <= :WK-FECFIN     AND
                     FECFINVIG >= :WK-FECINI     AND
                     NOT (ZONA      = :WK-ZONA-EXCLUIR AND
                          FECINIVIG = :WK-FECINI-EXCLUIR)
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDZONA
           ELSE
              IF WK-CONT-TRASLAPE > 0
                 MOVE '61' TO ASM-COD-RET
                 MOVE 0    TO ASM-SQLCODE
              END-IF
           END-IF.

      ******************************************************************
      *                    LOCALIZA-COBERTURA                          *
      *                                                                *
      *  LEE LA COBERTURA ACTIVA DE LA ZONA/ENTIDAD/MUNICIPIO QUE      *
      *  CUBRE LA FECHA WK-FECFIN. SI NO EXISTE SE REGRESA '62'.       *
      ******************************************************************
       LOCALIZA-COBERTURA.
      *-------------
           MOVE ASM-ENTIDAD   TO ZON-ENTIDAD.
           MOVE ASM-MUNICIPIO TO ZON-MUNICIPIO.
           EXEC SQL
              SELECT DESZONA, ESTADO, FECINIVIG, FECFINVIG
                INTO :ZON-DESZONA, :ZON-ESTADO,
                     :ZON-FECINIVIG, :ZON-FECFINVIG
                FROM UGDZONA
               WHERE ZONA      =  :ZON-ZONA      AND
                     ENTIDAD   =  :ZON-ENTIDAD   AND
                     MUNICIPIO =  :ZON-MUNICIPIO AND
                     ESTADO    =  'A'            AND
                     FECINIVIG <= :WK-FECFIN     AND
                     FECFINVIG >= :WK-FECFIN
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 MOVE '62'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDZONA
           END-EVALUATE.

      ******************************************************************
      *                    LOCALIZA-COBERTURA-MUNICIPIO                *
      *                                                                *
      *  LEE LA COBERTURA ACTIVA DEL ENTIDAD/MUNICIPIO, EN CUALQUIER   *
      *  ZONA, QUE CUBRE LA FECHA WK-FECFIN. SI NO EXISTE SE REGRESA   *
      *  '62'.                                                         *
      ******************************************************************
       LOCALIZA-COBERTURA-MUNICIPIO.
      *-------------
           MOVE ASM-ENTIDAD   TO ZON-ENTIDAD.
           MOVE ASM-MUNICIPIO TO ZON-MUNICIPIO.
           EXEC SQL
              SELECT ZONA, DESZONA, ESTADO, FECINIVIG, FECFINVIG
                INTO :ZON-ZONA, :ZON-DESZONA, :ZON-ESTADO,
                     :ZON-FECINIVIG, :ZON-FECFINVIG
                FROM UGDZONA
               WHERE ENTIDAD   =  :ZON-ENTIDAD   AND
                     MUNICIPIO =  :ZON-MUNICIPIO AND
                     ESTADO    =  'A'            AND
                     FECINIVIG <= :WK-FECFIN     AND
                     FECFINVIG >= :WK-FECFIN
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 MOVE '62'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDZONA
           END-EVALUATE.

      ******************************************************************
      *                    CUENTA-COBERTURAS-ZONA                      *
      *                                                                *
      *  CUENTA LAS COBERTURAS ACTIVAS DE LA ZONA Y TOMA SU            *
      *  DESCRIPCION ACTUAL PARA LA IMAGEN ANTERIOR DE LA BITACORA.    *
      ******************************************************************
       CUENTA-COBERTURAS-ZONA.
      *-------------
           MOVE ASM-ZONA TO ZON-ZONA.
           EXEC SQL
              SELECT COUNT(*), VALUE(MAX(DESZONA), ' ')
                INTO :WK-CONT-RENGLONES, :ZON-DESZONA
                FROM UGDZONA
               WHERE ZONA   = :ZON-ZONA AND
                     ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDZONA
           END-IF.

      ******************************************************************
      *                    VALIDA-OFICIO                               *
      *                                                                *
      *  VALIDA UNA SOLICITUD SOBRE UGDOFIC:                           *
      *  - ALTA: EL OFICIO NO DEBE EXISTIR ACTIVO ('64'); SI EXISTE    *
      *    INACTIVO, SE REACTIVA.                                      *
      *  - CAMBIO DE DESCRIPCION Y DESACTIVACION: EL OFICIO DEBE       *
      *    EXISTIR ACTIVO ('65').                                      *
      *  - DESACTIVACION: ADEMAS NO DEBE TENER TARIFAS ACTIVAS EN      *
      *    UGDTSMP ('66'), PARA NO DEJAR TARIFAS VIVAS DE UN OFICIO    *
      *    QUE YA NO SE PUEDE CAPTURAR.                                *
      ******************************************************************
       VALIDA-OFICIO.
      *-------------
           IF ASM-OFICIO = SPACES
              MOVE '60' TO ASM-COD-RET
           ELSE
              IF (ASM-ALTA OR ASM-CORRECCION) AND ASM-DESCRIP = SPACES
                 MOVE '60' TO ASM-COD-RET
              END-IF
           END-IF.
           IF ASM-COD-RET = '00'
              PERFORM LEE-OFICIO
           END-IF.
           IF ASM-COD-RET = '00'
              EVALUATE TRUE
                 WHEN ASM-ALTA
                    IF OFICIO-EXISTE AND OFI-ACTIVO
                       MOVE '64' TO ASM-COD-RET
                    END-IF
                 WHEN ASM-CORRECCION
                    IF NOT OFICIO-EXISTE OR NOT OFI-ACTIVO
                       MOVE '65' TO ASM-COD-RET
                    END-IF
                 WHEN ASM-BAJA
                    IF NOT OFICIO-EXISTE OR NOT OFI-ACTIVO
                       MOVE '65' TO ASM-COD-RET
                    ELSE
                       PERFORM CUENTA-TARIFAS-OFICIO
                    END-IF
                 WHEN OTHER
                    MOVE '32' TO ASM-COD-RET
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                    LEE-OFICIO                                  *
      *                                                                *
      *  LEE EL RENGLON DEL OFICIO EN UGDOFIC, ACTIVO O NO, PARA LA    *
      *  VALIDACION Y PARA LA IMAGEN ANTERIOR DE LA BITACORA.          *
      ******************************************************************
       LEE-OFICIO.
      *-------------
           MOVE 'N'        TO WK-SW-OFICIO-EXISTE.
           MOVE ASM-OFICIO TO OFI-OFICIO.
           EXEC SQL
              SELECT DESOFIC, ESTADO
                INTO :OFI-DESOFIC, :OFI-ESTADO
                FROM UGDOFIC
               WHERE OFICIO = :OFI-OFICIO
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE 'S' TO WK-SW-OFICIO-EXISTE
              WHEN SQLCODE = 100
                 MOVE SPACES TO OFI-DESOFIC
                 MOVE SPACE  TO OFI-ESTADO
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDOFIC
           END-EVALUATE.

      ******************************************************************
      *                    CUENTA-TARIFAS-OFICIO                       *
      *                                                                *
      *  UN OFICIO CON TARIFAS PROFESIONALES ACTIVAS EN UGDTSMP, EN    *
      *  CUALQUIER ZONA O FECHA, NO SE PUEDE DESACTIVAR ('66'): LAS    *
      *  TARIFAS SE DAN DE BAJA PRIMERO CON UR9MSMDE.                  *
      ******************************************************************
       CUENTA-TARIFAS-OFICIO.
      *-------------
           EXEC SQL
              SELECT COUNT(*)
                INTO :WK-CONT-TARIFAS
                FROM UGDTSMP
               WHERE OFICIO = :OFI-OFICIO AND
                     ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDTSMP
           ELSE
              IF WK-CONT-TARIFAS > 0
                 MOVE '66' TO ASM-COD-RET
                 MOVE 0    TO ASM-SQLCODE
              END-IF
           END-IF.

      ******************************************************************
      *                    REGISTRA-PENDIENTE                          *
      *                                                                *
      *  CAPTURA LA SOLICITUD EN LA TABLA DE MOVIMIENTOS PENDIENTES    *
      *  UGDPMSMD EN ESTADO 'P', CON EL CATALOGO INFORMADO, Y REGRESA  *
      *  '40' CON EL FOLIO ASIGNADO. LA APLICACION QUEDA A CARGO DE    *
      *  UR9PSMDE CUANDO UN SEGUNDO USUARIO APRUEBE LA SOLICITUD.      *
      *  LA VIGENCIA Y LA DESCRIPCION SE GUARDAN YA RESUELTAS.         *
      ******************************************************************
       REGISTRA-PENDIENTE.
      *-------------
           EXEC SQL
              SELECT VALUE(MAX(FOLIO), 0) + 1
                INTO :PMS-FOLIO
                FROM UGDPMSMD
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDPMSMD
           ELSE
              MOVE ASM-CATALOGO   TO PMS-CATALOGO
              MOVE ASM-ACCION     TO PMS-ACCION
              MOVE 0              TO PMS-IMPSALAR
              MOVE 0              TO PMS-IMPSALFED
              MOVE SPACE          TO PMS-UNIDAD
              MOVE SPACES         TO PMS-DECRETO
              IF ASM-CAT-COBERTURA
                 MOVE ASM-ZONA       TO PMS-ZONA
                 MOVE ASM-ENTIDAD    TO PMS-ENTIDAD
                 MOVE ASM-MUNICIPIO  TO PMS-MUNICIPIO
                 MOVE SPACES         TO PMS-OFICIO
                 IF ASM-CORRECCION
                    MOVE WK-FECALTA       TO PMS-FECOVALI
                    MOVE WK-FECHA-ABIERTA TO PMS-FECFINVIG
                 ELSE
                    MOVE WK-FECINI        TO PMS-FECOVALI
                    MOVE WK-FECFIN        TO PMS-FECFINVIG
                 END-IF
              ELSE
                 MOVE SPACES           TO PMS-ZONA
                 MOVE SPACES           TO PMS-ENTIDAD
                 MOVE SPACES           TO PMS-MUNICIPIO
                 MOVE ASM-OFICIO       TO PMS-OFICIO
                 MOVE WK-FECALTA       TO PMS-FECOVALI
                 MOVE WK-FECHA-ABIERTA TO PMS-FECFINVIG
              END-IF
              MOVE WK-DESCRIP     TO PMS-DESCRIP
              MOVE ASM-USUARIO    TO PMS-USRSOLIC
              MOVE WK-FECALTA     TO PMS-FECSOLIC
              MOVE WK-HORALTA     TO PMS-HORSOLIC
              MOVE 'P'            TO PMS-ESTSOL
              MOVE SPACES         TO PMS-USRAUTOR
              MOVE SPACES         TO PMS-FECAUTOR
              MOVE SPACES         TO PMS-HORAUTOR
              MOVE SPACES         TO PMS-MOTRECHAZO
              MOVE SPACES         TO PMS-CODRETAPL
              EXEC SQL
                 INSERT INTO UGDPMSMD
                    (FOLIO, ZONA, FECOVALI, IMPSALAR, IMPSALFED,
                     ACCION, USRSOLIC, FECSOLIC, HORSOLIC, ESTSOL,
                     USRAUTOR, FECAUTOR, HORAUTOR, MOTRECHAZO,
                     CODRETAPL, UNIDAD, OFICIO, DECRETO, CATALOGO,
                     ENTIDAD, MUNICIPIO, FECFINVIG, DESCRIP)
                 VALUES
                    (:PMS-FOLIO, :PMS-ZONA, :PMS-FECOVALI,
                     :PMS-IMPSALAR, :PMS-IMPSALFED, :PMS-ACCION,
                     :PMS-USRSOLIC, :PMS-FECSOLIC, :PMS-HORSOLIC,
                     :PMS-ESTSOL, :PMS-USRAUTOR, :PMS-FECAUTOR,
                     :PMS-HORAUTOR, :PMS-MOTRECHAZO, :PMS-CODRETAPL,
                     :PMS-UNIDAD, :PMS-OFICIO, :PMS-DECRETO,
                     :PMS-CATALOGO, :PMS-ENTIDAD, :PMS-MUNICIPIO,
                     :PMS-FECFINVIG, :PMS-DESCRIP)
              END-EXEC
              IF SQLCODE = 0
                 MOVE '40'      TO ASM-COD-RET
                 MOVE SQLCODE   TO ASM-SQLCODE
                 MOVE PMS-FOLIO TO ASM-FOLIO
              ELSE
                 PERFORM MARCA-ERROR-UGDPMSMD
              END-IF
           END-IF.

      ******************************************************************
      *                    ALTA-COBERTURA                              *
      *                                                                *
      *  INSERTA LA COBERTURA ACTIVA ZONA/ENTIDAD/MUNICIPIO CON LA     *
      *  VIGENCIA YA VALIDADA. UNA LLAVE DUPLICADA (UN RENGLON         *
      *  INACTIVO CON LA MISMA ZONA/MUNICIPIO/INICIO) SE REPORTA COMO  *
      *  TRASLAPE ('61').                                              *
      ******************************************************************
       ALTA-COBERTURA.
      *-------------
           MOVE ASM-ZONA      TO ZON-ZONA.
           MOVE ASM-ENTIDAD   TO ZON-ENTIDAD.
           MOVE ASM-MUNICIPIO TO ZON-MUNICIPIO.
           MOVE WK-DESCRIP    TO ZON-DESZONA.
           MOVE 'A'           TO ZON-ESTADO.
           MOVE WK-FECINI     TO ZON-FECINIVIG.
           MOVE WK-FECFIN     TO ZON-FECFINVIG.
           EXEC SQL
              INSERT INTO UGDZONA
                 (ZONA, ENTIDAD, MUNICIPIO, DESZONA, ESTADO,
                  FECINIVIG, FECFINVIG)
              VALUES
                 (:ZON-ZONA, :ZON-ENTIDAD, :ZON-MUNICIPIO,
                  :ZON-DESZONA, :ZON-ESTADO, :ZON-FECINIVIG,
                  :ZON-FECFINVIG)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE '00'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
                 MOVE SPACES  TO HCT-DESCANT
                 MOVE SPACE   TO HCT-ESTADOANT
                 MOVE SPACES  TO HCT-FECINIANT
                 MOVE SPACES  TO HCT-FECFINANT
                 PERFORM GRABA-BITACORA-COBERTURA
              WHEN SQLCODE = -803
                 MOVE '61'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDZONA
           END-EVALUATE.

      ******************************************************************
      *                    CIERRA-COBERTURA                            *
      *                                                                *
      *  CIERRA LA COBERTURA LOCALIZADA EN LA VALIDACION: SU FIN DE    *
      *  VIGENCIA PASA A SER LA FECHA DE CIERRE RECIBIDA.              *
      ******************************************************************
       CIERRA-COBERTURA.
      *-------------
           MOVE ZON-DESZONA   TO HCT-DESCANT.
           MOVE 'A'           TO HCT-ESTADOANT.
           MOVE ZON-FECINIVIG TO HCT-FECINIANT.
           MOVE ZON-FECFINVIG TO HCT-FECFINANT.
           MOVE WK-FECFIN     TO ZON-FECFINVIG.
           EXEC SQL
              UPDATE UGDZONA
                 SET FECFINVIG = :ZON-FECFINVIG
               WHERE ZONA      = :ZON-ZONA      AND
                     ENTIDAD   = :ZON-ENTIDAD   AND
                     MUNICIPIO = :ZON-MUNICIPIO AND
                     ESTADO    = 'A'            AND
                     FECINIVIG = :ZON-FECINIVIG
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDZONA
           ELSE
              IF SQLERRD(3) = 0
                 MOVE '62'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              ELSE
                 MOVE '00'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
                 PERFORM GRABA-BITACORA-COBERTURA
              END-IF
           END-IF.

      ******************************************************************
      *                    MUEVE-COBERTURA                             *
      *                                                                *
      *  CAMBIA EL ENTIDAD/MUNICIPIO A LA ZONA RECIBIDA A PARTIR DE    *
      *  LA FECHA DE EFECTO, IGUAL QUE UR9NSMDE EN UNA FUSION: LA      *
      *  COBERTURA VIGENTE SE CIERRA AL DIA ANTERIOR (O SE DESACTIVA   *
      *  COMPLETA SI INICIA ESE MISMO DIA, PARA NO DEJAR UN RANGO      *
      *  INVERTIDO) Y SE DA DE ALTA LA DE LA ZONA NUEVA HASTA EL FIN   *
      *  QUE TENIA LA ANTERIOR. CADA RENGLON DEJA SU BITACORA.         *
      ******************************************************************
       MUEVE-COBERTURA.
      *-------------
           MOVE ZON-DESZONA   TO HCT-DESCANT.
           MOVE 'A'           TO HCT-ESTADOANT.
           MOVE ZON-FECINIVIG TO HCT-FECINIANT.
           MOVE ZON-FECFINVIG TO HCT-FECFINANT.
           IF ZON-FECINIVIG >= WK-FECINI
              MOVE 'I' TO ZON-ESTADO
              EXEC SQL
                 UPDATE UGDZONA
                    SET ESTADO = 'I'
                  WHERE ZONA      = :ZON-ZONA      AND
                        ENTIDAD   = :ZON-ENTIDAD   AND
                        MUNICIPIO = :ZON-MUNICIPIO AND
                        ESTADO    = 'A'            AND
                        FECINIVIG = :ZON-FECINIVIG
              END-EXEC
           ELSE
              PERFORM CALCULA-DIA-ANTERIOR
              IF ASM-COD-RET = '00'
                 MOVE WK-DIA-ANTERIOR TO ZON-FECFINVIG
                 EXEC SQL
                    UPDATE UGDZONA
                       SET FECFINVIG = :ZON-FECFINVIG
                     WHERE ZONA      = :ZON-ZONA      AND
                           ENTIDAD   = :ZON-ENTIDAD   AND
                           MUNICIPIO = :ZON-MUNICIPIO AND
                           ESTADO    = 'A'            AND
                           FECINIVIG = :ZON-FECINIVIG
                 END-EXEC
              END-IF
           END-IF.
           IF ASM-COD-RET = '00'
              IF SQLCODE NOT = 0
                 PERFORM MARCA-ERROR-UGDZONA
              ELSE
                 IF SQLERRD(3) = 0
                    MOVE '62'    TO ASM-COD-RET
                    MOVE SQLCODE TO ASM-SQLCODE
                 ELSE
                    PERFORM GRABA-BITACORA-COBERTURA
                    PERFORM ALTA-COBERTURA
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                    CALCULA-DIA-ANTERIOR                        *
      *                                                                *
      *  OBTIENE EL DIA ANTERIOR A LA FECHA DE EFECTO CON LA           *
      *  ARITMETICA DE FECHAS DE DB2, NUEVO FIN DE LA COBERTURA QUE    *
      *  SE CIERRA.                                                    *
      ******************************************************************
       CALCULA-DIA-ANTERIOR.
      *-------------
           EXEC SQL
              SELECT CHAR(DATE(:WK-FECINI) - 1 DAY, ISO)
                INTO :WK-DIA-ANTERIOR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '99'         TO ASM-COD-RET
              MOVE SQLCODE      TO ASM-SQLCODE
              MOVE '99'         TO MNE-INDERROR
              MOVE 'SELECT'     TO MNE-MISSATGE
              MOVE 'SYSDUMMY'   TO MNE-TAULAERR
              MOVE 'UR9ASMDE'   TO MNE-MODULRES
              MOVE SQLCODE      TO MNE-SQLCODE
              CALL 'UR9ERRLG' USING UGECMNE
           END-IF.

      ******************************************************************
      *                    CORRIGE-DESC-ZONA                           *
      *                                                                *
      *  CAMBIA LA DESCRIPCION DE LA ZONA EN TODAS SUS COBERTURAS      *
      *  ACTIVAS; LAS INACTIVAS CONSERVAN LA QUE TENIAN. LA BITACORA   *
      *  LLEVA UN SOLO RENGLON POR LA ZONA, CON ENTIDAD/MUNICIPIO EN   *
      *  BLANCO.                                                       *
      ******************************************************************
       CORRIGE-DESC-ZONA.
      *-------------
           MOVE ZON-DESZONA   TO HCT-DESCANT.
           MOVE 'A'           TO HCT-ESTADOANT.
           MOVE SPACES        TO HCT-FECINIANT.
           MOVE SPACES        TO HCT-FECFINANT.
           MOVE ASM-ZONA      TO ZON-ZONA.
           MOVE ASM-DESCRIP   TO ZON-DESZONA.
           EXEC SQL
              UPDATE UGDZONA
                 SET DESZONA = :ZON-DESZONA
               WHERE ZONA   = :ZON-ZONA AND
                     ESTADO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDZONA
           ELSE
              IF SQLERRD(3) = 0
                 MOVE '62'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              ELSE
                 MOVE '00'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
                 MOVE SPACES  TO ZON-ENTIDAD
                 MOVE SPACES  TO ZON-MUNICIPIO
                 MOVE 'A'     TO ZON-ESTADO
                 MOVE SPACES  TO ZON-FECINIVIG
                 MOVE SPACES  TO ZON-FECFINVIG
                 PERFORM GRABA-BITACORA-COBERTURA
              END-IF
           END-IF.

      ******************************************************************
      *                    ALTA-OFICIO                                 *
      *                                                                *
      *  DA DE ALTA EL OFICIO EN UGDOFIC; SI YA EXISTIA INACTIVO LO    *
      *  REACTIVA CON LA DESCRIPCION RECIBIDA Y EL SELLO DE ALTA       *
      *  NUEVO, PORQUE LA LLAVE DEL CATALOGO ES SOLO EL OFICIO.        *
      ******************************************************************
       ALTA-OFICIO.
      *-------------
           MOVE OFI-DESOFIC   TO HCT-DESCANT.
           MOVE OFI-ESTADO    TO HCT-ESTADOANT.
           MOVE ASM-DESCRIP   TO OFI-DESOFIC.
           MOVE 'A'           TO OFI-ESTADO.
           MOVE ASM-USUARIO   TO OFI-USRALTA.
           MOVE WK-FECALTA    TO OFI-FECALTA.
           MOVE WK-HORALTA    TO OFI-HORALTA.
           IF OFICIO-EXISTE
              EXEC SQL
                 UPDATE UGDOFIC
                    SET DESOFIC = :OFI-DESOFIC,
                        ESTADO  = :OFI-ESTADO,
                        USRALTA = :OFI-USRALTA,
                        FECALTA = :OFI-FECALTA,
                        HORALTA = :OFI-HORALTA
                  WHERE OFICIO  = :OFI-OFICIO AND
                        ESTADO  = 'I'
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO UGDOFIC
                    (OFICIO, DESOFIC, ESTADO, USRALTA, FECALTA,
                     HORALTA)
                 VALUES
                    (:OFI-OFICIO, :OFI-DESOFIC, :OFI-ESTADO,
                     :OFI-USRALTA, :OFI-FECALTA, :OFI-HORALTA)
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND OFICIO-EXISTE AND SQLERRD(3) = 0
                 MOVE '64'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              WHEN SQLCODE = 0
                 MOVE '00'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
                 PERFORM GRABA-BITACORA-OFICIO
              WHEN SQLCODE = -803
                 MOVE '64'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              WHEN OTHER
                 PERFORM MARCA-ERROR-UGDOFIC
           END-EVALUATE.

      ******************************************************************
      *                    CORRIGE-OFICIO                              *
      *                                                                *
      *  CAMBIA LA DESCRIPCION DEL OFICIO ACTIVO.                      *
      ******************************************************************
       CORRIGE-OFICIO.
      *-------------
           MOVE OFI-DESOFIC   TO HCT-DESCANT.
           MOVE OFI-ESTADO    TO HCT-ESTADOANT.
           MOVE ASM-DESCRIP   TO OFI-DESOFIC.
           EXEC SQL
              UPDATE UGDOFIC
                 SET DESOFIC = :OFI-DESOFIC
               WHERE OFICIO  = :OFI-OFICIO AND
                     ESTADO  = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDOFIC
           ELSE
              IF SQLERRD(3) = 0
                 MOVE '65'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              ELSE
                 MOVE '00'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
                 PERFORM GRABA-BITACORA-OFICIO
              END-IF
           END-IF.

      ******************************************************************
      *                    BAJA-OFICIO                                 *
      *                                                                *
      *  DESACTIVA EL OFICIO. LA VALIDACION YA CONFIRMO QUE NO TIENE   *
      *  TARIFAS ACTIVAS EN UGDTSMP.                                   *
      ******************************************************************
       BAJA-OFICIO.
      *-------------
           MOVE OFI-DESOFIC   TO HCT-DESCANT.
           MOVE OFI-ESTADO    TO HCT-ESTADOANT.
           MOVE 'I'           TO OFI-ESTADO.
           EXEC SQL
              UPDATE UGDOFIC
                 SET ESTADO  = 'I'
               WHERE OFICIO  = :OFI-OFICIO AND
                     ESTADO  = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM MARCA-ERROR-UGDOFIC
           ELSE
              IF SQLERRD(3) = 0
                 MOVE '65'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
              ELSE
                 MOVE '00'    TO ASM-COD-RET
                 MOVE SQLCODE TO ASM-SQLCODE
                 PERFORM GRABA-BITACORA-OFICIO
              END-IF
           END-IF.

      ******************************************************************
      *                    GRABA-BITACORA-FORZADO                      *
      *                                                                *
      *  DEJA EN LA BITACORA UGDHCAT EL RENGLON INFORMATIVO 'F' DEL    *
      *  SOBREPASO DE EMERGENCIA, CON LA LLAVE Y LOS VALORES           *
      *  SOLICITADOS. EL CAMBIO REAL DEJA SUS PROPIOS RENGLONES (O LA  *
      *  SOLICITUD SU FOLIO '40').                                     *
      ******************************************************************
       GRABA-BITACORA-FORZADO.
      *-------------
           MOVE 'F'            TO HCT-ACCION.
           MOVE ASM-ZONA       TO HCT-ZONA.
           MOVE ASM-ENTIDAD    TO HCT-ENTIDAD.
           MOVE ASM-MUNICIPIO  TO HCT-MUNICIPIO.
           MOVE ASM-OFICIO     TO HCT-OFICIO.
           MOVE SPACES         TO HCT-DESCANT.
           MOVE SPACE          TO HCT-ESTADOANT.
           MOVE SPACES         TO HCT-FECINIANT.
           MOVE SPACES         TO HCT-FECFINANT.
           MOVE WK-DESCRIP     TO HCT-DESCNVO.
           MOVE SPACE          TO HCT-ESTADONVO.
           MOVE WK-FECINI      TO HCT-FECININVO.
           MOVE WK-FECFIN      TO HCT-FECFINNVO.
           PERFORM GRABA-BITACORA.

      ******************************************************************
      *                    GRABA-BITACORA-COBERTURA                    *
      *                                                                *
      *  ARMA EL RENGLON DE BITACORA DEL CAMBIO EN UGDZONA CON LA      *
      *  IMAGEN NUEVA QUE QUEDO EN LAS HOST VARIABLES (LA ANTERIOR     *
      *  LA DEJA LISTA EL PARRAFO QUE APLICA EL CAMBIO).               *
      ******************************************************************
       GRABA-BITACORA-COBERTURA.
      *-------------
           MOVE ASM-ACCION     TO HCT-ACCION.
           MOVE ZON-ZONA       TO HCT-ZONA.
           MOVE ZON-ENTIDAD    TO HCT-ENTIDAD.
           MOVE ZON-MUNICIPIO  TO HCT-MUNICIPIO.
           MOVE SPACES         TO HCT-OFICIO.
           MOVE ZON-DESZONA    TO HCT-DESCNVO.
           MOVE ZON-ESTADO     TO HCT-ESTADONVO.
           MOVE ZON-FECINIVIG  TO HCT-FECININVO.
           MOVE ZON-FECFINVIG  TO HCT-FECFINNVO.
           PERFORM GRABA-BITACORA.

      ******************************************************************
      *                    GRABA-BITACORA-OFICIO                       *
      *                                                                *
      *  ARMA EL RENGLON DE BITACORA DEL CAMBIO EN UGDOFIC. LOS        *
      *  OFICIOS NO TIENEN VIGENCIA: LAS FECHAS VAN EN ESPACIOS.       *
      ******************************************************************
       GRABA-BITACORA-OFICIO.
      *-------------
           MOVE ASM-ACCION     TO HCT-ACCION.
           MOVE SPACES         TO HCT-ZONA.
           MOVE SPACES         TO HCT-ENTIDAD.
           MOVE SPACES         TO HCT-MUNICIPIO.
           MOVE OFI-OFICIO     TO HCT-OFICIO.
           MOVE SPACES         TO HCT-FECINIANT.
           MOVE SPACES         TO HCT-FECFINANT.
           MOVE OFI-DESOFIC    TO HCT-DESCNVO.
           MOVE OFI-ESTADO     TO HCT-ESTADONVO.
           MOVE SPACES         TO HCT-FECININVO.
           MOVE SPACES         TO HCT-FECFINNVO.
           PERFORM GRABA-BITACORA.

      ******************************************************************
      *                    GRABA-BITACORA                              *
      *                                                                *
      *  INSERTA EL RENGLON EN LA BITACORA HISTORICA UGDHCAT CON EL    *
      *  SELLO DE TIEMPO, EL USUARIO Y EL FOLIO. LA GRABACION ES DE    *
      *  MEJOR ESFUERZO, IGUAL QUE UR9JSMDE PARA UGDHSMD: UN FALLO     *
      *  QUEDA EN UGDERRLG Y NO ALTERA EL RESULTADO DEL MANTENIMIENTO. *
      ******************************************************************
       GRABA-BITACORA.
      *-------------
           MOVE WK-FECALTA     TO HCT-FECHA.
           MOVE WK-HORALTA     TO HCT-HORA.
           MOVE ASM-CATALOGO   TO HCT-CATALOGO.
           MOVE ASM-USUARIO    TO HCT-USUARIO.
           MOVE ASM-FOLIO      TO HCT-FOLIO.
           EXEC SQL
              INSERT INTO UGDHCAT
                 (FECHA, HORA, ACCION, CATALOGO, ZONA, ENTIDAD,
                  MUNICIPIO, OFICIO, DESCANT, ESTADOANT, FECINIANT,
                  FECFINANT, DESCNVO, ESTADONVO, FECININVO,
                  FECFINNVO, USUARIO, FOLIO)
              VALUES
                 (:HCT-FECHA, :HCT-HORA, :HCT-ACCION, :HCT-CATALOGO,
                  :HCT-ZONA, :HCT-ENTIDAD, :HCT-MUNICIPIO,
                  :HCT-OFICIO, :HCT-DESCANT, :HCT-ESTADOANT,
                  :HCT-FECINIANT, :HCT-FECFINANT, :HCT-DESCNVO,
                  :HCT-ESTADONVO, :HCT-FECININVO, :HCT-FECFINNVO,
                  :HCT-USUARIO, :HCT-FOLIO)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '99'         TO MNE-INDERROR
              MOVE 'INSERT'     TO MNE-MISSATGE
              MOVE 'UGDHCAT'    TO MNE-TAULAERR
              MOVE 'UR9ASMDE'   TO MNE-MODULRES
              MOVE SQLCODE      TO MNE-SQLCODE
              CALL 'UR9ERRLG' USING UGECMNE
           END-IF.

      ******************************************************************
      *                    MARCA-ERROR-UGDCTLBT                        *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDCTLBT REGRESA UN SQLCODE NO ESPERADO.                      *
      ******************************************************************
       MARCA-ERROR-UGDCTLBT.
      *-------------
           MOVE '99'         TO ASM-COD-RET
           MOVE SQLCODE      TO ASM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDCTLBT'   TO MNE-TAULAERR
           MOVE 'UR9ASMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDPMSMD                        *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDPMSMD REGRESA UN SQLCODE NO ESPERADO.                      *
      ******************************************************************
       MARCA-ERROR-UGDPMSMD.
      *-------------
           MOVE '99'         TO ASM-COD-RET
           MOVE SQLCODE      TO ASM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SEL/INS'    TO MNE-MISSATGE
           MOVE 'UGDPMSMD'   TO MNE-TAULAERR
           MOVE 'UR9ASMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDZONA                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDZONA REGRESA UN SQLCODE NO ESPERADO.                       *
      ******************************************************************
       MARCA-ERROR-UGDZONA.
      *-------------
           MOVE '99'         TO ASM-COD-RET
           MOVE SQLCODE      TO ASM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SEL/UPD'    TO MNE-MISSATGE
           MOVE 'UGDZONA'    TO MNE-TAULAERR
           MOVE 'UR9ASMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDOFIC                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDOFIC REGRESA UN SQLCODE NO ESPERADO.                       *
      ******************************************************************
       MARCA-ERROR-UGDOFIC.
      *-------------
           MOVE '99'         TO ASM-COD-RET
           MOVE SQLCODE      TO ASM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SEL/UPD'    TO MNE-MISSATGE
           MOVE 'UGDOFIC'    TO MNE-TAULAERR
           MOVE 'UR9ASMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    MARCA-ERROR-UGDTSMP                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO UN ACCESO A     *
      *  UGDTSMP REGRESA UN SQLCODE NO ESPERADO.                       *
      ******************************************************************
       MARCA-ERROR-UGDTSMP.
      *-------------
           MOVE '99'         TO ASM-COD-RET
           MOVE SQLCODE      TO ASM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDTSMP'    TO MNE-TAULAERR
           MOVE 'UR9ASMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

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
