      ******************************************************************
      *(****************************************************************
      *                                                                *
      *   ACCESO  A TABLA  DB2:                                        *
      *                                                                *
      *          - UGDFACU                                             *
      *          - UGDFNEG                                             *
      *)****************************************************************
      *                      DESCRIPCION:
      * RUTINA DE VERIFICACION DE FACULTADES DEL MANTENIMIENTO DE
      * SALARIO MINIMO. LAS TRANSACCIONES DE CAPTURA (UR9MSMDE,
      * UR9ASMDE) Y DE AUTORIZACION (UR9PSMDE) LA LLAMAN ANTES DE
      * ACTUAR CON EL USUARIO, LA FUNCION (CAPTURAR, AUTORIZAR O
      * FORZAR LA CADENA), LA UNIDAD (GENERAL POR ZONA, UMA O
      * PROFESIONAL) Y LA ZONA. LA ACCION PROCEDE SOLO SI EL USUARIO
      * TIENE EN UGDFACU UNA FACULTAD ACTIVA Y VIGENTE A LA FECHA QUE
      * CUBRA LA FUNCION, LA UNIDAD ('*' = TODAS) Y LA ZONA ('**' =
      * TODAS). SI PROCEDE SE ANOTA EL ULTIMO USO EN LAS FACULTADES
      * QUE LA CUBRIERON (PARA LA RECERTIFICACION TRIMESTRAL
      * UR9ESMDX); SI NO, SE REGRESA '70' Y LA NEGATIVA QUEDA EN LA
      * BITACORA UGDFNEG CON EL USUARIO Y LA ACCION INTENTADA.
      ******************************************************************
      *----------------------------------------------------------------*
      * DD/MMM/AA ]       AUTOR
      * 15/OCT/2026. AREA DE PRESTAMOS.
      *(
      *********************           **********************************
      *  REQUERIMIENTO        FECHA          USUARIO     MARCA         *
      * --------------- -------------------  -------  --------------   *
      * MATRIZ DE           2026-10-15       IDAXPRE  UR9LSMDE-INI.    *
      * FACULTADES POR                                 UR9LSMDE-FIN.   *
      * USUARIO                                                        *
      *)                                                               *
      * SE CREA LA RUTINA DE VERIFICACION DE FACULTADES CONTRA LA      *
      * MATRIZ UGDFACU, CON ANOTACION DEL ULTIMO USO Y BITACORA DE     *
      * NEGATIVAS UGDFNEG.                                             *
      * NOTA: LA ANOTACION DEL USO Y LA GRABACION DE LA NEGATIVA NO    *
      * CAMBIAN EL RESULTADO DE LA VERIFICACION: SI FALLAN SE DEJA EL  *
      * ERROR EN UR9ERRLG Y LA ACCION SIGUE PERMITIDA O NEGADA SEGUN   *
      * LA MATRIZ.                                                     *
      *                                                                *
      *             IDENTIFICATION DIVISION

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UR9LSMDE.
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
      ***  AREA SQLCA
      *
           EXEC SQL INCLUDE SQLCA     END-EXEC.
      *
      ***  TABLA DB2 : UGDFACU
      *
           EXEC SQL INCLUDE UGGFACU   END-EXEC.
      *
      ***  TABLA DB2 : UGDFNEG
      *
           EXEC SQL INCLUDE UGGFNEG   END-EXEC.
      *
       01  WK-CONT-FACULTADES          PIC S9(05) COMP-3.
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
       LINKAGE SECTION.
      *----------------
           EXEC SQL
              INCLUDE URWLSMD
           END-EXEC.
      *
           COPY UGECMNE.
      *============ PROCEDURE DIVISION ================================

       PROCEDURE DIVISION USING URWLSMD
                                 UGECMNE.
      *
           PERFORM INICIO.
           PERFORM PROCESO.
           PERFORM FINAL-PROCES.
      ******************************************************************
      *                    INICIO                                      *
      *                                                                *
      *  SE TOMA LA FECHA Y HORA DEL SISTEMA: LA FECHA ES LA DE        *
      *  VIGENCIA CONTRA LA QUE SE REVISA LA MATRIZ Y, CON LA HORA,    *
      *  EL SELLO DEL ULTIMO USO O DE LA NEGATIVA.                     *
      ******************************************************************
       INICIO.
      *-------------
           MOVE '00' TO LSM-COD-RET.
           MOVE 0    TO LSM-SQLCODE.
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
      *  VERIFICA LA FACULTAD Y DEJA LA HUELLA QUE CORRESPONDE: EL     *
      *  ULTIMO USO SI SE PERMITE, LA NEGATIVA SI NO.                  *
      ******************************************************************
       PROCESO.
      *-------------
           PERFORM VERIFICA-FACULTAD.
           EVALUATE LSM-COD-RET
              WHEN '00'
                 PERFORM REGISTRA-USO
              WHEN '70'
                 PERFORM REGISTRA-NEGATIVA
           END-EVALUATE.

      ******************************************************************
      *                    VERIFICA-FACULTAD                           *
      *                                                                *
      *  CUENTA LAS FACULTADES ACTIVAS Y VIGENTES HOY DEL USUARIO PARA *
      *  LA FUNCION QUE CUBREN LA UNIDAD (O TODAS) Y LA ZONA (O        *
      *  TODAS). SIN NINGUNA, LA ACCION SE NIEGA CON '70'. UN USUARIO  *
      *  O FUNCION EN BLANCO NUNCA TIENE FACULTAD.                     *
      ******************************************************************
       VERIFICA-FACULTAD.
      *-------------
           IF LSM-USUARIO = SPACES OR LSM-FUNCION = SPACES
              MOVE '70' TO LSM-COD-RET
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WK-CONT-FACULTADES
                   FROM UGDFACU
                  WHERE USUARIO    = :LSM-USUARIO
                    AND FUNCION    = :LSM-FUNCION
                    AND (UNIDAD    = :LSM-UNIDAD
                     OR  UNIDAD    = '*')
                    AND (ZONA      = :LSM-ZONA
                     OR  ZONA      = '**')
                    AND ESTADO     = 'A'
                    AND FECINIVIG <= :WK-FECALTA
                    AND FECFINVIG >= :WK-FECALTA
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM MARCA-ERROR-UGDFACU
              ELSE
                 IF WK-CONT-FACULTADES = 0
                    MOVE '70' TO LSM-COD-RET
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                    REGISTRA-USO                                *
      *                                                                *
      *  ANOTA LA FECHA Y HORA DEL ULTIMO USO EN TODAS LAS FACULTADES  *
      *  QUE CUBRIERON LA ACCION, PARA QUE LA RECERTIFICACION NO LAS   *
      *  REPORTE COMO SIN USO.                                         *
      ******************************************************************
       REGISTRA-USO.
      *-------------
           EXEC SQL
              UPDATE UGDFACU
                 SET FECULTUSO = :WK-FECALTA,
                     HORULTUSO = :WK-HORALTA
               WHERE USUARIO    = :LSM-USUARIO
                 AND FUNCION    = :LSM-FUNCION
                 AND (UNIDAD    = :LSM-UNIDAD
                  OR  UNIDAD    = '*')
                 AND (ZONA      = :LSM-ZONA
                  OR  ZONA      = '**')
                 AND ESTADO     = 'A'
                 AND FECINIVIG <= :WK-FECALTA
                 AND FECFINVIG >= :WK-FECALTA
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'UPDATE'   TO MNE-MISSATGE
              MOVE 'UGDFACU'  TO MNE-TAULAERR
              PERFORM AVISA-ERROR-BITACORA
           END-IF.

      ******************************************************************
      *                    REGISTRA-NEGATIVA                           *
      *                                                                *
      *  GRABA EN UGDFNEG EL USUARIO, LA TRANSACCION Y LA ACCION QUE   *
      *  SE LE NEGO.                                                   *
      ******************************************************************
       REGISTRA-NEGATIVA.
      *-------------
           INITIALIZE UGGFNEG.
           MOVE WK-FECALTA    TO FNG-FECHA.
           MOVE WK-HORALTA    TO FNG-HORA.
           MOVE LSM-USUARIO   TO FNG-USUARIO.
           MOVE LSM-PROGRAMA  TO FNG-PROGRAMA.
           MOVE LSM-FUNCION   TO FNG-FUNCION.
           MOVE LSM-UNIDAD    TO FNG-UNIDAD.
           MOVE LSM-ZONA      TO FNG-ZONA.
           MOVE LSM-OFICIO    TO FNG-OFICIO.
           MOVE LSM-CATALOGO  TO FNG-CATALOGO.
           MOVE LSM-ACCION    TO FNG-ACCION.
           MOVE LSM-FOLIO     TO FNG-FOLIO.
           EXEC SQL
              INSERT INTO UGDFNEG
                    (FECHA, HORA, USUARIO, PROGRAMA, FUNCION,
                     UNIDAD, ZONA, OFICIO, CATALOGO, ACCION, FOLIO)
              VALUES (:FNG-FECHA, :FNG-HORA, :FNG-USUARIO,
                      :FNG-PROGRAMA, :FNG-FUNCION, :FNG-UNIDAD,
                      :FNG-ZONA, :FNG-OFICIO, :FNG-CATALOGO,
                      :FNG-ACCION, :FNG-FOLIO)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'INSERT'   TO MNE-MISSATGE
              MOVE 'UGDFNEG'  TO MNE-TAULAERR
              PERFORM AVISA-ERROR-BITACORA
           END-IF.

      ******************************************************************
      *                    MARCA-ERROR-UGDFACU                         *
      *                                                                *
      *  LLENA EL AREA COMUN DE ERRORES UGECMNE CUANDO LA CONSULTA A   *
      *  UGDFACU REGRESA UN SQLCODE NO ESPERADO. LA ACCION SE NIEGA.   *
      ******************************************************************
       MARCA-ERROR-UGDFACU.
      *-------------
           MOVE '99'         TO LSM-COD-RET
           MOVE SQLCODE      TO LSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'SELECT'     TO MNE-MISSATGE
           MOVE 'UGDFACU'    TO MNE-TAULAERR
           MOVE 'UR9LSMDE'   TO MNE-MODULRES
           MOVE SQLCODE      TO MNE-SQLCODE.
           CALL 'UR9ERRLG' USING UGECMNE.

      ******************************************************************
      *                    AVISA-ERROR-BITACORA                        *
      *                                                                *
      *  DEJA EN UR9ERRLG EL ERROR DE LA ANOTACION DEL USO O DE LA     *
      *  NEGATIVA SIN CAMBIAR EL CODIGO DE RETORNO: LA VERIFICACION YA *
      *  SE RESOLVIO CONTRA LA MATRIZ.                                 *
      ******************************************************************
       AVISA-ERROR-BITACORA.
      *-------------
           MOVE SQLCODE      TO LSM-SQLCODE
           MOVE '99'         TO MNE-INDERROR
           MOVE 'UR9LSMDE'   TO MNE-MODULRES
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
