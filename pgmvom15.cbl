       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVOM15.

      ***********************************************
      *                                             *
      *  MAESTRO DE OPERADORES DE LOS FEEDS DE      *
      *  MANTENIMIENTO Y REVISION MENSUAL DE        *
      *  ACCESOS POR ROL                            *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS FEEDS DE MANTENIMIENTO APLICABAN        *
      * CUALQUIER NOVEDAD SIN SABER QUIEN LA CARGO  *
      * NI SI PODIA HACERLO. ESTE PROGRAMA MANTIENE *
      * EL MAESTRO DDOPERAD (CPOPERAD) CON EL ROL,  *
      * LA SUCURSAL Y LAS FUNCIONES HABILITADAS DE  *
      * CADA OPERADOR, QUE LA RUTINA PGMVOP15       *
      * CONSULTA DESDE CADA FEED.                   *
      *                                             *
      * MODO 'M' (DEFAULT): APLICA EL FEED DDOPENOV *
      * (AL/MO/BA, BAJA LOGICA). SOLO LO CARGA UN   *
      * OPERADOR DE SEGURIDAD HABILITADO PARA LA    *
      * FUNCION 'OM', Y NUNCA SOBRE SU PROPIO       *
      * USUARIO. LA CORRIDA QUE CREA EL CLUSTER ES  *
      * LA CARGA INICIAL: SOLO ADMITE ALTAS Y NO    *
      * PIDE AUTORIZACION (TODAVIA NO HAY QUIEN LA  *
      * DE). TODO CAMBIO VA A LA AUDITORIA CPAUDIT  *
      * CON EL OPERADOR QUE LO CARGO.               *
      *                                             *
      * MODO 'R': LISTADO DE REVISION DE ACCESOS    *
      * PARA AUDITORIA INTERNA, UNA HOJA POR ROL,   *
      * CON LAS FUNCIONES DE CADA OPERADOR Y LOS    *
      * ACTIVOS QUE NO SE REVISARON EN EL ULTIMO    *
      * ANIO. SE CORRE A FIN DE MES                 *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ALTAS, MODIFICACIONES Y BAJAS DE OPERADORES *
             SELECT ENTRADA ASSIGN DDOPENOV
                    FILE STATUS IS FS-ENT.

             SELECT OPERAD ASSIGN DDOPERAD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-OPERAD
                    FILE STATUS IS FS-OPE.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(120).

       FD OPERAD.

       01 REG-OPERAD.
           03 KEY-OPERAD    PIC X(08).
           03 FILLER        PIC X(132).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(120).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(01).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-OPE           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
      * UN OPERADOR ACTIVO SIN CAMBIOS DESDE ANTES DE ESTA FECHA SE   *
      * MARCA PARA RECERTIFICAR (UN ANIO HACIA ATRAS) ******************
       77  WS-FECHA-RECERT  PIC 9(8)  VALUE ZEROS.

           COPY CPOPERAD.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * 'M' = MANTENIMIENTO DEL MAESTRO, 'R' = REVISION DE ACCESOS *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO      PIC X(01)  VALUE 'M'.
               88  WS-MODO-MANTENIMIENTO    VALUE 'M'.
               88  WS-MODO-REVISION         VALUE 'R'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FIN-OPE PIC X    VALUE 'N'.
           88  WS-FIN-OPERADORES      VALUE 'Y'.
           88  WS-NO-FIN-OPERADORES   VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-OPERAD     PIC X(01)  VALUE 'N'.
           88  WS-OPERAD-EXISTE        VALUE 'S'.
           88  WS-OPERAD-NUEVO         VALUE 'N'.

      * EL CLUSTER SE CREO EN ESTA CORRIDA: CARGA INICIAL *
       01  WS-SW-CARGA      PIC X(01)  VALUE 'N'.
           88  WS-CARGA-INICIAL        VALUE 'S'.
           88  WS-CARGA-NORMAL         VALUE 'N'.

      * NOVEDAD DE OPERADOR *
       01  WS-REG-NOVOPE.
           03  NOP-TIPO-NOVEDAD   PIC X(02).
               88  NOP-ALTA                VALUE 'AL'.
               88  NOP-MODIFICACION        VALUE 'MO'.
               88  NOP-BAJA                VALUE 'BA'.
           03  NOP-ID             PIC X(08).
           03  NOP-NOMBRE         PIC X(30).
           03  NOP-ROL            PIC X(02).
           03  NOP-SUCURSAL       PIC 9(03).
           03  NOP-FUNCIONES.
               05  NOP-FUNCION    PIC X(02) OCCURS 30 TIMES.
      * OPERADOR DE SEGURIDAD QUE CARGO LA NOVEDAD *
           03  NOP-OPERADOR       PIC X(08).
           03  FILLER             PIC X(07).

       77  WS-ESTADO-ANT    PIC X(01)  VALUE SPACES.
       77  WS-IND-FUN       PIC 9(02)  VALUE ZEROS.
       77  WS-IND-ROL       PIC 9(02)  VALUE ZEROS.

      * FUNCIONES QUE SE PUEDEN HABILITAR (UNA POR FEED) *
       01  WS-FUN-VALIDA    PIC X(02)  VALUE SPACES.
           88  WS-FUN-EXISTENTE        VALUE 'EB' 'OD' 'PO' 'TM'
                                             'WL' 'CT' 'LC' 'OM'
                                             'FS' 'PR' 'TA' 'OC'
                                             'PL' 'RO' 'BV' 'CJ'
                                             'RC' 'AL' 'BF' 'CS'
                                             'GE' 'LI' 'NT' 'PE'
                                             'RE' 'RF' 'RQ' 'TU'.
           88  WS-FUN-OPERADORES       VALUE 'OM'.

       01  WS-MOTIVO-FUN    PIC X(30)  VALUE SPACES.

      * ORDEN DE LAS HOJAS DE LA REVISION DE ACCESOS *
       01  WS-TABLA-ROLES.
           03  FILLER       PIC X(24) VALUE 'SGSEGURIDAD INFORMATICA'.
           03  FILLER       PIC X(24) VALUE 'SUSUPERVISOR'.
           03  FILLER       PIC X(24) VALUE 'OPOPERADOR'.
           03  FILLER       PIC X(24) VALUE 'AUAUDITOR INTERNO'.
       01  WS-TABLA-ROLES-R REDEFINES WS-TABLA-ROLES.
           03  WS-ROL-ENTRADA OCCURS 4 TIMES.
               05  WS-ROL-CODIGO     PIC X(02).
               05  WS-ROL-DESCRIP    PIC X(22).

      * FUNCIONES DEL OPERADOR SEPARADAS PARA EL LISTADO *
      * (DIEZ POR RENGLON; LAS SIGUIENTES EN RENGLON APARTE) *
       01  WS-FUN-IMPRESION.
           03  WS-FUN-IMP OCCURS 30 TIMES.
               05  WS-FUN-IMP-COD    PIC X(02).
               05  FILLER            PIC X(01).
       01  WS-FUN-IMPRESION-R REDEFINES WS-FUN-IMPRESION.
           03  WS-FUN-IMP-RENGLON    PIC X(30) OCCURS 3 TIMES.
       77  WS-IND-REN       PIC 9(02)  VALUE ZEROS.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CAMBIOS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LISTADOS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECERTIFICAR  PIC 9(07) VALUE ZEROS.
       77  WS-ROL-ACTIVOS       PIC 9(07) VALUE ZEROS.
       77  WS-ROL-BAJAS         PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * MODO 'M' *
       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'NOV'.
           03  FILLER        PIC X(10)    VALUE 'OPERADOR'.
           03  FILLER        PIC X(32)    VALUE 'NOMBRE'.
           03  FILLER        PIC X(05)    VALUE 'ROL'.
           03  FILLER        PIC X(05)    VALUE 'SUC'.
           03  FILLER        PIC X(05)    VALUE 'ANT'.
           03  FILLER        PIC X(05)    VALUE 'NVO'.
           03  FILLER        PIC X(10)    VALUE 'CARGO'.
           03  FILLER        PIC X(55)    VALUE 'RESULTADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-NOVEDAD     PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-ID          PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ROL         PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-SUCURSAL    PIC X(03)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ESTADO-ANT  PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-ESTADO-NVO  PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-OPERADOR    PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(25)    VALUE SPACES.

      * MODO 'R' *
       01  WS-REG-HOJA-ROL.
           03  FILLER             PIC X(05)    VALUE 'ROL: '.
           03  WS-HOJ-CODIGO      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(03)    VALUE ' - '.
           03  WS-HOJ-DESCRIP     PIC X(22)    VALUE SPACES.
           03  FILLER             PIC X(100)   VALUE SPACES.

       01  WS-SUBTITULO-REV.
           03  FILLER        PIC X(10)    VALUE 'OPERADOR'.
           03  FILLER        PIC X(32)    VALUE 'NOMBRE'.
           03  FILLER        PIC X(05)    VALUE 'SUC'.
           03  FILLER        PIC X(03)    VALUE 'E'.
           03  FILLER        PIC X(10)    VALUE 'ALTA'.
           03  FILLER        PIC X(10)    VALUE 'ULT.MOD.'.
           03  FILLER        PIC X(10)    VALUE 'MOD.POR'.
           03  FILLER        PIC X(32)    VALUE 'FUNCIONES HABILITADAS'.
           03  FILLER        PIC X(20)    VALUE 'OBSERVACION'.

       01  WS-REG-REVISION.
           03  WS-REV-ID          PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-ESTADO      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-FEC-ALTA    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-FEC-MOD     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-OPER-MOD    PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-FUNCIONES   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-REV-OBSERVA     PIC X(20)    VALUE SPACES.

       01  WS-REG-REVISION-CONT.
           03  FILLER             PIC X(80)    VALUE SPACES.
           03  WS-REC-FUNCIONES   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(22)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) ********
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.


      ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO   THRU  F-1000-INICIO.

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2000-PROCESO THRU F-2000-PROCESO
                      UNTIL WS-FIN-LECTURA
           ELSE
              IF WS-NO-FIN-LECTURA
                 PERFORM 3000-HOJA-ROL THRU F-3000-HOJA-ROL
                         VARYING WS-IND-ROL FROM 1 BY 1
                         UNTIL WS-IND-ROL > 4
              END-IF
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.
           COMPUTE WS-FECHA-RECERT = WS-FECHA-HOY-8 - 10000.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'MANTENIMIENTO DEL MAESTRO DE OPERADORES -'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
              WHEN WS-MODO-REVISION
                 MOVE 'REVISION MENSUAL DE ACCESOS POR ROL -'
                      TO WS-TIT-TEXTO
                 OPEN INPUT OPERAD
                 IF FS-OPE IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN OPERAD = ' FS-OPE
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-MANTENIMIENTO
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
              IF WS-NO-FIN-LECTURA
                 PERFORM 2100-LECTURA THRU F-2100-LECTURA
              END-IF
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** MODO 'M': FEED, MAESTRO, SUSPENSO Y AUDITORIA *************
       1100-ABRIR-MANTENIMIENTO.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O OPERAD.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
      * Y ESA CORRIDA ES LA CARGA INICIAL DE OPERADORES ***************
           IF FS-OPE IS EQUAL '35'
              OPEN OUTPUT OPERAD
              IF FS-OPE IS EQUAL '00'
                 CLOSE OPERAD
                 OPEN I-O OPERAD
                 SET WS-CARGA-INICIAL TO TRUE
                 DISPLAY '* DDOPERAD CREADO - CARGA INICIAL'
              END-IF
           END-IF.
           IF FS-OPE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OPERAD = ' FS-OPE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1100-ABRIR-MANTENIMIENTO. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - MAESTRO DE OPERADORES  *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              PERFORM 2300-APLICAR-NOVEDAD THRU F-2300-APLICAR-NOVEDAD
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE OPERADORES ****************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVOPE.
           EVALUATE FS-ENT
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ENTRADA : ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      ***** VALIDACION DE LA NOVEDAD CONTRA EL MAESTRO ****************
       2200-VALIDAR-NOVEDAD.

           MOVE SPACES TO SUS-MOTIVO.

           IF NOT NOP-ALTA AND NOT NOP-MODIFICACION AND NOT NOP-BAJA
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOP-ID IS EQUAL SPACES
              MOVE 'OPERADOR EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EN LA CARGA INICIAL NO HAY TODAVIA QUIEN AUTORICE: SOLO ALTAS *
           IF WS-CARGA-INICIAL
              IF NOT NOP-ALTA
                 MOVE 'CARGA INICIAL SOLO ADMITE ALTAS' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              END-IF
           ELSE
              MOVE NOP-OPERADOR TO LK-OPE-ID
              MOVE 'OM'         TO LK-OPE-FUNCION
              MOVE ZEROS        TO LK-OPE-SUCURSAL
              CALL WS-PGMVOP15 USING LK-PARM-OPERADOR
              IF LK-OPE-RECHAZADO
                 MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              END-IF
              IF NOP-OPERADOR IS EQUAL NOP-ID
                 MOVE 'NO PUEDE MODIFICAR SU USUARIO' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              END-IF
           END-IF.

           IF NOT NOP-BAJA
              PERFORM 2250-VALIDAR-PERFIL THRU F-2250-VALIDAR-PERFIL
              IF SUS-MOTIVO IS NOT EQUAL SPACES
                 GO TO F-2200-RECHAZAR
              END-IF
           END-IF.

           MOVE NOP-ID TO KEY-OPERAD.
           READ OPERAD INTO WS-REG-OPERAD.

           EVALUATE FS-OPE
              WHEN '00'
                 SET WS-OPERAD-EXISTE TO TRUE
              WHEN '23'
                 SET WS-OPERAD-NUEVO TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OPERAD = ' FS-OPE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 GO TO F-2200-VALIDAR-NOVEDAD
           END-EVALUATE.

           EVALUATE TRUE
              WHEN NOP-ALTA AND WS-OPERAD-EXISTE AND OPE-ACTIVO
                 MOVE 'OPERADOR YA EXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              WHEN NOP-ALTA
                 CONTINUE
              WHEN WS-OPERAD-NUEVO OR OPE-DADO-DE-BAJA
                 MOVE 'OPERADOR INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
           END-EVALUATE.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ROL, SUCURSAL Y FUNCIONES DEL ALTA O LA MODIFICACION ******
       2250-VALIDAR-PERFIL.

           IF NOP-ALTA AND NOP-NOMBRE IS EQUAL SPACES
              MOVE 'NOMBRE DEL OPERADOR EN BLANCO' TO SUS-MOTIVO
              GO TO F-2250-VALIDAR-PERFIL
           END-IF.

           MOVE NOP-ROL TO OPE-ROL.
           IF NOT OPE-ROL-VALIDO
              MOVE 'ROL INVALIDO' TO SUS-MOTIVO
              GO TO F-2250-VALIDAR-PERFIL
           END-IF.

           IF NOP-SUCURSAL IS NOT NUMERIC
              MOVE 'SUCURSAL NO NUMERICA' TO SUS-MOTIVO
              GO TO F-2250-VALIDAR-PERFIL
           END-IF.

      * SEPARACION DE FUNCIONES: SEGURIDAD SOLO 'OM', NINGUN OTRO ROL *
      * 'OM', Y EL AUDITOR SIN FUNCIONES DE ACTUALIZACION ************
           MOVE SPACES TO WS-MOTIVO-FUN.
           PERFORM 2260-VALIDAR-FUNCION THRU F-2260-VALIDAR-FUNCION
                   VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN > OPE-MAX-FUNCIONES
                      OR WS-MOTIVO-FUN IS NOT EQUAL SPACES.
           MOVE WS-MOTIVO-FUN TO SUS-MOTIVO.

       F-2250-VALIDAR-PERFIL. EXIT.

       2260-VALIDAR-FUNCION.

           MOVE NOP-FUNCION(WS-IND-FUN) TO WS-FUN-VALIDA.

           IF WS-FUN-VALIDA IS EQUAL SPACES
              GO TO F-2260-VALIDAR-FUNCION
           END-IF.

           EVALUATE TRUE
              WHEN NOT WS-FUN-EXISTENTE
                 MOVE 'FUNCION INEXISTENTE' TO WS-MOTIVO-FUN
              WHEN OPE-ROL-AUDITOR
                 MOVE 'AUDITOR SIN FUNCIONES' TO WS-MOTIVO-FUN
              WHEN OPE-ROL-SEGURIDAD AND NOT WS-FUN-OPERADORES
                 MOVE 'SEGURIDAD SOLO ADMIN. OPERADOR' TO WS-MOTIVO-FUN
              WHEN NOT OPE-ROL-SEGURIDAD AND WS-FUN-OPERADORES
                 MOVE 'ROL SIN PERMISO SOBRE OPERADOR' TO WS-MOTIVO-FUN
           END-EVALUATE.

       F-2260-VALIDAR-FUNCION. EXIT.

      ***** ALTA (O REACTIVACION), MODIFICACION O BAJA LOGICA *********
       2300-APLICAR-NOVEDAD.

           MOVE SPACES TO AUD-ANTES WS-ESTADO-ANT.
           IF WS-OPERAD-EXISTE
              MOVE OPE-ESTADO TO WS-ESTADO-ANT
              STRING 'E=' OPE-ESTADO ' R=' OPE-ROL
                     ' S=' OPE-SUCURSAL ' F=' OPE-FUNCIONES
                     DELIMITED BY SIZE INTO AUD-ANTES
              END-STRING
           ELSE
              MOVE SPACES    TO WS-REG-OPERAD
              MOVE NOP-ID    TO OPE-ID
              MOVE ZEROS     TO OPE-FEC-BAJA
           END-IF.

           EVALUATE TRUE
              WHEN NOP-ALTA
                 SET OPE-ACTIVO      TO TRUE
                 MOVE NOP-NOMBRE     TO OPE-NOMBRE
                 MOVE NOP-ROL        TO OPE-ROL
                 MOVE NOP-SUCURSAL   TO OPE-SUCURSAL
                 MOVE NOP-FUNCIONES  TO OPE-FUNCIONES
                 MOVE WS-FECHA-HOY-8 TO OPE-FEC-ALTA
                 MOVE ZEROS          TO OPE-FEC-BAJA
                 MOVE 'ALTA  '       TO AUD-OPERACION
                 ADD 1 TO WS-TOT-ALTAS
                 EVALUATE TRUE
                    WHEN WS-CARGA-INICIAL
                       MOVE 'OPERADOR CARGA INICIAL'
                            TO WS-DET-RESULTADO
                    WHEN WS-OPERAD-EXISTE
                       MOVE 'OPERADOR REACTIVADO' TO WS-DET-RESULTADO
                    WHEN OTHER
                       MOVE 'OPERADOR REGISTRADO' TO WS-DET-RESULTADO
                 END-EVALUATE
              WHEN NOP-MODIFICACION
                 IF NOP-NOMBRE IS NOT EQUAL SPACES
                    MOVE NOP-NOMBRE  TO OPE-NOMBRE
                 END-IF
                 MOVE NOP-ROL        TO OPE-ROL
                 MOVE NOP-SUCURSAL   TO OPE-SUCURSAL
                 MOVE NOP-FUNCIONES  TO OPE-FUNCIONES
                 MOVE 'MODIF '       TO AUD-OPERACION
                 ADD 1 TO WS-TOT-CAMBIOS
                 MOVE 'PERFIL MODIFICADO' TO WS-DET-RESULTADO
              WHEN NOP-BAJA
                 SET OPE-DADO-DE-BAJA TO TRUE
                 MOVE WS-FECHA-HOY-8 TO OPE-FEC-BAJA
                 MOVE 'BAJA  '       TO AUD-OPERACION
                 ADD 1 TO WS-TOT-BAJAS
                 MOVE 'OPERADOR DADO DE BAJA' TO WS-DET-RESULTADO
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO OPE-FEC-ULT-MOD.
           MOVE NOP-OPERADOR   TO OPE-OPER-ULT-MOD.

           IF WS-OPERAD-EXISTE
              REWRITE REG-OPERAD FROM WS-REG-OPERAD
           ELSE
              WRITE REG-OPERAD FROM WS-REG-OPERAD
           END-IF.

           IF FS-OPE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION OPERAD = ' FS-OPE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-APLICAR-NOVEDAD
           END-IF.

           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.
           PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE.

       F-2300-APLICAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - REVISION DE ACCESOS    *
      *                                    *
      **************************************
       3000-HOJA-ROL.

           MOVE WS-ROL-CODIGO(WS-IND-ROL)  TO WS-HOJ-CODIGO.
           MOVE WS-ROL-DESCRIP(WS-IND-ROL) TO WS-HOJ-DESCRIP.
           MOVE ZEROS TO WS-ROL-ACTIVOS WS-ROL-BAJAS.

           IF WS-IND-ROL > 1
              WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-HOJA-ROL AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO-REV AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

      * EL MAESTRO ES CHICO: UNA PASADA COMPLETA POR CADA ROL *
           MOVE LOW-VALUES TO KEY-OPERAD.
           START OPERAD KEY IS NOT LESS THAN KEY-OPERAD
              INVALID KEY
                 GO TO F-3000-TOTAL-ROL
           END-START.

           SET WS-NO-FIN-OPERADORES TO TRUE.
           PERFORM 3100-OPERADOR-ROL THRU F-3100-OPERADOR-ROL
                   UNTIL WS-FIN-OPERADORES.

       F-3000-TOTAL-ROL.
           MOVE 'OPERADORES ACTIVOS DEL ROL' TO WS-TOT-TEXTO.
           MOVE WS-ROL-ACTIVOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'OPERADORES DE BAJA DEL ROL' TO WS-TOT-TEXTO.
           MOVE WS-ROL-BAJAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-3000-HOJA-ROL. EXIT.

       3100-OPERADOR-ROL.

           READ OPERAD NEXT INTO WS-REG-OPERAD.

           EVALUATE FS-OPE
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-OPERADORES TO TRUE
                 GO TO F-3100-OPERADOR-ROL
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OPERAD = ' FS-OPE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-OPERADORES TO TRUE
                 GO TO F-3100-OPERADOR-ROL
           END-EVALUATE.

           IF OPE-ROL IS NOT EQUAL WS-ROL-CODIGO(WS-IND-ROL)
              GO TO F-3100-OPERADOR-ROL
           END-IF.

           ADD 1 TO WS-TOT-LISTADOS.
           MOVE SPACES TO WS-REV-OBSERVA.

           IF OPE-ACTIVO
              ADD 1 TO WS-ROL-ACTIVOS
              IF OPE-FEC-ULT-MOD < WS-FECHA-RECERT
                 ADD 1 TO WS-TOT-RECERTIFICAR
                 MOVE 'RECERTIFICAR ACCESO' TO WS-REV-OBSERVA
              END-IF
           ELSE
              ADD 1 TO WS-ROL-BAJAS
              MOVE 'BAJA' TO WS-REV-OBSERVA
              MOVE OPE-FEC-BAJA TO WS-REV-OBSERVA(6:8)
           END-IF.

           MOVE SPACES TO WS-FUN-IMPRESION.
           PERFORM 3150-FUNCION-IMPRESION THRU F-3150-FUNCION-IMPRESION
                   VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN > OPE-MAX-FUNCIONES.

           MOVE OPE-ID             TO WS-REV-ID.
           MOVE OPE-NOMBRE         TO WS-REV-NOMBRE.
           MOVE OPE-SUCURSAL       TO WS-REV-SUCURSAL.
           MOVE OPE-ESTADO         TO WS-REV-ESTADO.
           MOVE OPE-FEC-ALTA       TO WS-REV-FEC-ALTA.
           MOVE OPE-FEC-ULT-MOD    TO WS-REV-FEC-MOD.
           MOVE OPE-OPER-ULT-MOD   TO WS-REV-OPER-MOD.
           MOVE WS-FUN-IMP-RENGLON(1) TO WS-REV-FUNCIONES.

           WRITE REG-LISTADO FROM WS-REG-REVISION AFTER 1.

           PERFORM 3160-FUNCION-CONTINUA THRU F-3160-FUNCION-CONTINUA
                   VARYING WS-IND-REN FROM 2 BY 1
                   UNTIL WS-IND-REN > 3.

       F-3100-OPERADOR-ROL. EXIT.

       3150-FUNCION-IMPRESION.

           MOVE OPE-FUNCION(WS-IND-FUN) TO WS-FUN-IMP-COD(WS-IND-FUN).

       F-3150-FUNCION-IMPRESION. EXIT.

       3160-FUNCION-CONTINUA.

           IF WS-FUN-IMP-RENGLON(WS-IND-REN) IS EQUAL SPACES
              GO TO F-3160-FUNCION-CONTINUA
           END-IF.

           MOVE WS-FUN-IMP-RENGLON(WS-IND-REN) TO WS-REC-FUNCIONES.
           WRITE REG-LISTADO FROM WS-REG-REVISION-CONT AFTER 1.

       F-3160-FUNCION-CONTINUA. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL OPERADOR **********************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVOM15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'OPERAD'       TO AUD-TABLA.
           MOVE OPE-ID         TO AUD-CLAVE.
           MOVE NOP-OPERADOR   TO AUD-OPERADOR.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'E=' OPE-ESTADO ' R=' OPE-ROL
                  ' S=' OPE-SUCURSAL ' F=' OPE-FUNCIONES
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **************
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVOPE TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES     TO WS-ESTADO-ANT OPE-ESTADO
              MOVE SUS-MOTIVO TO WS-DET-RESULTADO
              PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DE LA NOVEDAD (RESULTADO YA CARGADO) ****************
       7000-IMPRIMIR-DETALLE.

           MOVE NOP-TIPO-NOVEDAD   TO WS-DET-NOVEDAD.
           MOVE NOP-ID             TO WS-DET-ID.
           MOVE NOP-NOMBRE         TO WS-DET-NOMBRE.
           MOVE NOP-ROL            TO WS-DET-ROL.
           MOVE NOP-SUCURSAL       TO WS-DET-SUCURSAL.
           MOVE WS-ESTADO-ANT      TO WS-DET-ESTADO-ANT.
           MOVE OPE-ESTADO         TO WS-DET-ESTADO-NVO.
           MOVE NOP-OPERADOR       TO WS-DET-OPERADOR.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-DETALLE. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7200-IMPRIMIR-TOTALES.

           IF WS-MODO-REVISION
              MOVE 'OPERADORES REVISADOS' TO WS-TOT-TEXTO
              MOVE WS-TOT-LISTADOS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
              MOVE 'ACCESOS A RECERTIFICAR' TO WS-TOT-TEXTO
              MOVE WS-TOT-RECERTIFICAR TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              GO TO F-7200-IMPRIMIR-TOTALES
           END-IF.

           MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'OPERADORES REGISTRADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALTAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'PERFILES MODIFICADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CAMBIOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'OPERADORES DADOS DE BAJA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-BAJAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-MANTENIMIENTO
              DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
              DISPLAY 'OPERADORES REGISTRADOS  = ' WS-TOT-ALTAS
              DISPLAY 'PERFILES MODIFICADOS    = ' WS-TOT-CAMBIOS
              DISPLAY 'OPERADORES DE BAJA      = ' WS-TOT-BAJAS
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              CLOSE ENTRADA
              CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                 MOVE 9999 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'OPERADORES REVISADOS    = ' WS-TOT-LISTADOS
              DISPLAY 'ACCESOS A RECERTIFICAR  = ' WS-TOT-RECERTIFICAR
           END-IF.

           CLOSE OPERAD.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * NOVEDADES RECHAZADAS O ACCESOS SIN RECERTIFICAR: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR WS-TOT-RECERTIFICAR > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVOM15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-MANTENIMIENTO
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                      + WS-TOT-CAMBIOS + WS-TOT-BAJAS
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           ELSE
              MOVE WS-TOT-LISTADOS     TO RES-CANT-PROCESADOS
              MOVE WS-TOT-RECERTIFICAR TO RES-CANT-ERRORES
           END-IF.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
