       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVAL15.

      ***********************************************
      *                                             *
      *  REGISTRO DE ALIAS CBU: ALTA, MODIFICACION  *
      *  Y BAJA DE ALIAS DE CUENTAS PROPIAS Y CARGA *
      *  DE LA RESOLUCION DE ALIAS DE LA RED        *
      *  TP 35 - BATCH DB2 DE MANTENIMIENTO         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS CLIENTES DAN UN ALIAS EN LUGAR DEL CBU  *
      * Y PGMVTR15 SOLO ACEPTABA CBU. ESTE PROGRAMA *
      * LLEVA EL REGISTRO DE ALIAS (DDALIAS, LAYOUT *
      * CPALIAS) POR TEXTO DEL ALIAS.               *
      * MODO 'M': FEED DE NOVEDADES DE LAS          *
      * SUCURSALES SOBRE CUENTAS PROPIAS - AL       *
      * (ALTA), MO (CAMBIO DEL TEXTO DEL ALIAS) Y   *
      * BA (BAJA). EL ALIAS ES DE 6 A 20 LETRAS,    *
      * DIGITOS, PUNTO O GUION, SIN BLANCOS Y NO    *
      * SOLO NUMERICO; ES UNICO EN EL REGISTRO Y    *
      * CADA CBU TIENE UN SOLO ALIAS ACTIVO (INDICE *
      * INVERSO DDALICBU). EL CBU DEBE SER VALIDO   *
      * (PGMVCB15), DE LA ENTIDAD PROPIA (DDPARAM)  *
      * Y DE UNA CUENTA DE TB99CUEN CUYO TITULAR    *
      * SEA EL DOCUMENTO INFORMADO. EL OPERADOR QUE *
      * CARGA LA NOVEDAD DEBE ESTAR HABILITADO PARA *
      * LA FUNCION 'AL' EN EL MAESTRO DE OPERADORES *
      * (RUTINA PGMVOP15) Y QUEDA EN LA AUDITORIA.  *
      * MODO 'R': ARCHIVO DE RESOLUCION DE LA RED   *
      * (DDALIRED) CON LOS ALIAS DE OTRAS ENTIDADES *
      * (ALTAS Y BAJAS). SI LA RED INFORMA UN ALIAS *
      * ACTIVO CON UN CBU DISTINTO DEL REGISTRADO   *
      * EL ALIAS QUEDA AMBIGUO Y NO SE TRANSFIERE A *
      * EL HASTA QUE LA RED DA DE BAJA UNO DE LOS   *
      * DOS CBU                                     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDENTRA
                    FILE STATUS IS FS-ENT.

             SELECT ALIRED ASSIGN DDALIRED
                    FILE STATUS IS FS-ARD.

             SELECT ALIAS ASSIGN DDALIAS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-ALIAS
                    FILE STATUS IS FS-ALI.

             SELECT ALICBU ASSIGN DDALICBU
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-ALICBU
                    FILE STATUS IS FS-ACB.

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

      * NOVEDADES DE ALIAS PROPIOS - AL (ALTA) / MO (MODIFICACION) / *
      * BA (BAJA)                                                    *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(80).

      * RESOLUCION DE ALIAS DE OTRAS ENTIDADES ENVIADA POR LA RED *
       FD ALIRED
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ALIRED        PIC X(60).

       FD ALIAS.

       01 REG-ALIAS.
           03 KEY-ALIAS     PIC X(20).
           03 FILLER        PIC X(100).

       FD ALICBU.

       01 REG-ALICBU.
           03 KEY-ALICBU    PIC X(14).
           03 FILLER        PIC X(26).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(80).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(04).

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
       77  FS-ARD           PIC XX    VALUE SPACES.
       77  FS-ALI           PIC XX    VALUE SPACES.
       77  FS-ACB           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPALIAS.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA Y ENTIDAD PROPIA (PRIMEROS 3 DIGITOS DEL   *
      * CBU) - EN CEROS NO SE ACEPTAN ALTAS DE ALIAS PROPIOS **********
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'M'.
               88  WS-MODO-NOVEDADES           VALUE 'M'.
               88  WS-MODO-RED                 VALUE 'R'.
           03  WS-PAR-ENTIDAD       PIC 9(03)  VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DE ALIAS PROPIO - EN MO EL ALIAS ES EL ACTUAL Y EL    *
      * NUEVO TEXTO VIENE EN NAL-ALIAS-NUEVO ***************************
       01  WS-REG-NOVALI.
           03  NAL-TIPO-NOVEDAD   PIC X(02).
           03  NAL-ALIAS          PIC X(20).
           03  NAL-ALIAS-NUEVO    PIC X(20).
           03  NAL-CBU            PIC 9(14).
           03  NAL-TIPDOC         PIC X(02).
           03  NAL-NRODOC         PIC 9(11).
           03  NAL-OPERADOR       PIC X(08).
           03  FILLER             PIC X(03).

      * ALIAS DE OTRA ENTIDAD INFORMADO POR LA RED *
       01  WS-REG-ALIRED.
           03  ARD-ALIAS          PIC X(20).
           03  ARD-CBU            PIC 9(14).
           03  ARD-TIPDOC         PIC X(02).
           03  ARD-NRODOC         PIC 9(11).
           03  ARD-ESTADO         PIC X(01).
               88  ARD-ACTIVO               VALUE 'A'.
               88  ARD-BAJA                 VALUE 'B'.
           03  ARD-FECHA          PIC 9(08).
           03  FILLER             PIC X(04).

      * REGISTRO DEL ALIAS ANTERIOR EN UN CAMBIO DE TEXTO *
       01  WS-REG-ALIAS-ANT       PIC X(120)  VALUE SPACES.

      * CONTROL DE FORMATO DEL ALIAS *********************************
       01  WS-ALC-TEXTO           PIC X(20)   VALUE SPACES.
       01  WS-ALC-TABLA REDEFINES WS-ALC-TEXTO.
           03  WS-ALC-POS         PIC X(01)   OCCURS 20 TIMES.
       01  WS-ALC-CARACTER        PIC X(01)   VALUE SPACE.
           88  WS-ALC-ES-BLANCO             VALUE SPACE.
           88  WS-ALC-ES-LETRA              VALUE 'A' THRU 'I'
                                                  'J' THRU 'R'
                                                  'S' THRU 'Z'.
           88  WS-ALC-ES-DIGITO             VALUE '0' THRU '9'.
           88  WS-ALC-ES-SIGNO              VALUE '.' '-'.
       01  WS-ALC-BLANCO          PIC X(01)   VALUE 'N'.
           88  WS-ALC-HUBO-BLANCO           VALUE 'S'.
           88  WS-ALC-SIN-BLANCO            VALUE 'N'.
       77  WS-ALC-IX          PIC 99    VALUE ZEROS.
       77  WS-ALC-LARGO       PIC 99    VALUE ZEROS.
       77  WS-ALC-DIGITOS     PIC 99    VALUE ZEROS.
       77  WS-ALC-MOTIVO      PIC X(30) VALUE SPACES.

      * CBU PROPIO EN SU ESTRUCTURA DE CUENTA (VER PGMVHA15) *
       01  WS-CBU.
           03  WS-CBU-ENTIDAD     PIC 9(03)  VALUE ZEROS.
           03  WS-CBU-TIPCUEN     PIC 9(02)  VALUE ZEROS.
           03  WS-CBU-NROCUEN     PIC 9(08)  VALUE ZEROS.
           03  WS-CBU-DV          PIC 9(01)  VALUE ZEROS.
       01  WS-CBU-N           REDEFINES WS-CBU PIC 9(14).

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * RUTINA COMPARTIDA DE VALIDACION DE CBU (TP 35) ****************
       01  WS-PGMVCB15      PIC X(8)  VALUE 'PGMVCB15'.
       01  LK-PARM-CBU.
           03  LK-CBU-NUMERO        PIC 9(14).
           03  LK-STATUS-CBU        PIC X.
               88  LK-CBU-VALIDO             VALUE 'Y'.
               88  LK-CBU-NO-VALIDO          VALUE 'N'.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RED-ALTAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RED-ACTUAL PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RED-BAJAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-AMBIGUOS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SIN-CAMBIO PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.

       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(22)    VALUE 'ALIAS'.
           03  FILLER        PIC X(16)    VALUE 'CBU'.
           03  FILLER        PIC X(09)    VALUE 'ORIGEN'.
           03  FILLER        PIC X(20)    VALUE 'TIPO/CUENTA'.
           03  FILLER        PIC X(16)    VALUE 'TITULAR'.
           03  FILLER        PIC X(10)    VALUE 'ESTADO'.
           03  FILLER        PIC X(39)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-ALIAS       PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-CBU         PIC 9(14)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ORIGEN      PIC X(07)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(07)    VALUE SPACES.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

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

           IF WS-MODO-NOVEDADES
              PERFORM 2000-PROCESAR-NOVEDAD
                      THRU F-2000-PROCESAR-NOVEDAD
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 4000-PROCESAR-RED
                      THRU F-4000-PROCESAR-RED
                      UNTIL WS-FIN-LECTURA
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

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-ENTIDAD IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-ENTIDAD
           END-IF.

           OPEN I-O ALIAS.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-ALI IS EQUAL '35'
              OPEN OUTPUT ALIAS
              IF FS-ALI IS EQUAL '00'
                 CLOSE ALIAS
                 OPEN I-O ALIAS
              END-IF
           END-IF.
           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALIAS = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 MOVE 'NOVEDADES DE ALIAS CBU PROPIOS DEL          '
                      TO WS-TIT-TEXTO
                 OPEN INPUT ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
                 OPEN I-O ALICBU
                 IF FS-ACB IS EQUAL '35'
                    OPEN OUTPUT ALICBU
                    IF FS-ACB IS EQUAL '00'
                       CLOSE ALICBU
                       OPEN I-O ALICBU
                    END-IF
                 END-IF
                 IF FS-ACB IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ALICBU = ' FS-ACB
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-RED
                 MOVE 'RESOLUCION DE ALIAS DE OTRAS ENTIDADES DEL  '
                      TO WS-TIT-TEXTO
                 OPEN INPUT ALIRED
                 IF FS-ARD IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ALIRED = ' FS-ARD
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-NOVEDADES
              PERFORM 2100-LEER-NOVEDAD THRU F-2100-LEER-NOVEDAD
           END-IF.
           IF WS-MODO-RED
              PERFORM 4100-LEER-RED THRU F-4100-LEER-RED
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  MODO M: NOVEDADES DE ALIAS        *
      *  PROPIOS                           *
      *                                    *
      **************************************
       2000-PROCESAR-NOVEDAD.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           ELSE
              EVALUATE NAL-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 3000-ALTA-ALIAS THRU F-3000-ALTA-ALIAS
                 WHEN 'MO'
                    PERFORM 3100-MODIFICAR-ALIAS
                            THRU F-3100-MODIFICAR-ALIAS
                 WHEN 'BA'
                    PERFORM 3200-BAJA-ALIAS THRU F-3200-BAJA-ALIAS
              END-EVALUATE
           END-IF.

           PERFORM 2100-LEER-NOVEDAD THRU F-2100-LEER-NOVEDAD.

       F-2000-PROCESAR-NOVEDAD. EXIT.

      ***** LECTURA ARCHIVO NOVEDADES ******
       2100-LEER-NOVEDAD.
      **************************************

           READ ENTRADA INTO WS-REG-NOVALI.
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

       F-2100-LEER-NOVEDAD. EXIT.

      ***** VALIDACION DE LA NOVEDAD ******************************
       2200-VALIDAR-NOVEDAD.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF NAL-TIPO-NOVEDAD IS EQUAL TO 'AL' OR 'MO' OR 'BA'
              CONTINUE
           ELSE
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

      * TODO ALTA, CAMBIO O BAJA DE ALIAS QUEDA A NOMBRE DE QUIEN LO *
      * PIDIO, QUE DEBE ESTAR HABILITADO PARA LA FUNCION EN EL       *
      * MAESTRO DE OPERADORES ****************************************
           MOVE NAL-OPERADOR TO LK-OPE-ID.
           MOVE 'AL'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NAL-NRODOC IS NOT NUMERIC
              OR NAL-TIPDOC IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'DOCUMENTO DEL TITULAR INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           MOVE NAL-ALIAS TO WS-ALC-TEXTO.
           PERFORM 5000-VALIDAR-FORMATO THRU F-5000-VALIDAR-FORMATO.
           MOVE WS-ALC-TEXTO TO NAL-ALIAS.
           IF WS-ALC-MOTIVO IS NOT EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE WS-ALC-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NAL-TIPO-NOVEDAD IS EQUAL TO 'MO'
              MOVE NAL-ALIAS-NUEVO TO WS-ALC-TEXTO
              PERFORM 5000-VALIDAR-FORMATO THRU F-5000-VALIDAR-FORMATO
              MOVE WS-ALC-TEXTO TO NAL-ALIAS-NUEVO
              IF WS-ALC-MOTIVO IS NOT EQUAL TO SPACES
                 SET WS-ERROR TO TRUE
                 MOVE WS-ALC-MOTIVO TO SUS-MOTIVO
                 GO TO F-2200-VALIDAR-NOVEDAD
              END-IF
              IF NAL-ALIAS-NUEVO IS EQUAL TO NAL-ALIAS
                 SET WS-ERROR TO TRUE
                 MOVE 'ALIAS NUEVO IGUAL AL ACTUAL' TO SUS-MOTIVO
              END-IF
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NAL-TIPO-NOVEDAD IS EQUAL TO 'BA'
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

      * ALTA: CBU VALIDO, DE LA ENTIDAD PROPIA Y DEL TITULAR **********
           IF NAL-CBU IS NOT NUMERIC
              OR NAL-CBU IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'CBU NO NUMERICO' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           MOVE NAL-CBU TO LK-CBU-NUMERO.
           CALL WS-PGMVCB15 USING LK-PARM-CBU.

           IF LK-CBU-NO-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'CBU (DIGITO VERIF)' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           MOVE NAL-CBU TO WS-CBU-N.

           IF WS-PAR-ENTIDAD IS EQUAL ZEROS
              OR WS-CBU-ENTIDAD IS NOT EQUAL WS-PAR-ENTIDAD
              SET WS-ERROR TO TRUE
              MOVE 'CBU DE OTRA ENTIDAD' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           MOVE WS-CBU-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE WS-CBU-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT B.TIPDOC, B.NRODOC
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC
                FROM ITPLZRY.TB99CUEN A,
                     ITPLZRY.TB99CLIE B
                WHERE A.TIPCUEN = :DB-CU-TIPCUEN
                AND A.NROCUEN = :DB-CU-NROCUEN
                AND A.NROCLI = B.NROCLI
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA DEL CBU INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-VALIDAR-NOVEDAD
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA DEL CBU: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR CONSULTA CUENTA' TO SUS-MOTIVO
                 GO TO F-2200-VALIDAR-NOVEDAD
           END-EVALUATE.

           IF DB-CL-TIPDOC IS NOT EQUAL NAL-TIPDOC
              OR DB-CL-NRODOC IS NOT EQUAL NAL-NRODOC
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA DE OTRO TITULAR' TO SUS-MOTIVO
           END-IF.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ALTA DEL ALIAS DE UNA CUENTA PROPIA ***********************
       3000-ALTA-ALIAS.

      * UN SOLO ALIAS ACTIVO POR CBU **********************************
           MOVE NAL-CBU TO KEY-ALICBU.
           READ ALICBU INTO WS-REG-ALIAS-CBU.

           EVALUATE FS-ACB
              WHEN '00'
                 SET WS-ERROR TO TRUE
                 MOVE 'EL CBU YA TIENE ALIAS ACTIVO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-3000-ALTA-ALIAS
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ALICBU = ' FS-ACB
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3000-ALTA-ALIAS
           END-EVALUATE.

      * EL TEXTO ES UNICO: UN ALIAS DADO DE BAJA PUEDE VOLVER A USARSE
           MOVE NAL-ALIAS TO KEY-ALIAS.
           READ ALIAS INTO WS-REG-ALIAS.

           EVALUATE FS-ALI
              WHEN '00'
                 IF NOT ALI-BAJA
                    SET WS-ERROR TO TRUE
                    IF ALI-PROPIO
                       MOVE 'ALIAS YA REGISTRADO' TO SUS-MOTIVO
                    ELSE
                       MOVE 'ALIAS REGISTRADO EN OTRA ENTIDAD'
                            TO SUS-MOTIVO
                    END-IF
                    PERFORM 6000-GRABAR-SUSPENSO
                            THRU F-6000-GRABAR-SUSPENSO
                    GO TO F-3000-ALTA-ALIAS
                 END-IF
                 PERFORM 5100-DESCRIBIR-ALIAS
                         THRU F-5100-DESCRIBIR-ALIAS
                 MOVE WS-AUD-DESCRIPCION TO AUD-ANTES
              WHEN '23'
                 MOVE SPACES TO AUD-ANTES
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ALIAS = ' FS-ALI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3000-ALTA-ALIAS
           END-EVALUATE.

           INITIALIZE WS-REG-ALIAS.
           MOVE NAL-ALIAS       TO ALI-ALIAS.
           MOVE NAL-CBU         TO ALI-CBU.
           MOVE WS-CBU-TIPCUEN  TO ALI-TIPCUEN.
           MOVE WS-CBU-NROCUEN  TO ALI-NROCUEN.
           MOVE NAL-TIPDOC      TO ALI-TIPDOC.
           MOVE NAL-NRODOC      TO ALI-NRODOC.
           SET ALI-PROPIO       TO TRUE.
           SET ALI-ACTIVO       TO TRUE.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ALTA.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE NAL-OPERADOR    TO ALI-OPERADOR.

           IF FS-ALI IS EQUAL '00'
              REWRITE REG-ALIAS FROM WS-REG-ALIAS
           ELSE
              WRITE REG-ALIAS FROM WS-REG-ALIAS
           END-IF.

           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION ALIAS = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3000-ALTA-ALIAS
           END-IF.

           PERFORM 3300-GRABAR-INDICE THRU F-3300-GRABAR-INDICE.

           ADD 1 TO WS-TOT-ALTAS.
           MOVE 'ALTA  ' TO AUD-OPERACION.
           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           PERFORM 5200-AUDITAR THRU F-5200-AUDITAR.

           MOVE 'ALTA DE ALIAS' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-ALIAS THRU F-7000-IMPRIMIR-ALIAS.

       F-3000-ALTA-ALIAS. EXIT.

      ***** CAMBIO DEL TEXTO DEL ALIAS: EL NUEVO QUEDA ACTIVO SOBRE   *
      ***** EL MISMO CBU Y EL ANTERIOR PASA A BAJA ********************
       3100-MODIFICAR-ALIAS.

           PERFORM 3400-LEER-PROPIO THRU F-3400-LEER-PROPIO.
           IF WS-ERROR OR WS-FIN-LECTURA
              GO TO F-3100-MODIFICAR-ALIAS
           END-IF.

           MOVE WS-REG-ALIAS TO WS-REG-ALIAS-ANT.

           MOVE NAL-ALIAS-NUEVO TO KEY-ALIAS.
           READ ALIAS INTO WS-REG-ALIAS.

           EVALUATE FS-ALI
              WHEN '00'
                 IF NOT ALI-BAJA
                    SET WS-ERROR TO TRUE
                    MOVE 'ALIAS NUEVO YA REGISTRADO' TO SUS-MOTIVO
                    PERFORM 6000-GRABAR-SUSPENSO
                            THRU F-6000-GRABAR-SUSPENSO
                    GO TO F-3100-MODIFICAR-ALIAS
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ALIAS = ' FS-ALI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3100-MODIFICAR-ALIAS
           END-EVALUATE.

           MOVE WS-REG-ALIAS-ANT TO WS-REG-ALIAS.
           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           MOVE NAL-ALIAS-NUEVO TO ALI-ALIAS.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ALTA.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE NAL-OPERADOR    TO ALI-OPERADOR.

           IF FS-ALI IS EQUAL '00'
              REWRITE REG-ALIAS FROM WS-REG-ALIAS
           ELSE
              WRITE REG-ALIAS FROM WS-REG-ALIAS
           END-IF.

           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION ALIAS = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-MODIFICAR-ALIAS
           END-IF.

           PERFORM 3300-GRABAR-INDICE THRU F-3300-GRABAR-INDICE.

      * EL TEXTO ANTERIOR QUEDA DE BAJA, LIBRE PARA OTRA CUENTA *******
           MOVE WS-REG-ALIAS-ANT TO WS-REG-ALIAS.
           MOVE ALI-ALIAS TO KEY-ALIAS.
           READ ALIAS.
           IF FS-ALI IS EQUAL '00'
              SET ALI-BAJA         TO TRUE
              MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO
              MOVE NAL-OPERADOR    TO ALI-OPERADOR
              REWRITE REG-ALIAS FROM WS-REG-ALIAS
           END-IF.
           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN BAJA ALIAS ANTERIOR = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-MODIFICAR-ALIAS
           END-IF.

           ADD 1 TO WS-TOT-MODIF.
           MOVE 'MODIF ' TO AUD-OPERACION.
           MOVE SPACES TO AUD-DESPUES.
           STRING 'NUEVO ALIAS=' NAL-ALIAS-NUEVO ' OP=' NAL-OPERADOR
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.
           PERFORM 5200-AUDITAR THRU F-5200-AUDITAR.

           MOVE SPACES TO WS-DET-ACCION.
           STRING 'CAMBIADO A ' NAL-ALIAS-NUEVO
                  DELIMITED BY SIZE INTO WS-DET-ACCION
           END-STRING.
           PERFORM 7000-IMPRIMIR-ALIAS THRU F-7000-IMPRIMIR-ALIAS.

       F-3100-MODIFICAR-ALIAS. EXIT.

      ***** BAJA DEL ALIAS: QUEDA REGISTRADO PARA QUE PGMVTR15 PUEDA  *
      ***** INFORMAR ALIAS DADO DE BAJA Y EL CBU QUEDA LIBRE **********
       3200-BAJA-ALIAS.

           PERFORM 3400-LEER-PROPIO THRU F-3400-LEER-PROPIO.
           IF WS-ERROR OR WS-FIN-LECTURA
              GO TO F-3200-BAJA-ALIAS
           END-IF.

           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           SET ALI-BAJA         TO TRUE.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE NAL-OPERADOR    TO ALI-OPERADOR.

           REWRITE REG-ALIAS FROM WS-REG-ALIAS.
           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE ALIAS = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3200-BAJA-ALIAS
           END-IF.

           MOVE ALI-CBU TO KEY-ALICBU.
           DELETE ALICBU.
           IF FS-ACB IS NOT EQUAL '00' AND '23'
              DISPLAY '* ERROR EN DELETE ALICBU = ' FS-ACB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           ADD 1 TO WS-TOT-BAJAS.
           MOVE 'BAJA  ' TO AUD-OPERACION.
           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           PERFORM 5200-AUDITAR THRU F-5200-AUDITAR.

           MOVE 'BAJA DE ALIAS' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-ALIAS THRU F-7000-IMPRIMIR-ALIAS.

       F-3200-BAJA-ALIAS. EXIT.

      ***** INDICE INVERSO CBU -> ALIAS DEL ALIAS PROPIO ACTIVO *******
       3300-GRABAR-INDICE.

           MOVE SPACES    TO WS-REG-ALIAS-CBU.
           MOVE ALI-CBU   TO ACB-CBU.
           MOVE ALI-ALIAS TO ACB-ALIAS.
           MOVE ALI-CBU   TO KEY-ALICBU.

           READ ALICBU.
           EVALUATE FS-ACB
              WHEN '00'
                 REWRITE REG-ALICBU FROM WS-REG-ALIAS-CBU
              WHEN '23'
                 WRITE REG-ALICBU FROM WS-REG-ALIAS-CBU
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF FS-ACB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION ALICBU = ' FS-ACB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3300-GRABAR-INDICE. EXIT.

      ***** ALIAS PROPIO ACTIVO DEL TITULAR DE LA NOVEDAD (MO Y BA) ***
       3400-LEER-PROPIO.

           MOVE NAL-ALIAS TO KEY-ALIAS.
           READ ALIAS INTO WS-REG-ALIAS.

           EVALUATE FS-ALI
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'ALIAS INEXISTENTE' TO SUS-MOTIVO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ALIAS = ' FS-ALI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-LEER-PROPIO
           END-EVALUATE.

           IF WS-NO-ERROR
              EVALUATE TRUE
                 WHEN NOT ALI-PROPIO
                    SET WS-ERROR TO TRUE
                    MOVE 'ALIAS DE OTRA ENTIDAD' TO SUS-MOTIVO
                 WHEN NOT ALI-ACTIVO
                    SET WS-ERROR TO TRUE
                    MOVE 'ALIAS NO ACTIVO' TO SUS-MOTIVO
                 WHEN ALI-TIPDOC IS NOT EQUAL NAL-TIPDOC
                 WHEN ALI-NRODOC IS NOT EQUAL NAL-NRODOC
                    SET WS-ERROR TO TRUE
                    MOVE 'ALIAS DE OTRO TITULAR' TO SUS-MOTIVO
              END-EVALUATE
           END-IF.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-3400-LEER-PROPIO. EXIT.

      **************************************
      *                                    *
      *  MODO R: RESOLUCION DE ALIAS DE    *
      *  OTRAS ENTIDADES (RED)             *
      *                                    *
      **************************************
       4000-PROCESAR-RED.

           PERFORM 4200-VALIDAR-RED THRU F-4200-VALIDAR-RED.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-PROCESAR-RED-LEER
           END-IF.

           MOVE ARD-ALIAS TO KEY-ALIAS.
           READ ALIAS INTO WS-REG-ALIAS.

           EVALUATE FS-ALI
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 IF ARD-ACTIVO
                    PERFORM 4300-ALTA-RED THRU F-4300-ALTA-RED
                 ELSE
                    ADD 1 TO WS-TOT-SIN-CAMBIO
                 END-IF
                 GO TO F-4000-PROCESAR-RED-LEER
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ALIAS = ' FS-ALI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-PROCESAR-RED-LEER
           END-EVALUATE.

      * UN ALIAS PROPIO ACTIVO NO LO PUEDE REASIGNAR LA RED; DADO DE   *
      * BAJA QUEDA LIBRE Y LA RED LO PUEDE HABER ASIGNADO A OTRA       *
      * ENTIDAD ********************************************************
           IF ALI-PROPIO
              IF ALI-BAJA
                 IF ARD-ACTIVO
                    PERFORM 4400-ACTIVAR-RED THRU F-4400-ACTIVAR-RED
                 ELSE
                    ADD 1 TO WS-TOT-SIN-CAMBIO
                 END-IF
              ELSE
                 SET WS-ERROR TO TRUE
                 MOVE 'ALIAS PROPIO INFORMADO POR RED' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              END-IF
              GO TO F-4000-PROCESAR-RED-LEER
           END-IF.

           IF ARD-BAJA
              PERFORM 4500-BAJA-RED THRU F-4500-BAJA-RED
           ELSE
              PERFORM 4600-ACTUALIZAR-RED THRU F-4600-ACTUALIZAR-RED
           END-IF.

       F-4000-PROCESAR-RED-LEER.

           PERFORM 4100-LEER-RED THRU F-4100-LEER-RED.

       F-4000-PROCESAR-RED. EXIT.

      ***** LECTURA ARCHIVO DE LA RED ******
       4100-LEER-RED.
      **************************************

           READ ALIRED INTO WS-REG-ALIRED.
           EVALUATE FS-ARD
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ALIRED : ' FS-ARD
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-LEER-RED. EXIT.

      ***** VALIDACION DEL REGISTRO DE LA RED *************************
       4200-VALIDAR-RED.

           SET WS-NO-ERROR TO TRUE.

           MOVE ARD-ALIAS TO WS-ALC-TEXTO.
           PERFORM 5000-VALIDAR-FORMATO THRU F-5000-VALIDAR-FORMATO.
           MOVE WS-ALC-TEXTO TO ARD-ALIAS.
           IF WS-ALC-MOTIVO IS NOT EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE WS-ALC-MOTIVO TO SUS-MOTIVO
              GO TO F-4200-VALIDAR-RED
           END-IF.

           IF NOT ARD-ACTIVO AND NOT ARD-BAJA
              SET WS-ERROR TO TRUE
              MOVE 'ESTADO DE ALIAS INVALIDO' TO SUS-MOTIVO
              GO TO F-4200-VALIDAR-RED
           END-IF.

           IF ARD-NRODOC IS NOT NUMERIC
              MOVE ZEROS TO ARD-NRODOC
           END-IF.

           IF ARD-CBU IS NOT NUMERIC
              OR ARD-CBU IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'CBU NO NUMERICO' TO SUS-MOTIVO
              GO TO F-4200-VALIDAR-RED
           END-IF.

           MOVE ARD-CBU TO LK-CBU-NUMERO.
           CALL WS-PGMVCB15 USING LK-PARM-CBU.

           IF LK-CBU-NO-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'CBU (DIGITO VERIF)' TO SUS-MOTIVO
              GO TO F-4200-VALIDAR-RED
           END-IF.

      * LOS ALIAS DE CUENTAS PROPIAS SOLO SE CARGAN POR NOVEDADES *****
           MOVE ARD-CBU TO WS-CBU-N.
           IF WS-PAR-ENTIDAD IS GREATER THAN ZEROS
              AND WS-CBU-ENTIDAD IS EQUAL WS-PAR-ENTIDAD
              SET WS-ERROR TO TRUE
              MOVE 'CBU DE ENTIDAD PROPIA' TO SUS-MOTIVO
           END-IF.

       F-4200-VALIDAR-RED. EXIT.

      ***** ALIAS NUEVO DE OTRA ENTIDAD *******************************
       4300-ALTA-RED.

           INITIALIZE WS-REG-ALIAS.
           MOVE ARD-ALIAS       TO ALI-ALIAS.
           MOVE ARD-CBU         TO ALI-CBU.
           MOVE ARD-TIPDOC      TO ALI-TIPDOC.
           MOVE ARD-NRODOC      TO ALI-NRODOC.
           SET ALI-DE-RED       TO TRUE.
           SET ALI-ACTIVO       TO TRUE.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ALTA.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE 'RED     '      TO ALI-OPERADOR.

           WRITE REG-ALIAS FROM WS-REG-ALIAS.
           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ALIAS = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4300-ALTA-RED
           END-IF.

           ADD 1 TO WS-TOT-RED-ALTAS.
           MOVE 'ALTA  ' TO AUD-OPERACION.
           MOVE SPACES TO AUD-ANTES.
           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           PERFORM 5200-AUDITAR THRU F-5200-AUDITAR.

           MOVE 'ALTA INFORMADA POR RED' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-ALIAS THRU F-7000-IMPRIMIR-ALIAS.

       F-4300-ALTA-RED. EXIT.

      ***** ALIAS DADO DE BAJA QUE LA RED INFORMA ACTIVO: SE TOMA EL  *
      ***** CBU Y TITULAR QUE INFORMA LA RED **************************
       4400-ACTIVAR-RED.

           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           MOVE ARD-CBU         TO ALI-CBU.
           MOVE ZEROS           TO ALI-TIPCUEN.
           MOVE ZEROS           TO ALI-NROCUEN.
           MOVE ARD-TIPDOC      TO ALI-TIPDOC.
           MOVE ARD-NRODOC      TO ALI-NRODOC.
           MOVE ZEROS           TO ALI-CBU-ALTERNO.
           SET ALI-DE-RED       TO TRUE.
           SET ALI-ACTIVO       TO TRUE.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ALTA.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE 'RED     '      TO ALI-OPERADOR.

           MOVE 'ACTIVADO POR RED' TO WS-DET-ACCION.
           PERFORM 4700-REGRABAR-RED THRU F-4700-REGRABAR-RED.

       F-4400-ACTIVAR-RED. EXIT.

      ***** BAJA INFORMADA POR LA RED: SI EL ALIAS ESTABA AMBIGUO     *
      ***** QUEDA ACTIVO CON EL CBU QUE NO SE DIO DE BAJA *************
       4500-BAJA-RED.

           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           EVALUATE TRUE
              WHEN ALI-AMBIGUO
                   AND ARD-CBU IS EQUAL ALI-CBU-ALTERNO
                 MOVE ZEROS TO ALI-CBU-ALTERNO
                 SET ALI-ACTIVO TO TRUE
                 MOVE 'DESAMBIGUADO POR BAJA DE RED' TO WS-DET-ACCION
              WHEN ALI-AMBIGUO
                   AND ARD-CBU IS EQUAL ALI-CBU
                 MOVE ALI-CBU-ALTERNO TO ALI-CBU
                 MOVE ZEROS TO ALI-CBU-ALTERNO
                 SET ALI-ACTIVO TO TRUE
                 MOVE 'DESAMBIGUADO POR BAJA DE RED' TO WS-DET-ACCION
              WHEN ALI-ACTIVO
                   AND ARD-CBU IS EQUAL ALI-CBU
                 SET ALI-BAJA TO TRUE
                 MOVE 'BAJA INFORMADA POR RED' TO WS-DET-ACCION
              WHEN OTHER
                 ADD 1 TO WS-TOT-SIN-CAMBIO
                 GO TO F-4500-BAJA-RED
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE 'RED     '      TO ALI-OPERADOR.

           PERFORM 4700-REGRABAR-RED THRU F-4700-REGRABAR-RED.

       F-4500-BAJA-RED. EXIT.

      ***** ALIAS ACTIVO INFORMADO POR LA RED SOBRE UNO YA CARGADO ****
       4600-ACTUALIZAR-RED.

           IF ALI-BAJA
              PERFORM 4400-ACTIVAR-RED THRU F-4400-ACTIVAR-RED
              GO TO F-4600-ACTUALIZAR-RED
           END-IF.

           IF ARD-CBU IS EQUAL ALI-CBU
              OR ARD-CBU IS EQUAL ALI-CBU-ALTERNO
              ADD 1 TO WS-TOT-SIN-CAMBIO
              GO TO F-4600-ACTUALIZAR-RED
           END-IF.

      * EL MISMO ALIAS CON OTRO CBU: NO SE SABE A CUAL TRANSFERIR *****
           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           MOVE ARD-CBU         TO ALI-CBU-ALTERNO.
           SET ALI-AMBIGUO      TO TRUE.
           MOVE WS-FECHA-HOY-8  TO ALI-FEC-ESTADO.
           MOVE 'RED     '      TO ALI-OPERADOR.

           ADD 1 TO WS-TOT-AMBIGUOS.
           MOVE 'AMBIGUO: DOS CBU INFORMADOS' TO WS-DET-ACCION.
           PERFORM 4700-REGRABAR-RED THRU F-4700-REGRABAR-RED.

       F-4600-ACTUALIZAR-RED. EXIT.

      ***** REGRABACION, AUDITORIA Y LISTADO (ANTES Y ACCION CARGADOS)
       4700-REGRABAR-RED.

           REWRITE REG-ALIAS FROM WS-REG-ALIAS.
           IF FS-ALI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE ALIAS = ' FS-ALI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4700-REGRABAR-RED
           END-IF.

           EVALUATE TRUE
              WHEN ALI-BAJA
                 ADD 1 TO WS-TOT-RED-BAJAS
                 MOVE 'BAJA  ' TO AUD-OPERACION
              WHEN ALI-AMBIGUO
                 MOVE 'AMBIG ' TO AUD-OPERACION
              WHEN OTHER
                 ADD 1 TO WS-TOT-RED-ACTUAL
                 MOVE 'MODIF ' TO AUD-OPERACION
           END-EVALUATE.
           PERFORM 5100-DESCRIBIR-ALIAS THRU F-5100-DESCRIBIR-ALIAS.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           PERFORM 5200-AUDITAR THRU F-5200-AUDITAR.

           PERFORM 7000-IMPRIMIR-ALIAS THRU F-7000-IMPRIMIR-ALIAS.

       F-4700-REGRABAR-RED. EXIT.

      ***** FORMATO DEL ALIAS: SE PASA A MAYUSCULAS Y DEBE TENER DE 6 *
      ***** A 20 LETRAS, DIGITOS, PUNTOS O GUIONES, SIN BLANCOS EN EL *
      ***** MEDIO Y NO SER SOLO NUMERICO (SE CONFUNDE CON UNA CUENTA) *
       5000-VALIDAR-FORMATO.

           MOVE SPACES TO WS-ALC-MOTIVO.
           INSPECT WS-ALC-TEXTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-ALC-TEXTO IS EQUAL TO SPACES
              MOVE 'ALIAS EN BLANCO' TO WS-ALC-MOTIVO
              GO TO F-5000-VALIDAR-FORMATO
           END-IF.

           MOVE ZEROS TO WS-ALC-LARGO.
           MOVE ZEROS TO WS-ALC-DIGITOS.
           SET WS-ALC-SIN-BLANCO TO TRUE.

           PERFORM 5010-REVISAR-CARACTER THRU F-5010-REVISAR-CARACTER
                   VARYING WS-ALC-IX FROM 1 BY 1
                   UNTIL WS-ALC-IX > 20.

           IF WS-ALC-MOTIVO IS NOT EQUAL TO SPACES
              GO TO F-5000-VALIDAR-FORMATO
           END-IF.

           IF WS-ALC-LARGO IS LESS THAN 6
              MOVE 'ALIAS MENOR A 6 CARACTERES' TO WS-ALC-MOTIVO
              GO TO F-5000-VALIDAR-FORMATO
           END-IF.

           IF WS-ALC-DIGITOS IS EQUAL TO WS-ALC-LARGO
              MOVE 'ALIAS SOLO NUMERICO' TO WS-ALC-MOTIVO
           END-IF.

       F-5000-VALIDAR-FORMATO. EXIT.

       5010-REVISAR-CARACTER.

           MOVE WS-ALC-POS(WS-ALC-IX) TO WS-ALC-CARACTER.

           IF WS-ALC-ES-BLANCO
              SET WS-ALC-HUBO-BLANCO TO TRUE
              GO TO F-5010-REVISAR-CARACTER
           END-IF.

           IF WS-ALC-HUBO-BLANCO
              AND WS-ALC-MOTIVO IS EQUAL TO SPACES
              MOVE 'ALIAS CON BLANCOS INTERMEDIOS' TO WS-ALC-MOTIVO
           END-IF.

           MOVE WS-ALC-IX TO WS-ALC-LARGO.

           EVALUATE TRUE
              WHEN WS-ALC-ES-DIGITO
                 ADD 1 TO WS-ALC-DIGITOS
              WHEN WS-ALC-ES-LETRA
              WHEN WS-ALC-ES-SIGNO
                 CONTINUE
              WHEN OTHER
                 IF WS-ALC-MOTIVO IS EQUAL TO SPACES
                    MOVE 'ALIAS CON CARACTER INVALIDO' TO WS-ALC-MOTIVO
                 END-IF
           END-EVALUATE.

       F-5010-REVISAR-CARACTER. EXIT.

      ***** IMAGEN DEL ALIAS PARA EL ANTES/DESPUES ********************
       5100-DESCRIBIR-ALIAS.

           MOVE SPACES TO WS-AUD-DESCRIPCION.
           IF ALI-PROPIO
              STRING 'CBU=' ALI-CBU ' CTA=' ALI-TIPCUEN '/' ALI-NROCUEN
                     ' E=' ALI-ESTADO ' OP=' ALI-OPERADOR
                     DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
              END-STRING
           ELSE
              STRING 'CBU=' ALI-CBU ' ALT=' ALI-CBU-ALTERNO
                     ' E=' ALI-ESTADO ' DOC=' ALI-NRODOC
                     DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
              END-STRING
           END-IF.

       F-5100-DESCRIBIR-ALIAS. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION YA CARGADA) ***********
       5200-AUDITAR.

           MOVE 'PGMVAL15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'ALIAS   ' TO AUD-TABLA.
           MOVE ALI-ALIAS TO AUD-CLAVE.
           IF WS-MODO-NOVEDADES
              MOVE NAL-OPERADOR TO AUD-OPERADOR
           ELSE
              MOVE SPACES TO AUD-OPERADOR
           END-IF.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5200-AUDITAR. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           IF WS-MODO-NOVEDADES
              MOVE WS-REG-NOVALI TO SUS-NOVEDAD
           ELSE
              MOVE WS-REG-ALIRED TO SUS-NOVEDAD
           END-IF.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO (ACCION YA CARGADA) *********************
       7000-IMPRIMIR-ALIAS.

           MOVE ALI-ALIAS       TO WS-DET-ALIAS.
           MOVE ALI-CBU         TO WS-DET-CBU.
           MOVE ALI-TIPCUEN     TO WS-DET-TIPCUEN.
           MOVE ALI-NROCUEN     TO WS-DET-NROCUEN.
           MOVE ALI-TIPDOC      TO WS-DET-TIPDOC.
           MOVE ALI-NRODOC      TO WS-DET-NRODOC.
           IF ALI-PROPIO
              MOVE 'PROPIO'     TO WS-DET-ORIGEN
           ELSE
              MOVE 'RED'        TO WS-DET-ORIGEN
           END-IF.
           EVALUATE TRUE
              WHEN ALI-ACTIVO
                 MOVE 'ACTIVO'  TO WS-DET-ESTADO
              WHEN ALI-AMBIGUO
                 MOVE 'AMBIGUO' TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE 'BAJA'    TO WS-DET-ESTADO
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-ALIAS. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS.
           IF WS-MODO-NOVEDADES
              DISPLAY 'ALIAS DADOS DE ALTA     = ' WS-TOT-ALTAS
              DISPLAY 'ALIAS MODIFICADOS       = ' WS-TOT-MODIF
              DISPLAY 'ALIAS DADOS DE BAJA     = ' WS-TOT-BAJAS
           ELSE
              DISPLAY 'ALTAS INFORMADAS RED    = ' WS-TOT-RED-ALTAS
              DISPLAY 'ALIAS ACTUALIZADOS      = ' WS-TOT-RED-ACTUAL
              DISPLAY 'BAJAS INFORMADAS RED    = ' WS-TOT-RED-BAJAS
              DISPLAY 'ALIAS AMBIGUOS          = ' WS-TOT-AMBIGUOS
              DISPLAY 'SIN CAMBIOS             = ' WS-TOT-SIN-CAMBIO
           END-IF.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           IF WS-MODO-NOVEDADES
              CLOSE ENTRADA
              CLOSE ALICBU
                 IF FS-ACB IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE ALICBU = ' FS-ACB
                   MOVE 9999 TO RETURN-CODE
                 END-IF
           END-IF.
           IF WS-MODO-RED
              CLOSE ALIRED
           END-IF.

           CLOSE ALIAS
              IF FS-ALI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ALIAS = ' FS-ALI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVAL15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                   + WS-TOT-BAJAS + WS-TOT-RED-ALTAS
                   + WS-TOT-RED-ACTUAL + WS-TOT-RED-BAJAS
                   + WS-TOT-AMBIGUOS.
           MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
