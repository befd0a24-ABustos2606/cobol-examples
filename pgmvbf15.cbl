       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVBF15.

      ***********************************************
      *                                             *
      *  BENEFICIARIOS FINALES DE CLIENTES          *
      *  PERSONA JURIDICA                           *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS EMPRESAS (CUIT 30/33/34) ABREN CUENTAS  *
      * PERO NO SE REGISTRABA QUIEN LAS POSEE O     *
      * CONTROLA. ESTE PROGRAMA MANTIENE EL MAESTRO *
      * DDBENEF (CPBENEF): UNA ENTRADA POR EMPRESA  *
      * Y PERSONA HUMANA CON EL PORCENTAJE Y EL     *
      * TIPO DE CONTROL. SEGUN EL MODO DE DDPARAM:  *
      * 'M' APLICA EL FEED DDBENNOV - 'AL'/'MO'/    *
      *     'BA' - CON AUDITORIA ANTES/DESPUES. LA  *
      *     EMPRESA DEBE SER CLIENTE Y TENER CUIT   *
      *     VALIDO (PGMVCU15), EL TITULAR DEBE SER  *
      *     PERSONA HUMANA. CADA ALTA O MODIF. PASA *
      *     POR EL SCREENING DE PGMVWS15 Y QUEDA    *
      *     REGISTRADA CON SU RESULTADO; LAS        *
      *     COINCIDENCIAS SE LISTAN PARA REVISION.  *
      *     EL OPERADOR QUE CARGA LA NOVEDAD DEBE   *
      *     ESTAR HABILITADO PARA LA FUNCION 'BF'   *
      *     (RUTINA PGMVOP15) Y QUEDA EN AUDITORIA  *
      * 'S' VUELVE A PASAR POR EL SCREENING A TODOS *
      *     LOS BENEFICIARIOS - CORRE DESPUES DE    *
      *     CADA ACTUALIZACION DE PGMVWL15 - Y      *
      *     LISTA LAS COINCIDENCIAS NUEVAS, VIGEN-  *
      *     TES Y LEVANTADAS                        *
      * 'R' RECORRE LAS EMPRESAS DEL VSAM CLIENTE Y *
      *     LISTA LAS QUE NO TIENEN BENEFICIARIO    *
      *     DECLARADO O CUYA PARTICIPACION DECLARADA*
      *     NO LLEGA AL MINIMO DEL PARAMETRO, SALVO *
      *     QUE TENGAN UN CONTROLANTE POR OTROS     *
      *     MEDIOS                                  *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FEED DE DECLARACIONES DE BENEFICIARIOS - AL / MO / BA *
             SELECT ENTRADA ASSIGN DDBENNOV
                    FILE STATUS IS FS-ENT.

             SELECT BENEF ASSIGN DDBENEF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-BEN
                    FILE STATUS IS FS-BEN.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

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

       01 REG-ENTRADA       PIC X(80).

       FD BENEF.

       01 REG-BENEF.
           03 KEY-BEN       PIC X(26).
           03 FILLER        PIC X(94).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

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

       01 REG-PARAMETROS    PIC X(06).

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
       77  FS-BEN           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       77  WS-FEC-ALTA-ANT  PIC 9(8)  VALUE ZEROS.

           COPY CPBENEF.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA Y PARTICIPACION MINIMA QUE DEBEN SUMAR LOS *
      * BENEFICIARIOS DECLARADOS DE UNA EMPRESA ************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)   VALUE 'R'.
               88  WS-MODO-MANTENIMIENTO        VALUE 'M'.
               88  WS-MODO-SCREENING            VALUE 'S'.
               88  WS-MODO-REVISION             VALUE 'R'.
           03  WS-PAR-PCT-MINIMO    PIC 9(03)V99 VALUE 075,00.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DEL FEED DE BENEFICIARIOS FINALES *
       01  WS-REG-NOVBEN.
           03  NBF-TIPO-NOVEDAD   PIC X(02).
           03  NBF-CLAVE.
               05  NBF-EMP-TIPDOC PIC X(02).
               05  NBF-EMP-NRODOC PIC 9(11).
               05  NBF-TIT-TIPDOC PIC X(02).
               05  NBF-TIT-NRODOC PIC 9(11).
           03  NBF-NOMBRE         PIC X(30).
           03  NBF-TIPO-CONTROL   PIC X(01).
               88  NBF-CONTROL-VALIDO         VALUE 'P' 'V' 'O'.
               88  NBF-CONTROL-OTROS          VALUE 'O'.
           03  NBF-PORCENTAJE     PIC 9(03)V99.
           03  NBF-FEC-DECLARA    PIC 9(08).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NBF-OPERADOR       PIC X(08).

      * PREFIJO DEL DOCUMENTO: 30/33/34 ES PERSONA JURIDICA *
       01  WS-DOC-ANALISIS      PIC 9(11)  VALUE ZEROS.
       01  WS-DOC-ANALISIS-RED  REDEFINES WS-DOC-ANALISIS.
           03  WS-DOC-PREFIJO   PIC 9(02).
               88  WS-DOC-EMPRESA             VALUE 30 33 34.
           03  FILLER           PIC 9(09).

      * CLAVE PARCIAL PARA POSICIONARSE EN EL VSAM CLIENTE *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

      * RESULTADO ANTERIOR DEL SCREENING (MODO 'S') *
       77  WS-SCR-ANTERIOR  PIC X(01)  VALUE SPACES.
       77  WS-LISTA-ANT     PIC X(10)  VALUE SPACES.

      * EMPRESA EN REVISION (MODO 'R') *
       01  WS-EMPRESA-ACTUAL.
           03  WS-EMP-TIPDOC    PIC X(02)  VALUE SPACES.
           03  WS-EMP-NRODOC    PIC 9(11)  VALUE ZEROS.

       01  WS-EMPRESA-ANTERIOR.
           03  WS-ANT-TIPDOC    PIC X(02)  VALUE SPACES.
           03  WS-ANT-NRODOC    PIC 9(11)  VALUE ZEROS.

       01  WS-CLAVE-BEN-INI.
           03  WS-CBI-EMPRESA   PIC X(13).
           03  WS-CBI-TITULAR   PIC X(13).

       01  WS-SW-FIN-BEN    PIC X(01)  VALUE 'N'.
           88  WS-FIN-BENEF            VALUE 'S'.
           88  WS-NO-FIN-BENEF         VALUE 'N'.

       01  WS-SW-OTROS      PIC X(01)  VALUE 'N'.
           88  WS-CON-CONTROL-OTROS    VALUE 'S'.
           88  WS-SIN-CONTROL-OTROS    VALUE 'N'.

       77  WS-CANT-BENEF    PIC 9(03)     VALUE ZEROS.
       77  WS-SUMA-CAPITAL  PIC 9(05)V99  VALUE ZEROS.
       77  WS-SUMA-VOTOS    PIC 9(05)V99  VALUE ZEROS.
       77  WS-SUMA-MAYOR    PIC 9(05)V99  VALUE ZEROS.
       77  WS-PCT-EDIT      PIC ZZ9,99    VALUE ZEROS.

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-COINCID   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NUEVAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LEVANT    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EMPRESAS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-BENEF PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJO-MIN  PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTIT-NOVEDAD.
           03  FILLER        PIC X(04)    VALUE 'NOV'.
           03  FILLER        PIC X(15)    VALUE 'EMPRESA'.
           03  FILLER        PIC X(15)    VALUE 'TITULAR'.
           03  FILLER        PIC X(03)    VALUE 'TC'.
           03  FILLER        PIC X(08)    VALUE 'PORC.'.
           03  FILLER        PIC X(03)    VALUE 'SC'.
           03  FILLER        PIC X(12)    VALUE 'LISTA'.
           03  FILLER        PIC X(72)    VALUE 'RESULTADO'.

       01  WS-REG-NOVEDAD-LIS.
           03  WS-NVL-TIPO-NOV    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-EMP-TIPDOC  PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-EMP-NRODOC  PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-TIT-TIPDOC  PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-TIT-NRODOC  PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-CONTROL     PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-PORCENTAJE  PIC ZZ9,99   VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-SCREENING   PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-LISTA       PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(42)    VALUE SPACES.

       01  WS-SUBTIT-SCREENING.
           03  FILLER        PIC X(15)    VALUE 'EMPRESA'.
           03  FILLER        PIC X(15)    VALUE 'TITULAR'.
           03  FILLER        PIC X(31)    VALUE 'NOMBRE'.
           03  FILLER        PIC X(04)    VALUE 'ANT'.
           03  FILLER        PIC X(04)    VALUE 'NVO'.
           03  FILLER        PIC X(12)    VALUE 'LISTA'.
           03  FILLER        PIC X(51)    VALUE 'SITUACION'.

       01  WS-REG-SCREENING-LIS.
           03  WS-SCL-EMP-TIPDOC  PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-SCL-EMP-NRODOC  PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-SCL-TIT-TIPDOC  PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-SCL-TIT-NRODOC  PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-SCL-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-SCL-SCR-ANT     PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-SCL-SCR-NVO     PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-SCL-LISTA       PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-SCL-SITUACION   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(21)    VALUE SPACES.

       01  WS-SUBTIT-EMPRESA.
           03  FILLER        PIC X(15)    VALUE 'EMPRESA'.
           03  FILLER        PIC X(31)    VALUE 'RAZON SOCIAL'.
           03  FILLER        PIC X(06)    VALUE 'BENEF'.
           03  FILLER        PIC X(10)    VALUE 'PARTIC.'.
           03  FILLER        PIC X(70)    VALUE 'SITUACION'.

       01  WS-REG-EMPRESA-LIS.
           03  WS-EML-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-EML-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-EML-RAZON       PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-EML-CANT        PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-EML-PARTIC      PIC ZZZ9,99  VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-EML-SITUACION   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(40)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

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

      * SCREENING CONTRA EL MAESTRO DE PERSONAS OBSERVADAS (PGMVWL15) *
      * VIA LA RUTINA COMPARTIDA PGMVWS15: LA DECLARACION SE REGISTRA *
      * IGUAL (EL REGULADOR DEBE CONOCER AL BENEFICIARIO) Y LA        *
      * COINCIDENCIA QUEDA EN EL MAESTRO Y EN EL LISTADO **************
       01  WS-PGMVWS15        PIC X(8)     VALUE 'PGMVWS15'.
       01  LK-PARM-SCREEN.
           03  LK-SCR-TIPDOC        PIC X(02).
           03  LK-SCR-NRODOC        PIC 9(11).
           03  LK-SCR-NOMBRE        PIC X(30).
           03  LK-STATUS-SCREEN     PIC X.
               88  LK-SCR-MATCH-DOCUMENTO    VALUE 'D'.
               88  LK-SCR-MATCH-NOMBRE       VALUE 'N'.
               88  LK-SCR-LIMPIO             VALUE 'X'.
           03  LK-SCR-LISTA         PIC X(10).
           03  LK-SCR-SEVERIDAD     PIC X(01).

      * RUTINA COMPARTIDA DE VALIDACION DEL DIGITO VERIFICADOR DE    *
      * CUIT/CUIL (TP 35) **********************************************
       01  WS-PGMVCU15        PIC X(8)     VALUE 'PGMVCU15'.
       01  LK-PARM-CUIT.
           03  LK-CUIT-NUMERO       PIC 9(11).
           03  LK-STATUS-CUIT       PIC X.
               88  LK-CUIT-VALIDO            VALUE 'Y'.
               88  LK-CUIT-NO-VALIDO         VALUE 'N'.
               88  LK-CUIT-NO-APLICA         VALUE 'X'.


      ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO   THRU  F-1000-INICIO.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 PERFORM 2000-PROCESO THRU F-2000-PROCESO
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-SCREENING
                 PERFORM 3000-RESCREENING THRU F-3000-RESCREENING
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 3500-REVISAR-EMPRESA
                         THRU F-3500-REVISAR-EMPRESA
                         UNTIL WS-FIN-LECTURA
           END-EVALUATE.

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

           IF NOT WS-MODO-MANTENIMIENTO
              AND NOT WS-MODO-SCREENING
              SET WS-MODO-REVISION TO TRUE
           END-IF.
           IF WS-PAR-PCT-MINIMO IS NOT NUMERIC
              OR WS-PAR-PCT-MINIMO IS EQUAL ZEROS
              OR WS-PAR-PCT-MINIMO IS GREATER THAN 100
              MOVE 075,00 TO WS-PAR-PCT-MINIMO
           END-IF.

           OPEN I-O BENEF.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-BEN IS EQUAL '35'
              OPEN OUTPUT BENEF
              IF FS-BEN IS EQUAL '00'
                 CLOSE BENEF
                 OPEN I-O BENEF
              END-IF
           END-IF.
           IF FS-BEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BENEF = ' FS-BEN
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
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
              WHEN WS-MODO-MANTENIMIENTO
                 PERFORM 1100-INICIO-MANTENIMIENTO
                         THRU F-1100-INICIO-MANTENIMIENTO
              WHEN WS-MODO-SCREENING
                 MOVE 'RESCREENING DE BENEFICIARIOS FINALES -'
                      TO WS-TIT-TEXTO
                 WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
                 WRITE REG-LISTADO FROM WS-SUBTIT-SCREENING AFTER 1
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
                 PERFORM 3100-LEER-BENEF-SEC THRU F-3100-LEER-BENEF-SEC
              WHEN OTHER
                 MOVE 'EMPRESAS SIN BENEFICIARIO FINAL SUFICIENTE -'
                      TO WS-TIT-TEXTO
                 WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
                 WRITE REG-LISTADO FROM WS-SUBTIT-EMPRESA AFTER 1
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
                 PERFORM 3600-LEER-CLIENTE-SEC
                         THRU F-3600-LEER-CLIENTE-SEC
           END-EVALUATE.

       F-1000-INICIO.   EXIT.

      ***** MODO 'M': FEED DE NOVEDADES Y SUSPENSO ********************
       1100-INICIO-MANTENIMIENTO.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE 'NOVEDADES DE BENEFICIARIOS FINALES - PROCESO DEL'
                TO WS-TIT-TEXTO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTIT-NOVEDAD AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-1100-INICIO-MANTENIMIENTO. EXIT.

      **************************************
      *                                    *
      *  NOVEDADES DE BENEFICIARIOS        *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE NBF-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-BENEF THRU F-4000-ALTA-BENEF
                 WHEN 'MO'
                    PERFORM 4100-MODIF-BENEF THRU F-4100-MODIF-BENEF
                 WHEN 'BA'
                    PERFORM 4200-BAJA-BENEF THRU F-4200-BAJA-BENEF
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE BENEFICIARIOS *************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVBEN.
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

      ***** VALIDACION DE LA NOVEDAD **********************************
       2200-VALIDAR-NOVEDAD.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NBF-OPERADOR TO LK-OPE-ID.
           MOVE 'BF'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-TIPO-NOVEDAD IS NOT EQUAL 'AL'
              AND NBF-TIPO-NOVEDAD IS NOT EQUAL 'MO'
              AND NBF-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-EMP-TIPDOC IS EQUAL SPACES
              OR NBF-EMP-NRODOC IS NOT NUMERIC
              OR NBF-EMP-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DE EMPRESA INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-TIT-TIPDOC IS EQUAL SPACES
              OR NBF-TIT-NRODOC IS NOT NUMERIC
              OR NBF-TIT-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DE TITULAR INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-TIPO-NOVEDAD IS EQUAL 'BA'
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

      * LA EMPRESA: CUIT DE PERSONA JURIDICA CON DIGITO VERIFICADOR   *
      * CORRECTO Y DADA DE ALTA COMO CLIENTE ***************************
           MOVE NBF-EMP-NRODOC TO WS-DOC-ANALISIS.
           IF NOT WS-DOC-EMPRESA
              MOVE 'EMPRESA SIN CUIT 30/33/34' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE NBF-EMP-NRODOC TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.
           IF NOT LK-CUIT-VALIDO
              MOVE 'CUIT DE EMPRESA (DIGITO VERIF)' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE NBF-EMP-TIPDOC TO WS-EMP-TIPDOC.
           MOVE NBF-EMP-NRODOC TO WS-EMP-NRODOC.
           PERFORM 8200-LEER-CLIENTE-VSAM THRU F-8200-LEER-CLIENTE-VSAM.
           IF WS-VSAM-NO-HALLADO
              MOVE 'EMPRESA NO ES CLIENTE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL BENEFICIARIO FINAL ES SIEMPRE UNA PERSONA HUMANA *
           MOVE NBF-TIT-NRODOC TO WS-DOC-ANALISIS.
           IF WS-DOC-EMPRESA
              MOVE 'TITULAR NO ES PERSONA HUMANA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE NBF-TIT-NRODOC TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.
           IF LK-CUIT-NO-VALIDO
              MOVE 'CUIL DE TITULAR (DIGITO VERIF)' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-NOMBRE IS EQUAL SPACES
              MOVE 'NOMBRE DEL TITULAR EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NBF-CONTROL-VALIDO
              MOVE 'TIPO DE CONTROL INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL CONTROL POR OTROS MEDIOS PUEDE VENIR SIN PORCENTAJE *
           IF NBF-PORCENTAJE IS NOT NUMERIC
              OR NBF-PORCENTAJE IS GREATER THAN 100
              MOVE 'PORCENTAJE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-PORCENTAJE IS EQUAL ZEROS
              AND NOT NBF-CONTROL-OTROS
              MOVE 'PORCENTAJE EN CERO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-FEC-DECLARA IS NOT NUMERIC
              OR NBF-FEC-DECLARA IS EQUAL ZEROS
              MOVE 'FECHA DE DECLARACION INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NBF-FEC-DECLARA IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'DECLARACION CON FECHA FUTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODO 'S': RESCREENING DEL MAESTRO *
      *                                    *
      **************************************
       3000-RESCREENING.

           MOVE BEN-SCREENING TO WS-SCR-ANTERIOR.
           MOVE BEN-SCR-LISTA TO WS-LISTA-ANT.

           PERFORM 4800-SCREENING-BENEF THRU F-4800-SCREENING-BENEF.

           IF BEN-SCREENING IS NOT EQUAL WS-SCR-ANTERIOR
              OR BEN-SCR-LISTA IS NOT EQUAL WS-LISTA-ANT
              PERFORM 3050-ACTUALIZAR-SCREENING
                      THRU F-3050-ACTUALIZAR-SCREENING
           ELSE
              IF NOT BEN-SCR-LIMPIO
                 ADD 1 TO WS-TOT-COINCID
                 MOVE 'COINCIDENCIA VIGENTE' TO WS-SCL-SITUACION
                 PERFORM 7100-IMPRIMIR-SCREENING
                         THRU F-7100-IMPRIMIR-SCREENING
              END-IF
           END-IF.

           PERFORM 3100-LEER-BENEF-SEC THRU F-3100-LEER-BENEF-SEC.

       F-3000-RESCREENING. EXIT.

      ***** EL RESULTADO CAMBIO: SE REGRABA CON AUDITORIA *************
       3050-ACTUALIZAR-SCREENING.

           MOVE SPACES TO AUD-ANTES.
           STRING 'TIT=' BEN-TIT-TIPDOC BEN-TIT-NRODOC
                  ' S=' WS-SCR-ANTERIOR ' L=' WS-LISTA-ANT
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           MOVE WS-FECHA-HOY-8 TO BEN-FEC-SCREENING.

           REWRITE REG-BENEF FROM WS-REG-BENEF.

           IF FS-BEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE BENEF = ' FS-BEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3050-ACTUALIZAR-SCREENING
           END-IF.

           MOVE 'SCREEN' TO AUD-OPERACION.
           MOVE SPACES   TO AUD-OPERADOR.
           MOVE SPACES   TO AUD-DESPUES.
           STRING 'TIT=' BEN-TIT-TIPDOC BEN-TIT-NRODOC
                  ' S=' BEN-SCREENING ' L=' BEN-SCR-LISTA
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.
           PERFORM 5100-AUDITORIA-CLAVE THRU F-5100-AUDITORIA-CLAVE.

           IF BEN-SCR-LIMPIO
              ADD 1 TO WS-TOT-LEVANT
              MOVE 'COINCIDENCIA LEVANTADA' TO WS-SCL-SITUACION
           ELSE
              ADD 1 TO WS-TOT-COINCID
              ADD 1 TO WS-TOT-NUEVAS
              MOVE 'NUEVA COINCIDENCIA EN LISTA' TO WS-SCL-SITUACION
              DISPLAY '* BENEFICIARIO EN LISTA ' BEN-SCR-LISTA
                      ' - DOC ' BEN-TIT-NRODOC
                      ' - EMPRESA ' BEN-EMP-NRODOC
           END-IF.
           PERFORM 7100-IMPRIMIR-SCREENING
                   THRU F-7100-IMPRIMIR-SCREENING.

       F-3050-ACTUALIZAR-SCREENING. EXIT.

      ***** LECTURA SECUENCIAL DEL MAESTRO DE BENEFICIARIOS ***********
       3100-LEER-BENEF-SEC.

           READ BENEF NEXT INTO WS-REG-BENEF.
           EVALUATE FS-BEN
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA BENEF : ' FS-BEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-BENEF-SEC. EXIT.

      **************************************
      *                                    *
      *  MODO 'R': EMPRESAS DEL VSAM       *
      *  CLIENTE CONTRA SUS BENEFICIARIOS  *
      *                                    *
      **************************************
       3500-REVISAR-EMPRESA.

      * UNA VEZ POR DOCUMENTO: EL VSAM PUEDE TENER VARIAS SECUENCIAS *
           IF WS-EMPRESA-ACTUAL IS EQUAL WS-EMPRESA-ANTERIOR
              GO TO F-3500-LEER-SIGUIENTE
           END-IF.
           MOVE WS-EMPRESA-ACTUAL TO WS-EMPRESA-ANTERIOR.

           MOVE WK-CLI-NRO-DOCUMENTO TO WS-DOC-ANALISIS.
           IF NOT WS-DOC-EMPRESA
              GO TO F-3500-LEER-SIGUIENTE
           END-IF.

      * LAS EMPRESAS DADAS DE BAJA NO SE REVISAN *
           IF WK-CLI-FECHA-DE-BAJA IS NUMERIC
              AND WK-CLI-FECHA-DE-BAJA IS NOT EQUAL ZEROS
              AND WK-CLI-FECHA-DE-BAJA IS NOT GREATER THAN
                  WS-FECHA-HOY-8
              GO TO F-3500-LEER-SIGUIENTE
           END-IF.

           ADD 1 TO WS-TOT-EMPRESAS.
           PERFORM 3700-SUMAR-BENEF THRU F-3700-SUMAR-BENEF.

           IF WS-SUMA-CAPITAL IS GREATER THAN WS-SUMA-VOTOS
              MOVE WS-SUMA-CAPITAL TO WS-SUMA-MAYOR
           ELSE
              MOVE WS-SUMA-VOTOS   TO WS-SUMA-MAYOR
           END-IF.

           EVALUATE TRUE
              WHEN WS-CANT-BENEF IS EQUAL ZEROS
                 ADD 1 TO WS-TOT-SIN-BENEF
                 MOVE 'SIN BENEFICIARIO DECLARADO' TO WS-EML-SITUACION
                 PERFORM 7150-IMPRIMIR-EMPRESA
                         THRU F-7150-IMPRIMIR-EMPRESA
              WHEN WS-CON-CONTROL-OTROS
                 CONTINUE
              WHEN WS-SUMA-MAYOR IS LESS THAN WS-PAR-PCT-MINIMO
                 ADD 1 TO WS-TOT-BAJO-MIN
                 MOVE 'PARTICIPACION DEBAJO DEL MINIMO'
                      TO WS-EML-SITUACION
                 PERFORM 7150-IMPRIMIR-EMPRESA
                         THRU F-7150-IMPRIMIR-EMPRESA
           END-EVALUATE.

       F-3500-LEER-SIGUIENTE.
           PERFORM 3600-LEER-CLIENTE-SEC THRU F-3600-LEER-CLIENTE-SEC.

       F-3500-REVISAR-EMPRESA. EXIT.

      ***** LECTURA SECUENCIAL DEL VSAM CLIENTE ***********************
       3600-LEER-CLIENTE-SEC.

           READ CLIENTE NEXT INTO WK-TBCLIE.
           EVALUATE FS-CLI
             WHEN '00'
              MOVE WK-CLI-TIPO-DOCUMENTO TO WS-EMP-TIPDOC
              MOVE WK-CLI-NRO-DOCUMENTO  TO WS-EMP-NRODOC
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA CLIENTE : ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3600-LEER-CLIENTE-SEC. EXIT.

      ***** BENEFICIARIOS DECLARADOS DE LA EMPRESA: SE POSICIONA EN ***
      ***** SU PRIMER TITULAR Y SE LEE HASTA QUE CAMBIA LA EMPRESA ****
       3700-SUMAR-BENEF.

           MOVE ZEROS TO WS-CANT-BENEF.
           MOVE ZEROS TO WS-SUMA-CAPITAL.
           MOVE ZEROS TO WS-SUMA-VOTOS.
           SET WS-SIN-CONTROL-OTROS TO TRUE.
           SET WS-NO-FIN-BENEF TO TRUE.

           MOVE WS-EMPRESA-ACTUAL TO WS-CBI-EMPRESA.
           MOVE LOW-VALUES        TO WS-CBI-TITULAR.
           MOVE WS-CLAVE-BEN-INI  TO KEY-BEN.

           START BENEF KEY IS NOT LESS THAN KEY-BEN
              INVALID KEY
                 GO TO F-3700-SUMAR-BENEF
           END-START.

           PERFORM 3750-ACUMULAR-BENEF THRU F-3750-ACUMULAR-BENEF
                   UNTIL WS-FIN-BENEF.

       F-3700-SUMAR-BENEF. EXIT.

       3750-ACUMULAR-BENEF.

           READ BENEF NEXT INTO WS-REG-BENEF.

           IF FS-BEN IS NOT EQUAL '00'
              OR BEN-EMP-TIPDOC IS NOT EQUAL WS-EMP-TIPDOC
              OR BEN-EMP-NRODOC IS NOT EQUAL WS-EMP-NRODOC
              SET WS-FIN-BENEF TO TRUE
              GO TO F-3750-ACUMULAR-BENEF
           END-IF.

           ADD 1 TO WS-CANT-BENEF.
           EVALUATE TRUE
              WHEN BEN-CONTROL-CAPITAL
                 ADD BEN-PORCENTAJE TO WS-SUMA-CAPITAL
              WHEN BEN-CONTROL-VOTOS
                 ADD BEN-PORCENTAJE TO WS-SUMA-VOTOS
              WHEN BEN-CONTROL-OTROS
                 SET WS-CON-CONTROL-OTROS TO TRUE
           END-EVALUATE.

       F-3750-ACUMULAR-BENEF. EXIT.

      ***** ALTA DE BENEFICIARIO **************************************
       4000-ALTA-BENEF.

           PERFORM 4500-ARMAR-BENEF THRU F-4500-ARMAR-BENEF.
           MOVE WS-FECHA-HOY-8 TO BEN-FEC-ALTA.
           PERFORM 4800-SCREENING-BENEF THRU F-4800-SCREENING-BENEF.

           WRITE REG-BENEF FROM WS-REG-BENEF.

           EVALUATE FS-BEN
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5000-GRABAR-AUDITORIA
                         THRU F-5000-GRABAR-AUDITORIA
                 MOVE 'BENEFICIARIO DADO DE ALTA' TO WS-NVL-RESULTADO
                 PERFORM 4900-INFORMAR-COINCIDENCIA
                         THRU F-4900-INFORMAR-COINCIDENCIA
                 PERFORM 7000-IMPRIMIR-NOVEDAD
                         THRU F-7000-IMPRIMIR-NOVEDAD
              WHEN '22'
                 MOVE 'BENEFICIARIO YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE BENEF = ' FS-BEN
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-BENEF. EXIT.

      ***** MODIFICACION DE LA DECLARACION (CONSERVA ALTA) ************
       4100-MODIF-BENEF.

           PERFORM 4600-LEER-BENEF THRU F-4600-LEER-BENEF.

           IF WS-ERROR
              GO TO F-4100-MODIF-BENEF
           END-IF.

           PERFORM 4700-ANTES-BENEF THRU F-4700-ANTES-BENEF.
           MOVE BEN-FEC-ALTA TO WS-FEC-ALTA-ANT.
           PERFORM 4500-ARMAR-BENEF THRU F-4500-ARMAR-BENEF.
           MOVE WS-FEC-ALTA-ANT TO BEN-FEC-ALTA.
           PERFORM 4800-SCREENING-BENEF THRU F-4800-SCREENING-BENEF.

           REWRITE REG-BENEF FROM WS-REG-BENEF.

           IF FS-BEN IS EQUAL '00'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'BENEFICIARIO MODIFICADO' TO WS-NVL-RESULTADO
              PERFORM 4900-INFORMAR-COINCIDENCIA
                      THRU F-4900-INFORMAR-COINCIDENCIA
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN REWRITE BENEF = ' FS-BEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIF-BENEF. EXIT.

      ***** BAJA DE BENEFICIARIO **************************************
       4200-BAJA-BENEF.

           PERFORM 4600-LEER-BENEF THRU F-4600-LEER-BENEF.

           IF WS-ERROR
              GO TO F-4200-BAJA-BENEF
           END-IF.

           PERFORM 4700-ANTES-BENEF THRU F-4700-ANTES-BENEF.

           DELETE BENEF.

           IF FS-BEN IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              MOVE 'BAJA  ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'BENEFICIARIO DADO DE BAJA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN DELETE BENEF = ' FS-BEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-BAJA-BENEF. EXIT.

      ***** REGISTRO DEL MAESTRO DESDE LA NOVEDAD *********************
       4500-ARMAR-BENEF.

           MOVE SPACES            TO WS-REG-BENEF.
           MOVE NBF-EMP-TIPDOC    TO BEN-EMP-TIPDOC.
           MOVE NBF-EMP-NRODOC    TO BEN-EMP-NRODOC.
           MOVE NBF-TIT-TIPDOC    TO BEN-TIT-TIPDOC.
           MOVE NBF-TIT-NRODOC    TO BEN-TIT-NRODOC.
           MOVE NBF-NOMBRE        TO BEN-NOMBRE.
           MOVE NBF-TIPO-CONTROL  TO BEN-TIPO-CONTROL.
           MOVE NBF-PORCENTAJE    TO BEN-PORCENTAJE.
           MOVE NBF-FEC-DECLARA   TO BEN-FEC-DECLARA.
           MOVE WS-FECHA-HOY-8    TO BEN-FEC-ULT-MOD.

       F-4500-ARMAR-BENEF. EXIT.

      ***** LECTURA DEL BENEFICIARIO A MODIFICAR O DAR DE BAJA ********
       4600-LEER-BENEF.

           MOVE NBF-CLAVE        TO KEY-BEN.

           READ BENEF INTO WS-REG-BENEF.

           EVALUATE FS-BEN
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'BENEFICIARIO NO REGISTRADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 DISPLAY '* ERROR EN LECTURA BENEF = ' FS-BEN
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-LEER-BENEF. EXIT.

      ***** IMAGEN ANTERIOR PARA LA AUDITORIA *************************
       4700-ANTES-BENEF.

           MOVE BEN-PORCENTAJE TO WS-PCT-EDIT.
           MOVE SPACES TO AUD-ANTES.
           STRING 'TIT=' BEN-TIT-TIPDOC BEN-TIT-NRODOC
                  ' C=' BEN-TIPO-CONTROL ' %=' WS-PCT-EDIT
                  ' S=' BEN-SCREENING ' L=' BEN-SCR-LISTA
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

       F-4700-ANTES-BENEF. EXIT.

      ***** SCREENING DEL TITULAR CONTRA LA LISTA DE OBSERVADOS *******
       4800-SCREENING-BENEF.

           MOVE BEN-TIT-TIPDOC TO LK-SCR-TIPDOC.
           MOVE BEN-TIT-NRODOC TO LK-SCR-NRODOC.
           MOVE BEN-NOMBRE     TO LK-SCR-NOMBRE.

           CALL WS-PGMVWS15 USING LK-PARM-SCREEN.

           MOVE LK-STATUS-SCREEN TO BEN-SCREENING.
           IF LK-SCR-LIMPIO
              MOVE SPACES       TO BEN-SCR-LISTA
           ELSE
              MOVE LK-SCR-LISTA TO BEN-SCR-LISTA
           END-IF.
           MOVE WS-FECHA-HOY-8 TO BEN-FEC-SCREENING.

       F-4800-SCREENING-BENEF. EXIT.

      ***** COINCIDENCIA EN LA CARGA: SE LISTA PARA REVISION **********
       4900-INFORMAR-COINCIDENCIA.

           IF BEN-SCR-LIMPIO
              GO TO F-4900-INFORMAR-COINCIDENCIA
           END-IF.

           ADD 1 TO WS-TOT-COINCID.
           IF BEN-SCR-DOCUMENTO
              MOVE 'COINCIDE DOCUMENTO EN LISTA' TO WS-NVL-RESULTADO
           ELSE
              MOVE 'COINCIDE NOMBRE - REVISAR' TO WS-NVL-RESULTADO
           END-IF.
           DISPLAY '* BENEFICIARIO EN LISTA ' BEN-SCR-LISTA
                   ' - DOC ' BEN-TIT-NRODOC
                   ' - EMPRESA ' BEN-EMP-NRODOC.

       F-4900-INFORMAR-COINCIDENCIA. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE BENEFICIARIOS ******
       5000-GRABAR-AUDITORIA.

           MOVE SPACES TO AUD-DESPUES.
           IF NBF-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE BEN-PORCENTAJE TO WS-PCT-EDIT
              STRING 'TIT=' BEN-TIT-TIPDOC BEN-TIT-NRODOC
                     ' C=' BEN-TIPO-CONTROL ' %=' WS-PCT-EDIT
                     ' S=' BEN-SCREENING ' L=' BEN-SCR-LISTA
                     DELIMITED BY SIZE INTO AUD-DESPUES
              END-STRING
           END-IF.
           MOVE NBF-OPERADOR TO AUD-OPERADOR.

           PERFORM 5100-AUDITORIA-CLAVE THRU F-5100-AUDITORIA-CLAVE.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** CLAVE DE LA EMPRESA Y GRABACION DEL REGISTRO **************
       5100-AUDITORIA-CLAVE.

           MOVE 'PGMVBF15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'BENEF'        TO AUD-TABLA.
           MOVE SPACES         TO AUD-CLAVE.
           STRING 'TD=' BEN-EMP-TIPDOC ' ND=' BEN-EMP-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5100-AUDITORIA-CLAVE. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVBEN TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              SET WS-ERROR TO TRUE
              MOVE SUS-MOTIVO TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO DE NOVEDADES (RESULTADO YA CARGADO) *****
       7000-IMPRIMIR-NOVEDAD.

           MOVE NBF-TIPO-NOVEDAD  TO WS-NVL-TIPO-NOV.
           MOVE NBF-EMP-TIPDOC    TO WS-NVL-EMP-TIPDOC.
           MOVE NBF-EMP-NRODOC    TO WS-NVL-EMP-NRODOC.
           MOVE NBF-TIT-TIPDOC    TO WS-NVL-TIT-TIPDOC.
           MOVE NBF-TIT-NRODOC    TO WS-NVL-TIT-NRODOC.
           MOVE NBF-TIPO-CONTROL  TO WS-NVL-CONTROL.
           MOVE ZEROS TO WS-NVL-PORCENTAJE.
           IF NBF-PORCENTAJE IS NUMERIC
              MOVE NBF-PORCENTAJE TO WS-NVL-PORCENTAJE
           END-IF.
           IF WS-NO-ERROR
              AND NBF-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE BEN-SCREENING  TO WS-NVL-SCREENING
              MOVE BEN-SCR-LISTA  TO WS-NVL-LISTA
           ELSE
              MOVE SPACES         TO WS-NVL-SCREENING
              MOVE SPACES         TO WS-NVL-LISTA
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-NOVEDAD-LIS AFTER 1.

       F-7000-IMPRIMIR-NOVEDAD. EXIT.

      ***** LINEA DEL LISTADO DE RESCREENING (SITUACION YA CARGADA) ***
       7100-IMPRIMIR-SCREENING.

           MOVE BEN-EMP-TIPDOC    TO WS-SCL-EMP-TIPDOC.
           MOVE BEN-EMP-NRODOC    TO WS-SCL-EMP-NRODOC.
           MOVE BEN-TIT-TIPDOC    TO WS-SCL-TIT-TIPDOC.
           MOVE BEN-TIT-NRODOC    TO WS-SCL-TIT-NRODOC.
           MOVE BEN-NOMBRE        TO WS-SCL-NOMBRE.
           MOVE WS-SCR-ANTERIOR   TO WS-SCL-SCR-ANT.
           MOVE BEN-SCREENING     TO WS-SCL-SCR-NVO.
           IF BEN-SCR-LIMPIO
              MOVE WS-LISTA-ANT   TO WS-SCL-LISTA
           ELSE
              MOVE BEN-SCR-LISTA  TO WS-SCL-LISTA
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-SCREENING-LIS AFTER 1.

       F-7100-IMPRIMIR-SCREENING. EXIT.

      ***** LINEA DEL LISTADO DE EMPRESAS (SITUACION YA CARGADA) ******
       7150-IMPRIMIR-EMPRESA.

           MOVE WS-EMP-TIPDOC     TO WS-EML-TIPDOC.
           MOVE WS-EMP-NRODOC     TO WS-EML-NRODOC.
           MOVE SPACES            TO WS-EML-RAZON.
           STRING WK-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WK-CLI-NOMBRE-CLIENTE DELIMITED BY '  '
                  INTO WS-EML-RAZON
           END-STRING.
           MOVE WS-CANT-BENEF     TO WS-EML-CANT.
           MOVE WS-SUMA-MAYOR     TO WS-EML-PARTIC.

           WRITE REG-LISTADO FROM WS-REG-EMPRESA-LIS AFTER 1.

       F-7150-IMPRIMIR-EMPRESA. EXIT.

      ***** TOTALES DEL LISTADO SEGUN EL MODO *************************
       7200-IMPRIMIR-TOTALES.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'BENEFICIARIOS DE ALTA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ALTAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'BENEFICIARIOS MODIFICADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-MODIF TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'BENEFICIARIOS DE BAJA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-BAJAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'COINCIDENCIAS EN LISTA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-COINCID TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WHEN WS-MODO-SCREENING
                 MOVE 'BENEFICIARIOS REVISADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'COINCIDENCIAS EN LISTA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-COINCID TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'COINCIDENCIAS NUEVAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-NUEVAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'COINCIDENCIAS LEVANTADAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEVANT TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WHEN OTHER
                 MOVE 'EMPRESAS REVISADAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-EMPRESAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'SIN BENEFICIARIO DECLARADO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SIN-BENEF TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'DEBAJO DE LA PARTIC. MINIMA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-BAJO-MIN TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
           END-EVALUATE.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** ALTA DE LA EMPRESA EN EL VSAM: SE POSICIONA POR DOCUMENTO *
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE WS-EMP-TIPDOC TO WS-CLV-TIPDOC.
           MOVE WS-EMP-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL WS-EMP-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL WS-EMP-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
                 DISPLAY 'BENEFICIARIOS DE ALTA   = ' WS-TOT-ALTAS
                 DISPLAY 'BENEFICIARIOS MODIF.    = ' WS-TOT-MODIF
                 DISPLAY 'BENEFICIARIOS DE BAJA   = ' WS-TOT-BAJAS
                 DISPLAY 'COINCIDENCIAS EN LISTA  = ' WS-TOT-COINCID
                 DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
                 CLOSE ENTRADA
                 CLOSE SUSPENSO
              WHEN WS-MODO-SCREENING
                 DISPLAY 'BENEFICIARIOS REVISADOS = ' WS-TOT-LEIDAS
                 DISPLAY 'COINCIDENCIAS EN LISTA  = ' WS-TOT-COINCID
                 DISPLAY 'COINCIDENCIAS NUEVAS    = ' WS-TOT-NUEVAS
                 DISPLAY 'COINCIDENCIAS LEVANT.   = ' WS-TOT-LEVANT
              WHEN OTHER
                 DISPLAY 'EMPRESAS REVISADAS      = ' WS-TOT-EMPRESAS
                 DISPLAY 'SIN BENEFICIARIO        = ' WS-TOT-SIN-BENEF
                 DISPLAY 'DEBAJO DEL MINIMO       = ' WS-TOT-BAJO-MIN
           END-EVALUATE.

           CLOSE BENEF
              IF FS-BEN IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE BENEF = ' FS-BEN
                MOVE 9999 TO RETURN-CODE
              END-IF.
           CLOSE CLIENTE.
           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * RECHAZOS, COINCIDENCIAS NUEVAS O EMPRESAS SIN BENEFICIARIO  *
      * SUFICIENTE: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR (WS-MODO-MANTENIMIENTO AND WS-TOT-COINCID > ZEROS)
                   OR WS-TOT-NUEVAS > ZEROS
                   OR WS-TOT-SIN-BENEF > ZEROS
                   OR WS-TOT-BAJO-MIN > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVBF15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                         + WS-TOT-MODIF + WS-TOT-BAJAS
                 MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
              WHEN WS-MODO-SCREENING
                 MOVE WS-TOT-LEIDAS   TO RES-CANT-PROCESADOS
                 MOVE WS-TOT-NUEVAS   TO RES-CANT-ERRORES
              WHEN OTHER
                 MOVE WS-TOT-EMPRESAS TO RES-CANT-PROCESADOS
                 COMPUTE RES-CANT-ERRORES = WS-TOT-SIN-BENEF
                         + WS-TOT-BAJO-MIN
           END-EVALUATE.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
