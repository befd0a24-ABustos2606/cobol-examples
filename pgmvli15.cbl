       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVLI15.

      ***********************************************
      *                                             *
      *  LIMITES TRANSACCIONALES DIARIOS Y          *
      *  MENSUALES POR SEGMENTO, CLIENTE Y CANAL    *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * NO HABIA TOPE A LO QUE UN CLIENTE PODIA     *
      * MOVER EN EL DIA: DB2-TP34, PGMVTR15, LOS    *
      * RETIROS DE CAJA DE PGMVTL15 Y PGMVSO15      *
      * DEBITABAN MIENTRAS ALCANZARA EL SALDO.      *
      * AHORA TODOS CONSULTAN LA RUTINA PGMVLD15    *
      * CONTRA EL MAESTRO DDLIMITE (CPLIMITE).      *
      * MODO 'M': APLICA EL FEED DE LIMITES         *
      * (DDLIMNOV) - 'AL'/'MO'/'BA' DE LIMITES POR  *
      * SEGMENTO DE PGMVSG15 (O '*' GENERAL) Y DE   *
      * EXCEPCIONES POR CLIENTE CON VIGENCIA, CON   *
      * AUDITORIA ANTES/DESPUES. MODO 'R': LISTADO  *
      * DIARIO DE EXCESOS (RECHAZADOS, DERIVADOS A  *
      * APROBACION Y APROBADOS) Y DE CASI-EXCESOS   *
      * DE LA FECHA DE NEGOCIO SEGUN EL USO         *
      * ACUMULADO EN DDLIMUSO (CPLIMUSO)            *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'LI'  *
      * EN EL MAESTRO DE OPERADORES (RUTINA         *
      * PGMVOP15) VA AL SUSPENSO, Y EL OPERADOR     *
      * QUEDA ESTAMPADO EN LA AUDITORIA CPAUDIT     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FEED DE LIMITES - AL / MO / BA *
             SELECT ENTRADA ASSIGN DDLIMNOV
                    FILE STATUS IS FS-ENT.

             SELECT LIMITE ASSIGN DDLIMITE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-LIMITE
                    FILE STATUS IS FS-LIM.

      * USO DE LIMITES ACUMULADO POR LA RUTINA PGMVLD15 *
             SELECT LIMUSO ASSIGN DDLIMUSO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-LIMUSO
                    FILE STATUS IS FS-USO.

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

       01 REG-ENTRADA       PIC X(71).

       FD LIMITE.

       01 REG-LIMITE.
           03 KEY-LIMITE    PIC X(15).
           03 FILLER        PIC X(65).

       FD LIMUSO.

       01 REG-LIMUSO.
           03 KEY-LIMUSO    PIC X(20).
           03 FILLER        PIC X(120).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(71).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(09).

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
       77  FS-LIM           PIC XX    VALUE SPACES.
       77  FS-USO           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       77  WS-FEC-ALTA-ANT  PIC 9(8)  VALUE ZEROS.

           COPY CPLIMITE.
           COPY CPLIMUSO.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA Y FECHA DE NEGOCIO DEL LISTADO (CEROS =    *
      * FECHA DE PROCESO DE LA CADENA) ********************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'R'.
               88  WS-MODO-MANTENIMIENTO       VALUE 'M'.
               88  WS-MODO-LISTADO             VALUE 'R'.
           03  WS-PAR-FECHA         PIC 9(08)  VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DEL FEED DE LIMITES *
       01  WS-REG-NOVLIM.
           03  NLI-TIPO-NOVEDAD   PIC X(02).
           03  NLI-TIPO           PIC X(01).
               88  NLI-POR-SEGMENTO           VALUE 'S'.
               88  NLI-POR-CLIENTE            VALUE 'C'.
           03  NLI-SUJETO         PIC X(13).
           03  NLI-SUJETO-SEG REDEFINES NLI-SUJETO.
               05  NLI-SEGMENTO   PIC X(01).
               05  FILLER         PIC X(12).
           03  NLI-SUJETO-CLI REDEFINES NLI-SUJETO.
               05  NLI-TIPDOC     PIC X(02).
               05  NLI-NRODOC     PIC 9(11).
           03  NLI-CANAL          PIC X(01).
               88  NLI-CANAL-VALIDO           VALUE 'T' 'C' 'I'.
           03  NLI-DIARIO         PIC 9(11)V99.
           03  NLI-MENSUAL        PIC 9(11)V99.
           03  NLI-ACCION         PIC X(01).
               88  NLI-ACCION-VALIDA          VALUE 'R' 'A'.
           03  NLI-PCT-ALERTA     PIC 9(03).
           03  NLI-FEC-DESDE      PIC 9(08).
           03  NLI-FEC-HASTA      PIC 9(08).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NLI-OPERADOR       PIC X(08).

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FECHA     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EXCESOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CERCANOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECHAZOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DERIVADAS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-APROBADAS PIC 9(07) VALUE ZEROS.
       77  WS-UMBRAL        PIC 9(13)V99 VALUE ZEROS.

       01  WS-SW-CERCANO    PIC X      VALUE 'N'.
           88  WS-USO-CERCANO             VALUE 'Y'.
           88  WS-USO-NO-CERCANO          VALUE 'N'.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(04)    VALUE 'CAN'.
           03  FILLER        PIC X(04)    VALUE 'ORG'.
           03  FILLER        PIC X(16)    VALUE '     LIMITE DIA'.
           03  FILLER        PIC X(16)    VALUE '        USO DIA'.
           03  FILLER        PIC X(16)    VALUE '     LIMITE MES'.
           03  FILLER        PIC X(16)    VALUE '        USO MES'.
           03  FILLER        PIC X(04)    VALUE 'REC'.
           03  FILLER        PIC X(04)    VALUE 'DER'.
           03  FILLER        PIC X(04)    VALUE 'APR'.
           03  FILLER        PIC X(16)    VALUE '   MAYOR EXCESO'.
           03  FILLER        PIC X(17)    VALUE 'SITUACION'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CANAL       PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-ORIGEN      PIC X(01)    VALUE SPACES.
           03  WS-DET-SEGMENTO    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-LIM-DIA     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-USO-DIA     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-LIM-MES     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-USO-MES     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RECHAZOS    PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-DERIVADAS   PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-APROBADAS   PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-MAYOR       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SITUACION   PIC X(18)    VALUE SPACES.

       01  WS-SUBTIT-NOVEDAD.
           03  FILLER        PIC X(04)    VALUE 'NOV'.
           03  FILLER        PIC X(17)    VALUE 'SUJETO'.
           03  FILLER        PIC X(04)    VALUE 'CAN'.
           03  FILLER        PIC X(16)    VALUE '     LIMITE DIA'.
           03  FILLER        PIC X(16)    VALUE '     LIMITE MES'.
           03  FILLER        PIC X(04)    VALUE 'ACC'.
           03  FILLER        PIC X(05)    VALUE 'PCT'.
           03  FILLER        PIC X(18)    VALUE 'VIGENCIA'.
           03  FILLER        PIC X(48)    VALUE 'RESULTADO'.

       01  WS-REG-NOVEDAD-LIS.
           03  WS-NVL-TIPO-NOV    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-TIPO        PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-SUJETO      PIC X(13)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-CANAL       PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-DIARIO      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-MENSUAL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-ACCION      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-NVL-PCT         PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-DESDE       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '-'.
           03  WS-NVL-HASTA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(20)    VALUE SPACES.

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
              PERFORM 3000-LISTAR-USO THRU F-3000-LISTAR-USO
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

           IF WS-PAR-FECHA IS NOT NUMERIC
              OR WS-PAR-FECHA IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8 TO WS-PAR-FECHA
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'NOVEDADES DEL MAESTRO DE LIMITES - PROCESO DEL '
                      TO WS-TIT-TEXTO
                 MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
              WHEN WS-MODO-LISTADO
                 MOVE 'EXCESOS Y CASI-EXCESOS DE LIMITES - FECHA '
                      TO WS-TIT-TEXTO
                 MOVE WS-PAR-FECHA TO WS-TIT-FECHA
                 PERFORM 1200-ABRIR-USO THRU F-1200-ABRIR-USO
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-MANTENIMIENTO
              WRITE REG-LISTADO FROM WS-SUBTIT-NOVEDAD AFTER 1
           ELSE
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           ELSE
              PERFORM 3100-LEER-USO THRU F-3100-LEER-USO
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

           OPEN I-O LIMITE.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-LIM IS EQUAL '35'
              OPEN OUTPUT LIMITE
              IF FS-LIM IS EQUAL '00'
                 CLOSE LIMITE
                 OPEN I-O LIMITE
              END-IF
           END-IF.
           IF FS-LIM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LIMITE = ' FS-LIM
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

      ***** MODO 'R': USO ACUMULADO (SIN USO TODAVIA = LISTADO VACIO) *
       1200-ABRIR-USO.

           OPEN INPUT LIMUSO.
           EVALUATE FS-USO
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY 'SIN USO DE LIMITES REGISTRADO (DDLIMUSO)'
                 SET  WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN LIMUSO = ' FS-USO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1200-ABRIR-USO. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - NOVEDADES DE LIMITES   *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE NLI-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-LIMITE THRU F-4000-ALTA-LIMITE
                 WHEN 'MO'
                    PERFORM 4100-MODIF-LIMITE THRU F-4100-MODIF-LIMITE
                 WHEN 'BA'
                    PERFORM 4200-BAJA-LIMITE THRU F-4200-BAJA-LIMITE
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE LIMITES ***
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVLIM.
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
           MOVE NLI-OPERADOR TO LK-OPE-ID.
           MOVE 'LI'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NLI-TIPO-NOVEDAD IS NOT EQUAL 'AL'
              AND NLI-TIPO-NOVEDAD IS NOT EQUAL 'MO'
              AND NLI-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NLI-CANAL-VALIDO
              MOVE 'CANAL INVALIDO (T/C/I)' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           EVALUATE TRUE
              WHEN NLI-POR-SEGMENTO
                 IF NLI-SEGMENTO IS EQUAL SPACES
                    MOVE 'SEGMENTO EN BLANCO' TO SUS-MOTIVO
                    GO TO F-2200-RECHAZAR
                 END-IF
              WHEN NLI-POR-CLIENTE
                 IF NLI-TIPDOC IS EQUAL SPACES
                    OR NLI-NRODOC IS NOT NUMERIC
                    OR NLI-NRODOC IS EQUAL ZEROS
                    MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
                    GO TO F-2200-RECHAZAR
                 END-IF
              WHEN OTHER
                 MOVE 'TIPO DE LIMITE INVALIDO (S/C)' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
           END-EVALUATE.

           IF NLI-TIPO-NOVEDAD IS EQUAL 'BA'
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NLI-DIARIO IS NOT NUMERIC
              OR NLI-MENSUAL IS NOT NUMERIC
              MOVE 'IMPORTE DE LIMITE NO NUMERICO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NLI-DIARIO IS EQUAL ZEROS
              AND NLI-MENSUAL IS EQUAL ZEROS
              MOVE 'LIMITE DIARIO Y MENSUAL EN CERO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NLI-DIARIO IS GREATER THAN ZEROS
              AND NLI-MENSUAL IS GREATER THAN ZEROS
              AND NLI-DIARIO IS GREATER THAN NLI-MENSUAL
              MOVE 'LIMITE DIARIO MAYOR AL MENSUAL' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NLI-ACCION-VALIDA
              MOVE 'ACCION INVALIDA (R/A)' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NLI-PCT-ALERTA IS NOT NUMERIC
              OR NLI-PCT-ALERTA IS GREATER THAN 100
              MOVE 'PORCENTAJE DE ALERTA INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NLI-FEC-DESDE IS NOT NUMERIC
              OR NLI-FEC-HASTA IS NOT NUMERIC
              MOVE 'VIGENCIA NO NUMERICA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NLI-FEC-HASTA IS GREATER THAN ZEROS
              AND NLI-FEC-HASTA IS LESS THAN NLI-FEC-DESDE
              MOVE 'VIGENCIA HASTA ANTERIOR A DESDE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ALTA DE LIMITE ********************************************
       4000-ALTA-LIMITE.

           PERFORM 4500-ARMAR-LIMITE THRU F-4500-ARMAR-LIMITE.
           MOVE WS-FECHA-HOY-8 TO LIM-FEC-ALTA.

           WRITE REG-LIMITE FROM WS-REG-LIMITE.

           EVALUATE FS-LIM
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5000-GRABAR-AUDITORIA
                         THRU F-5000-GRABAR-AUDITORIA
                 MOVE 'LIMITE DADO DE ALTA' TO WS-NVL-RESULTADO
                 PERFORM 7000-IMPRIMIR-NOVEDAD
                         THRU F-7000-IMPRIMIR-NOVEDAD
              WHEN '22'
                 MOVE 'LIMITE YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE LIMITE = ' FS-LIM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-LIMITE. EXIT.

      ***** MODIFICACION DE LIMITE (CONSERVA LA FECHA DE ALTA) ********
       4100-MODIF-LIMITE.

           PERFORM 4600-LEER-LIMITE THRU F-4600-LEER-LIMITE.

           IF WS-ERROR
              GO TO F-4100-MODIF-LIMITE
           END-IF.

           PERFORM 4700-ANTES-LIMITE THRU F-4700-ANTES-LIMITE.
           MOVE LIM-FEC-ALTA TO WS-FEC-ALTA-ANT.
           PERFORM 4500-ARMAR-LIMITE THRU F-4500-ARMAR-LIMITE.
           MOVE WS-FEC-ALTA-ANT TO LIM-FEC-ALTA.

           REWRITE REG-LIMITE FROM WS-REG-LIMITE.

           IF FS-LIM IS EQUAL '00'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'LIMITE MODIFICADO' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN REWRITE LIMITE = ' FS-LIM
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIF-LIMITE. EXIT.

      ***** BAJA DE LIMITE ********************************************
       4200-BAJA-LIMITE.

           PERFORM 4600-LEER-LIMITE THRU F-4600-LEER-LIMITE.

           IF WS-ERROR
              GO TO F-4200-BAJA-LIMITE
           END-IF.

           PERFORM 4700-ANTES-LIMITE THRU F-4700-ANTES-LIMITE.

           DELETE LIMITE.

           IF FS-LIM IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              MOVE 'BAJA  ' TO AUD-OPERACION
              MOVE SPACES TO WS-REG-LIMITE
              MOVE ZEROS TO LIM-DIARIO LIM-MENSUAL LIM-PCT-ALERTA
              MOVE ZEROS TO LIM-FEC-DESDE LIM-FEC-HASTA
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'LIMITE DADO DE BAJA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN DELETE LIMITE = ' FS-LIM
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-BAJA-LIMITE. EXIT.

      ***** REGISTRO DEL MAESTRO DESDE LA NOVEDAD *********************
       4500-ARMAR-LIMITE.

           MOVE SPACES           TO WS-REG-LIMITE.
           MOVE NLI-TIPO         TO LIM-TIPO.
           MOVE NLI-SUJETO       TO LIM-SUJETO.
           MOVE NLI-CANAL        TO LIM-CANAL.
           MOVE NLI-DIARIO       TO LIM-DIARIO.
           MOVE NLI-MENSUAL      TO LIM-MENSUAL.
           MOVE NLI-ACCION       TO LIM-ACCION.
           MOVE NLI-PCT-ALERTA   TO LIM-PCT-ALERTA.
           MOVE ZEROS            TO LIM-FEC-DESDE LIM-FEC-HASTA.

      * LA VIGENCIA SOLO APLICA A LAS EXCEPCIONES POR CLIENTE *
           IF NLI-POR-CLIENTE
              MOVE NLI-FEC-DESDE TO LIM-FEC-DESDE
              MOVE NLI-FEC-HASTA TO LIM-FEC-HASTA
           END-IF.

           IF NLI-POR-SEGMENTO
              MOVE SPACES        TO LIM-SUJETO
              MOVE NLI-SEGMENTO  TO LIM-SEGMENTO
           END-IF.

       F-4500-ARMAR-LIMITE. EXIT.

      ***** LECTURA DEL LIMITE A MODIFICAR O DAR DE BAJA **************
       4600-LEER-LIMITE.

           MOVE SPACES           TO LIM-CLAVE.
           MOVE NLI-TIPO         TO LIM-TIPO.
           MOVE NLI-SUJETO       TO LIM-SUJETO.
           IF NLI-POR-SEGMENTO
              MOVE SPACES        TO LIM-SUJETO
              MOVE NLI-SEGMENTO  TO LIM-SEGMENTO
           END-IF.
           MOVE NLI-CANAL        TO LIM-CANAL.
           MOVE LIM-CLAVE        TO KEY-LIMITE.

           READ LIMITE INTO WS-REG-LIMITE.

           EVALUATE FS-LIM
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'LIMITE NO REGISTRADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 DISPLAY '* ERROR EN LECTURA LIMITE = ' FS-LIM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-LEER-LIMITE. EXIT.

      ***** IMAGEN ANTERIOR PARA LA AUDITORIA *************************
       4700-ANTES-LIMITE.

           MOVE SPACES TO AUD-ANTES.
           STRING 'DIA=' LIM-DIARIO ' MES=' LIM-MENSUAL
                  ' ACC=' LIM-ACCION ' PCT=' LIM-PCT-ALERTA
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

       F-4700-ANTES-LIMITE. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE LIMITES ************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVLI15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'LIMITE'       TO AUD-TABLA.
           MOVE NLI-OPERADOR   TO AUD-OPERADOR.
           MOVE LIM-CLAVE      TO AUD-CLAVE.
           IF NLI-TIPO-NOVEDAD IS EQUAL 'BA'
              MOVE NLI-TIPO    TO AUD-CLAVE(1:1)
              MOVE NLI-SUJETO  TO AUD-CLAVE(2:13)
              MOVE NLI-CANAL   TO AUD-CLAVE(15:1)
           END-IF.

           MOVE SPACES TO AUD-DESPUES.
           IF NLI-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              STRING 'DIA=' LIM-DIARIO ' MES=' LIM-MENSUAL
                     ' ACC=' LIM-ACCION ' PCT=' LIM-PCT-ALERTA
                     DELIMITED BY SIZE INTO AUD-DESPUES
              END-STRING
           END-IF.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVLIM TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SUS-MOTIVO TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO DE NOVEDADES (RESULTADO YA CARGADO) *****
       7000-IMPRIMIR-NOVEDAD.

           MOVE NLI-TIPO-NOVEDAD  TO WS-NVL-TIPO-NOV.
           MOVE NLI-TIPO          TO WS-NVL-TIPO.
           MOVE NLI-SUJETO        TO WS-NVL-SUJETO.
           MOVE NLI-CANAL         TO WS-NVL-CANAL.
           MOVE NLI-ACCION        TO WS-NVL-ACCION.
           MOVE ZEROS TO WS-NVL-DIARIO WS-NVL-MENSUAL WS-NVL-PCT.
           MOVE ZEROS TO WS-NVL-DESDE WS-NVL-HASTA.
           IF NLI-DIARIO IS NUMERIC
              MOVE NLI-DIARIO     TO WS-NVL-DIARIO
           END-IF.
           IF NLI-MENSUAL IS NUMERIC
              MOVE NLI-MENSUAL    TO WS-NVL-MENSUAL
           END-IF.
           IF NLI-PCT-ALERTA IS NUMERIC
              MOVE NLI-PCT-ALERTA TO WS-NVL-PCT
           END-IF.
           IF NLI-FEC-DESDE IS NUMERIC
              MOVE NLI-FEC-DESDE  TO WS-NVL-DESDE
           END-IF.
           IF NLI-FEC-HASTA IS NUMERIC
              MOVE NLI-FEC-HASTA  TO WS-NVL-HASTA
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-NOVEDAD-LIS AFTER 1.

       F-7000-IMPRIMIR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - EXCESOS Y CASI-EXCESOS *
      *  DE LA FECHA DE NEGOCIO            *
      *                                    *
      **************************************
       3000-LISTAR-USO.

           IF USO-FECHA IS NOT EQUAL WS-PAR-FECHA
              GO TO F-3000-PROXIMO
           END-IF.

           ADD 1 TO WS-TOT-FECHA.

           IF USO-RECHAZOS-DIA IS GREATER THAN ZEROS
              OR USO-DERIVADAS-DIA IS GREATER THAN ZEROS
              OR USO-APROBADAS-DIA IS GREATER THAN ZEROS
              ADD 1 TO WS-TOT-EXCESOS
              ADD USO-RECHAZOS-DIA  TO WS-TOT-RECHAZOS
              ADD USO-DERIVADAS-DIA TO WS-TOT-DERIVADAS
              ADD USO-APROBADAS-DIA TO WS-TOT-APROBADAS
              MOVE 'EXCESO'      TO WS-DET-SITUACION
              PERFORM 7100-IMPRIMIR-USO THRU F-7100-IMPRIMIR-USO
              GO TO F-3000-PROXIMO
           END-IF.

           PERFORM 3200-VERIFICAR-CERCANIA
                   THRU F-3200-VERIFICAR-CERCANIA.

           IF WS-USO-CERCANO
              ADD 1 TO WS-TOT-CERCANOS
              MOVE 'CASI-EXCESO' TO WS-DET-SITUACION
              PERFORM 7100-IMPRIMIR-USO THRU F-7100-IMPRIMIR-USO
           END-IF.

       F-3000-PROXIMO.
           PERFORM 3100-LEER-USO THRU F-3100-LEER-USO.

       F-3000-LISTAR-USO. EXIT.

      ***** LECTURA SECUENCIAL DEL USO DE LIMITES *********************
       3100-LEER-USO.

           READ LIMUSO NEXT RECORD INTO WS-REG-LIMUSO.
           EVALUATE FS-USO
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA LIMUSO : ' FS-USO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-USO. EXIT.

      ***** EL USO DEL DIA O DEL MES LLEGO AL PORCENTAJE DE ALERTA ****
       3200-VERIFICAR-CERCANIA.

           SET WS-USO-NO-CERCANO TO TRUE.

           IF USO-LIMITE-DIA IS GREATER THAN ZEROS
              COMPUTE WS-UMBRAL = USO-LIMITE-DIA * USO-PCT-ALERTA / 100
              IF USO-IMPORTE-DIA IS NOT LESS THAN WS-UMBRAL
                 SET WS-USO-CERCANO TO TRUE
              END-IF
           END-IF.

           IF USO-LIMITE-MES IS GREATER THAN ZEROS
              COMPUTE WS-UMBRAL = USO-LIMITE-MES * USO-PCT-ALERTA / 100
              IF USO-IMPORTE-MES IS NOT LESS THAN WS-UMBRAL
                 SET WS-USO-CERCANO TO TRUE
              END-IF
           END-IF.

       F-3200-VERIFICAR-CERCANIA. EXIT.

      ***** LINEA DEL LISTADO DE USO (SITUACION YA CARGADA) ***********
       7100-IMPRIMIR-USO.

           MOVE USO-TIPDOC         TO WS-DET-TIPDOC.
           MOVE USO-NRODOC         TO WS-DET-NRODOC.
           MOVE USO-CANAL          TO WS-DET-CANAL.
           MOVE USO-ORIGEN         TO WS-DET-ORIGEN.
           MOVE USO-SEGMENTO       TO WS-DET-SEGMENTO.
           MOVE USO-LIMITE-DIA     TO WS-DET-LIM-DIA.
           MOVE USO-IMPORTE-DIA    TO WS-DET-USO-DIA.
           MOVE USO-LIMITE-MES     TO WS-DET-LIM-MES.
           MOVE USO-IMPORTE-MES    TO WS-DET-USO-MES.
           MOVE USO-RECHAZOS-DIA   TO WS-DET-RECHAZOS.
           MOVE USO-DERIVADAS-DIA  TO WS-DET-DERIVADAS.
           MOVE USO-APROBADAS-DIA  TO WS-DET-APROBADAS.
           MOVE USO-MAYOR-EXCESO   TO WS-DET-MAYOR.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7100-IMPRIMIR-USO. EXIT.

      ***** TOTALES DEL LISTADO DE EXCESOS ****************************
       7200-IMPRIMIR-TOTALES.

           MOVE 'CLIENTES CON USO EN LA FECHA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-FECHA TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'CLIENTES CON EXCESO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-EXCESOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  OPERACIONES RECHAZADAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RECHAZOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  DERIVADAS A APROBACION' TO WS-TOT-TEXTO.
           MOVE WS-TOT-DERIVADAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  APROBADAS SOBRE EL LIMITE' TO WS-TOT-TEXTO.
           MOVE WS-TOT-APROBADAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CLIENTES EN CASI-EXCESO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CERCANOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF WS-MODO-MANTENIMIENTO
              DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
              DISPLAY 'LIMITES DADOS DE ALTA   = ' WS-TOT-ALTAS
              DISPLAY 'LIMITES MODIFICADOS     = ' WS-TOT-MODIF
              DISPLAY 'LIMITES DADOS DE BAJA   = ' WS-TOT-BAJAS
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              CLOSE ENTRADA
              CLOSE LIMITE
              IF FS-LIM IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE LIMITE = ' FS-LIM
                 MOVE 9999 TO RETURN-CODE
              END-IF
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
              PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES
              DISPLAY 'REGISTROS DE USO LEIDOS = ' WS-TOT-LEIDAS
              DISPLAY 'CLIENTES CON USO EN FECHA=' WS-TOT-FECHA
              DISPLAY 'CLIENTES CON EXCESO     = ' WS-TOT-EXCESOS
              DISPLAY 'CLIENTES EN CASI-EXCESO = ' WS-TOT-CERCANOS
              IF FS-USO IS NOT EQUAL '35'
                 CLOSE LIMUSO
              END-IF
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * NOVEDADES RECHAZADAS O EXCESOS DE LIMITE EN LA FECHA: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS OR WS-TOT-EXCESOS > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVLI15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                   + WS-TOT-BAJAS + WS-TOT-FECHA.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUSPENSO + WS-TOT-EXCESOS.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
