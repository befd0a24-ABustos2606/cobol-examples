       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPE15.

      ***********************************************
      *                                             *
      *  DECLARACIONES JURADAS DE PERSONA EXPUESTA  *
      *  POLITICAMENTE (PEP) POR CLIENTE            *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LA DECLARACION PEP SE FIRMABA EN PAPEL EN   *
      * LA SUCURSAL Y NADIE SABIA QUIEN ERA PEP NI  *
      * CUANDO HABIA QUE RENOVARLA. ESTE PROGRAMA   *
      * MANTIENE EL MAESTRO DDPEP (CPPEP), QUE LA   *
      * CALIFICACION DE RIESGO PGMVRR15 CONSULTA    *
      * POR DOCUMENTO. MODO 'M': APLICA EL FEED     *
      * DDPEPNOV - 'AL'/'MO'/'BA' DE DECLARACIONES  *
      * (CONDICION S=PEP / F=FAMILIAR O ALLEGADO /  *
      * N=NO PEP, CARGO, ORGANISMO, FECHA DE LA     *
      * DECLARACION Y DE RENOVACION), CON AUDITORIA *
      * ANTES/DESPUES. MODO 'R': LISTADO DE PEP Y   *
      * ALLEGADOS Y DE LAS DECLARACIONES VENCIDAS O *
      * QUE VENCEN DENTRO DE LOS DIAS DE AVISO DE   *
      * PARAMETROS                                  *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'PE'  *
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

      * FEED DE DECLARACIONES PEP - AL / MO / BA *
             SELECT ENTRADA ASSIGN DDPEPNOV
                    FILE STATUS IS FS-ENT.

             SELECT PEP ASSIGN DDPEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-PEP
                    FILE STATUS IS FS-PEP.

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

       01 REG-ENTRADA       PIC X(90).

       FD PEP.

       01 REG-PEP.
           03 KEY-PEP       PIC X(13).
           03 FILLER        PIC X(87).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(90).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(12).

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
       77  FS-PEP           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       77  WS-FEC-ALTA-ANT  PIC 9(8)  VALUE ZEROS.

           COPY CPPEP.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, FECHA DEL LISTADO (CEROS = FECHA DE       *
      * PROCESO DE LA CADENA) Y DIAS DE AVISO DE RENOVACION ***********
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'R'.
               88  WS-MODO-MANTENIMIENTO       VALUE 'M'.
               88  WS-MODO-LISTADO             VALUE 'R'.
           03  WS-PAR-FECHA         PIC 9(08)  VALUE ZEROS.
           03  WS-PAR-DIAS-AVISO    PIC 9(03)  VALUE 030.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DEL FEED DE DECLARACIONES *
       01  WS-REG-NOVPEP.
           03  NPE-TIPO-NOVEDAD   PIC X(02).
           03  NPE-CLAVE.
               05  NPE-TIPDOC     PIC X(02).
               05  NPE-NRODOC     PIC 9(11).
           03  NPE-CONDICION      PIC X(01).
               88  NPE-CONDICION-VALIDA       VALUE 'S' 'F' 'N'.
               88  NPE-DECLARA-PEP            VALUE 'S' 'F'.
           03  NPE-CARGO          PIC X(30).
           03  NPE-ORGANISMO      PIC X(20).
           03  NPE-FEC-DECLARA    PIC 9(08).
           03  NPE-FEC-VENCE      PIC 9(08).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NPE-OPERADOR       PIC X(08).

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PEP       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALLEGADOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VENCIDAS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-POR-VENCER PIC 9(07) VALUE ZEROS.
       77  WS-FECHA-AVISO   PIC 9(08) VALUE ZEROS.

       01  WS-SW-ESTADO     PIC X(01)  VALUE SPACE.
           88  WS-DDJJ-VIGENTE            VALUE 'V'.
           88  WS-DDJJ-VENCIDA            VALUE 'X'.
           88  WS-DDJJ-POR-VENCER         VALUE 'P'.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(05)    VALUE 'CON'.
           03  FILLER        PIC X(31)    VALUE 'CARGO'.
           03  FILLER        PIC X(21)    VALUE 'ORGANISMO'.
           03  FILLER        PIC X(10)    VALUE 'DECLARADA'.
           03  FILLER        PIC X(10)    VALUE 'VENCE'.
           03  FILLER        PIC X(40)    VALUE 'SITUACION'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CONDICION   PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-CARGO       PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ORGANISMO   PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-DECLARA     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-VENCE       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SITUACION   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(10)    VALUE SPACES.

       01  WS-SUBTIT-NOVEDAD.
           03  FILLER        PIC X(04)    VALUE 'NOV'.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(05)    VALUE 'CON'.
           03  FILLER        PIC X(31)    VALUE 'CARGO'.
           03  FILLER        PIC X(10)    VALUE 'DECLARADA'.
           03  FILLER        PIC X(10)    VALUE 'VENCE'.
           03  FILLER        PIC X(57)    VALUE 'RESULTADO'.

       01  WS-REG-NOVEDAD-LIS.
           03  WS-NVL-TIPO-NOV    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-NRODOC      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-CONDICION   PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-NVL-CARGO       PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-DECLARA     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-VENCE       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(27)    VALUE SPACES.

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
              PERFORM 3000-LISTAR-PEP THRU F-3000-LISTAR-PEP
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

           IF WS-PAR-DIAS-AVISO IS NOT NUMERIC
              MOVE 030 TO WS-PAR-DIAS-AVISO
           END-IF.

           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PAR-FECHA)
                   + WS-PAR-DIAS-AVISO).

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'NOVEDADES DE DECLARACIONES PEP - PROCESO DEL '
                      TO WS-TIT-TEXTO
                 MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
              WHEN WS-MODO-LISTADO
                 MOVE 'PEP, ALLEGADOS Y DDJJ A RENOVAR - FECHA '
                      TO WS-TIT-TEXTO
                 MOVE WS-PAR-FECHA TO WS-TIT-FECHA
                 PERFORM 1200-ABRIR-PEP THRU F-1200-ABRIR-PEP
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
              PERFORM 3100-LEER-PEP THRU F-3100-LEER-PEP
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

           OPEN I-O PEP.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-PEP IS EQUAL '35'
              OPEN OUTPUT PEP
              IF FS-PEP IS EQUAL '00'
                 CLOSE PEP
                 OPEN I-O PEP
              END-IF
           END-IF.
           IF FS-PEP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEP = ' FS-PEP
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

      ***** MODO 'R': MAESTRO PEP (SIN CARGAR = LISTADO VACIO) ********
       1200-ABRIR-PEP.

           OPEN INPUT PEP.
           EVALUATE FS-PEP
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY 'SIN DECLARACIONES PEP REGISTRADAS (DDPEP)'
                 SET  WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN PEP = ' FS-PEP
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1200-ABRIR-PEP. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - NOVEDADES PEP          *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE NPE-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-PEP THRU F-4000-ALTA-PEP
                 WHEN 'MO'
                    PERFORM 4100-MODIF-PEP THRU F-4100-MODIF-PEP
                 WHEN 'BA'
                    PERFORM 4200-BAJA-PEP THRU F-4200-BAJA-PEP
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE DECLARACIONES ***
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVPEP.
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
           MOVE NPE-OPERADOR TO LK-OPE-ID.
           MOVE 'PE'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-TIPO-NOVEDAD IS NOT EQUAL 'AL'
              AND NPE-TIPO-NOVEDAD IS NOT EQUAL 'MO'
              AND NPE-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-TIPDOC IS EQUAL SPACES
              OR NPE-NRODOC IS NOT NUMERIC
              OR NPE-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-TIPO-NOVEDAD IS EQUAL 'BA'
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NOT NPE-CONDICION-VALIDA
              MOVE 'CONDICION INVALIDA (S/F/N)' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * QUIEN SE DECLARA PEP O ALLEGADO DEBE INFORMAR EL CARGO *
           IF NPE-DECLARA-PEP
              AND NPE-CARGO IS EQUAL SPACES
              MOVE 'PEP SIN CARGO INFORMADO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-FEC-DECLARA IS NOT NUMERIC
              OR NPE-FEC-DECLARA IS EQUAL ZEROS
              MOVE 'FECHA DE DECLARACION INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-FEC-DECLARA IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'DECLARACION CON FECHA FUTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-FEC-VENCE IS NOT NUMERIC
              MOVE 'VENCIMIENTO NO NUMERICO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NPE-FEC-VENCE IS GREATER THAN ZEROS
              AND NPE-FEC-VENCE IS NOT GREATER THAN NPE-FEC-DECLARA
              MOVE 'VENCIMIENTO ANTERIOR A DDJJ' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ALTA DE DECLARACION ***************************************
       4000-ALTA-PEP.

           PERFORM 4500-ARMAR-PEP THRU F-4500-ARMAR-PEP.
           MOVE WS-FECHA-HOY-8 TO PEP-FEC-ALTA.

           WRITE REG-PEP FROM WS-REG-PEP.

           EVALUATE FS-PEP
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5000-GRABAR-AUDITORIA
                         THRU F-5000-GRABAR-AUDITORIA
                 MOVE 'DECLARACION DADA DE ALTA' TO WS-NVL-RESULTADO
                 PERFORM 7000-IMPRIMIR-NOVEDAD
                         THRU F-7000-IMPRIMIR-NOVEDAD
              WHEN '22'
                 MOVE 'DECLARACION YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE PEP = ' FS-PEP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-PEP. EXIT.

      ***** MODIFICACION / RENOVACION (CONSERVA LA FECHA DE ALTA) *****
       4100-MODIF-PEP.

           PERFORM 4600-LEER-PEP THRU F-4600-LEER-PEP.

           IF WS-ERROR
              GO TO F-4100-MODIF-PEP
           END-IF.

           PERFORM 4700-ANTES-PEP THRU F-4700-ANTES-PEP.
           MOVE PEP-FEC-ALTA TO WS-FEC-ALTA-ANT.
           PERFORM 4500-ARMAR-PEP THRU F-4500-ARMAR-PEP.
           MOVE WS-FEC-ALTA-ANT TO PEP-FEC-ALTA.

           REWRITE REG-PEP FROM WS-REG-PEP.

           IF FS-PEP IS EQUAL '00'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'DECLARACION MODIFICADA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN REWRITE PEP = ' FS-PEP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIF-PEP. EXIT.

      ***** BAJA DE DECLARACION ***************************************
       4200-BAJA-PEP.

           PERFORM 4600-LEER-PEP THRU F-4600-LEER-PEP.

           IF WS-ERROR
              GO TO F-4200-BAJA-PEP
           END-IF.

           PERFORM 4700-ANTES-PEP THRU F-4700-ANTES-PEP.

           DELETE PEP.

           IF FS-PEP IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              MOVE 'BAJA  ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'DECLARACION DADA DE BAJA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN DELETE PEP = ' FS-PEP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-BAJA-PEP. EXIT.

      ***** REGISTRO DEL MAESTRO DESDE LA NOVEDAD *********************
       4500-ARMAR-PEP.

           MOVE SPACES            TO WS-REG-PEP.
           MOVE NPE-TIPDOC        TO PEP-TIPDOC.
           MOVE NPE-NRODOC        TO PEP-NRODOC.
           MOVE NPE-CONDICION     TO PEP-CONDICION.
           MOVE NPE-CARGO         TO PEP-CARGO.
           MOVE NPE-ORGANISMO     TO PEP-ORGANISMO.
           MOVE NPE-FEC-DECLARA   TO PEP-FEC-DECLARA.
           MOVE NPE-FEC-VENCE     TO PEP-FEC-VENCE.
           MOVE WS-FECHA-HOY-8    TO PEP-FEC-ULT-MOD.

       F-4500-ARMAR-PEP. EXIT.

      ***** LECTURA DE LA DECLARACION A MODIFICAR O DAR DE BAJA *******
       4600-LEER-PEP.

           MOVE NPE-CLAVE        TO KEY-PEP.

           READ PEP INTO WS-REG-PEP.

           EVALUATE FS-PEP
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'DECLARACION NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 DISPLAY '* ERROR EN LECTURA PEP = ' FS-PEP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-LEER-PEP. EXIT.

      ***** IMAGEN ANTERIOR PARA LA AUDITORIA *************************
       4700-ANTES-PEP.

           MOVE SPACES TO AUD-ANTES.
           STRING 'CON=' PEP-CONDICION ' DJ=' PEP-FEC-DECLARA
                  ' VTO=' PEP-FEC-VENCE ' ' PEP-CARGO
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

       F-4700-ANTES-PEP. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO PEP *******************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVPE15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'PEP'          TO AUD-TABLA.
           MOVE NPE-OPERADOR   TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-CLAVE.
           STRING 'TD=' NPE-TIPDOC ' ND=' NPE-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           IF NPE-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              STRING 'CON=' PEP-CONDICION ' DJ=' PEP-FEC-DECLARA
                     ' VTO=' PEP-FEC-VENCE ' ' PEP-CARGO
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

           MOVE WS-REG-NOVPEP TO SUS-NOVEDAD.

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

           MOVE NPE-TIPO-NOVEDAD  TO WS-NVL-TIPO-NOV.
           MOVE NPE-TIPDOC        TO WS-NVL-TIPDOC.
           MOVE NPE-NRODOC        TO WS-NVL-NRODOC.
           MOVE NPE-CONDICION     TO WS-NVL-CONDICION.
           MOVE NPE-CARGO         TO WS-NVL-CARGO.
           MOVE ZEROS TO WS-NVL-DECLARA WS-NVL-VENCE.
           IF NPE-FEC-DECLARA IS NUMERIC
              MOVE NPE-FEC-DECLARA TO WS-NVL-DECLARA
           END-IF.
           IF NPE-FEC-VENCE IS NUMERIC
              MOVE NPE-FEC-VENCE  TO WS-NVL-VENCE
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-NOVEDAD-LIS AFTER 1.

       F-7000-IMPRIMIR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - PEP, ALLEGADOS Y       *
      *  DECLARACIONES A RENOVAR           *
      *                                    *
      **************************************
       3000-LISTAR-PEP.

           EVALUATE TRUE
              WHEN PEP-FEC-VENCE IS EQUAL ZEROS
                 SET WS-DDJJ-VIGENTE TO TRUE
              WHEN PEP-FEC-VENCE IS LESS THAN WS-PAR-FECHA
                 SET WS-DDJJ-VENCIDA TO TRUE
              WHEN PEP-FEC-VENCE IS NOT GREATER THAN WS-FECHA-AVISO
                 SET WS-DDJJ-POR-VENCER TO TRUE
              WHEN OTHER
                 SET WS-DDJJ-VIGENTE TO TRUE
           END-EVALUATE.

      * EL NO-PEP CON DECLARACION VIGENTE NO SE LISTA *
           IF PEP-NO-ES-PEP AND WS-DDJJ-VIGENTE
              GO TO F-3000-PROXIMO
           END-IF.

           IF PEP-ES-PEP
              ADD 1 TO WS-TOT-PEP
           END-IF.
           IF PEP-ES-ALLEGADO
              ADD 1 TO WS-TOT-ALLEGADOS
           END-IF.

           EVALUATE TRUE
              WHEN WS-DDJJ-VENCIDA
                 ADD 1 TO WS-TOT-VENCIDAS
                 MOVE 'DECLARACION VENCIDA' TO WS-DET-SITUACION
              WHEN WS-DDJJ-POR-VENCER
                 ADD 1 TO WS-TOT-POR-VENCER
                 MOVE 'DECLARACION POR VENCER' TO WS-DET-SITUACION
              WHEN OTHER
                 MOVE 'DECLARACION VIGENTE' TO WS-DET-SITUACION
           END-EVALUATE.

           PERFORM 7100-IMPRIMIR-PEP THRU F-7100-IMPRIMIR-PEP.

       F-3000-PROXIMO.
           PERFORM 3100-LEER-PEP THRU F-3100-LEER-PEP.

       F-3000-LISTAR-PEP. EXIT.

      ***** LECTURA SECUENCIAL DEL MAESTRO PEP ************************
       3100-LEER-PEP.

           READ PEP NEXT RECORD INTO WS-REG-PEP.
           EVALUATE FS-PEP
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA PEP : ' FS-PEP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-PEP. EXIT.

      ***** LINEA DEL LISTADO DE DECLARACIONES (SITUACION CARGADA) ****
       7100-IMPRIMIR-PEP.

           MOVE PEP-TIPDOC         TO WS-DET-TIPDOC.
           MOVE PEP-NRODOC         TO WS-DET-NRODOC.
           MOVE PEP-CONDICION      TO WS-DET-CONDICION.
           MOVE PEP-CARGO          TO WS-DET-CARGO.
           MOVE PEP-ORGANISMO      TO WS-DET-ORGANISMO.
           MOVE PEP-FEC-DECLARA    TO WS-DET-DECLARA.
           MOVE PEP-FEC-VENCE      TO WS-DET-VENCE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7100-IMPRIMIR-PEP. EXIT.

      ***** TOTALES DEL LISTADO DE DECLARACIONES **********************
       7200-IMPRIMIR-TOTALES.

           MOVE 'DECLARACIONES LEIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'CLIENTES PEP' TO WS-TOT-TEXTO.
           MOVE WS-TOT-PEP TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'FAMILIARES O ALLEGADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALLEGADOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DECLARACIONES VENCIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-VENCIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DECLARACIONES POR VENCER' TO WS-TOT-TEXTO.
           MOVE WS-TOT-POR-VENCER TO WS-TOT-CANT.
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
              DISPLAY 'DECLARACIONES DE ALTA   = ' WS-TOT-ALTAS
              DISPLAY 'DECLARACIONES MODIF.    = ' WS-TOT-MODIF
              DISPLAY 'DECLARACIONES DE BAJA   = ' WS-TOT-BAJAS
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              CLOSE ENTRADA
              CLOSE PEP
              IF FS-PEP IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE PEP = ' FS-PEP
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
              DISPLAY 'DECLARACIONES LEIDAS    = ' WS-TOT-LEIDAS
              DISPLAY 'CLIENTES PEP            = ' WS-TOT-PEP
              DISPLAY 'FAMILIARES O ALLEGADOS  = ' WS-TOT-ALLEGADOS
              DISPLAY 'DECLARACIONES VENCIDAS  = ' WS-TOT-VENCIDAS
              DISPLAY 'DECLARACIONES POR VENCER= ' WS-TOT-POR-VENCER
              IF FS-PEP IS NOT EQUAL '35'
                 CLOSE PEP
              END-IF
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * NOVEDADES RECHAZADAS O DECLARACIONES VENCIDAS: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS OR WS-TOT-VENCIDAS > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVPE15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-MANTENIMIENTO
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                      + WS-TOT-MODIF + WS-TOT-BAJAS
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           ELSE
              MOVE WS-TOT-LEIDAS   TO RES-CANT-PROCESADOS
              MOVE WS-TOT-VENCIDAS TO RES-CANT-ERRORES
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
