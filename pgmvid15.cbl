       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVID15.
      ********************************************************
      *                                                      *
      *   COBRO MENSUAL DE INTERESES POR SALDO DEUDOR EN     *
      *   CUENTA (DESCUBIERTO) - TP 35 - BATCH DB2 DE CIERRE *
      *   DE MES                                             *
      *                                                      *
      ********************************************************
      *                                                      *
      * DB2@TP42 CLASIFICA LOS SALDOS NEGATIVOS CONTRA EL    *
      * MAESTRO DE ACUERDOS (PGMVOD15) PERO NADIE COBRABA    *
      * EL USO DEL DINERO. ESTE JOB DE FIN DE MES RECORRE    *
      * LAS CUENTAS CON SALDO NEGATIVO DE TB99CUEN Y COBRA   *
      * INTERES POR LOS DIAS DEL MES: LA PARTE DENTRO DE     *
      * ACU-LIMITE A LA TASA PACTADA DEL ACUERDO (O LA TASA  *
      * GENERAL DEL DDPARAM SI EL ACUERDO NO LA INFORMA) Y   *
      * EL EXCESO, O TODO EL NEGATIVO CUANDO EL ACUERDO      *
      * VENCIO O NO EXISTE, A LA TASA PUNITORIA. DEBITA VIA  *
      * PGMVPS15 (UNA REFERENCIA POR CUENTA, PARTE Y MES,    *
      * ASI EL RERUN NO VUELVE A COBRAR) E IMPRIME EL        *
      * DETALLE POR CUENTA. SOLO LIQUIDA EL ULTIMO DIA       *
      * HABIL DEL MES SEGUN PGMVBD15, SALVO FORZADO POR      *
      * PARAMETRO                                            *
      *                                                      *
      * LAS TASAS GENERAL Y PUNITORIA SALEN DE LA TABLA DE   *
      * TASAS (RUTINA PGMVTQ15, CLASES DA Y DP, BANDA POR EL *
      * SALDO DEUDOR) EN VIGOR A LA FECHA DE LIQUIDACION; EL *
      * DDPARAM Y LOS VALORES FIJOS QUEDAN COMO RESPALDO     *
      * CUANDO LA TABLA NO ESTA O NO TIENE LA TASA           *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALIDA ASSIGN DDSALID
                  FILE STATUS IS FS-SAL.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

      *    MAESTRO DE ACUERDOS DE DESCUBIERTO (PGMVOD15) - SIN EL     *
      *    MAESTRO TODO NEGATIVO SE COBRA A TASA PUNITORIA            *
           SELECT ACUERDO ASSIGN DDACUERD
                  FILE STATUS IS FS-ACD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-ACU.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  SALIDA
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-SALIDA         PIC X(132).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(16).

       FD ACUERDO.

       01  REG-ACUERDO.
           03  KEY-ACU.
               05  ACU-K-SUCUEN        PIC 9(02).
               05  ACU-K-NROCUEN       PIC 9(10).
           03  FILLER                  PIC X(28).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-SAL             PIC X(02).
           88  FS-SAL-OK                  VALUE '00'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-ACD             PIC X(02)   VALUE SPACES.
           88  FS-OK-ACD                  VALUE '00'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

           COPY CPACUERD.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * TASAS NOMINALES ANUALES GENERAL (ACUERDO SIN TASA PACTADA) Y  *
      * PUNITORIA; DIAS A LIQUIDAR (CEROS = DIAS DEL MES DE PROCESO); *
      * FORZAR = 'S' LIQUIDA AUNQUE NO SEA EL ULTIMO DIA HABIL         *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-TASA-ACUERDO  PIC 9(2)V9(4).
           03  WS-PAR-TASA-PUNIT    PIC 9(2)V9(4).
           03  WS-PAR-DIAS          PIC 9(03).
           03  WS-PAR-FORZAR        PIC X(01).
               88  WS-PAR-FORZADO             VALUE 'S'.

       77  WS-TASA-ACU-DEF    PIC 9(2)V9(4) VALUE 60,0000.
       77  WS-TASA-PUN-DEF    PIC 9(2)V9(4) VALUE 90,0000.

       01  WS-SW-ACDFILE      PIC X(01)   VALUE 'N'.
           88  WS-ACDFILE-DISPONIBLE       VALUE 'S'.
           88  WS-ACDFILE-NO-DISPONIBLE    VALUE 'N'.

       01  WS-SW-CURSOR       PIC X(01)   VALUE 'N'.
           88  WS-CURSOR-ABIERTO           VALUE 'S'.
           88  WS-CURSOR-CERRADO           VALUE 'N'.

       01  FS-SQL             PIC X(02).
           88  SQL-OK                     VALUE '00'.
           88  SQL-EOF                    VALUE '10'.
           88  SQL-NOK                    VALUE '01' THRU '09'
                                                '11' THRU '99'.

       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT TIPCUEN, NROCUEN, SUCUEN, NROCLI, SALDO, MONEDA
               FROM ITPLZRY.TB99CUEN
               WHERE SALDO < 0
               ORDER BY SUCUEN ASC, TIPCUEN ASC, NROCUEN ASC
           END-EXEC.

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15        PIC X(8)    VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * SALDO DISPONIBLE (SALDO MENOS RETENCIONES VIGENTES) *
       01  WS-PGMVDS15        PIC X(8)    VALUE 'PGMVDS15'.
           COPY CPDISPON.

      * RUTINA COMPARTIDA DE CALENDARIO DE DIAS HABILES ***************
       01  WS-PGMVBD15        PIC X(8)    VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

      * TASA EN VIGOR DE LA TABLA DE TASAS (RUTINA COMPARTIDA) ********
       01  WS-PGMVTQ15        PIC X(8)    VALUE 'PGMVTQ15'.
           COPY CPTASCTL.

      * REFERENCIA UNICA DEL DEBITO EN EL LIBRO DE MOVIMIENTOS: UNA   *
      * POR CUENTA, PARTE (A=ACUERDO/P=PUNITORIO) Y PERIODO ***********
       77  WS-CODMOV-INT-ACU  PIC X(03)   VALUE 'IDA'.
       77  WS-CODMOV-INT-PUN  PIC X(03)   VALUE 'IDP'.
       01  WS-REF-POSTEO.
           03  WS-REF-PERIODO     PIC 9(06)   VALUE ZEROS.
           03  WS-REF-PARTE       PIC X(01)   VALUE SPACES.
           03  WS-REF-TIPCUEN     PIC 9(02)   VALUE ZEROS.
           03  WS-REF-NROCUEN     PIC 9(15)   VALUE ZEROS.
           03  FILLER             PIC X(01)   VALUE SPACES.

      * CLASIFICACION DEL NEGATIVO CONTRA EL ACUERDO (MISMO CRITERIO  *
      * QUE 3058-CLASIFICAR-ACUERDO DE DB2@TP42) ***********************
       77  WS-SW-ACUERDO      PIC X(01)   VALUE 'S'.
           88  WS-NEG-SIN-ACUERDO          VALUE 'S'.
           88  WS-NEG-DENTRO-ACUERDO       VALUE 'D'.
           88  WS-NEG-EXCEDE-ACUERDO       VALUE 'E'.
           88  WS-NEG-ACUERDO-VENCIDO      VALUE 'V'.

       77  WS-NEGATIVO        PIC 9(9)V99  VALUE ZEROS.
       77  WS-DENTRO          PIC 9(9)V99  VALUE ZEROS.
       77  WS-EXCESO          PIC 9(9)V99  VALUE ZEROS.
       77  WS-LIMITE          PIC 9(9)V99  VALUE ZEROS.
       77  WS-TASA-ACUERDO    PIC 9(2)V9(4) VALUE ZEROS.
       77  WS-TASA-PUNIT      PIC 9(2)V9(4) VALUE ZEROS.
       77  WS-INT-ACUERDO     PIC 9(9)V99  VALUE ZEROS.
       77  WS-INT-PUNITORIO   PIC 9(9)V99  VALUE ZEROS.
       77  WS-INT-PARTE       PIC 9(9)V99  VALUE ZEROS.
       77  WS-DIAS            PIC 9(03)    VALUE ZEROS.

      * RESULTADO DEL DEBITO DE LA CUENTA (PEOR DE LAS DOS PARTES) *
       01  WS-SW-RESULTADO    PIC X(01)   VALUE 'C'.
           88  WS-RES-COBRADO              VALUE 'C'.
           88  WS-RES-YA-COBRADO           VALUE 'D'.
           88  WS-RES-EMBARGO              VALUE 'R'.
           88  WS-RES-SUCESION             VALUE 'F'.
           88  WS-RES-COBRANZA             VALUE 'B'.
           88  WS-RES-RETENCION            VALUE 'H'.
           88  WS-RES-ERROR                VALUE 'E'.

      * FECHA DE PROCESO Y FIN DE MES *
       01  WS-FECHA-HOY-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R     REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-AAAA        PIC 9(04).
           03  WS-HOY-MM          PIC 9(02).
           03  WS-HOY-DD          PIC 9(02).

       01  WS-FEC-AUX.
           03  WS-AUX-AAAA        PIC 9(04)   VALUE ZEROS.
           03  WS-AUX-MM          PIC 9(02)   VALUE ZEROS.
           03  WS-AUX-DD          PIC 9(02)   VALUE ZEROS.
       01  WS-FEC-AUX-N       REDEFINES WS-FEC-AUX PIC 9(08).

       01  WS-SIG-HABIL       PIC 9(08)   VALUE ZEROS.
       01  WS-SIG-HABIL-R     REDEFINES WS-SIG-HABIL.
           03  WS-SIG-AAAA        PIC 9(04).
           03  WS-SIG-MM          PIC 9(02).
           03  WS-SIG-DD          PIC 9(02).

       77  WS-ENTERO-FECHA    PIC 9(08)   VALUE ZEROS.

      * CONTADORES *
       77  CN-TOT-CUENTAS     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-COBRADAS    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-SIN-INTERES PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-EMBARGO     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-SUCESION    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-COBRANZA    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-RETENCION   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-YA-COBRADAS PIC 9(07)   VALUE ZEROS.
       01  AC-TOT-INT-ACU     PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-INT-PUN     PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-IMP-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(46)    VALUE
                   'INTERESES POR SALDO DEUDOR - LIQUIDACION AL   '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(08)    VALUE ' - DIAS '.
           03  WS-TIT-DIAS   PIC ZZ9      VALUE ZEROS.
           03  FILLER        PIC X(67)    VALUE SPACES.

       01  WS-REG-CABECERA.
           03  FILLER        PIC X(43)    VALUE
               'SUC       CUENTA               SALDO       '.
           03  FILLER        PIC X(43)    VALUE
               'DISPONIBLE          LIMITE SITUACION  INT. '.
           03  FILLER        PIC X(46)    VALUE
               'ACUERDO  INT. PUNITOR.  RESULTADO             '.

       01  WS-REG-DETALLE.
           03  FILLER             PIC X(4)     VALUE 'SUC '.
           03  WS-DET-SUCUEN      PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(09)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SALDO       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-DISPONIBLE  PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-LIMITE      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-SITUACION   PIC X(09)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-INT-ACU     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-INT-PUN     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RESULTADO   PIC X(22)    VALUE SPACES.
      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) *
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.


       PROCEDURE DIVISION.
      *-------------------*
      **************************************
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      **************************************
       MAIN-PROGRAM.
      *-------------*

           PERFORM 1000-I-INICIO
              THRU 1000-F-INICIO

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL SQL-EOF OR SQL-NOK

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL

           GOBACK
           .
      **************************************
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      **************************************
       1000-I-INICIO.
      *--------------*

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.

           MOVE SPACES TO WS-REG-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-OK-PAR
              READ PARAMETROS INTO WS-REG-PARAMETROS
           END-IF.
           CLOSE PARAMETROS.

           IF WS-PAR-TASA-ACUERDO IS NOT NUMERIC
              MOVE WS-TASA-ACU-DEF TO WS-PAR-TASA-ACUERDO
           END-IF.
           IF WS-PAR-TASA-PUNIT IS NOT NUMERIC
              MOVE WS-TASA-PUN-DEF TO WS-PAR-TASA-PUNIT
           END-IF.
           IF WS-PAR-DIAS IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-DIAS
           END-IF.

           PERFORM 1100-DIAS-DEL-MES THRU 1100-F-DIAS-DEL-MES.

           OPEN OUTPUT SALIDA.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           MOVE WS-DIAS        TO WS-TIT-DIAS.
           WRITE REG-SALIDA FROM WS-TITULO AFTER PAGE.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
           WRITE REG-SALIDA FROM WS-REG-CABECERA AFTER 1.

           OPEN INPUT ACUERDO
           EVALUATE FS-ACD
              WHEN '00'
                 SET WS-ACDFILE-DISPONIBLE TO TRUE
              WHEN '35'
                 DISPLAY '* ACUERDO AUSENTE - TODO NEGATIVO SE COBRA '
                         'A TASA PUNITORIA'
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN ACUERDO = ' FS-ACD
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

      * SOLO EL ULTIMO DIA HABIL DEL MES (EL HABIL SIGUIENTE CAE EN   *
      * OTRO MES), SALVO LIQUIDACION FORZADA POR PARAMETRO ************
           MOVE WS-FECHA-HOY-8 TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.
           MOVE LK-BD-SIGUIENTE TO WS-SIG-HABIL.

           IF WS-SIG-MM IS EQUAL WS-HOY-MM
              AND NOT WS-PAR-FORZADO
              DISPLAY 'NO ES EL ULTIMO DIA HABIL DEL MES - SIN '
                      'LIQUIDACION DE INTERESES'
              MOVE '10' TO FS-SQL
              GO TO 1000-F-INICIO
           END-IF.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              MOVE '99' TO FS-SQL
              GO TO 1000-F-INICIO
           END-IF.

           EXEC SQL
              OPEN CURSOR1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 1    = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           ELSE
              SET WS-CURSOR-ABIERTO TO TRUE
              PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      **************************************
      *  DIAS A LIQUIDAR: LOS DEL MES DE   *
      *  PROCESO, SALVO PARAMETRO          *
      **************************************
       1100-DIAS-DEL-MES.
      *------------------*

           IF WS-PAR-DIAS IS GREATER ZEROS
              MOVE WS-PAR-DIAS TO WS-DIAS
              GO TO 1100-F-DIAS-DEL-MES
           END-IF.

      * ULTIMO DIA DEL MES = DIA ANTERIOR AL 1 DEL MES SIGUIENTE *
           MOVE WS-HOY-AAAA TO WS-AUX-AAAA.
           MOVE 01          TO WS-AUX-DD.
           IF WS-HOY-MM IS EQUAL 12
              ADD 1 TO WS-AUX-AAAA
              MOVE 01 TO WS-AUX-MM
           ELSE
              COMPUTE WS-AUX-MM = WS-HOY-MM + 1
           END-IF.
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-AUX-N) - 1.
           COMPUTE WS-FEC-AUX-N =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           MOVE WS-AUX-DD TO WS-DIAS.

       1100-F-DIAS-DEL-MES.
           EXIT.

      **************************************
      *  CUERPO PRINCIPAL DE PROCESOS      *
      **************************************
       2000-I-PROCESO.
      *---------------*

           ADD 1 TO CN-TOT-CUENTAS.

           PERFORM 3000-CLASIFICAR-ACUERDO
                   THRU 3000-F-CLASIFICAR-ACUERDO.

           PERFORM 3100-CALCULAR-INTERES
                   THRU 3100-F-CALCULAR-INTERES.

           MOVE DB-CU-SUCUEN     TO WS-DET-SUCUEN.
           MOVE DB-CU-TIPCUEN    TO WS-DET-TIPCUEN.
           MOVE DB-CU-NROCUEN    TO WS-DET-NROCUEN.
           MOVE DB-CU-SALDO      TO WS-DET-SALDO.

           MOVE DB-CU-TIPCUEN    TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN    TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO      TO LK-DS-SALDO.
           MOVE WS-FECHA-HOY-8   TO LK-DS-FECHA.
           CALL WS-PGMVDS15 USING LK-PARM-DISPON.
           MOVE LK-DS-DISPONIBLE TO WS-DET-DISPONIBLE.

           MOVE WS-LIMITE        TO WS-DET-LIMITE.
           MOVE WS-INT-ACUERDO   TO WS-DET-INT-ACU.
           MOVE WS-INT-PUNITORIO TO WS-DET-INT-PUN.
           EVALUATE TRUE
              WHEN WS-NEG-DENTRO-ACUERDO
                 MOVE 'DENTRO'    TO WS-DET-SITUACION
              WHEN WS-NEG-EXCEDE-ACUERDO
                 MOVE 'EXCEDIDO'  TO WS-DET-SITUACION
              WHEN WS-NEG-ACUERDO-VENCIDO
                 MOVE 'VENCIDO'   TO WS-DET-SITUACION
              WHEN OTHER
                 MOVE 'SIN ACUER' TO WS-DET-SITUACION
           END-EVALUATE.

           IF WS-INT-ACUERDO IS EQUAL ZEROS
              AND WS-INT-PUNITORIO IS EQUAL ZEROS
              ADD 1 TO CN-TOT-SIN-INTERES
              MOVE 'SIN INTERES A COBRAR' TO WS-DET-RESULTADO
           ELSE
              PERFORM 4000-DEBITAR-INTERES
                      THRU 4000-F-DEBITAR-INTERES
           END-IF.

           WRITE REG-SALIDA FROM WS-REG-DETALLE AFTER 1.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF NOT SQL-NOK
              PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR
           END-IF.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CU-TIPCUEN,
                       :DB-CU-NROCUEN,
                       :DB-CU-SUCUEN,
                       :DB-CU-NROCLI,
                       :DB-CU-SALDO,
                       :WS-CUE-MONEDA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE '00' TO FS-SQL
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
           END-EVALUATE.

       2100-F-FETCH-CURSOR. EXIT.

      ***** CLASIFICACION DEL SALDO NEGATIVO CONTRA EL ACUERDO ********
      ***** DE DESCUBIERTO Y APERTURA DENTRO DE LIMITE / EXCESO *******
       3000-CLASIFICAR-ACUERDO.
      *------------------------*

           SET WS-NEG-SIN-ACUERDO TO TRUE.
           COMPUTE WS-NEGATIVO = ZEROS - DB-CU-SALDO.
           MOVE ZEROS       TO WS-LIMITE.
           MOVE ZEROS       TO WS-DENTRO.
           MOVE WS-NEGATIVO TO WS-EXCESO.
           MOVE WS-PAR-TASA-ACUERDO TO WS-TASA-ACUERDO.
           MOVE WS-PAR-TASA-PUNIT   TO WS-TASA-PUNIT.

           PERFORM 3010-TASAS-VIGENTES THRU 3010-F-TASAS-VIGENTES.

           IF WS-ACDFILE-NO-DISPONIBLE
              GO TO 3000-F-CLASIFICAR-ACUERDO
           END-IF.

           MOVE DB-CU-SUCUEN  TO ACU-K-SUCUEN.
           MOVE DB-CU-NROCUEN TO ACU-K-NROCUEN.

           READ ACUERDO INTO WS-REG-ACUERDO.

           EVALUATE TRUE
              WHEN FS-OK-ACD
                 CONTINUE
              WHEN FS-ACD IS EQUAL '23'
                 GO TO 3000-F-CLASIFICAR-ACUERDO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ACUERDO = ' FS-ACD
                 MOVE 9999 TO RETURN-CODE
                 GO TO 3000-F-CLASIFICAR-ACUERDO
           END-EVALUATE.

           IF ACU-LIMITE IS GREATER ZEROS
              MOVE ACU-LIMITE TO WS-LIMITE
           END-IF.

           IF ACU-TASA IS NUMERIC
              AND ACU-TASA IS GREATER ZEROS
              MOVE ACU-TASA TO WS-TASA-ACUERDO
           END-IF.

      * ACUERDO VENCIDO: TODO EL NEGATIVO VA A TASA PUNITORIA *
           IF ACU-VENCIMIENTO IS NUMERIC
              AND ACU-VENCIMIENTO IS LESS THAN WS-FECHA-HOY-8
              SET WS-NEG-ACUERDO-VENCIDO TO TRUE
              GO TO 3000-F-CLASIFICAR-ACUERDO
           END-IF.

           IF WS-NEGATIVO IS GREATER WS-LIMITE
              SET WS-NEG-EXCEDE-ACUERDO TO TRUE
              MOVE WS-LIMITE TO WS-DENTRO
              COMPUTE WS-EXCESO = WS-NEGATIVO - WS-LIMITE
           ELSE
              SET WS-NEG-DENTRO-ACUERDO TO TRUE
              MOVE WS-NEGATIVO TO WS-DENTRO
              MOVE ZEROS       TO WS-EXCESO
           END-IF.

       3000-F-CLASIFICAR-ACUERDO. EXIT.

      ***** TASAS GENERAL Y PUNITORIA EN VIGOR PARA LA BANDA DEL *****
      ***** SALDO DEUDOR; SIN TASA EN LA TABLA QUEDA EL DDPARAM ********
       3010-TASAS-VIGENTES.
      *--------------------*

           MOVE 'DA'           TO LK-TAS-CLASE.
           MOVE WS-CUE-MONEDA  TO LK-TAS-MONEDA.
           MOVE WS-NEGATIVO    TO LK-TAS-VALOR.
           MOVE WS-FECHA-HOY-8 TO LK-TAS-FECHA.
           CALL WS-PGMVTQ15 USING LK-PARM-TASA.
           IF LK-TAS-ENCONTRADA
              MOVE LK-TAS-TASA TO WS-TASA-ACUERDO
           END-IF.

           MOVE 'DP'           TO LK-TAS-CLASE.
           CALL WS-PGMVTQ15 USING LK-PARM-TASA.
           IF LK-TAS-ENCONTRADA
              MOVE LK-TAS-TASA TO WS-TASA-PUNIT
           END-IF.

       3010-F-TASAS-VIGENTES. EXIT.

      ***** INTERES SIMPLE POR LOS DIAS DEL PERIODO (TNA / 365) *******
       3100-CALCULAR-INTERES.
      *----------------------*

           COMPUTE WS-INT-ACUERDO ROUNDED =
                   WS-DENTRO * WS-TASA-ACUERDO * WS-DIAS / 36500.

           COMPUTE WS-INT-PUNITORIO ROUNDED =
                   WS-EXCESO * WS-TASA-PUNIT * WS-DIAS / 36500.

       3100-F-CALCULAR-INTERES. EXIT.

      ***** DEBITO DEL INTERES VIA LA RUTINA DE POSTEO, UNA REFERENCIA *
      ***** POR PARTE; EL RESULTADO DE LA CUENTA ES EL PEOR DE AMBOS ***
       4000-DEBITAR-INTERES.
      *---------------------*

           SET WS-RES-YA-COBRADO TO TRUE.

           IF WS-INT-ACUERDO IS GREATER ZEROS
              MOVE WS-INT-ACUERDO    TO WS-INT-PARTE
              MOVE WS-CODMOV-INT-ACU TO LK-PS-CODMOV
              MOVE 'A'               TO WS-REF-PARTE
              PERFORM 4100-POSTEAR-PARTE THRU 4100-F-POSTEAR-PARTE
           END-IF.

           IF WS-INT-PUNITORIO IS GREATER ZEROS
              AND NOT WS-RES-ERROR
              MOVE WS-INT-PUNITORIO  TO WS-INT-PARTE
              MOVE WS-CODMOV-INT-PUN TO LK-PS-CODMOV
              MOVE 'P'               TO WS-REF-PARTE
              PERFORM 4100-POSTEAR-PARTE THRU 4100-F-POSTEAR-PARTE
           END-IF.

           EVALUATE TRUE
              WHEN WS-RES-COBRADO
                 ADD 1 TO CN-TOT-COBRADAS
                 MOVE 'COBRADO' TO WS-DET-RESULTADO
              WHEN WS-RES-YA-COBRADO
                 ADD 1 TO CN-TOT-YA-COBRADAS
                 MOVE 'YA COBRADO EN PERIODO'
                      TO WS-DET-RESULTADO
              WHEN WS-RES-EMBARGO
                 ADD 1 TO CN-TOT-EMBARGO
                 MOVE 'RET - CUENTA EMBARGADA'
                      TO WS-DET-RESULTADO
              WHEN WS-RES-SUCESION
                 ADD 1 TO CN-TOT-SUCESION
                 MOVE 'RET - SUCESION ABIERTA'
                      TO WS-DET-RESULTADO
              WHEN WS-RES-COBRANZA
                 ADD 1 TO CN-TOT-COBRANZA
                 MOVE 'RET - BLOQUEO POR MORA'
                      TO WS-DET-RESULTADO
              WHEN WS-RES-RETENCION
                 ADD 1 TO CN-TOT-RETENCION
                 MOVE 'RET - FONDOS RETENIDOS'
                      TO WS-DET-RESULTADO
              WHEN OTHER
                 MOVE 'ERROR DE POSTEO' TO WS-DET-RESULTADO
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
           END-EVALUATE.

       4000-F-DEBITAR-INTERES. EXIT.

       4100-POSTEAR-PARTE.
      *-------------------*

           MOVE DB-CU-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE DB-CU-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - WS-INT-PARTE.
           MOVE 'PGMVID15'          TO LK-PS-PROGRAMA.
           MOVE WS-FECHA-HOY-8(1:6) TO WS-REF-PERIODO.
           MOVE DB-CU-TIPCUEN       TO WS-REF-TIPCUEN.
           MOVE DB-CU-NROCUEN       TO WS-REF-NROCUEN.
           MOVE WS-REF-POSTEO       TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8      TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 IF WS-RES-YA-COBRADO
                    SET WS-RES-COBRADO TO TRUE
                 END-IF
                 IF WS-REF-PARTE IS EQUAL 'A'
                    ADD WS-INT-PARTE TO AC-TOT-INT-ACU
                 ELSE
                    ADD WS-INT-PARTE TO AC-TOT-INT-PUN
                 END-IF
              WHEN LK-PS-YA-POSTEADO
                 CONTINUE
              WHEN LK-PS-RECHAZO-EMBARGO
                 SET WS-RES-EMBARGO TO TRUE
              WHEN LK-PS-RECHAZO-SUCESION
                 SET WS-RES-SUCESION TO TRUE
              WHEN LK-PS-RECHAZO-COBRANZA
                 SET WS-RES-COBRANZA TO TRUE
              WHEN LK-PS-RECHAZO-RETENCION
                 SET WS-RES-RETENCION TO TRUE
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO INTERES: ' WS-SQLCODE
                         ' STATUS ' LK-STATUS-POSTEO
                 SET WS-RES-ERROR TO TRUE
           END-EVALUATE.

       4100-F-POSTEAR-PARTE. EXIT.

       9999-I-FINAL.
      *-------------*

           IF WS-CURSOR-ABIERTO
              EXEC SQL
                 CLOSE CURSOR1
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR CLOSE CURSOR     = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           IF RETURN-CODE IS EQUAL TO ZEROS
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'ROLLBACK REALIZADO - INTERESES NO APLICADOS'
           END-IF.

           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.

           CLOSE SALIDA
           IF FS-SAL NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE SALIDA = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-ACDFILE-DISPONIBLE
              CLOSE ACUERDO
              IF FS-ACD NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE ACUERDO = ' FS-ACD
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'CUENTAS CON SALDO DEUDOR    = ' CN-TOT-CUENTAS.
           DISPLAY 'INTERESES COBRADOS          = ' CN-TOT-COBRADAS.
           DISPLAY 'CUENTAS SIN INTERES         = ' CN-TOT-SIN-INTERES.
           DISPLAY 'RETENIDOS POR EMBARGO       = ' CN-TOT-EMBARGO.
           DISPLAY 'RETENIDOS POR SUCESION      = ' CN-TOT-SUCESION.
           DISPLAY 'RETENIDOS POR MORA          = ' CN-TOT-COBRANZA.
           DISPLAY 'RETENIDOS SIN DISPONIBLE    = ' CN-TOT-RETENCION.
           DISPLAY 'YA COBRADOS EN EL PERIODO   = ' CN-TOT-YA-COBRADAS.
           MOVE AC-TOT-INT-ACU TO WS-IMP-EDIT.
           DISPLAY 'INTERES DENTRO DE ACUERDO   = ' WS-IMP-EDIT.
           MOVE AC-TOT-INT-PUN TO WS-IMP-EDIT.
           DISPLAY 'INTERES PUNITORIO           = ' WS-IMP-EDIT.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVID15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-COBRADAS TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = CN-TOT-EMBARGO + CN-TOT-SUCESION
                                    + CN-TOT-COBRANZA
                                    + CN-TOT-RETENCION.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN
           .
       9999-F-FINAL.
           EXIT.
