       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVRR15.

      ***********************************************
      *                                             *
      *  CALIFICACION PERIODICA DE RIESGO DE        *
      *  LAVADO DE DINERO POR CLIENTE CON           *
      *  ESCRITURA DEL NIVEL EN TB99CLIE            *
      *        TP 35 - BATCH DB2                    *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVWS15 CONTROLA LISTAS DE SANCIONES Y     *
      * PGMVLM15 LOS MOVIMIENTOS RELEVANTES, PERO   *
      * NINGUN CLIENTE TENIA UN NIVEL DE RIESGO Y   *
      * TODOS SE MONITOREABAN IGUAL; EL REGULADOR   *
      * PIDE UN ENFOQUE BASADO EN RIESGO. ESTE JOB  *
      * PUNTUA CADA CLIENTE DE TB99CLIE SUMANDO:    *
      * - NACIONALIDAD (VSAM CLIENTE) SEGUN LA      *
      *   TABLA DE FACTORES DDRGOTAB (CPRIESGO)     *
      * - CONDICION PEP DEL MAESTRO DE DECLARA-     *
      *   CIONES DDPEP DE PGMVPE15 (SIN DECLARA-    *
      *   CION O CON LA DECLARACION VENCIDA TAMBIEN *
      *   SUMA)                                     *
      * - EL TIPO DE CUENTA DE MAYOR PUNTAJE QUE    *
      *   TIENE EN TB99CUEN (TABLA DE FACTORES)     *
      * - LA INTENSIDAD DE EFECTIVO: PORCENTAJE DEL *
      *   VOLUMEN DEL HISTORIAL DE MOVIMIENTOS DE   *
      *   PGMAPS15 CON CODIGOS MARCADOS COMO        *
      *   EFECTIVO EN LA TABLA DE FACTORES          *
      * - ALERTAS DE PGMVLM15 (REGISTRO DDREPORT)   *
      *   DENTRO DE LOS DIAS DE PARAMETROS          *
      * CON LOS PESOS Y UMBRALES DE DDPARAM DERIVA  *
      * EL NIVEL B(AJO)/M(EDIO)/A(LTO), LO GRABA EN *
      * TB99CLIE CON JOURNALING CPAUDIT CUANDO      *
      * CAMBIA Y LISTA LOS CLIENTES CUYO NIVEL      *
      * SUBIO RESPECTO DE LA CORRIDA ANTERIOR       *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT HISTORIA ASSIGN DDHISTO
                    FILE STATUS IS FS-HIS.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * DECLARACIONES JURADAS PEP (PGMVPE15) *
             SELECT PEP ASSIGN DDPEP
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-PEP
                    FILE STATUS IS FS-PEP.

      * DOCUMENTOS REPORTADOS POR PGMVLM15 *
             SELECT REPORTADOS ASSIGN DDREPORT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-REPORT
                    FILE STATUS IS FS-REP.

      * TABLA DE FACTORES DE RIESGO *
             SELECT RIESGOS ASSIGN DDRGOTAB
                    FILE STATUS IS FS-RGO.

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

       FD HISTORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-HISTORIA      PIC X(93).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD PEP.

       01 REG-PEP.
           03 KEY-PEP       PIC X(13).
           03 FILLER        PIC X(87).

       FD REPORTADOS.

       01 REG-REPORTADOS.
           03  KEY-REPORT.
               05  REP-TIPDOC     PIC X(02).
               05  REP-NRODOC     PIC 9(11).
           03  REP-FECHA-ULT      PIC 9(08).
           03  FILLER             PIC X(09).

       FD RIESGOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RIESGOS       PIC X(25).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(27).

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
       77  FS-HIS           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-PEP           PIC XX    VALUE SPACES.
       77  FS-REP           PIC XX    VALUE SPACES.
       77  FS-RGO           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPAUDIT.
           COPY TBVCLIEN.
           COPY CPPEP.
           COPY CPRIESGO.

       01  WS-REG-SUCUR.
           COPY CPSUCUR.

      * PESOS DE CADA FACTOR, PORCENTAJE DE EFECTIVO QUE SE CONSIDERA *
      * INTENSIVO, DIAS HACIA ATRAS QUE CUENTA UNA ALERTA Y PUNTAJE    *
      * DESDE EL QUE EL CLIENTE ES DE RIESGO MEDIO Y ALTO **************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-PTS-PEP       PIC 9(03)  VALUE 060.
           03  WS-PAR-PTS-ALLEGADO  PIC 9(03)  VALUE 040.
           03  WS-PAR-PTS-SIN-DDJJ  PIC 9(03)  VALUE 010.
           03  WS-PAR-PCT-EFECTIVO  PIC 9(03)  VALUE 050.
           03  WS-PAR-PTS-EFECTIVO  PIC 9(03)  VALUE 025.
           03  WS-PAR-DIAS-ALERTA   PIC 9(03)  VALUE 180.
           03  WS-PAR-PTS-ALERTA    PIC 9(03)  VALUE 030.
           03  WS-PAR-UMBRAL-MEDIO  PIC 9(03)  VALUE 030.
           03  WS-PAR-UMBRAL-ALTO   PIC 9(03)  VALUE 060.

       01  FS-SQL             PIC X(02).
           88  SQL-OK                     VALUE '00'.
           88  SQL-EOF                    VALUE '10'.
           88  SQL-NOK                    VALUE '01' THRU '09'
                                                '11' THRU '99'.

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

      * HOST VARIABLE PARA COLUMNA RIESGO DE TB99CLIE - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-RIESGO     PIC X(01) VALUE SPACES.

           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT A.TIPCUEN,
                    B.TIPDOC, B.NRODOC, B.NROCLI, B.NOMAPE,
                    VALUE(B.RIESGO, ' ')
             FROM ITPLZRY.TB99CUEN A
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               ORDER BY B.NROCLI ASC
           END-EXEC.

      * VARIABLES DE CORTE *
       01  WS-NROCLI-ANT      PIC 999.
       01  WS-TIPDOC-ANT      PIC X(02).
       01  WS-NRODOC-ANT      PIC 9(11).
       01  WS-NOMAPE-ANT      PIC X(30).
       01  WS-RIESGO-ANT      PIC X(01).

      * TABLA DE FACTORES DE RIESGO EN MEMORIA *
       01  WS-RGO-TABLA.
           03  WS-RGO-TOPE        PIC 9(03)   VALUE 200.
           03  WS-RGO-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-RGO-ENTRADA OCCURS 200 TIMES.
               05  WS-RGO-FACTOR  PIC X(01).
               05  WS-RGO-VALOR   PIC X(15).
               05  WS-RGO-PUNTOS  PIC 9(03).

       77  WS-RGO-IX        PIC 9(03)  VALUE ZEROS.
       77  WS-RGO-IX-MATCH  PIC 9(03)  VALUE ZEROS.
       77  WS-BUS-FACTOR    PIC X(01)  VALUE SPACES.
       77  WS-BUS-VALOR     PIC X(15)  VALUE SPACES.
       77  WS-TIPCUEN-2     PIC 9(02)  VALUE ZEROS.

      * VOLUMEN TOTAL Y EN EFECTIVO POR DOCUMENTO (HISTORIAL) *
       01  WS-ACT-TABLA.
           03  WS-ACT-TOPE        PIC 9(03)   VALUE 500.
           03  WS-ACT-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-ACT-ENTRADA OCCURS 500 TIMES.
               05  WS-ACT-TIPDOC  PIC X(02).
               05  WS-ACT-NRODOC  PIC 9(11).
               05  WS-ACT-TOTAL   PIC S9(11)V99.
               05  WS-ACT-EFECTIVO PIC S9(11)V99.

       77  WS-ACT-IX        PIC 9(03)  VALUE ZEROS.
       77  WS-ACT-IX-MATCH  PIC 9(03)  VALUE ZEROS.
       77  WS-MOV-ABS       PIC S9(9)V99 VALUE ZEROS.
       77  WS-PCT-EFECTIVO  PIC 9(03)V99 VALUE ZEROS.

      * CLAVE PARCIAL PARA LA NACIONALIDAD EN EL VSAM CLIENTE *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * PUNTOS DEL CLIENTE POR FACTOR *
       01  WS-PUNTOS.
           03  WS-PTS-NACION      PIC 9(03)  VALUE ZEROS.
           03  WS-PTS-PEP         PIC 9(03)  VALUE ZEROS.
           03  WS-PTS-CUENTA      PIC 9(03)  VALUE ZEROS.
           03  WS-PTS-EFECTIVO    PIC 9(03)  VALUE ZEROS.
           03  WS-PTS-ALERTA      PIC 9(03)  VALUE ZEROS.
       77  WS-PUNTAJE       PIC 9(04)  VALUE ZEROS.
       77  WS-DIAS-ALERTA   PIC S9(6)  VALUE ZEROS.

       01  WS-SW-PEP        PIC X(01)  VALUE 'S'.
           88  WS-PEP-DISPONIBLE       VALUE 'S'.
           88  WS-PEP-AUSENTE          VALUE 'N'.

       01  WS-SW-REP        PIC X(01)  VALUE 'S'.
           88  WS-REP-DISPONIBLE       VALUE 'S'.
           88  WS-REP-AUSENTE          VALUE 'N'.

      * NIVEL: B = BAJO / M = MEDIO / A = ALTO (BLANCO = SIN NIVEL)   *
       77  WS-RIESGO        PIC X(01)  VALUE SPACES.
       77  WS-ORDEN-ANT     PIC 9(01)  VALUE ZEROS.
       77  WS-ORDEN-NVO     PIC 9(01)  VALUE ZEROS.

       77  CN-TOT-CLI       PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-CAMBIOS   PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-SUBAS     PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-PRIMERA   PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-BAJO      PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-MEDIO     PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-ALTO      PIC 9(05)  VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'CLIENTES QUE SUBIERON DE NIVEL DE RIESGO - CORRIDA'.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(73)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(08)    VALUE 'ANT NVO'.
           03  FILLER        PIC X(08)    VALUE 'PUNTAJE'.
           03  FILLER        PIC X(06)    VALUE 'NAC'.
           03  FILLER        PIC X(06)    VALUE 'PEP'.
           03  FILLER        PIC X(06)    VALUE 'CTA'.
           03  FILLER        PIC X(06)    VALUE 'EFE'.
           03  FILLER        PIC X(06)    VALUE 'ALE'.
           03  FILLER        PIC X(40)    VALUE SPACES.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ANTERIOR    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-NUEVO       PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-PUNTAJE     PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-PTS-NAC     PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-PTS-PEP     PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-PTS-CTA     PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-PTS-EFE     PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-PTS-ALE     PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(43)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(04)9   VALUE ZEROS.
           03  FILLER             PIC X(97)    VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL SQL-EOF OR SQL-NOK.

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

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
           END-IF.

      * SIN MAESTRO PEP O SIN REGISTRO DE REPORTADOS EL FACTOR NO    *
      * PUNTUA (SE AVISA EN EL LOG DE LA CORRIDA) **********************
           OPEN INPUT PEP.
           EVALUATE FS-PEP
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN MAESTRO PEP - FACTOR PEP NO EVALUADO'
                 SET WS-PEP-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN PEP = ' FS-PEP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-PEP-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN INPUT REPORTADOS.
           EVALUATE FS-REP
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN REGISTRO DE REPORTADOS - SIN ALERTAS'
                 SET WS-REP-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN REPORTADOS = ' FS-REP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-REP-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 1100-CARGAR-FACTORES THRU F-1100-CARGAR-FACTORES.
           PERFORM 1200-CARGAR-ACTIVIDAD THRU F-1200-CARGAR-ACTIVIDAD.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              MOVE '99' TO FS-SQL
              GO TO F-1000-INICIO
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
              PERFORM 2100-FETCH-CURSOR THRU F-2100-FETCH-CURSOR
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** TABLA DE FACTORES DE RIESGO A MEMORIA *********************
       1100-CARGAR-FACTORES.

           OPEN INPUT RIESGOS.
           IF FS-RGO IS NOT EQUAL '00'
              DISPLAY '* SIN TABLA DE FACTORES - NACIONALIDAD, CUENTA'
                      ' Y EFECTIVO NO PUNTUAN'
              GO TO F-1100-CARGAR-FACTORES
           END-IF.

           PERFORM 1150-LEER-FACTOR THRU F-1150-LEER-FACTOR
                   UNTIL FS-RGO IS NOT EQUAL '00'.

           CLOSE RIESGOS.

       F-1100-CARGAR-FACTORES. EXIT.

       1150-LEER-FACTOR.

           READ RIESGOS INTO WS-REG-RIESGO.

           IF FS-RGO IS NOT EQUAL '00'
              GO TO F-1150-LEER-FACTOR
           END-IF.

           IF RGO-PUNTOS IS NOT NUMERIC
              MOVE ZEROS TO RGO-PUNTOS
           END-IF.

           IF WS-RGO-OCUP IS LESS THAN WS-RGO-TOPE
              ADD 1 TO WS-RGO-OCUP
              MOVE RGO-FACTOR TO WS-RGO-FACTOR(WS-RGO-OCUP)
              MOVE RGO-VALOR  TO WS-RGO-VALOR(WS-RGO-OCUP)
              MOVE RGO-PUNTOS TO WS-RGO-PUNTOS(WS-RGO-OCUP)
           ELSE
              DISPLAY '* TABLA DE FACTORES LLENA - SE IGNORA '
                      RGO-FACTOR ' ' RGO-VALOR
           END-IF.

       F-1150-LEER-FACTOR. EXIT.

      ***** VOLUMEN TOTAL Y EN EFECTIVO POR DOCUMENTO *****************
       1200-CARGAR-ACTIVIDAD.

           OPEN INPUT HISTORIA.
           IF FS-HIS IS NOT EQUAL '00'
              MOVE '10' TO FS-HIS
              GO TO F-1200-CARGAR-ACTIVIDAD
           END-IF.

           PERFORM 1250-LEER-HISTORIA THRU F-1250-LEER-HISTORIA
                   UNTIL FS-HIS IS EQUAL '10'.

           CLOSE HISTORIA.

       F-1200-CARGAR-ACTIVIDAD. EXIT.

       1250-LEER-HISTORIA.

           READ HISTORIA INTO WS-REG-SUCURSAL.

           IF FS-HIS IS NOT EQUAL '00'
              MOVE '10' TO FS-HIS
              GO TO F-1250-LEER-HISTORIA
           END-IF.

           MOVE WS-SUC-SALDO TO WS-MOV-ABS.
           IF WS-MOV-ABS IS LESS THAN ZEROS
              COMPUTE WS-MOV-ABS = ZEROS - WS-MOV-ABS
           END-IF.

           MOVE ZEROS TO WS-ACT-IX-MATCH.
           PERFORM 1260-BUSCAR-ACTIVIDAD THRU F-1260-BUSCAR-ACTIVIDAD
                   VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > WS-ACT-OCUP
                      OR WS-ACT-IX-MATCH > ZEROS.

           IF WS-ACT-IX-MATCH IS EQUAL ZEROS
              IF WS-ACT-OCUP IS LESS THAN WS-ACT-TOPE
                 ADD 1 TO WS-ACT-OCUP
                 MOVE WS-ACT-OCUP TO WS-ACT-IX-MATCH
                 MOVE WS-SUC-TIP-DOC TO WS-ACT-TIPDOC(WS-ACT-IX-MATCH)
                 MOVE WS-SUC-NRO-DOC TO WS-ACT-NRODOC(WS-ACT-IX-MATCH)
                 MOVE ZEROS TO WS-ACT-TOTAL(WS-ACT-IX-MATCH)
                 MOVE ZEROS TO WS-ACT-EFECTIVO(WS-ACT-IX-MATCH)
              ELSE
                 GO TO F-1250-LEER-HISTORIA
              END-IF
           END-IF.

           ADD WS-MOV-ABS TO WS-ACT-TOTAL(WS-ACT-IX-MATCH).

      * EL CODIGO DE TRANSACCION DICE SI EL MOVIMIENTO FUE EN EFECTIVO *
           IF WS-SUC-TIP-MOV IS EQUAL SPACES
              GO TO F-1250-LEER-HISTORIA
           END-IF.

           MOVE 'E'            TO WS-BUS-FACTOR.
           MOVE WS-SUC-TIP-MOV TO WS-BUS-VALOR.
           PERFORM 8000-BUSCAR-FACTOR THRU F-8000-BUSCAR-FACTOR.

           IF WS-RGO-IX-MATCH IS GREATER THAN ZEROS
              ADD WS-MOV-ABS TO WS-ACT-EFECTIVO(WS-ACT-IX-MATCH)
           END-IF.

       F-1250-LEER-HISTORIA. EXIT.

       1260-BUSCAR-ACTIVIDAD.

           IF WS-ACT-TIPDOC(WS-ACT-IX) IS EQUAL WS-SUC-TIP-DOC
              AND WS-ACT-NRODOC(WS-ACT-IX) IS EQUAL WS-SUC-NRO-DOC
              MOVE WS-ACT-IX TO WS-ACT-IX-MATCH
           END-IF.

       F-1260-BUSCAR-ACTIVIDAD. EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  CORTE POR CLIENTE                 *
      *                                    *
      **************************************
       2000-PROCESO.

           MOVE DB-CL-NROCLI   TO WS-NROCLI-ANT.
           MOVE DB-CL-TIPDOC   TO WS-TIPDOC-ANT.
           MOVE DB-CL-NRODOC   TO WS-NRODOC-ANT.
           MOVE DB-CL-NOMAPE   TO WS-NOMAPE-ANT.
           MOVE DB-CL-RIESGO   TO WS-RIESGO-ANT.
           MOVE ZEROS          TO WS-PUNTOS.
           ADD 1 TO CN-TOT-CLI.

           PERFORM 2200-CUENTA-CLIENTE THRU F-2200-CUENTA-CLIENTE
                   UNTIL SQL-EOF OR SQL-NOK
                      OR DB-CL-NROCLI NOT = WS-NROCLI-ANT.

           IF SQL-NOK
              GO TO F-2000-PROCESO
           END-IF.

           PERFORM 3000-CALIFICAR-CLIENTE
                   THRU F-3000-CALIFICAR-CLIENTE.

       F-2000-PROCESO. EXIT.

       2100-FETCH-CURSOR.

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CU-TIPCUEN,
                       :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI,
                       :DB-CL-NOMAPE,
                       :DB-CL-RIESGO
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

       F-2100-FETCH-CURSOR. EXIT.

      ***** EL TIPO DE CUENTA DE MAYOR PUNTAJE DEL CLIENTE ************
       2200-CUENTA-CLIENTE.

           MOVE DB-CU-TIPCUEN  TO WS-TIPCUEN-2.
           MOVE 'T'            TO WS-BUS-FACTOR.
           MOVE SPACES         TO WS-BUS-VALOR.
           MOVE WS-TIPCUEN-2   TO WS-BUS-VALOR(1:2).
           PERFORM 8000-BUSCAR-FACTOR THRU F-8000-BUSCAR-FACTOR.

           IF WS-RGO-IX-MATCH IS GREATER THAN ZEROS
              AND WS-RGO-PUNTOS(WS-RGO-IX-MATCH) > WS-PTS-CUENTA
              MOVE WS-RGO-PUNTOS(WS-RGO-IX-MATCH) TO WS-PTS-CUENTA
           END-IF.

           PERFORM 2100-FETCH-CURSOR THRU F-2100-FETCH-CURSOR.

       F-2200-CUENTA-CLIENTE. EXIT.

      ***** PUNTAJE Y NIVEL DE RIESGO DEL CLIENTE *********************
       3000-CALIFICAR-CLIENTE.

           PERFORM 3100-FACTOR-NACIONALIDAD
                   THRU F-3100-FACTOR-NACIONALIDAD.
           PERFORM 3200-FACTOR-PEP THRU F-3200-FACTOR-PEP.
           PERFORM 3300-FACTOR-EFECTIVO THRU F-3300-FACTOR-EFECTIVO.
           PERFORM 3400-FACTOR-ALERTAS THRU F-3400-FACTOR-ALERTAS.

           COMPUTE WS-PUNTAJE = WS-PTS-NACION + WS-PTS-PEP
                   + WS-PTS-CUENTA + WS-PTS-EFECTIVO + WS-PTS-ALERTA.

           EVALUATE TRUE
              WHEN WS-PUNTAJE NOT LESS WS-PAR-UMBRAL-ALTO
                 MOVE 'A' TO WS-RIESGO
                 ADD 1 TO CN-TOT-ALTO
              WHEN WS-PUNTAJE NOT LESS WS-PAR-UMBRAL-MEDIO
                 MOVE 'M' TO WS-RIESGO
                 ADD 1 TO CN-TOT-MEDIO
              WHEN OTHER
                 MOVE 'B' TO WS-RIESGO
                 ADD 1 TO CN-TOT-BAJO
           END-EVALUATE.

           PERFORM 3500-GRABAR-RIESGO THRU F-3500-GRABAR-RIESGO.

       F-3000-CALIFICAR-CLIENTE. EXIT.

      ***** NACIONALIDAD DEL VSAM CLIENTE CONTRA LA TABLA *************
      * LA CLAVE COMPLETA INCLUYE EL NRO-SEC DE LA ALTA: SE POSICIONA *
      * POR DOCUMENTO Y SE TOMA LA PRIMERA ALTA QUE MATCHEE ***********
       3100-FACTOR-NACIONALIDAD.

           MOVE WS-TIPDOC-ANT TO WS-CLV-TIPDOC.
           MOVE WS-NRODOC-ANT TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-3100-FACTOR-NACIONALIDAD
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS NOT EQUAL '00'
              OR WK-CLI-TIPO-DOCUMENTO IS NOT EQUAL WS-TIPDOC-ANT
              OR WK-CLI-NRO-DOCUMENTO IS NOT EQUAL WS-NRODOC-ANT
              GO TO F-3100-FACTOR-NACIONALIDAD
           END-IF.

           MOVE 'N'                 TO WS-BUS-FACTOR.
           MOVE WK-CLI-NACIONALIDAD TO WS-BUS-VALOR.
           PERFORM 8000-BUSCAR-FACTOR THRU F-8000-BUSCAR-FACTOR.

           IF WS-RGO-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-RGO-PUNTOS(WS-RGO-IX-MATCH) TO WS-PTS-NACION
           END-IF.

       F-3100-FACTOR-NACIONALIDAD. EXIT.

      ***** CONDICION PEP DECLARADA Y VIGENCIA DE LA DECLARACION ******
       3200-FACTOR-PEP.

           IF WS-PEP-AUSENTE
              GO TO F-3200-FACTOR-PEP
           END-IF.

           MOVE WS-TIPDOC-ANT TO PEP-TIPDOC.
           MOVE WS-NRODOC-ANT TO PEP-NRODOC.
           MOVE PEP-CLAVE     TO KEY-PEP.

           READ PEP INTO WS-REG-PEP.

           EVALUATE FS-PEP
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE WS-PAR-PTS-SIN-DDJJ TO WS-PTS-PEP
                 GO TO F-3200-FACTOR-PEP
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PEP = ' FS-PEP
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 GO TO F-3200-FACTOR-PEP
           END-EVALUATE.

           EVALUATE TRUE
              WHEN PEP-ES-PEP
                 MOVE WS-PAR-PTS-PEP TO WS-PTS-PEP
              WHEN PEP-ES-ALLEGADO
                 MOVE WS-PAR-PTS-ALLEGADO TO WS-PTS-PEP
              WHEN OTHER
                 MOVE ZEROS TO WS-PTS-PEP
           END-EVALUATE.

      * LA DECLARACION VENCIDA SUMA COMO SI NO HUBIERA DECLARACION *
           IF PEP-FEC-VENCE IS GREATER THAN ZEROS
              AND PEP-FEC-VENCE IS LESS THAN WS-FECHA-HOY-8
              ADD WS-PAR-PTS-SIN-DDJJ TO WS-PTS-PEP
           END-IF.

       F-3200-FACTOR-PEP. EXIT.

      ***** INTENSIDAD DE EFECTIVO EN EL HISTORIAL DE MOVIMIENTOS *****
       3300-FACTOR-EFECTIVO.

           MOVE ZEROS TO WS-ACT-IX-MATCH.
           PERFORM 3310-BUSCAR-DOCUMENTO THRU F-3310-BUSCAR-DOCUMENTO
                   VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > WS-ACT-OCUP
                      OR WS-ACT-IX-MATCH > ZEROS.

           IF WS-ACT-IX-MATCH IS EQUAL ZEROS
              GO TO F-3300-FACTOR-EFECTIVO
           END-IF.

           IF WS-ACT-TOTAL(WS-ACT-IX-MATCH) IS NOT GREATER THAN ZEROS
              GO TO F-3300-FACTOR-EFECTIVO
           END-IF.

           COMPUTE WS-PCT-EFECTIVO ROUNDED =
                   WS-ACT-EFECTIVO(WS-ACT-IX-MATCH) * 100
                   / WS-ACT-TOTAL(WS-ACT-IX-MATCH).

           IF WS-PCT-EFECTIVO NOT LESS WS-PAR-PCT-EFECTIVO
              MOVE WS-PAR-PTS-EFECTIVO TO WS-PTS-EFECTIVO
           END-IF.

       F-3300-FACTOR-EFECTIVO. EXIT.

       3310-BUSCAR-DOCUMENTO.

           IF WS-ACT-TIPDOC(WS-ACT-IX) IS EQUAL WS-TIPDOC-ANT
              AND WS-ACT-NRODOC(WS-ACT-IX) IS EQUAL WS-NRODOC-ANT
              MOVE WS-ACT-IX TO WS-ACT-IX-MATCH
           END-IF.

       F-3310-BUSCAR-DOCUMENTO. EXIT.

      ***** ALERTA DE PGMVLM15 DENTRO DE LOS DIAS DE PARAMETROS *******
       3400-FACTOR-ALERTAS.

           IF WS-REP-AUSENTE
              GO TO F-3400-FACTOR-ALERTAS
           END-IF.

           MOVE WS-TIPDOC-ANT TO REP-TIPDOC.
           MOVE WS-NRODOC-ANT TO REP-NRODOC.

           READ REPORTADOS.

           EVALUATE FS-REP
              WHEN '00'
                 COMPUTE WS-DIAS-ALERTA =
                         FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                       - FUNCTION INTEGER-OF-DATE(REP-FECHA-ULT)
                 IF WS-DIAS-ALERTA NOT GREATER WS-PAR-DIAS-ALERTA
                    MOVE WS-PAR-PTS-ALERTA TO WS-PTS-ALERTA
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA REPORTADOS = ' FS-REP
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
           END-EVALUATE.

       F-3400-FACTOR-ALERTAS. EXIT.

      ***** ESCRITURA DEL NIVEL EN TB99CLIE CON AUDITORIA *************
       3500-GRABAR-RIESGO.

           IF WS-RIESGO-ANT IS EQUAL TO WS-RIESGO
              GO TO F-3500-GRABAR-RIESGO
           END-IF.

           ADD 1 TO CN-TOT-CAMBIOS.
           MOVE WS-RIESGO     TO DB-CL-RIESGO.
           MOVE WS-TIPDOC-ANT TO DB-CL-TIPDOC.
           MOVE WS-NRODOC-ANT TO DB-CL-NRODOC.

           EXEC SQL
              UPDATE ITPLZRY.TB99CLIE
                 SET RIESGO = :DB-CL-RIESGO
                 WHERE TIPDOC = :DB-CL-TIPDOC
                 AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR UPDATE RIESGO: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
              GO TO F-3500-GRABAR-RIESGO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           MOVE 'PGMVRR15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'TB99CLIE' TO AUD-TABLA.
           MOVE 'RIESGO' TO AUD-OPERACION.
           STRING 'TD=' WS-TIPDOC-ANT
                  ' ND=' WS-NRODOC-ANT
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           STRING 'RIESGO=' WS-RIESGO-ANT
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           STRING 'RIESGO=' WS-RIESGO ' PUNTAJE=' WS-PUNTAJE
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

      * SOLO SE LISTA LA SUBA; SIN NIVEL ANTERIOR ES LA PRIMERA       *
      * CALIFICACION DEL CLIENTE ***************************************
           IF WS-RIESGO-ANT IS EQUAL SPACES
              ADD 1 TO CN-TOT-PRIMERA
              GO TO F-3500-GRABAR-RIESGO
           END-IF.

           EVALUATE WS-RIESGO-ANT
              WHEN 'B' MOVE 1 TO WS-ORDEN-ANT
              WHEN 'M' MOVE 2 TO WS-ORDEN-ANT
              WHEN OTHER MOVE 3 TO WS-ORDEN-ANT
           END-EVALUATE.

           EVALUATE WS-RIESGO
              WHEN 'B' MOVE 1 TO WS-ORDEN-NVO
              WHEN 'M' MOVE 2 TO WS-ORDEN-NVO
              WHEN OTHER MOVE 3 TO WS-ORDEN-NVO
           END-EVALUATE.

           IF WS-ORDEN-NVO IS GREATER THAN WS-ORDEN-ANT
              ADD 1 TO CN-TOT-SUBAS
              PERFORM 7000-IMPRIMIR-SUBA THRU F-7000-IMPRIMIR-SUBA
           END-IF.

       F-3500-GRABAR-RIESGO. EXIT.

      ***** LINEA DEL LISTADO DE CLIENTES QUE SUBIERON DE NIVEL *******
       7000-IMPRIMIR-SUBA.

           MOVE WS-TIPDOC-ANT     TO WS-DET-TIPDOC.
           MOVE WS-NRODOC-ANT     TO WS-DET-NRODOC.
           MOVE WS-NOMAPE-ANT     TO WS-DET-NOMAPE.
           MOVE WS-RIESGO-ANT     TO WS-DET-ANTERIOR.
           MOVE WS-RIESGO         TO WS-DET-NUEVO.
           MOVE WS-PUNTAJE        TO WS-DET-PUNTAJE.
           MOVE WS-PTS-NACION     TO WS-DET-PTS-NAC.
           MOVE WS-PTS-PEP        TO WS-DET-PTS-PEP.
           MOVE WS-PTS-CUENTA     TO WS-DET-PTS-CTA.
           MOVE WS-PTS-EFECTIVO   TO WS-DET-PTS-EFE.
           MOVE WS-PTS-ALERTA     TO WS-DET-PTS-ALE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-SUBA. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7100-IMPRIMIR-TOTALES.

           MOVE 'CLIENTES CALIFICADOS' TO WS-TOT-TEXTO.
           MOVE CN-TOT-CLI TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE '  RIESGO BAJO' TO WS-TOT-TEXTO.
           MOVE CN-TOT-BAJO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  RIESGO MEDIO' TO WS-TOT-TEXTO.
           MOVE CN-TOT-MEDIO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  RIESGO ALTO' TO WS-TOT-TEXTO.
           MOVE CN-TOT-ALTO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CAMBIOS DE NIVEL' TO WS-TOT-TEXTO.
           MOVE CN-TOT-CAMBIOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  SUBAS DE NIVEL' TO WS-TOT-TEXTO.
           MOVE CN-TOT-SUBAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  PRIMERA CALIFICACION' TO WS-TOT-TEXTO.
           MOVE CN-TOT-PRIMERA TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7100-IMPRIMIR-TOTALES. EXIT.

      ***** BUSQUEDA EN LA TABLA DE FACTORES (FACTOR + VALOR) *********
       8000-BUSCAR-FACTOR.

           MOVE ZEROS TO WS-RGO-IX-MATCH.
           PERFORM 8100-COMPARAR-FACTOR THRU F-8100-COMPARAR-FACTOR
                   VARYING WS-RGO-IX FROM 1 BY 1
                   UNTIL WS-RGO-IX > WS-RGO-OCUP
                      OR WS-RGO-IX-MATCH > ZEROS.

       F-8000-BUSCAR-FACTOR. EXIT.

       8100-COMPARAR-FACTOR.

           IF WS-RGO-FACTOR(WS-RGO-IX) IS EQUAL WS-BUS-FACTOR
              AND WS-RGO-VALOR(WS-RGO-IX) IS EQUAL WS-BUS-VALOR
              MOVE WS-RGO-IX TO WS-RGO-IX-MATCH
           END-IF.

       F-8100-COMPARAR-FACTOR. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           IF RETURN-CODE IS EQUAL TO ZEROS
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'ROLLBACK REALIZADO - NIVELES NO APLICADOS'
           END-IF.

           PERFORM 7100-IMPRIMIR-TOTALES THRU F-7100-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           DISPLAY 'CLIENTES CALIFICADOS     = ' CN-TOT-CLI.
           DISPLAY 'CAMBIOS DE NIVEL         = ' CN-TOT-CAMBIOS.
           DISPLAY 'SUBAS DE NIVEL           = ' CN-TOT-SUBAS.
           DISPLAY 'CLIENTES EN RIESGO ALTO  = ' CN-TOT-ALTO.

           CLOSE CLIENTE
              IF FS-CLI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CLIENTE = ' FS-CLI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-PEP-DISPONIBLE
              CLOSE PEP
           END-IF.

           IF WS-REP-DISPONIBLE
              CLOSE REPORTADOS
           END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * CLIENTES QUE SUBIERON DE NIVEL: ALERTA PARA CUMPLIMIENTO *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND CN-TOT-SUBAS IS GREATER THAN ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRR15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-CLI      TO RES-CANT-PROCESADOS.
           MOVE ZEROS           TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
