       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVGR15.

      ***********************************************
      *                                             *
      *  EXPOSICION CONSOLIDADA POR GRUPO           *
      *  ECONOMICO - REPORTE MENSUAL                *
      *        TP 35 - BATCH DB2 DE EXTRACCION      *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVGC15 CONSOLIDA POR DOCUMENTO; EL RIESGO *
      * Y LA REGULACION TRATAN COMO UNA SOLA        *
      * CONTRAPARTE A LAS EMPRESAS VINCULADAS Y A   *
      * SUS CONTROLANTES. ESTE JOB MENSUAL CARGA EL *
      * MAESTRO DE GRUPOS ECONOMICOS DDGRUPO        *
      * (PGMVGE15) Y, POR CADA INTEGRANTE:          *
      * - RECORRE TB99CUEN APAREADA CON TB99CLIE Y  *
      *   SUMA LOS SALDOS ACREEDORES (DEPOSITOS) Y  *
      *   LOS DEUDORES (DESCUBIERTO UTILIZADO),     *
      *   CONVERTIDOS CON LAS TASAS DE CIERRE       *
      *   DDTASAS COMO PGMVGC15                     *
      * - TOMA EL LIMITE DE LOS ACUERDOS VIGENTES   *
      *   DE CPACUERD (PGMVOD15) DE CADA CUENTA     *
      * - SUMA EL SALDO DE CAPITAL DE LOS           *
      *   PRESTAMOS NO CANCELADOS DE DDPRESTA       *
      * LA EXPOSICION DEL GRUPO ES LA SUMA DE LOS   *
      * PRESTAMOS Y, POR CUENTA, EL MAYOR ENTRE EL  *
      * DESCUBIERTO UTILIZADO Y EL ACUERDO VIGENTE; *
      * SE COMPARA CONTRA EL UMBRAL DEL GRUPO (O EL *
      * GENERAL DE DDPARAM) Y LOS DEPOSITOS CONTRA  *
      * EL UMBRAL DE DEPOSITOS. EL LISTADO MUESTRA  *
      * CADA GRUPO CON SUS INTEGRANTES Y SUS        *
      * TOTALES (RC 0004 SI ALGUNO SUPERA UMBRAL)   *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT GRUPO ASSIGN DDGRUPO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-GRP
                    FILE STATUS IS FS-GRP.

      * ACUERDOS DE DESCUBIERTO (PGMVOD15) - OPCIONAL *
             SELECT ACUERDO ASSIGN DDACUERD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-ACU
                    FILE STATUS IS FS-ACD.

      * PRESTAMOS PERSONALES (PGMVPR15) - OPCIONAL *
             SELECT PRESTAMO ASSIGN DDPRESTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-PRE
                    FILE STATUS IS FS-PRE.

             SELECT TASAS ASSIGN DDTASAS
                    FILE STATUS IS FS-TAS.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD GRUPO.

       01 REG-GRUPO.
           03 KEY-GRP       PIC X(19).
           03 FILLER        PIC X(71).

       FD ACUERDO.

       01 REG-ACUERDO.
           03 KEY-ACU.
              05 ACU-K-SUCUEN  PIC 9(02).
              05 ACU-K-NROCUEN PIC 9(10).
           03 FILLER        PIC X(28).

       FD PRESTAMO.

       01 REG-PRESTAMO.
           03 KEY-PRE       PIC 9(08).
           03 FILLER        PIC X(112).

       FD TASAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TASAS         PIC X(11).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(24).

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
       77  FS-GRP           PIC XX    VALUE SPACES.
       77  FS-ACD           PIC XX    VALUE SPACES.
       77  FS-PRE           PIC XX    VALUE SPACES.
       77  FS-TAS           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPGRUPO.
           COPY CPACUERD.
           COPY CPPRESTA.

      * MONEDA LOCAL Y UMBRAL DE DEPOSITOS CON EL MISMO FORMATO QUE   *
      * PGMVGC15, MAS EL UMBRAL GENERAL DE EXPOSICION PARA LOS GRUPOS *
      * SIN UMBRAL PROPIO **********************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 99         VALUE 02.
           03  WS-PAR-UMBRAL-DEP    PIC S9(9)V99   VALUE 999999999,99.
           03  WS-PAR-UMBRAL-EXP    PIC S9(9)V99   VALUE 999999999,99.

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

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA  PIC S9(4) USAGE COMP VALUE ZEROS.

           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT A.SUCUEN, A.NROCUEN, A.SALDO, A.MONEDA,
                    B.TIPDOC, B.NRODOC, B.NROCLI
             FROM ITPLZRY.TB99CUEN A
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               ORDER BY B.NROCLI ASC
           END-EXEC.

      * TASAS DE CIERRE POR MONEDA *
       01  WS-REG-TASA.
           03  TAS-MONEDA     PIC 99.
           03  TAS-TASA       PIC 9(5)V9(4).

       01  WS-TAS-TABLA.
           03  WS-TAS-TOPE        PIC 99      VALUE 10.
           03  WS-TAS-OCUP        PIC 99      VALUE ZEROS.
           03  WS-TAS-ENTRADA OCCURS 10 TIMES.
               05  WS-TAS-MONEDA  PIC 99.
               05  WS-TAS-TASA    PIC 9(5)V9(4).

       77  WS-TAS-IX          PIC 99      VALUE ZEROS.
       77  WS-TASA-ACTUAL     PIC 9(5)V9(4) VALUE ZEROS.

      * GRUPOS DEL MAESTRO, EN EL ORDEN DE LA CLAVE *
       01  WS-GRU-TABLA.
           03  WS-GRU-TOPE        PIC 9(04)   VALUE 0500.
           03  WS-GRU-OCUP        PIC 9(04)   VALUE ZEROS.
           03  WS-GRU-ENTRADA OCCURS 500 TIMES.
               05  WS-GRU-CODIGO      PIC X(06).
               05  WS-GRU-NOMBRE      PIC X(30).
               05  WS-GRU-UMBRAL      PIC 9(11)V99.
               05  WS-GRU-PRIMERO     PIC 9(04).
               05  WS-GRU-ULTIMO      PIC 9(04).
               05  WS-GRU-DEPOSITOS   PIC S9(13)V99 USAGE COMP-3.
               05  WS-GRU-DESCUBIERTO PIC S9(13)V99 USAGE COMP-3.
               05  WS-GRU-ACUERDOS    PIC S9(13)V99 USAGE COMP-3.
               05  WS-GRU-PRESTAMOS   PIC S9(13)V99 USAGE COMP-3.
               05  WS-GRU-EXPOSICION  PIC S9(13)V99 USAGE COMP-3.

      * INTEGRANTES, CONTIGUOS POR GRUPO *
       01  WS-MIE-TABLA.
           03  WS-MIE-TOPE        PIC 9(04)   VALUE 3000.
           03  WS-MIE-OCUP        PIC 9(04)   VALUE ZEROS.
           03  WS-MIE-ENTRADA OCCURS 3000 TIMES.
               05  WS-MIE-TIPDOC      PIC X(02).
               05  WS-MIE-NRODOC      PIC 9(11).
               05  WS-MIE-NOMBRE      PIC X(30).
               05  WS-MIE-RELACION    PIC X(01).
               05  WS-MIE-GRU-IX      PIC 9(04).
               05  WS-MIE-DEPOSITOS   PIC S9(11)V99 USAGE COMP-3.
               05  WS-MIE-DESCUBIERTO PIC S9(11)V99 USAGE COMP-3.
               05  WS-MIE-ACUERDOS    PIC S9(11)V99 USAGE COMP-3.
               05  WS-MIE-PRESTAMOS   PIC S9(11)V99 USAGE COMP-3.

       77  WS-GRU-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-MIE-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-MIE-IX-MATCH    PIC 9(04)   VALUE ZEROS.

      * DOCUMENTO BUSCADO EN LA TABLA DE INTEGRANTES; EL CURSOR VIENE *
      * POR CLIENTE Y SE RECUERDA EL RESULTADO DE LA ULTIMA BUSQUEDA **
       01  WS-DOC-BUSCADO.
           03  WS-BUS-TIPDOC      PIC X(02)   VALUE SPACES.
           03  WS-BUS-NRODOC      PIC 9(11)   VALUE ZEROS.

       01  WS-DOC-ULTIMO.
           03  WS-ULT-TIPDOC      PIC X(02)   VALUE SPACES.
           03  WS-ULT-NRODOC      PIC 9(11)   VALUE ZEROS.

       77  WS-ULT-IX-MATCH    PIC 9(04)   VALUE ZEROS.

      * IMPORTES DE LA CUENTA O PRESTAMO EN CURSO *
       77  WS-MONEDA-CONV     PIC 99      VALUE ZEROS.
       01  WS-IMPORTE-ORIG    PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  WS-IMPORTE-LOCAL   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  WS-USO-CUENTA      PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  WS-LIMITE-CUENTA   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  WS-UMBRAL-GRUPO    PIC 9(11)V99  VALUE ZEROS.

       01  WS-SW-ACD          PIC X(01)   VALUE 'S'.
           88  WS-ACUERDO-DISPONIBLE        VALUE 'S'.
           88  WS-ACUERDO-AUSENTE           VALUE 'N'.

       01  WS-SW-PRE          PIC X(01)   VALUE 'S'.
           88  WS-PRESTAMO-DISPONIBLE       VALUE 'S'.
           88  WS-PRESTAMO-AUSENTE          VALUE 'N'.

       01  WS-SW-SUPERA-EXP   PIC X(01)   VALUE 'N'.
           88  WS-SUPERA-EXPOSICION         VALUE 'S'.
           88  WS-NO-SUPERA-EXPOSICION      VALUE 'N'.

       01  WS-SW-SUPERA-DEP   PIC X(01)   VALUE 'N'.
           88  WS-SUPERA-DEPOSITOS          VALUE 'S'.
           88  WS-NO-SUPERA-DEPOSITOS       VALUE 'N'.

       77  CN-TOT-CUENTAS     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-CTA-GRUPO   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-PRE-GRUPO   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-SUPERA-EXP  PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-SUPERA-DEP  PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-GRUPOS-EXC  PIC 9(07)   VALUE ZEROS.

      * LISTADO *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'GRUPOS ECONOMICOS - EXPOSICION CONSOLIDADA AL'.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(20)    VALUE '    DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'INTEGRANTE'.
           03  FILLER        PIC X(03)    VALUE 'R'.
           03  FILLER        PIC X(19)    VALUE '          DEPOSITOS'.
           03  FILLER        PIC X(19)    VALUE '        DESCUBIERTO'.
           03  FILLER        PIC X(19)    VALUE '           ACUERDOS'.
           03  FILLER        PIC X(21)    VALUE '          PRESTAMOS'.

       01  WS-REG-GRUPO-LIS.
           03  FILLER             PIC X(06)    VALUE 'GRUPO '.
           03  WS-GLI-CODIGO      PIC X(06)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-GLI-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  FILLER             PIC X(11)    VALUE 'EXPOSICION '.
           03  WS-GLI-EXPOSICION  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  FILLER             PIC X(07)    VALUE 'UMBRAL '.
           03  WS-GLI-UMBRAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-GLI-SITUACION   PIC X(30)    VALUE SPACES.

       01  WS-REG-MIEMBRO-LIS.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-MLI-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-MLI-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-MLI-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-MLI-RELACION    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-MLI-DEPOSITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-MLI-DESCUBIERTO PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-MLI-ACUERDOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-MLI-PRESTAMOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(2)     VALUE SPACES.

       01  WS-REG-TOTGRU-LIS.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  FILLER             PIC X(18)    VALUE
                'TOTAL DEL GRUPO - '.
           03  WS-TLI-CANT        PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(12)    VALUE ' INTEGRANTES'.
           03  FILLER             PIC X(17)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-TLI-DEPOSITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-TLI-DESCUBIERTO PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-TLI-ACUERDOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-TLI-PRESTAMOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(2)     VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL SQL-EOF OR SQL-NOK.

           IF NOT SQL-NOK
              PERFORM 2500-PRESTAMOS THRU F-2500-PRESTAMOS
              PERFORM 3000-LISTAR-GRUPO THRU F-3000-LISTAR-GRUPO
                      VARYING WS-GRU-IX FROM 1 BY 1
                      UNTIL WS-GRU-IX > WS-GRU-OCUP
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
           MOVE '00' TO FS-SQL.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-MONEDA-LOCAL IS NOT NUMERIC
              MOVE 02 TO WS-PAR-MONEDA-LOCAL
           END-IF.
           IF WS-PAR-UMBRAL-DEP IS NOT NUMERIC
              MOVE 999999999,99 TO WS-PAR-UMBRAL-DEP
           END-IF.
           IF WS-PAR-UMBRAL-EXP IS NOT NUMERIC
              OR WS-PAR-UMBRAL-EXP IS NOT GREATER THAN ZEROS
              MOVE 999999999,99 TO WS-PAR-UMBRAL-EXP
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

           PERFORM 1100-CARGAR-TASAS THRU F-1100-CARGAR-TASAS.
           PERFORM 1200-CARGAR-GRUPOS THRU F-1200-CARGAR-GRUPOS.

           OPEN INPUT ACUERDO.
           EVALUATE FS-ACD
              WHEN '00'
                 SET WS-ACUERDO-DISPONIBLE TO TRUE
              WHEN '35'
                 SET WS-ACUERDO-AUSENTE TO TRUE
                 DISPLAY '* ACUERDO AUSENTE - SIN LIMITES DE '
                         'DESCUBIERTO'
              WHEN OTHER
                 SET WS-ACUERDO-AUSENTE TO TRUE
                 DISPLAY '* ERROR EN OPEN ACUERDO = ' FS-ACD
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

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

      ***** TASAS DE CIERRE A MEMORIA (COMO PGMVGC15) *****************
       1100-CARGAR-TASAS.

           OPEN INPUT TASAS.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* TASAS DE CIERRE AUSENTES - LAS MONEDAS '
                      'EXTRANJERAS SE TOMAN A LA PAR'
              MOVE '10' TO FS-TAS
              GO TO F-1100-CARGAR-TASAS
           END-IF.

           PERFORM 1150-LEER-TASA THRU F-1150-LEER-TASA
                   UNTIL FS-TAS IS EQUAL '10'.

           CLOSE TASAS.

       F-1100-CARGAR-TASAS. EXIT.

       1150-LEER-TASA.

           READ TASAS INTO WS-REG-TASA.

           EVALUATE FS-TAS
              WHEN '00'
                 IF WS-TAS-OCUP IS LESS THAN WS-TAS-TOPE
                    ADD 1 TO WS-TAS-OCUP
                    MOVE TAS-MONEDA TO WS-TAS-MONEDA(WS-TAS-OCUP)
                    MOVE TAS-TASA   TO WS-TAS-TASA(WS-TAS-OCUP)
                 ELSE
                    DISPLAY '* TABLA DE TASAS LLENA'
                    MOVE '10' TO FS-TAS
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TASAS = ' FS-TAS
                 MOVE '10' TO FS-TAS
           END-EVALUATE.

       F-1150-LEER-TASA. EXIT.

      ***** MAESTRO DE GRUPOS A MEMORIA: CADA CABECERA ABRE UN GRUPO **
      ***** Y SUS INTEGRANTES LA SIGUEN EN LA CLAVE *******************
       1200-CARGAR-GRUPOS.

           OPEN INPUT GRUPO.
           IF FS-GRP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GRUPO = ' FS-GRP
              MOVE 9999 TO RETURN-CODE
              GO TO F-1200-CARGAR-GRUPOS
           END-IF.

           PERFORM 1250-LEER-GRUPO THRU F-1250-LEER-GRUPO
                   UNTIL FS-GRP IS NOT EQUAL '00'.

           IF FS-GRP IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA GRUPO = ' FS-GRP
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE GRUPO.

       F-1200-CARGAR-GRUPOS. EXIT.

       1250-LEER-GRUPO.

           READ GRUPO NEXT INTO WS-REG-GRUPO.

           IF FS-GRP IS NOT EQUAL '00'
              GO TO F-1250-LEER-GRUPO
           END-IF.

           IF GRP-CABECERA
              IF WS-GRU-OCUP IS NOT LESS THAN WS-GRU-TOPE
                 DISPLAY '* TABLA DE GRUPOS LLENA - SE IGNORA '
                         GRP-CODIGO
                 GO TO F-1250-LEER-GRUPO
              END-IF
              ADD 1 TO WS-GRU-OCUP
              MOVE GRP-CODIGO TO WS-GRU-CODIGO(WS-GRU-OCUP)
              MOVE GRP-NOMBRE TO WS-GRU-NOMBRE(WS-GRU-OCUP)
              MOVE GRP-UMBRAL TO WS-GRU-UMBRAL(WS-GRU-OCUP)
              MOVE ZEROS TO WS-GRU-PRIMERO(WS-GRU-OCUP)
                            WS-GRU-ULTIMO(WS-GRU-OCUP)
                            WS-GRU-DEPOSITOS(WS-GRU-OCUP)
                            WS-GRU-DESCUBIERTO(WS-GRU-OCUP)
                            WS-GRU-ACUERDOS(WS-GRU-OCUP)
                            WS-GRU-PRESTAMOS(WS-GRU-OCUP)
                            WS-GRU-EXPOSICION(WS-GRU-OCUP)
              GO TO F-1250-LEER-GRUPO
           END-IF.

      * INTEGRANTE: DEBE SEGUIR A LA CABECERA DE SU GRUPO *
           IF WS-GRU-OCUP IS EQUAL ZEROS
              OR GRP-CODIGO IS NOT EQUAL WS-GRU-CODIGO(WS-GRU-OCUP)
              DISPLAY '* INTEGRANTE SIN CABECERA DE GRUPO - '
                      GRP-CODIGO ' ' GRP-NRODOC
              GO TO F-1250-LEER-GRUPO
           END-IF.

           IF WS-MIE-OCUP IS NOT LESS THAN WS-MIE-TOPE
              DISPLAY '* TABLA DE INTEGRANTES LLENA - SE IGNORA '
                      GRP-CODIGO ' ' GRP-NRODOC
              GO TO F-1250-LEER-GRUPO
           END-IF.

           ADD 1 TO WS-MIE-OCUP.
           MOVE GRP-TIPDOC   TO WS-MIE-TIPDOC(WS-MIE-OCUP).
           MOVE GRP-NRODOC   TO WS-MIE-NRODOC(WS-MIE-OCUP).
           MOVE GRP-NOMBRE   TO WS-MIE-NOMBRE(WS-MIE-OCUP).
           MOVE GRP-RELACION TO WS-MIE-RELACION(WS-MIE-OCUP).
           MOVE WS-GRU-OCUP  TO WS-MIE-GRU-IX(WS-MIE-OCUP).
           MOVE ZEROS TO WS-MIE-DEPOSITOS(WS-MIE-OCUP)
                         WS-MIE-DESCUBIERTO(WS-MIE-OCUP)
                         WS-MIE-ACUERDOS(WS-MIE-OCUP)
                         WS-MIE-PRESTAMOS(WS-MIE-OCUP).

           IF WS-GRU-PRIMERO(WS-GRU-OCUP) IS EQUAL ZEROS
              MOVE WS-MIE-OCUP TO WS-GRU-PRIMERO(WS-GRU-OCUP)
           END-IF.
           MOVE WS-MIE-OCUP TO WS-GRU-ULTIMO(WS-GRU-OCUP).

       F-1250-LEER-GRUPO. EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  UNA CUENTA POR VUELTA             *
      *                                    *
      **************************************
       2000-PROCESO.

           ADD 1 TO CN-TOT-CUENTAS.

           MOVE DB-CL-TIPDOC TO WS-BUS-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-BUS-NRODOC.
           PERFORM 8100-BUSCAR-INTEGRANTE THRU F-8100-BUSCAR-INTEGRANTE.

           IF WS-MIE-IX-MATCH IS EQUAL ZEROS
              GO TO F-2000-SIGUIENTE
           END-IF.

           ADD 1 TO CN-TOT-CTA-GRUPO.
           MOVE WS-MIE-GRU-IX(WS-MIE-IX-MATCH) TO WS-GRU-IX.

           MOVE WS-CUE-MONEDA TO WS-MONEDA-CONV.
           MOVE DB-CU-SALDO   TO WS-IMPORTE-ORIG.
           PERFORM 8000-CONVERTIR-IMPORTE THRU F-8000-CONVERTIR-IMPORTE.

           MOVE ZEROS TO WS-USO-CUENTA.
           IF WS-IMPORTE-LOCAL IS LESS THAN ZEROS
              COMPUTE WS-USO-CUENTA = ZEROS - WS-IMPORTE-LOCAL
              ADD WS-USO-CUENTA TO WS-MIE-DESCUBIERTO(WS-MIE-IX-MATCH)
                                   WS-GRU-DESCUBIERTO(WS-GRU-IX)
           ELSE
              ADD WS-IMPORTE-LOCAL TO WS-MIE-DEPOSITOS(WS-MIE-IX-MATCH)
                                      WS-GRU-DEPOSITOS(WS-GRU-IX)
           END-IF.

           PERFORM 2200-LIMITE-ACUERDO THRU F-2200-LIMITE-ACUERDO.

      * LA CUENTA EXPONE LO MAYOR ENTRE LO UTILIZADO Y LO ACORDADO *
           IF WS-LIMITE-CUENTA IS GREATER THAN WS-USO-CUENTA
              ADD WS-LIMITE-CUENTA TO WS-GRU-EXPOSICION(WS-GRU-IX)
           ELSE
              ADD WS-USO-CUENTA    TO WS-GRU-EXPOSICION(WS-GRU-IX)
           END-IF.

       F-2000-SIGUIENTE.
           PERFORM 2100-FETCH-CURSOR THRU F-2100-FETCH-CURSOR.

       F-2000-PROCESO. EXIT.

       2100-FETCH-CURSOR.

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CU-SUCUEN,
                       :DB-CU-NROCUEN,
                       :DB-CU-SALDO,
                       :WS-CUE-MONEDA,
                       :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI
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

      ***** LIMITE DEL ACUERDO DE DESCUBIERTO VIGENTE DE LA CUENTA ****
       2200-LIMITE-ACUERDO.

           MOVE ZEROS TO WS-LIMITE-CUENTA.

           IF WS-ACUERDO-AUSENTE
              GO TO F-2200-LIMITE-ACUERDO
           END-IF.

           MOVE DB-CU-SUCUEN  TO ACU-K-SUCUEN.
           MOVE DB-CU-NROCUEN TO ACU-K-NROCUEN.

           READ ACUERDO INTO WS-REG-ACUERDO.

           IF FS-ACD IS NOT EQUAL '00'
              GO TO F-2200-LIMITE-ACUERDO
           END-IF.

           IF ACU-VENCIMIENTO IS NUMERIC
              AND ACU-VENCIMIENTO IS LESS THAN WS-FECHA-HOY-8
              GO TO F-2200-LIMITE-ACUERDO
           END-IF.

           MOVE ACU-LIMITE TO WS-LIMITE-CUENTA.
           ADD WS-LIMITE-CUENTA TO WS-MIE-ACUERDOS(WS-MIE-IX-MATCH)
                                   WS-GRU-ACUERDOS(WS-GRU-IX).

       F-2200-LIMITE-ACUERDO. EXIT.

      ***** SALDO DE CAPITAL DE LOS PRESTAMOS DE LOS INTEGRANTES ******
       2500-PRESTAMOS.

           OPEN INPUT PRESTAMO.
           IF FS-PRE IS NOT EQUAL '00'
              SET WS-PRESTAMO-AUSENTE TO TRUE
              DISPLAY '* PRESTAMOS AUSENTES - NO SE CONSOLIDAN = '
                      FS-PRE
              GO TO F-2500-PRESTAMOS
           END-IF.

           PERFORM 2550-LEER-PRESTAMO THRU F-2550-LEER-PRESTAMO
                   UNTIL FS-PRE IS NOT EQUAL '00'.

           IF FS-PRE IS NOT EQUAL '10'
              DISPLAY '* ERROR EN LECTURA PRESTAMO = ' FS-PRE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE PRESTAMO.

       F-2500-PRESTAMOS. EXIT.

       2550-LEER-PRESTAMO.

           READ PRESTAMO NEXT INTO WS-REG-PRESTAMO.

           IF FS-PRE IS NOT EQUAL '00'
              GO TO F-2550-LEER-PRESTAMO
           END-IF.

           IF PRE-CANCELADO
              OR PRE-SALDO-CAPITAL IS EQUAL ZEROS
              GO TO F-2550-LEER-PRESTAMO
           END-IF.

           MOVE PRE-TIPDOC TO WS-BUS-TIPDOC.
           MOVE PRE-NRODOC TO WS-BUS-NRODOC.
           PERFORM 8100-BUSCAR-INTEGRANTE THRU F-8100-BUSCAR-INTEGRANTE.

           IF WS-MIE-IX-MATCH IS EQUAL ZEROS
              GO TO F-2550-LEER-PRESTAMO
           END-IF.

           ADD 1 TO CN-TOT-PRE-GRUPO.
           MOVE WS-MIE-GRU-IX(WS-MIE-IX-MATCH) TO WS-GRU-IX.

           MOVE PRE-MONEDA        TO WS-MONEDA-CONV.
           MOVE PRE-SALDO-CAPITAL TO WS-IMPORTE-ORIG.
           PERFORM 8000-CONVERTIR-IMPORTE THRU F-8000-CONVERTIR-IMPORTE.

           ADD WS-IMPORTE-LOCAL TO WS-MIE-PRESTAMOS(WS-MIE-IX-MATCH)
                                   WS-GRU-PRESTAMOS(WS-GRU-IX)
                                   WS-GRU-EXPOSICION(WS-GRU-IX).

       F-2550-LEER-PRESTAMO. EXIT.

      **************************************
      *                                    *
      *  UN GRUPO: CABECERA CONTRA LOS     *
      *  UMBRALES, INTEGRANTES Y TOTALES   *
      *                                    *
      **************************************
       3000-LISTAR-GRUPO.

           IF WS-GRU-UMBRAL(WS-GRU-IX) IS GREATER THAN ZEROS
              MOVE WS-GRU-UMBRAL(WS-GRU-IX) TO WS-UMBRAL-GRUPO
           ELSE
              MOVE WS-PAR-UMBRAL-EXP        TO WS-UMBRAL-GRUPO
           END-IF.

           SET WS-NO-SUPERA-EXPOSICION TO TRUE.
           SET WS-NO-SUPERA-DEPOSITOS  TO TRUE.
           IF WS-GRU-EXPOSICION(WS-GRU-IX) IS GREATER THAN
              WS-UMBRAL-GRUPO
              SET WS-SUPERA-EXPOSICION TO TRUE
              ADD 1 TO CN-TOT-SUPERA-EXP
           END-IF.
           IF WS-GRU-DEPOSITOS(WS-GRU-IX) IS GREATER THAN
              WS-PAR-UMBRAL-DEP
              SET WS-SUPERA-DEPOSITOS TO TRUE
              ADD 1 TO CN-TOT-SUPERA-DEP
           END-IF.

           EVALUATE TRUE
              WHEN WS-SUPERA-EXPOSICION AND WS-SUPERA-DEPOSITOS
                 MOVE 'SUPERA UMBRAL EXPOS. Y DEPOS.'
                      TO WS-GLI-SITUACION
              WHEN WS-SUPERA-EXPOSICION
                 MOVE 'EXPOSICION SUPERA EL UMBRAL' TO WS-GLI-SITUACION
              WHEN WS-SUPERA-DEPOSITOS
                 MOVE 'DEPOSITOS SUPERAN EL UMBRAL' TO WS-GLI-SITUACION
              WHEN OTHER
                 MOVE 'DENTRO DE LOS UMBRALES' TO WS-GLI-SITUACION
           END-EVALUATE.
           IF WS-SUPERA-EXPOSICION OR WS-SUPERA-DEPOSITOS
              ADD 1 TO CN-TOT-GRUPOS-EXC
              DISPLAY '* GRUPO ' WS-GRU-CODIGO(WS-GRU-IX) ' - '
                      WS-GLI-SITUACION
           END-IF.

           MOVE WS-GRU-CODIGO(WS-GRU-IX)     TO WS-GLI-CODIGO.
           MOVE WS-GRU-NOMBRE(WS-GRU-IX)     TO WS-GLI-NOMBRE.
           MOVE WS-GRU-EXPOSICION(WS-GRU-IX) TO WS-GLI-EXPOSICION.
           MOVE WS-UMBRAL-GRUPO              TO WS-GLI-UMBRAL.
           WRITE REG-LISTADO FROM WS-REG-GRUPO-LIS AFTER 2.

           IF WS-GRU-PRIMERO(WS-GRU-IX) IS GREATER THAN ZEROS
              PERFORM 3100-LISTAR-INTEGRANTE
                      THRU F-3100-LISTAR-INTEGRANTE
                      VARYING WS-MIE-IX FROM WS-GRU-PRIMERO(WS-GRU-IX)
                      BY 1 UNTIL WS-MIE-IX > WS-GRU-ULTIMO(WS-GRU-IX)
              COMPUTE WS-TLI-CANT = WS-GRU-ULTIMO(WS-GRU-IX)
                      - WS-GRU-PRIMERO(WS-GRU-IX) + 1
           ELSE
              MOVE ZEROS TO WS-TLI-CANT
           END-IF.

           MOVE WS-GRU-DEPOSITOS(WS-GRU-IX)   TO WS-TLI-DEPOSITOS.
           MOVE WS-GRU-DESCUBIERTO(WS-GRU-IX) TO WS-TLI-DESCUBIERTO.
           MOVE WS-GRU-ACUERDOS(WS-GRU-IX)    TO WS-TLI-ACUERDOS.
           MOVE WS-GRU-PRESTAMOS(WS-GRU-IX)   TO WS-TLI-PRESTAMOS.
           WRITE REG-LISTADO FROM WS-REG-TOTGRU-LIS AFTER 1.

       F-3000-LISTAR-GRUPO. EXIT.

       3100-LISTAR-INTEGRANTE.

           MOVE WS-MIE-TIPDOC(WS-MIE-IX)      TO WS-MLI-TIPDOC.
           MOVE WS-MIE-NRODOC(WS-MIE-IX)      TO WS-MLI-NRODOC.
           MOVE WS-MIE-NOMBRE(WS-MIE-IX)      TO WS-MLI-NOMBRE.
           MOVE WS-MIE-RELACION(WS-MIE-IX)    TO WS-MLI-RELACION.
           MOVE WS-MIE-DEPOSITOS(WS-MIE-IX)   TO WS-MLI-DEPOSITOS.
           MOVE WS-MIE-DESCUBIERTO(WS-MIE-IX) TO WS-MLI-DESCUBIERTO.
           MOVE WS-MIE-ACUERDOS(WS-MIE-IX)    TO WS-MLI-ACUERDOS.
           MOVE WS-MIE-PRESTAMOS(WS-MIE-IX)   TO WS-MLI-PRESTAMOS.
           WRITE REG-LISTADO FROM WS-REG-MIEMBRO-LIS AFTER 1.

       F-3100-LISTAR-INTEGRANTE. EXIT.

      ***** CONVERSION A MONEDA LOCAL CON LA TASA DE CIERRE; SIN TASA *
      ***** SE TOMA A LA PAR, COMO PGMVGC15 ***************************
       8000-CONVERTIR-IMPORTE.

           MOVE WS-IMPORTE-ORIG TO WS-IMPORTE-LOCAL.

           IF WS-MONEDA-CONV IS EQUAL WS-PAR-MONEDA-LOCAL
              GO TO F-8000-CONVERTIR-IMPORTE
           END-IF.

           MOVE ZEROS TO WS-TASA-ACTUAL.
           PERFORM 8050-BUSCAR-TASA THRU F-8050-BUSCAR-TASA
                   VARYING WS-TAS-IX FROM 1 BY 1
                   UNTIL WS-TAS-IX > WS-TAS-OCUP
                      OR WS-TASA-ACTUAL IS NOT EQUAL ZEROS.

           IF WS-TASA-ACTUAL IS NOT EQUAL ZEROS
              COMPUTE WS-IMPORTE-LOCAL ROUNDED =
                      WS-IMPORTE-ORIG * WS-TASA-ACTUAL
           END-IF.

       F-8000-CONVERTIR-IMPORTE. EXIT.

       8050-BUSCAR-TASA.

           IF WS-TAS-MONEDA(WS-TAS-IX) IS EQUAL WS-MONEDA-CONV
              MOVE WS-TAS-TASA(WS-TAS-IX) TO WS-TASA-ACTUAL
           END-IF.

       F-8050-BUSCAR-TASA. EXIT.

      ***** INTEGRANTE POR DOCUMENTO (CEROS = NO INTEGRA UN GRUPO) ****
       8100-BUSCAR-INTEGRANTE.

           IF WS-DOC-BUSCADO IS EQUAL WS-DOC-ULTIMO
              MOVE WS-ULT-IX-MATCH TO WS-MIE-IX-MATCH
              GO TO F-8100-BUSCAR-INTEGRANTE
           END-IF.

           MOVE ZEROS TO WS-MIE-IX-MATCH.
           PERFORM 8150-COMPARAR-INTEGRANTE
                   THRU F-8150-COMPARAR-INTEGRANTE
                   VARYING WS-MIE-IX FROM 1 BY 1
                   UNTIL WS-MIE-IX > WS-MIE-OCUP
                      OR WS-MIE-IX-MATCH IS NOT EQUAL ZEROS.

           MOVE WS-DOC-BUSCADO  TO WS-DOC-ULTIMO.
           MOVE WS-MIE-IX-MATCH TO WS-ULT-IX-MATCH.

       F-8100-BUSCAR-INTEGRANTE. EXIT.

       8150-COMPARAR-INTEGRANTE.

           IF WS-MIE-TIPDOC(WS-MIE-IX) IS EQUAL WS-BUS-TIPDOC
              AND WS-MIE-NRODOC(WS-MIE-IX) IS EQUAL WS-BUS-NRODOC
              MOVE WS-MIE-IX TO WS-MIE-IX-MATCH
           END-IF.

       F-8150-COMPARAR-INTEGRANTE. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF FS-SQL IS NOT EQUAL '99'
              OR CN-TOT-CUENTAS IS GREATER THAN ZEROS
              EXEC SQL
                 CLOSE CURSOR1
              END-EXEC
           END-IF.

           IF WS-ACUERDO-DISPONIBLE
              CLOSE ACUERDO
           END-IF.

           MOVE 'GRUPOS LISTADOS' TO WS-TOT-TEXTO.
           MOVE WS-GRU-OCUP TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'INTEGRANTES' TO WS-TOT-TEXTO.
           MOVE WS-MIE-OCUP TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CUENTAS DE INTEGRANTES' TO WS-TOT-TEXTO.
           MOVE CN-TOT-CTA-GRUPO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'PRESTAMOS DE INTEGRANTES' TO WS-TOT-TEXTO.
           MOVE CN-TOT-PRE-GRUPO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'GRUPOS SOBRE UMBRAL EXPOSICION' TO WS-TOT-TEXTO.
           MOVE CN-TOT-SUPERA-EXP TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'GRUPOS SOBRE UMBRAL DEPOSITOS' TO WS-TOT-TEXTO.
           MOVE CN-TOT-SUPERA-DEP TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           DISPLAY 'CUENTAS RECORRIDAS          = ' CN-TOT-CUENTAS.
           DISPLAY 'CUENTAS DE INTEGRANTES      = ' CN-TOT-CTA-GRUPO.
           DISPLAY 'PRESTAMOS DE INTEGRANTES    = ' CN-TOT-PRE-GRUPO.
           DISPLAY 'GRUPOS LISTADOS             = ' WS-GRU-OCUP.
           DISPLAY 'GRUPOS SOBRE ALGUN UMBRAL   = ' CN-TOT-GRUPOS-EXC.

      * GRUPOS SOBRE ALGUN UMBRAL: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND CN-TOT-GRUPOS-EXC > ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES            TO WS-REG-RESUMEN.
           MOVE 'PGMVGR15'        TO RES-PROGRAMA.
           MOVE WS-FECHA-RES      TO RES-FECHA.
           MOVE WS-GRU-OCUP       TO RES-CANT-PROCESADOS.
           MOVE CN-TOT-GRUPOS-EXC TO RES-CANT-ERRORES.
           MOVE RETURN-CODE       TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
