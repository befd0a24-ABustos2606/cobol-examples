       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVPN15.
      ********************************************************
      *                                                      *
      *   POSICION DE CLIENTES AL CIERRE DEL DIA             *
      *            TP 35 - BATCH DB2 DE EXTRACCION           *
      *                                                      *
      ********************************************************
      *                                                      *
      * LOS JOBS REGULATORIOS Y DE ANALISIS (PGMVGC15,       *
      * PGMVGD15, PGMVFP15, PGMVFX15, PGMVSG15 Y PGMVTX15)   *
      * RECORRIAN CADA UNO TB99CUEN CON SU PROPIO CURSOR,    *
      * REAGRUPABAN POR DOCUMENTO Y VALORIZABAN CON DDTASAS, *
      * Y SUS TOTALES NO SIEMPRE COINCIDIAN. ESTE JOB CORRE  *
      * UNA SOLA VEZ POR NOCHE, AL CERRAR LA IMPUTACION, Y   *
      * GRABA EN DDPOSCLI (CPPOSCLI) LA POSICION DE CADA     *
      * DOCUMENTO ORDENADA POR DOCUMENTO:                    *
      *  - SALDOS POR TIPO DE CUENTA Y MONEDA DE TB99CUEN,   *
      *    CON SU EQUIVALENTE EN PESOS A LA TASA DE CIERRE   *
      *    (MONEDA SIN TASA A LA PAR, MARCADA)               *
      *  - CAPITAL DE LOS PLAZOS FIJOS VIGENTES DEL MAESTRO  *
      *    DDPLAZO (PGMVPZ15), TAMBIEN EN PESOS; EL DOCUMENTO*
      *    QUE SOLO TIENE PLAZO FIJO TOMA SU IDENTIDAD DE    *
      *    TB99CLIE                                          *
      *  - FECHA DE PROCESO DEL CIERRE (PGMVFD15)            *
      * EL ORDEN POR DOCUMENTO LO DA EL CLUSTER DE TRABAJO   *
      * DDPOSWRK. EL ARCHIVO LLEVA CABECERA Y TRAILER CON LA *
      * CANTIDAD DE DOCUMENTOS Y CUENTAS Y LAS SUMAS EN      *
      * PESOS; LOS CONSUMIDORES LOS VERIFICAN CON PGMVPK15   *
      * ANTES DE USARLO. CON ERROR NO SE GRABA EL TRAILER,   *
      * PARA QUE NINGUN CONSUMIDOR TOME UN ARCHIVO PARCIAL   *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    POSICION DE CLIENTES ORDENADA POR DOCUMENTO (CPPOSCLI) *
           SELECT POSCLI ASSIGN DDPOSCLI
                  FILE STATUS IS FS-POS.

      *    TRABAJO: POSICION POR DOCUMENTO *
           SELECT POSWRK ASSIGN DDPOSWRK
                  FILE STATUS IS FS-PSW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-POSWRK.

      *    MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
           SELECT PLAZO ASSIGN DDPLAZO
                  FILE STATUS IS FS-PLZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-PLZ.

           SELECT TASAS ASSIGN DDTASAS
                  FILE STATUS IS FS-TAS.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  POSCLI
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-POSCLI         PIC X(400).

       FD POSWRK.

       01  REG-POSWRK.
           03  FILLER              PIC X(01).
           03  KEY-POSWRK          PIC X(13).
           03  FILLER              PIC X(386).

       FD PLAZO.

       01  REG-PLAZO.
           03  KEY-PLZ             PIC 9(08).
           03  FILLER              PIC X(72).

       FD TASAS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-TASAS           PIC X(11).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(13).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-POS             PIC X(02).
           88  FS-POS-OK                  VALUE '00'.

       01  FS-PSW             PIC X(02)   VALUE SPACES.
           88  FS-PSW-EOF                 VALUE '10'.

       01  FS-PLZ             PIC X(02)   VALUE SPACES.
           88  FS-PLZ-EOF                 VALUE '10'.

       01  FS-TAS             PIC X(02).
           88  FS-TAS-OK                  VALUE '00'.
           88  FS-TAS-EOF                 VALUE '10'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * MONEDA LOCAL (MISMO REGISTRO DE PARAMETROS QUE PGMVGD15) ******
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 99         VALUE 02.
           03  FILLER               PIC X(11)      VALUE SPACES.

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

      * VALORIZACION DE UN IMPORTE EN PESOS *
       77  WS-VAL-MONEDA      PIC 99      VALUE ZEROS.
       77  WS-VAL-IMPORTE     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-VAL-PESOS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-VAL-MARCA       PIC X(01)   VALUE SPACES.

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
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * UNA FILA POR CUENTA, ORDENADA POR DOCUMENTO *******************
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT A.TIPCUEN, A.SUCUEN, A.SALDO, A.MONEDA,
                    B.TIPDOC, B.NRODOC, B.NROCLI, B.NOMAPE,
                    VALUE(B.SEGMENTO, ' ')
             FROM ITPLZRY.TB99CUEN A
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               ORDER BY B.TIPDOC ASC, B.NRODOC ASC,
                        A.TIPCUEN ASC, A.MONEDA ASC
           END-EXEC.

      * HOST VARIABLES PARA COLUMNAS MONEDA DE TB99CUEN Y SEGMENTO DE *
      * TB99CLIE - AUN NO REFLEJADAS EN EL DCLGEN **********************
       77  WS-CUE-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  DB-CL-SEGMENTO   PIC X(01) VALUE SPACES.

           COPY CPPOSCLI.

      * DOCUMENTO EN CURSO *
       01  WS-DOC-ANT.
           03  WS-DOC-ANT-TIPDOC  PIC X(02)   VALUE SPACES.
           03  WS-DOC-ANT-NRODOC  PIC 9(11)   VALUE ZEROS.

       01  WS-DOC-FILA.
           03  WS-DOC-TIPDOC      PIC X(02)   VALUE SPACES.
           03  WS-DOC-NRODOC      PIC 9(11)   VALUE ZEROS.

       01  WS-SW-DOCUMENTO    PIC X(01)   VALUE 'N'.
           88  WS-DOC-PENDIENTE            VALUE 'S'.
           88  WS-SIN-DOCUMENTO            VALUE 'N'.

       01  WS-SW-PSWFILE      PIC X(01)   VALUE 'N'.
           88  WS-PSWFILE-DISPONIBLE       VALUE 'S'.

       77  WS-CUE-TIPCUEN     PIC 9(02)   VALUE ZEROS.
       77  WS-CUE-MON-POS     PIC 9(02)   VALUE ZEROS.
       77  WS-SAL-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-SAL-IX-MATCH    PIC 9(02)   VALUE ZEROS.
       77  WS-SAL-TOPE        PIC 9(02)   VALUE 12.

      * VISTA DEL REGISTRO DEL MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
       01  WS-REG-PLZ.
           03  PLZ-CERTIFICADO    PIC 9(08).
           03  PLZ-TIPDOC         PIC X(02).
           03  PLZ-NRODOC         PIC 9(11).
           03  PLZ-CAPITAL        PIC 9(9)V99.
           03  PLZ-MONEDA         PIC 9(02).
           03  PLZ-PLAZO-DIAS     PIC 9(03).
           03  PLZ-TASA           PIC 9(2)V9(4).
           03  PLZ-FEC-CONST      PIC 9(08).
           03  PLZ-FEC-VENC       PIC 9(08).
           03  PLZ-RENOVACION     PIC X(01).
           03  PLZ-TIPCUEN        PIC 9(02).
           03  PLZ-NROCUEN        PIC 9(15).
           03  PLZ-SUCURSAL       PIC 9(02).
           03  PLZ-ESTADO         PIC X(01).
               88  PLZ-VIGENTE             VALUE 'V'.

      * TOTALES DE CONTROL DEL ARCHIVO (TRAILER) *
       77  CN-TOT-DOCUMENTOS  PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-CUENTAS     PIC 9(09)   VALUE ZEROS.
       01  AC-TOT-SALDO-PESOS PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-CAPITAL-PF  PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.

      * CONTADORES *
       77  CN-FILAS-CURSOR    PIC 9(09)   VALUE ZEROS.
       77  CN-TOT-PLAZOS      PIC 9(07)   VALUE ZEROS.
       77  CN-SOLO-PLAZO      PIC 9(07)   VALUE ZEROS.
       77  CN-SIN-TASA        PIC 9(07)   VALUE ZEROS.
       77  CN-DESBORDE        PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-ERRORES     PIC 9(07)   VALUE ZEROS.
      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************
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

           PERFORM 3000-PLAZOS-FIJOS
              THRU 3000-F-PLAZOS-FIJOS

           PERFORM 4000-GRABAR-POSICION
              THRU 4000-F-GRABAR-POSICION

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

           MOVE '99' TO FS-SQL.

           OPEN OUTPUT POSCLI.
           IF FS-POS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSCLI = ' FS-POS
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

      * EL CLUSTER DE TRABAJO SE REARMA COMPLETO EN CADA CORRIDA      *
      * (REUSE) *******************************************************
           OPEN OUTPUT POSWRK.
           IF FS-PSW IS EQUAL '00'
              CLOSE POSWRK
              OPEN I-O POSWRK
           END-IF.
           IF FS-PSW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSWRK = ' FS-PSW
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-PSWFILE-DISPONIBLE TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-OK-PAR
              READ PARAMETROS INTO WS-REG-PARAMETROS
           END-IF.
           CLOSE PARAMETROS.

           IF WS-PAR-MONEDA-LOCAL IS NOT NUMERIC
              MOVE 02 TO WS-PAR-MONEDA-LOCAL
           END-IF.

           PERFORM 1100-CARGAR-TASAS THRU 1100-F-CARGAR-TASAS.

           MOVE SPACES               TO WS-REG-POSCLI.
           SET POS-CABECERA          TO TRUE.
           MOVE LK-FP-FECHA-8        TO POS-HDR-FECHA.
           MOVE 'PGMVPN15'           TO POS-HDR-PROGRAMA.
           MOVE WS-PAR-MONEDA-LOCAL  TO POS-HDR-MONEDA-LOCAL.
           WRITE REG-POSCLI FROM WS-REG-POSCLI.
           IF FS-POS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE POSCLI CABECERA = ' FS-POS
              MOVE 9999 TO RETURN-CODE
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
              PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      **************************************
      *  CARGA DE TASAS DE CIERRE          *
      **************************************
       1100-CARGAR-TASAS.
      *------------------*

           OPEN INPUT TASAS.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* TASAS DE CIERRE AUSENTES - LAS MONEDAS '
                      'EXTRANJERAS SE TOMAN A LA PAR'
              MOVE '10' TO FS-TAS
              GO TO 1100-F-CARGAR-TASAS
           END-IF.

           PERFORM 1150-LEER-TASA THRU 1150-F-LEER-TASA
                   UNTIL FS-TAS-EOF.

           CLOSE TASAS.

       1100-F-CARGAR-TASAS.
           EXIT.

       1150-LEER-TASA.
      *---------------*

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

       1150-F-LEER-TASA.
           EXIT.

      **************************************
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  UNA CUENTA POR FETCH, CORTE POR   *
      *  DOCUMENTO                         *
      **************************************
       2000-I-PROCESO.
      *---------------*

           ADD 1 TO CN-FILAS-CURSOR.

           MOVE DB-CL-TIPDOC TO WS-DOC-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-DOC-NRODOC.

           IF WS-DOC-PENDIENTE
              AND WS-DOC-FILA IS NOT EQUAL WS-DOC-ANT
              PERFORM 2300-GRABAR-DOCUMENTO
                      THRU 2300-F-GRABAR-DOCUMENTO
           END-IF.

           IF WS-SIN-DOCUMENTO
              PERFORM 2150-NUEVO-DOCUMENTO
                      THRU 2150-F-NUEVO-DOCUMENTO
           END-IF.

           PERFORM 2200-ACUMULAR-CUENTA
                   THRU 2200-F-ACUMULAR-CUENTA.

           PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CU-TIPCUEN,
                       :DB-CU-SUCUEN,
                       :DB-CU-SALDO,
                       :WS-CUE-MONEDA,
                       :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI,
                       :DB-CL-NOMAPE,
                       :DB-CL-SEGMENTO
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

      ***** ARMADO DEL REGISTRO DE UN DOCUMENTO NUEVO *****************
       2150-NUEVO-DOCUMENTO.
      *---------------------*

           MOVE SPACES TO WS-REG-POSCLI.
           INITIALIZE WS-REG-POSCLI.
           SET POS-DETALLE       TO TRUE.
           MOVE WS-DOC-TIPDOC    TO POS-TIPDOC.
           MOVE WS-DOC-NRODOC    TO POS-NRODOC.
           MOVE DB-CL-NROCLI     TO POS-NROCLI.
           MOVE DB-CL-NOMAPE     TO POS-NOMAPE.
           MOVE DB-CU-SUCUEN     TO POS-SUCURSAL.
           MOVE DB-CL-SEGMENTO   TO POS-SEGMENTO.
           MOVE LK-FP-FECHA-8    TO POS-FECHA.

           MOVE WS-DOC-FILA      TO WS-DOC-ANT.
           SET WS-DOC-PENDIENTE  TO TRUE.

       2150-F-NUEVO-DOCUMENTO.
           EXIT.

      ***** SALDO DE LA CUENTA EN SU TIPO Y MONEDA Y EN PESOS *********
       2200-ACUMULAR-CUENTA.
      *---------------------*

           MOVE DB-CU-TIPCUEN  TO WS-CUE-TIPCUEN.
           MOVE WS-CUE-MONEDA  TO WS-CUE-MON-POS.

           MOVE WS-CUE-MON-POS TO WS-VAL-MONEDA.
           MOVE DB-CU-SALDO    TO WS-VAL-IMPORTE.
           PERFORM 2500-VALORIZAR THRU 2500-F-VALORIZAR.

           ADD 1               TO POS-CANT-CUENTAS.
           ADD DB-CU-SALDO     TO POS-SALDO-NOMINAL.
           ADD WS-VAL-PESOS    TO POS-SALDO-PESOS.
           ADD WS-VAL-PESOS    TO POS-TOTAL-PESOS.

           MOVE ZEROS TO WS-SAL-IX-MATCH.
           PERFORM 2210-BUSCAR-SALDO THRU 2210-F-BUSCAR-SALDO
                   VARYING WS-SAL-IX FROM 1 BY 1
                   UNTIL WS-SAL-IX > POS-CANT-SALDOS.

           IF WS-SAL-IX-MATCH IS EQUAL ZEROS
              IF POS-CANT-SALDOS IS LESS THAN WS-SAL-TOPE
                 ADD 1 TO POS-CANT-SALDOS
                 MOVE POS-CANT-SALDOS TO WS-SAL-IX-MATCH
                 MOVE WS-CUE-TIPCUEN
                      TO POS-SAL-TIPCUEN(WS-SAL-IX-MATCH)
                 MOVE WS-CUE-MON-POS
                      TO POS-SAL-MONEDA(WS-SAL-IX-MATCH)
                 MOVE WS-VAL-MARCA
                      TO POS-SAL-VALUACION(WS-SAL-IX-MATCH)
              ELSE
      * EL SALDO QUEDA EN LOS TOTALES DEL DOCUMENTO PERO NO EN EL     *
      * DETALLE POR TIPO Y MONEDA                                     *
                 ADD 1 TO CN-DESBORDE
                 DISPLAY '* DOCUMENTO CON MAS DE 12 TIPOS/MONEDAS = '
                         WS-DOC-TIPDOC ' ' WS-DOC-NRODOC
                 GO TO 2200-F-ACUMULAR-CUENTA
              END-IF
           END-IF.

           ADD 1            TO POS-SAL-CUENTAS(WS-SAL-IX-MATCH).
           ADD DB-CU-SALDO  TO POS-SAL-SALDO(WS-SAL-IX-MATCH).
           ADD WS-VAL-PESOS TO POS-SAL-PESOS(WS-SAL-IX-MATCH).

       2200-F-ACUMULAR-CUENTA.
           EXIT.

       2210-BUSCAR-SALDO.
      *------------------*

           IF POS-SAL-TIPCUEN(WS-SAL-IX) IS EQUAL WS-CUE-TIPCUEN
              AND POS-SAL-MONEDA(WS-SAL-IX) IS EQUAL WS-CUE-MON-POS
              MOVE WS-SAL-IX TO WS-SAL-IX-MATCH
           END-IF.

       2210-F-BUSCAR-SALDO. EXIT.

      ***** ALTA DEL DOCUMENTO TERMINADO EN EL CLUSTER DE TRABAJO *****
       2300-GRABAR-DOCUMENTO.
      *----------------------*

           MOVE WS-REG-POSCLI TO REG-POSWRK.
           WRITE REG-POSWRK.
           IF FS-PSW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE POSWRK = ' FS-PSW ' '
                      POS-TIPDOC ' ' POS-NRODOC
              ADD 1 TO CN-TOT-ERRORES
              MOVE 9999 TO RETURN-CODE
           END-IF.

           SET WS-SIN-DOCUMENTO TO TRUE.

       2300-F-GRABAR-DOCUMENTO.
           EXIT.

      ***** VALORIZACION EN PESOS A LA TASA DE CIERRE *****************
       2500-VALORIZAR.
      *---------------*

           IF WS-VAL-MONEDA IS EQUAL TO WS-PAR-MONEDA-LOCAL
              MOVE WS-VAL-IMPORTE TO WS-VAL-PESOS
              MOVE 'L' TO WS-VAL-MARCA
              GO TO 2500-F-VALORIZAR
           END-IF.

           MOVE ZEROS TO WS-TASA-ACTUAL.
           PERFORM 2510-BUSCAR-TASA THRU 2510-F-BUSCAR-TASA
                   VARYING WS-TAS-IX FROM 1 BY 1
                   UNTIL WS-TAS-IX > WS-TAS-OCUP.

           IF WS-TASA-ACTUAL IS EQUAL TO ZEROS
              ADD 1 TO CN-SIN-TASA
              MOVE WS-VAL-IMPORTE TO WS-VAL-PESOS
              MOVE 'P' TO WS-VAL-MARCA
           ELSE
              COMPUTE WS-VAL-PESOS = WS-VAL-IMPORTE * WS-TASA-ACTUAL
              MOVE 'T' TO WS-VAL-MARCA
           END-IF.

       2500-F-VALORIZAR.
           EXIT.

       2510-BUSCAR-TASA.
      *-----------------*

           IF WS-TAS-MONEDA(WS-TAS-IX) IS EQUAL TO WS-VAL-MONEDA
              MOVE WS-TAS-TASA(WS-TAS-IX) TO WS-TASA-ACTUAL
           END-IF.

       2510-F-BUSCAR-TASA. EXIT.

      **************************************
      *  CAPITAL DE PLAZOS FIJOS VIGENTES  *
      **************************************
       3000-PLAZOS-FIJOS.
      *------------------*

           IF WS-DOC-PENDIENTE
              PERFORM 2300-GRABAR-DOCUMENTO
                      THRU 2300-F-GRABAR-DOCUMENTO
           END-IF.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-F-PLAZOS-FIJOS
           END-IF.

           OPEN INPUT PLAZO.
           IF FS-PLZ IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS FIJOS AUSENTE - STATUS = '
                      FS-PLZ
              GO TO 3000-F-PLAZOS-FIJOS
           END-IF.

           PERFORM 3100-LEER-PLAZO THRU 3100-F-LEER-PLAZO
                   UNTIL FS-PLZ-EOF.

           CLOSE PLAZO.

       3000-F-PLAZOS-FIJOS.
           EXIT.

       3100-LEER-PLAZO.
      *----------------*

           READ PLAZO NEXT RECORD INTO WS-REG-PLZ.
           IF FS-PLZ IS NOT EQUAL '00'
              MOVE '10' TO FS-PLZ
              GO TO 3100-F-LEER-PLAZO
           END-IF.

           IF NOT PLZ-VIGENTE
              GO TO 3100-F-LEER-PLAZO
           END-IF.

           ADD 1 TO CN-TOT-PLAZOS.

           MOVE PLZ-MONEDA  TO WS-VAL-MONEDA.
           MOVE PLZ-CAPITAL TO WS-VAL-IMPORTE.
           PERFORM 2500-VALORIZAR THRU 2500-F-VALORIZAR.

           MOVE SPACES     TO REG-POSWRK.
           MOVE PLZ-TIPDOC TO KEY-POSWRK(1:2).
           MOVE PLZ-NRODOC TO KEY-POSWRK(3:11).

           READ POSWRK INTO WS-REG-POSCLI.

           EVALUATE FS-PSW
              WHEN '00'
                 ADD 1            TO POS-CANT-PF
                 ADD WS-VAL-PESOS TO POS-CAPITAL-PF
                 ADD WS-VAL-PESOS TO POS-TOTAL-PESOS
                 MOVE WS-REG-POSCLI TO REG-POSWRK
                 REWRITE REG-POSWRK
                 IF FS-PSW IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN REWRITE POSWRK = ' FS-PSW
                            ' ' PLZ-TIPDOC ' ' PLZ-NRODOC
                    ADD 1 TO CN-TOT-ERRORES
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN '23'
                 PERFORM 3200-DOCUMENTO-SOLO-PLAZO
                         THRU 3200-F-DOCUMENTO-SOLO-PLAZO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA POSWRK = ' FS-PSW
                         ' ' PLZ-TIPDOC ' ' PLZ-NRODOC
                 ADD 1 TO CN-TOT-ERRORES
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-PLZ
           END-EVALUATE.

       3100-F-LEER-PLAZO.
           EXIT.

      ***** DOCUMENTO SIN CUENTAS: IDENTIDAD DESDE TB99CLIE ***********
       3200-DOCUMENTO-SOLO-PLAZO.
      *--------------------------*

           ADD 1 TO CN-SOLO-PLAZO.

           MOVE PLZ-TIPDOC TO DB-CL-TIPDOC.
           MOVE PLZ-NRODOC TO DB-CL-NRODOC.
           MOVE ZEROS      TO DB-CL-NROCLI.
           MOVE SPACES     TO DB-CL-NOMAPE DB-CL-SEGMENTO.

           EXEC SQL
              SELECT NROCLI, NOMAPE, VALUE(SEGMENTO, ' ')
                INTO :DB-CL-NROCLI, :DB-CL-NOMAPE, :DB-CL-SEGMENTO
                FROM ITPLZRY.TB99CLIE
                WHERE TIPDOC = :DB-CL-TIPDOC
                AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 DISPLAY '* PLAZO FIJO DE DOCUMENTO SIN CLIENTE = '
                         PLZ-TIPDOC ' ' PLZ-NRODOC
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CLIE = ' WS-SQLCODE
                         ' ' PLZ-TIPDOC ' ' PLZ-NRODOC
                 ADD 1 TO CN-TOT-ERRORES
                 MOVE 9999 TO RETURN-CODE
                 GO TO 3200-F-DOCUMENTO-SOLO-PLAZO
           END-EVALUATE.

           MOVE SPACES TO WS-REG-POSCLI.
           INITIALIZE WS-REG-POSCLI.
           SET POS-DETALLE       TO TRUE.
           MOVE PLZ-TIPDOC       TO POS-TIPDOC.
           MOVE PLZ-NRODOC       TO POS-NRODOC.
           MOVE DB-CL-NROCLI     TO POS-NROCLI.
           MOVE DB-CL-NOMAPE     TO POS-NOMAPE.
           MOVE PLZ-SUCURSAL     TO POS-SUCURSAL.
           MOVE DB-CL-SEGMENTO   TO POS-SEGMENTO.
           MOVE LK-FP-FECHA-8    TO POS-FECHA.
           MOVE 1                TO POS-CANT-PF.
           MOVE WS-VAL-PESOS     TO POS-CAPITAL-PF POS-TOTAL-PESOS.

           MOVE WS-REG-POSCLI TO REG-POSWRK.
           WRITE REG-POSWRK.
           IF FS-PSW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE POSWRK = ' FS-PSW ' '
                      PLZ-TIPDOC ' ' PLZ-NRODOC
              ADD 1 TO CN-TOT-ERRORES
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3200-F-DOCUMENTO-SOLO-PLAZO.
           EXIT.

      **************************************
      *  POSICION ORDENADA POR DOCUMENTO   *
      **************************************
       4000-GRABAR-POSICION.
      *---------------------*

           IF RETURN-CODE IS EQUAL 9999
              OR NOT WS-PSWFILE-DISPONIBLE
              GO TO 4000-F-GRABAR-POSICION
           END-IF.

           MOVE LOW-VALUES TO KEY-POSWRK.
           START POSWRK KEY IS NOT LESS THAN KEY-POSWRK
              INVALID KEY
                 GO TO 4000-F-GRABAR-POSICION
           END-START.

           MOVE '00' TO FS-PSW.
           PERFORM 4100-LEER-TRABAJO THRU 4100-F-LEER-TRABAJO
                   UNTIL FS-PSW-EOF.

       4000-F-GRABAR-POSICION.
           EXIT.

       4100-LEER-TRABAJO.
      *------------------*

           READ POSWRK NEXT RECORD INTO WS-REG-POSCLI.

           EVALUATE FS-PSW
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 4100-F-LEER-TRABAJO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA POSWRK = ' FS-PSW
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-PSW
                 GO TO 4100-F-LEER-TRABAJO
           END-EVALUATE.

           WRITE REG-POSCLI FROM WS-REG-POSCLI.
           IF FS-POS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE POSCLI = ' FS-POS
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-PSW
              GO TO 4100-F-LEER-TRABAJO
           END-IF.

           ADD 1                TO CN-TOT-DOCUMENTOS.
           ADD POS-CANT-CUENTAS TO CN-TOT-CUENTAS.
           ADD POS-SALDO-PESOS  TO AC-TOT-SALDO-PESOS.
           ADD POS-CAPITAL-PF   TO AC-TOT-CAPITAL-PF.

       4100-F-LEER-TRABAJO.
           EXIT.

      **************************************
      *  CUERPO FINAL CIERRE DE FILES      *
      **************************************
       9999-I-FINAL.
      *-------------*

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CLOSE CURSOR     = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

      * SIN TRAILER EL ARCHIVO NO PASA EL CONTROL DE LOS CONSUMIDORES *
           IF RETURN-CODE IS NOT EQUAL 9999
              MOVE SPACES              TO WS-REG-POSCLI
              SET POS-TRAILER          TO TRUE
              MOVE LK-FP-FECHA-8       TO POS-TRL-FECHA
              MOVE CN-TOT-DOCUMENTOS   TO POS-TRL-CANT
              MOVE CN-TOT-CUENTAS      TO POS-TRL-CUENTAS
              MOVE AC-TOT-SALDO-PESOS  TO POS-TRL-SALDO-PESOS
              MOVE AC-TOT-CAPITAL-PF   TO POS-TRL-CAPITAL-PF
              WRITE REG-POSCLI FROM WS-REG-POSCLI
              IF FS-POS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE POSCLI TRAILER = ' FS-POS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY '* POSICION DE CLIENTES GRABADA SIN TRAILER'
           END-IF.

           CLOSE POSCLI.
           IF WS-PSWFILE-DISPONIBLE
              CLOSE POSWRK
           END-IF.

           DISPLAY 'CUENTAS LEIDAS DE TB99CUEN  = ' CN-FILAS-CURSOR.
           DISPLAY 'DOCUMENTOS EN LA POSICION   = ' CN-TOT-DOCUMENTOS.
           DISPLAY 'PLAZOS FIJOS VIGENTES       = ' CN-TOT-PLAZOS.
           DISPLAY 'DOCUMENTOS SOLO CON PLAZO   = ' CN-SOLO-PLAZO.
           DISPLAY 'IMPORTES SIN TASA DE CIERRE = ' CN-SIN-TASA.
           DISPLAY 'CUENTAS FUERA DEL DETALLE   = ' CN-DESBORDE.
           DISPLAY 'ERRORES                     = ' CN-TOT-ERRORES.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND CN-DESBORDE IS GREATER THAN ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES             TO WS-REG-RESUMEN.
           MOVE 'PGMVPN15'         TO RES-PROGRAMA.
           MOVE WS-FECHA-RES       TO RES-FECHA.
           MOVE CN-TOT-DOCUMENTOS  TO RES-CANT-PROCESADOS.
           MOVE CN-TOT-ERRORES     TO RES-CANT-ERRORES.
           MOVE RETURN-CODE        TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN
           .
       9999-F-FINAL.
           EXIT.
