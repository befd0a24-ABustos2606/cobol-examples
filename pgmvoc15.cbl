       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVOC15.
      ********************************************************
      *                                                      *
      *   CARTERA MENSUAL POR OFICIAL DE CUENTA Y CLIENTES   *
      *   DE SEGMENTO ALTO SIN OFICIAL                       *
      *            TP 35 - BATCH DB2 DE CONTROL              *
      *                                                      *
      ********************************************************
      *                                                      *
      * LA SUCURSAL NO SABIA QUE OFICIAL LLAMA A LOS         *
      * CLIENTES A. CON EL MAESTRO DE OFICIALES DDOFICIA Y   *
      * LA ASIGNACION DDASIGOF QUE MANTIENE PGMVOF15, ESTE   *
      * JOB ARMA POR OFICIAL, PARA EL PERIODO AAAAMM DE      *
      * PARAMETROS (CEROS = MES DE LA FECHA DE PROCESO):     *
      *  - CLIENTES DE LA CARTERA POR SEGMENTO (EL QUE DEJA  *
      *    PGMVSG15 EN TB99CLIE) Y SALDO CONSOLIDADO DE SUS  *
      *    CUENTAS (MISMO CRITERIO QUE LA SEGMENTACION)      *
      *  - CLIENTES NUEVOS (ASIGNACIONES QUE EMPEZARON EN EL *
      *    PERIODO) Y PERDIDOS (ASIGNACIONES QUE TERMINARON  *
      *    EN EL PERIODO, POR REASIGNACION O DESASIGNACION)  *
      *  - CUENTAS DORMIDAS DE SUS CLIENTES SEGUN EL CICLO   *
      *    DDDORMAN DE PGMAPS15                              *
      * UNA HOJA POR OFICIAL, AGRUPADAS POR SUCURSAL CON LA  *
      * MARCA '*SUC* NNN' PARA EL PARTIDOR PGMVBU15. EN      *
      * DDSINOFI SALEN LOS CLIENTES DE LOS SEGMENTOS ALTOS   *
      * DE PARAMETROS (DEFAULT A Y B) SIN OFICIAL ASIGNADO,  *
      * POR SUCURSAL DE SU PRIMERA CUENTA; SI HAY ALGUNO EL  *
      * JOB TERMINA CON RC 0004                              *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTADO ASSIGN DDLISTA
                  FILE STATUS IS FS-LIS.

      *    CLIENTES DE SEGMENTO ALTO SIN OFICIAL ASIGNADO *
           SELECT SINOFI ASSIGN DDSINOFI
                  FILE STATUS IS FS-SIN.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

      *    MAESTRO DE OFICIALES DE CUENTA (CPOFICIA) *
           SELECT OFICIA ASSIGN DDOFICIA
                  FILE STATUS IS FS-OFI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-OFICIA.

      *    ASIGNACION DE CLIENTES CON HISTORIA (CPASIGOF) *
           SELECT ASIGOF ASSIGN DDASIGOF
                  FILE STATUS IS FS-ASO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-ASIGOF.

      *    CICLO DE DORMANCIA DE PGMAPS15 (LAYOUT CPSUCUR) *
           SELECT DORMAN ASSIGN DDDORMAN
                  FILE STATUS IS FS-DOR.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-LISTADO        PIC X(132).

       FD  SINOFI
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-SINOFI         PIC X(132).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(10).

       FD OFICIA.

       01  REG-OFICIA.
           03  KEY-OFICIA          PIC X(06).
           03  FILLER              PIC X(74).

       FD ASIGOF.

       01  REG-ASIGOF.
           03  KEY-ASIGOF          PIC X(21).
           03  FILLER              PIC X(39).

       FD DORMAN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-DORMAN          PIC X(93).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-LIS             PIC X(02).
           88  FS-LIS-OK                  VALUE '00'.

       01  FS-SIN             PIC X(02).
           88  FS-SIN-OK                  VALUE '00'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-OFI             PIC X(02)   VALUE SPACES.
           88  FS-OFI-OK                  VALUE '00'.
           88  FS-OFI-EOF                 VALUE '10'.

       01  FS-ASO             PIC X(02)   VALUE SPACES.
           88  FS-ASO-OK                  VALUE '00'.
           88  FS-ASO-EOF                 VALUE '10'.

       01  FS-DOR             PIC X(02)   VALUE SPACES.
           88  FS-DOR-EOF                 VALUE '10'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

           COPY CPOFICIA.

           COPY CPASIGOF.

       01  WS-REG-SUCUR.
           COPY CPSUCUR.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * PERIODO AAAAMM DEL LISTADO (CEROS = MES DE LA FECHA DE        *
      * PROCESO) Y SEGMENTOS QUE DEBEN TENER OFICIAL ******************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-PERIODO       PIC 9(06)      VALUE ZEROS.
           03  WS-PAR-SEG-ALTOS     PIC X(04)      VALUE 'AB'.

       77  WS-SEG-IX-ALTO     PIC 9(01)   VALUE ZEROS.

       01  WS-SW-SEG-ALTO     PIC X(01)   VALUE 'N'.
           88  WS-ES-SEG-ALTO              VALUE 'S'.
           88  WS-NO-ES-SEG-ALTO           VALUE 'N'.

      * CARTERA POR OFICIAL (EN EL ORDEN DEL MAESTRO); SEGMENTOS     *
      * 1-4 = A-D, 5 = SIN SEGMENTO ************************************
       01  WS-OFI-TABLA.
           03  WS-OFI-TOPE        PIC 9(03)   VALUE 500.
           03  WS-OFI-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-OFI-ENTRADA OCCURS 500 TIMES.
               05  WS-OFI-CODIGO      PIC X(06).
               05  WS-OFI-NOMBRE      PIC X(30).
               05  WS-OFI-SUCURSAL    PIC 9(03).
               05  WS-OFI-ESTADO      PIC X(01).
               05  WS-OFI-CLI-SEG     PIC 9(07) OCCURS 5 TIMES.
               05  WS-OFI-CLIENTES    PIC 9(07).
               05  WS-OFI-SALDO       PIC S9(15)V99 COMP-3.
               05  WS-OFI-NUEVOS      PIC 9(07).
               05  WS-OFI-PERDIDOS    PIC 9(07).
               05  WS-OFI-DORMIDAS    PIC 9(07).

       77  WS-OFI-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-OFI-IX-MATCH    PIC 9(03)   VALUE ZEROS.
       77  WS-OFI-BUSCADO     PIC X(06)   VALUE SPACES.
       77  WS-SEG-IX          PIC 9(01)   VALUE ZEROS.
       77  WS-SUC-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-SUC-ACTUAL      PIC 9(03)   VALUE ZEROS.

       01  WS-SW-MARCA        PIC X(01)   VALUE 'N'.
           88  WS-SUC-MARCADA              VALUE 'S'.
           88  WS-SUC-SIN-MARCA            VALUE 'N'.

       01  WS-FECHA-HOY-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R     REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-PERIODO     PIC 9(06).
           03  WS-HOY-DD          PIC 9(02).

       01  WS-PERIODO         PIC 9(06)   VALUE ZEROS.

      * LIMITES DEL PERIODO EN AAAAMMDD *
       01  WS-FEC-DESDE       PIC 9(08)   VALUE ZEROS.
       01  WS-FEC-DESDE-R     REDEFINES WS-FEC-DESDE.
           03  WS-DES-PERIODO     PIC 9(06).
           03  WS-DES-DD          PIC 9(02).

       01  WS-FEC-HASTA       PIC 9(08)   VALUE ZEROS.
       01  WS-FEC-HASTA-R     REDEFINES WS-FEC-HASTA.
           03  WS-HAS-PERIODO     PIC 9(06).
           03  WS-HAS-DD          PIC 9(02).

       01  WS-SW-ASOFILE      PIC X(01)   VALUE 'N'.
           88  WS-ASOFILE-DISPONIBLE       VALUE 'S'.
           88  WS-ASOFILE-NO-DISPONIBLE    VALUE 'N'.

      * CONTADORES *
       77  CN-TOT-OFICIALES   PIC 9(05)   VALUE ZEROS.
       77  CN-TOT-CLIENTES    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-ASIGNADOS   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-SIN-OFI     PIC 9(07)   VALUE ZEROS.
       77  CN-OFI-INEXIST     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-DORMIDAS    PIC 9(07)   VALUE ZEROS.

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

      * HOST VARIABLE PARA COLUMNA SEGMENTO DE TB99CLIE - AUN NO      *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-SEGMENTO   PIC X(01) VALUE SPACES.

      * SALDO CONSOLIDADO, SUCURSAL DE LA PRIMERA CUENTA Y CANTIDAD  *
      * DE CUENTAS DEL DOCUMENTO ***************************************
       77  WS-CLI-SALDO     PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-CLI-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-CLI-CUENTAS   PIC S9(9) USAGE COMP VALUE ZEROS.

           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, B.SEGMENTO,
                    SUM(A.SALDO), MIN(A.SUCUEN), COUNT(*)
             FROM ITPLZRY.TB99CUEN A
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               GROUP BY B.TIPDOC, B.NRODOC, B.SEGMENTO
               ORDER BY 5, 1, 2
           END-EXEC.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

      * MARCA DE CORTE DE SUCURSAL PARA EL PARTIDOR PGMVBU15 *
       01  WS-REG-MARCA-SUC.
           03  FILLER             PIC X(05)    VALUE '*SUC*'.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-MARCA-SUC-NRO   PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(123)   VALUE SPACES.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(46)    VALUE SPACES.
           03  WS-TIT-PERIODO PIC 9(06)   VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-CAB-OFICIAL.
           03  FILLER             PIC X(09)    VALUE 'OFICIAL: '.
           03  WS-COF-CODIGO      PIC X(06)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-COF-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(12)    VALUE '  SUCURSAL: '.
           03  WS-COF-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(10)    VALUE '  ESTADO: '.
           03  WS-COF-ESTADO      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(60)    VALUE SPACES.

       01  WS-REG-CONCEPTO.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-RCO-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-RCO-CANTIDAD    PIC Z.ZZZ.ZZ9.
           03  FILLER             PIC X(79)    VALUE SPACES.

       01  WS-REG-SALDO.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(40)    VALUE
               'SALDO CONSOLIDADO DE LA CARTERA'.
           03  WS-RSA-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(65)    VALUE SPACES.

       01  WS-SUB-SINOFI.
           03  FILLER        PIC X(30)    VALUE
               'SUCURSAL  DOCUMENTO        SEG'.
           03  FILLER        PIC X(30)    VALUE
               'MENTO  CUENTAS               S'.
           03  FILLER        PIC X(30)    VALUE
               'ALDO CONSOLIDADO              '.
           03  FILLER        PIC X(42)    VALUE SPACES.

       01  WS-REG-SINOFI.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-RSI-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-RSI-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-RSI-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE SPACES.
           03  WS-RSI-SEGMENTO    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(05)    VALUE SPACES.
           03  WS-RSI-CUENTAS     PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(05)    VALUE SPACES.
           03  WS-RSI-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(66)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-RTO-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-RTO-CANT        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(83)    VALUE SPACES.
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

           PERFORM 3000-I-CARTERAS
              THRU 3000-F-CARTERAS

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
           MOVE '10' TO FS-SQL.
           INITIALIZE WS-OFI-TABLA.
           MOVE 500 TO WS-OFI-TOPE.

           OPEN INPUT PARAMETROS.
           IF FS-OK-PAR
              READ PARAMETROS INTO WS-REG-PARAMETROS
           END-IF.
           CLOSE PARAMETROS.

           IF WS-PAR-PERIODO IS NOT NUMERIC
              OR WS-PAR-PERIODO IS EQUAL ZEROS
              MOVE WS-HOY-PERIODO TO WS-PERIODO
           ELSE
              MOVE WS-PAR-PERIODO TO WS-PERIODO
           END-IF.
           IF WS-PAR-SEG-ALTOS IS EQUAL SPACES
              MOVE 'AB' TO WS-PAR-SEG-ALTOS
           END-IF.
           MOVE WS-PERIODO TO WS-DES-PERIODO WS-HAS-PERIODO.
           MOVE 01         TO WS-DES-DD.
           MOVE 31         TO WS-HAS-DD.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

           OPEN OUTPUT SINOFI.
           IF FS-SIN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SINOFI = ' FS-SIN
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

           PERFORM 1100-CARGAR-OFICIALES THRU 1100-F-CARGAR-OFICIALES.
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-F-INICIO
           END-IF.

           OPEN INPUT ASIGOF.
           IF FS-ASO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ASIGOF = ' FS-ASO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-ASOFILE-DISPONIBLE TO TRUE.

           PERFORM 1200-MOVIMIENTOS-CARTERA
                   THRU 1200-F-MOVIMIENTOS-CARTERA.
           PERFORM 1300-CUENTAS-DORMIDAS
                   THRU 1300-F-CUENTAS-DORMIDAS.

           MOVE 'CLIENTES DE SEGMENTO ALTO SIN OFICIAL - PER. '
                TO WS-TIT-TEXTO.
           MOVE WS-PERIODO TO WS-TIT-PERIODO.
           WRITE REG-SINOFI FROM WS-TITULO AFTER PAGE.
           WRITE REG-SINOFI FROM WS-SEPARADOR AFTER 1.
           WRITE REG-SINOFI FROM WS-SUB-SINOFI AFTER 1.
           WRITE REG-SINOFI FROM WS-SEPARADOR AFTER 1.

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
      *  OFICIALES DEL MAESTRO A LA TABLA  *
      **************************************
       1100-CARGAR-OFICIALES.
      *----------------------*

           OPEN INPUT OFICIA.
           IF FS-OFI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OFICIA = ' FS-OFI
              MOVE 9999 TO RETURN-CODE
              GO TO 1100-F-CARGAR-OFICIALES
           END-IF.

           PERFORM 1150-LEER-OFICIAL THRU 1150-F-LEER-OFICIAL
                   UNTIL FS-OFI-EOF.

           CLOSE OFICIA.

       1100-F-CARGAR-OFICIALES.
           EXIT.

       1150-LEER-OFICIAL.
      *------------------*

           READ OFICIA NEXT RECORD INTO WS-REG-OFICIA.

           EVALUATE FS-OFI
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 1150-F-LEER-OFICIAL
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OFICIA = ' FS-OFI
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-OFI
                 GO TO 1150-F-LEER-OFICIAL
           END-EVALUATE.

           IF WS-OFI-OCUP IS NOT LESS THAN WS-OFI-TOPE
              DISPLAY '* TABLA DE OFICIALES LLENA'
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-OFI
              GO TO 1150-F-LEER-OFICIAL
           END-IF.

           ADD 1 TO WS-OFI-OCUP.
           ADD 1 TO CN-TOT-OFICIALES.
           MOVE OFI-CODIGO   TO WS-OFI-CODIGO(WS-OFI-OCUP).
           MOVE OFI-NOMBRE   TO WS-OFI-NOMBRE(WS-OFI-OCUP).
           MOVE OFI-SUCURSAL TO WS-OFI-SUCURSAL(WS-OFI-OCUP).
           MOVE OFI-ESTADO   TO WS-OFI-ESTADO(WS-OFI-OCUP).

       1150-F-LEER-OFICIAL.
           EXIT.

      **************************************
      *  ALTAS Y BAJAS DE CARTERA DEL      *
      *  PERIODO DESDE LA HISTORIA         *
      **************************************
       1200-MOVIMIENTOS-CARTERA.
      *-------------------------*

           MOVE LOW-VALUES TO KEY-ASIGOF.
           START ASIGOF KEY IS NOT LESS THAN KEY-ASIGOF
              INVALID KEY
                 GO TO 1200-F-MOVIMIENTOS-CARTERA
           END-START.

           PERFORM 1250-LEER-ASIGNACION THRU 1250-F-LEER-ASIGNACION
                   UNTIL FS-ASO-EOF.

       1200-F-MOVIMIENTOS-CARTERA.
           EXIT.

       1250-LEER-ASIGNACION.
      *---------------------*

           READ ASIGOF NEXT RECORD INTO WS-REG-ASIGOF.

           EVALUATE FS-ASO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 1250-F-LEER-ASIGNACION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ASIGOF = ' FS-ASO
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-ASO
                 GO TO 1250-F-LEER-ASIGNACION
           END-EVALUATE.

           MOVE ASO-OFICIAL TO WS-OFI-BUSCADO.
           PERFORM 6000-UBICAR-OFICIAL THRU 6000-F-UBICAR-OFICIAL.
           IF WS-OFI-IX-MATCH IS EQUAL ZEROS
              GO TO 1250-F-LEER-ASIGNACION
           END-IF.

           IF ASO-FEC-DESDE IS NOT LESS THAN WS-FEC-DESDE
              AND ASO-FEC-DESDE IS NOT GREATER THAN WS-FEC-HASTA
              ADD 1 TO WS-OFI-NUEVOS(WS-OFI-IX-MATCH)
           END-IF.

           IF NOT ASO-VIGENTE
              AND ASO-FEC-HASTA IS NOT LESS THAN WS-FEC-DESDE
              AND ASO-FEC-HASTA IS NOT GREATER THAN WS-FEC-HASTA
              ADD 1 TO WS-OFI-PERDIDOS(WS-OFI-IX-MATCH)
           END-IF.

       1250-F-LEER-ASIGNACION.
           EXIT.

      **************************************
      *  CUENTAS DORMIDAS AL OFICIAL DEL   *
      *  DOCUMENTO                         *
      **************************************
       1300-CUENTAS-DORMIDAS.
      *----------------------*

           OPEN INPUT DORMAN.
           IF FS-DOR IS NOT EQUAL '00'
              DISPLAY '* DDDORMAN NO DISPONIBLE - SIN CUENTAS DORMIDAS'
              MOVE '10' TO FS-DOR
              GO TO 1300-F-CUENTAS-DORMIDAS
           END-IF.

           PERFORM 1350-LEER-DORMAN THRU 1350-F-LEER-DORMAN
                   UNTIL FS-DOR-EOF.

           CLOSE DORMAN.

       1300-F-CUENTAS-DORMIDAS.
           EXIT.

       1350-LEER-DORMAN.
      *-----------------*

           READ DORMAN INTO WS-REG-SUCURSAL.

           IF FS-DOR IS NOT EQUAL '00'
              MOVE '10' TO FS-DOR
              GO TO 1350-F-LEER-DORMAN
           END-IF.

           ADD 1 TO CN-TOT-DORMIDAS.
           PERFORM 6100-LEER-VIGENTE THRU 6100-F-LEER-VIGENTE.
           IF FS-ASO IS NOT EQUAL '00'
              GO TO 1350-F-LEER-DORMAN
           END-IF.

           MOVE ASO-OFICIAL TO WS-OFI-BUSCADO.
           PERFORM 6000-UBICAR-OFICIAL THRU 6000-F-UBICAR-OFICIAL.
           IF WS-OFI-IX-MATCH IS GREATER THAN ZEROS
              ADD 1 TO WS-OFI-DORMIDAS(WS-OFI-IX-MATCH)
           END-IF.

       1350-F-LEER-DORMAN.
           EXIT.

      **************************************
      *  UN DOCUMENTO POR FETCH: A LA      *
      *  CARTERA DE SU OFICIAL O A LA      *
      *  LISTA DE SEGMENTO ALTO SIN OFICIAL*
      **************************************
       2000-I-PROCESO.
      *---------------*

           ADD 1 TO CN-TOT-CLIENTES.

           MOVE DB-CL-TIPDOC TO WS-SUC-TIP-DOC.
           MOVE DB-CL-NRODOC TO WS-SUC-NRO-DOC.
           PERFORM 6100-LEER-VIGENTE THRU 6100-F-LEER-VIGENTE.

           EVALUATE FS-ASO
              WHEN '00'
                 PERFORM 2200-SUMAR-CARTERA THRU 2200-F-SUMAR-CARTERA
              WHEN '23'
                 PERFORM 2300-SIN-OFICIAL THRU 2300-F-SIN-OFICIAL
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ASIGOF = ' FS-ASO
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 GO TO 2000-F-PROCESO
           END-EVALUATE.

           PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-SEGMENTO,
                       :WS-CLI-SALDO,
                       :WS-CLI-SUCUEN,
                       :WS-CLI-CUENTAS
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

       2200-SUMAR-CARTERA.
      *-------------------*

           MOVE ASO-OFICIAL TO WS-OFI-BUSCADO.
           PERFORM 6000-UBICAR-OFICIAL THRU 6000-F-UBICAR-OFICIAL.
           IF WS-OFI-IX-MATCH IS EQUAL ZEROS
              ADD 1 TO CN-OFI-INEXIST
              DISPLAY '* OFICIAL ' ASO-OFICIAL ' INEXISTENTE - DOC '
                      DB-CL-TIPDOC ' ' WS-SUC-NRO-DOC
              GO TO 2200-F-SUMAR-CARTERA
           END-IF.

           ADD 1 TO CN-TOT-ASIGNADOS.
           EVALUATE DB-CL-SEGMENTO
              WHEN 'A' MOVE 1 TO WS-SEG-IX
              WHEN 'B' MOVE 2 TO WS-SEG-IX
              WHEN 'C' MOVE 3 TO WS-SEG-IX
              WHEN 'D' MOVE 4 TO WS-SEG-IX
              WHEN OTHER MOVE 5 TO WS-SEG-IX
           END-EVALUATE.

           ADD 1 TO WS-OFI-CLI-SEG(WS-OFI-IX-MATCH, WS-SEG-IX).
           ADD 1 TO WS-OFI-CLIENTES(WS-OFI-IX-MATCH).
           ADD WS-CLI-SALDO TO WS-OFI-SALDO(WS-OFI-IX-MATCH).

       2200-F-SUMAR-CARTERA.
           EXIT.

       2300-SIN-OFICIAL.
      *-----------------*

           SET WS-NO-ES-SEG-ALTO TO TRUE.
           PERFORM 2310-COMPARAR-SEGMENTO THRU 2310-F-COMPARAR-SEGMENTO
                   VARYING WS-SEG-IX-ALTO FROM 1 BY 1
                   UNTIL WS-SEG-IX-ALTO > 4.
           IF WS-NO-ES-SEG-ALTO
              GO TO 2300-F-SIN-OFICIAL
           END-IF.

           ADD 1 TO CN-TOT-SIN-OFI.
           MOVE SPACES          TO WS-REG-SINOFI.
           IF WS-CLI-SUCUEN IS LESS THAN ZEROS
              MOVE ZEROS         TO WS-RSI-SUCURSAL
           ELSE
              MOVE WS-CLI-SUCUEN TO WS-RSI-SUCURSAL
           END-IF.
           MOVE DB-CL-TIPDOC    TO WS-RSI-TIPDOC.
           MOVE WS-SUC-NRO-DOC  TO WS-RSI-NRODOC.
           MOVE DB-CL-SEGMENTO  TO WS-RSI-SEGMENTO.
           MOVE WS-CLI-CUENTAS  TO WS-RSI-CUENTAS.
           MOVE WS-CLI-SALDO    TO WS-RSI-SALDO.
           WRITE REG-SINOFI FROM WS-REG-SINOFI AFTER 1.
           IF FS-SIN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SINOFI = ' FS-SIN
              MOVE 9999 TO RETURN-CODE
           END-IF.

       2300-F-SIN-OFICIAL.
           EXIT.

       2310-COMPARAR-SEGMENTO.
      *-----------------------*

           IF WS-PAR-SEG-ALTOS(WS-SEG-IX-ALTO:1) IS NOT EQUAL SPACES
              AND WS-PAR-SEG-ALTOS(WS-SEG-IX-ALTO:1) IS EQUAL
                  DB-CL-SEGMENTO
              SET WS-ES-SEG-ALTO TO TRUE
           END-IF.

       2310-F-COMPARAR-SEGMENTO.
           EXIT.

      **************************************
      *  HOJAS POR OFICIAL, AGRUPADAS POR  *
      *  SUCURSAL PARA EL PARTIDOR         *
      **************************************
       3000-I-CARTERAS.
      *----------------*

           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-F-CARTERAS
           END-IF.

           PERFORM 3100-EMITIR-SUCURSAL THRU 3100-F-EMITIR-SUCURSAL
                   VARYING WS-SUC-IX FROM 0 BY 1
                   UNTIL WS-SUC-IX > 999.

       3000-F-CARTERAS.
           EXIT.

       3100-EMITIR-SUCURSAL.
      *---------------------*

           MOVE WS-SUC-IX TO WS-SUC-ACTUAL.
           SET WS-SUC-SIN-MARCA TO TRUE.

           PERFORM 3200-EMITIR-OFICIAL THRU 3200-F-EMITIR-OFICIAL
                   VARYING WS-OFI-IX FROM 1 BY 1
                   UNTIL WS-OFI-IX > WS-OFI-OCUP.

       3100-F-EMITIR-SUCURSAL.
           EXIT.

       3200-EMITIR-OFICIAL.
      *--------------------*

           IF WS-OFI-SUCURSAL(WS-OFI-IX) IS NOT EQUAL WS-SUC-ACTUAL
              GO TO 3200-F-EMITIR-OFICIAL
           END-IF.

      * EL OFICIAL DADO DE BAJA SOLO SALE SI TUVO MOVIMIENTO EN EL MES *
           IF WS-OFI-ESTADO(WS-OFI-IX) IS EQUAL 'B'
              AND WS-OFI-CLIENTES(WS-OFI-IX) IS EQUAL ZEROS
              AND WS-OFI-NUEVOS(WS-OFI-IX) IS EQUAL ZEROS
              AND WS-OFI-PERDIDOS(WS-OFI-IX) IS EQUAL ZEROS
              GO TO 3200-F-EMITIR-OFICIAL
           END-IF.

           IF WS-SUC-SIN-MARCA
              MOVE WS-SUC-ACTUAL TO WS-MARCA-SUC-NRO
              WRITE REG-LISTADO FROM WS-REG-MARCA-SUC
              SET WS-SUC-MARCADA TO TRUE
           END-IF.

           MOVE 'CARTERA DEL OFICIAL DE CUENTA - PERIODO      '
                TO WS-TIT-TEXTO.
           MOVE WS-PERIODO TO WS-TIT-PERIODO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE WS-OFI-CODIGO(WS-OFI-IX)   TO WS-COF-CODIGO.
           MOVE WS-OFI-NOMBRE(WS-OFI-IX)   TO WS-COF-NOMBRE.
           MOVE WS-OFI-SUCURSAL(WS-OFI-IX) TO WS-COF-SUCURSAL.
           MOVE WS-OFI-ESTADO(WS-OFI-IX)   TO WS-COF-ESTADO.
           WRITE REG-LISTADO FROM WS-CAB-OFICIAL AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE 'CLIENTES SEGMENTO A' TO WS-RCO-TEXTO.
           MOVE WS-OFI-CLI-SEG(WS-OFI-IX, 1) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 2.
           MOVE 'CLIENTES SEGMENTO B' TO WS-RCO-TEXTO.
           MOVE WS-OFI-CLI-SEG(WS-OFI-IX, 2) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE 'CLIENTES SEGMENTO C' TO WS-RCO-TEXTO.
           MOVE WS-OFI-CLI-SEG(WS-OFI-IX, 3) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE 'CLIENTES SEGMENTO D' TO WS-RCO-TEXTO.
           MOVE WS-OFI-CLI-SEG(WS-OFI-IX, 4) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE 'CLIENTES SIN SEGMENTO' TO WS-RCO-TEXTO.
           MOVE WS-OFI-CLI-SEG(WS-OFI-IX, 5) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE 'TOTAL CLIENTES DE LA CARTERA' TO WS-RCO-TEXTO.
           MOVE WS-OFI-CLIENTES(WS-OFI-IX) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.

           MOVE WS-OFI-SALDO(WS-OFI-IX) TO WS-RSA-SALDO.
           WRITE REG-LISTADO FROM WS-REG-SALDO AFTER 2.

           MOVE 'CLIENTES NUEVOS EN EL PERIODO' TO WS-RCO-TEXTO.
           MOVE WS-OFI-NUEVOS(WS-OFI-IX) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 2.
           MOVE 'CLIENTES PERDIDOS EN EL PERIODO' TO WS-RCO-TEXTO.
           MOVE WS-OFI-PERDIDOS(WS-OFI-IX) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE 'CUENTAS DORMIDAS DE LA CARTERA' TO WS-RCO-TEXTO.
           MOVE WS-OFI-DORMIDAS(WS-OFI-IX) TO WS-RCO-CANTIDAD.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3200-F-EMITIR-OFICIAL.
           EXIT.

      ***** UBICA EL OFICIAL EN LA TABLA (CERO = NO ESTA) *************
       6000-UBICAR-OFICIAL.
      *--------------------*

           MOVE ZEROS TO WS-OFI-IX-MATCH.
           PERFORM 6010-COMPARAR-OFICIAL THRU 6010-F-COMPARAR-OFICIAL
                   VARYING WS-OFI-IX FROM 1 BY 1
                   UNTIL WS-OFI-IX > WS-OFI-OCUP
                      OR WS-OFI-IX-MATCH > ZEROS.

       6000-F-UBICAR-OFICIAL.
           EXIT.

       6010-COMPARAR-OFICIAL.
      *----------------------*

           IF WS-OFI-CODIGO(WS-OFI-IX) IS EQUAL WS-OFI-BUSCADO
              MOVE WS-OFI-IX TO WS-OFI-IX-MATCH
           END-IF.

       6010-F-COMPARAR-OFICIAL.
           EXIT.

      ***** ASIGNACION VIGENTE DEL DOCUMENTO DE WS-REG-SUCURSAL *******
       6100-LEER-VIGENTE.
      *------------------*

           MOVE WS-SUC-TIP-DOC TO ASO-TIPDOC.
           MOVE WS-SUC-NRO-DOC TO ASO-NRODOC.
           SET ASO-VIGENTE     TO TRUE.
           MOVE ASO-CLAVE      TO KEY-ASIGOF.

           READ ASIGOF RECORD INTO WS-REG-ASIGOF
                KEY IS KEY-ASIGOF.

       6100-F-LEER-VIGENTE.
           EXIT.

      **************************************
      *  CUERPO FINAL CIERRE DE FILES      *
      **************************************
       9999-I-FINAL.
      *-------------*

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           MOVE SPACES TO WS-REG-TOTAL.
           MOVE 'TOTAL CLIENTES SIN OFICIAL' TO WS-RTO-TEXTO.
           MOVE CN-TOT-SIN-OFI TO WS-RTO-CANT.
           WRITE REG-SINOFI FROM WS-SEPARADOR AFTER 1.
           WRITE REG-SINOFI FROM WS-REG-TOTAL AFTER 1.

           CLOSE LISTADO.
           IF FS-LIS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE SINOFI.
           IF FS-SIN NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE SINOFI = ' FS-SIN
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-ASOFILE-DISPONIBLE
              CLOSE ASIGOF
           END-IF.

           DISPLAY 'PERIODO                     = ' WS-PERIODO.
           DISPLAY 'OFICIALES DEL MAESTRO       = ' CN-TOT-OFICIALES.
           DISPLAY 'CLIENTES LEIDOS             = ' CN-TOT-CLIENTES.
           DISPLAY 'CLIENTES CON OFICIAL        = ' CN-TOT-ASIGNADOS.
           DISPLAY 'SEGMENTO ALTO SIN OFICIAL   = ' CN-TOT-SIN-OFI.
           DISPLAY 'ASIGNADOS A OFIC. INEXIST.  = ' CN-OFI-INEXIST.
           DISPLAY 'CUENTAS DORMIDAS LEIDAS     = ' CN-TOT-DORMIDAS.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (CN-TOT-SIN-OFI IS GREATER THAN ZEROS
                   OR CN-OFI-INEXIST IS GREATER THAN ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVOC15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-CLIENTES TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = CN-TOT-SIN-OFI + CN-OFI-INEXIST.
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
