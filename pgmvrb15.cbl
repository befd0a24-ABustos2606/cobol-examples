       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVRB15.
      ********************************************************
      *                                                      *
      *   RENTABILIDAD MENSUAL POR SUCURSAL                  *
      *            TP 35 - BATCH DB2 DE CONTROL              *
      *                                                      *
      ********************************************************
      *                                                      *
      * A LOS GERENTES DE SUCURSAL SE LOS MEDIA SOLO POR     *
      * DEPOSITOS PORQUE EL LISTADO DE DB2@TP42 ERA LA UNICA *
      * VISTA POR SUCURSAL. ESTE JOB ARMA LA RENTABILIDAD    *
      * DEL MES POR SUCURSAL.                                *
      *                                                      *
      * EN MODO 'D' (DIARIO, DEFAULT) GRABA LA FOTO DEL DIA  *
      * EN DDRENDIA (CPRENDIA): SALDOS ACREEDORES DE         *
      * TB99CUEN POR SUCURSAL Y MONEDA.                      *
      *                                                      *
      * EN MODO 'M' (CIERRE DEL MES) ARMA POR SUCURSAL Y     *
      * MONEDA:                                              *
      *  - DEPOSITOS A LA VISTA PROMEDIO DE LAS FOTOS DEL    *
      *    PERIODO (UN DIA SIN FOTO TOMA EL SALDO DEL DIA    *
      *    ANTERIOR, COMO EN PGMVEF15) Y PLAZO FIJO PROMEDIO *
      *    DEL MAESTRO DE PGMVPZ15 POR DIAS DE VIGENCIA      *
      *  - COMISIONES (COM DE PGMVCM15, CAJEROS, SERVICIOS Y *
      *    LOS CODIGOS DE CARGO DE CHEQUES Y DEBITOS QUE SE  *
      *    AGREGUEN EN PARAMETROS) E INTERESES DE            *
      *    DESCUBIERTO (IDA/IDP DE PGMVID15) DEL LIBRO       *
      *    TB99MOVI                                          *
      *  - INTERESES PAGADOS: LOS DEVENGADOS DEL PERIODO     *
      *    (DDINTACC, A LA SUCURSAL DE LA PRIMERA CUENTA DEL *
      *    DOCUMENTO) Y LOS DE PLAZO FIJO POR LOS DIAS DEL   *
      *    MES DE CADA CERTIFICADO                           *
      *  - CREDITO DE PRECIOS DE TRANSFERENCIA (FTP) SOBRE   *
      *    LOS DEPOSITOS PROMEDIO A LA TASA ANUAL DE LA      *
      *    MONEDA EN PARAMETROS                              *
      * EL MARGEN DE CONTRIBUCION DE LA SUCURSAL SE          *
      * VALORIZA EN MONEDA LOCAL CON LAS TASAS DE CIERRE     *
      * (DDTASAS, COMO PGMVFP15), SE RANKEA CONTRA LAS DEMAS *
      * SUCURSALES Y SE COMPARA CONTRA EL MES ANTERIOR DE LA *
      * HISTORIA DDRENHIS (CPRENHIS), QUE QUEDA GRABADA CON  *
      * EL PERIODO. CADA SUCURSAL SALE EN SU PROPIA HOJA DE  *
      * DDLISTA CON LA MARCA '*SUC* NNN' PARA QUE EL         *
      * PARTIDOR PGMVBU15 LE MANDE A CADA GERENTE SOLO LA    *
      * SUYA; EL RANKING COMPLETO SALE APARTE EN DDRANKIN    *
      * PARA LA GERENCIA COMERCIAL                           *
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

      *    RANKING DE TODAS LAS SUCURSALES PARA LA GERENCIA *
           SELECT RANKING ASSIGN DDRANKIN
                  FILE STATUS IS FS-RNK.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

      *    FOTOS DIARIAS DE DEPOSITOS POR SUCURSAL (CPRENDIA) *
           SELECT RENDIA ASSIGN DDRENDIA
                  FILE STATUS IS FS-REN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-REN.

      *    HISTORIA MENSUAL DE RENTABILIDAD (CPRENHIS) *
           SELECT RENHIS ASSIGN DDRENHIS
                  FILE STATUS IS FS-RNH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-RNH.

      *    MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
           SELECT PLAZO ASSIGN DDPLAZO
                  FILE STATUS IS FS-PLZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-PLZ.

      *    INTERESES DEVENGADOS DEL PERIODO POR DOCUMENTO - SALIDA   *
      *    DEL JOB DE DEVENGAMIENTO; UN DD AUSENTE SE SALTEA         *
           SELECT INTACC ASSIGN DDINTACC
                  FILE STATUS IS FS-INT.

      *    TASAS DE CIERRE POR MONEDA (UNA POR REGISTRO) *
           SELECT TASAS ASSIGN DDTASAS
                  FILE STATUS IS FS-TAS.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-LISTADO        PIC X(132).

       FD  RANKING
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-RANKING        PIC X(132).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(89).

       FD RENDIA.

       01  REG-RENDIA.
           03  KEY-REN             PIC X(13).
           03  FILLER              PIC X(37).

       FD RENHIS.

       01  REG-RENHIS.
           03  KEY-RNH             PIC X(09).
           03  FILLER              PIC X(81).

       FD PLAZO.

       01  REG-PLAZO.
           03  KEY-PLZ             PIC 9(08).
           03  FILLER              PIC X(72).

       FD INTACC
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-INTACC          PIC X(24).

       FD TASAS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-TASAS           PIC X(11).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-LIS             PIC X(02).
           88  FS-LIS-OK                  VALUE '00'.

       01  FS-RNK             PIC X(02).
           88  FS-RNK-OK                  VALUE '00'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-REN             PIC X(02)   VALUE SPACES.
           88  FS-REN-OK                  VALUE '00'.
           88  FS-REN-EOF                 VALUE '10'.

       01  FS-RNH             PIC X(02)   VALUE SPACES.
           88  FS-RNH-OK                  VALUE '00'.

       01  FS-PLZ             PIC X(02)   VALUE SPACES.
           88  FS-PLZ-OK                  VALUE '00'.
           88  FS-PLZ-EOF                 VALUE '10'.

       01  FS-INT             PIC X(02)   VALUE SPACES.
           88  FS-INT-OK                  VALUE '00'.
           88  FS-INT-EOF                 VALUE '10'.

       01  FS-TAS             PIC X(02)   VALUE SPACES.
           88  FS-TAS-OK                  VALUE '00'.
           88  FS-TAS-EOF                 VALUE '10'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

           COPY CPRENDIA.

           COPY CPRENHIS.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * MODO 'D' = FOTO DIARIA (DEFAULT), 'M' = CIERRE MENSUAL;       *
      * PERIODO AAAAMM DEL CIERRE (CEROS = MES DE LA FECHA DE PROCESO),*
      * MONEDA LOCAL, TASA ANUAL FTP POR MONEDA Y CODIGOS DEL LIBRO   *
      * QUE ENTRAN EN LA RENTABILIDAD: 'C' = COMISION O CARGO (UN     *
      * CREDITO CON EL MISMO CODIGO ES UNA DEVOLUCION Y RESTA), 'I' = *
      * INTERES DE DESCUBIERTO COBRADO, 'P' = INTERES PAGADO AL       *
      * CLIENTE ********************************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)      VALUE 'D'.
               88  WS-MODO-DIARIO             VALUE 'D'.
               88  WS-MODO-MENSUAL            VALUE 'M'.
           03  WS-PAR-PERIODO       PIC 9(06)      VALUE ZEROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 9(02)      VALUE 02.
           03  WS-PAR-FTP-TABLA.
               05  WS-PAR-FTP       OCCURS 5 TIMES.
                   07  WS-PAR-FTP-MONEDA  PIC 9(02).
                   07  WS-PAR-FTP-TASA    PIC 9(2)V9(4).
           03  WS-PAR-CODIGOS.
               05  FILLER           PIC X(04)  VALUE 'COMC'.
               05  FILLER           PIC X(04)  VALUE 'ATCC'.
               05  FILLER           PIC X(04)  VALUE 'ATDC'.
               05  FILLER           PIC X(04)  VALUE 'SWCC'.
               05  FILLER           PIC X(04)  VALUE 'CSGC'.
               05  FILLER           PIC X(04)  VALUE 'IDAI'.
               05  FILLER           PIC X(04)  VALUE 'IDPI'.
               05  FILLER           PIC X(04)  VALUE SPACES.
               05  FILLER           PIC X(04)  VALUE SPACES.
               05  FILLER           PIC X(04)  VALUE SPACES.
           03  WS-PAR-CODIGOS-R REDEFINES WS-PAR-CODIGOS.
               05  WS-PAR-COD       OCCURS 10 TIMES.
                   07  WS-PAR-CODMOV      PIC X(03).
                   07  WS-PAR-CONCEPTO    PIC X(01).
                       88  WS-PAR-COMISION        VALUE 'C'.
                       88  WS-PAR-INT-COBRADO     VALUE 'I'.
                       88  WS-PAR-INT-PAGADO      VALUE 'P'.

       77  WS-PAR-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-PAR-IX-MATCH    PIC 9(02)   VALUE ZEROS.

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
               88  PLZ-AUTO-RENUEVA        VALUE 'S'.
           03  PLZ-TIPCUEN        PIC 9(02).
           03  PLZ-NROCUEN        PIC 9(15).
           03  PLZ-SUCURSAL       PIC 9(02).
           03  PLZ-ESTADO         PIC X(01).
               88  PLZ-VIGENTE             VALUE 'V'.
               88  PLZ-CANCELADO           VALUE 'C'.
           03  FILLER             PIC X(06).

      * INTERESES DEVENGADOS POR DOCUMENTO *
       01  WS-REG-INTACC.
           03  INT-TIPDOC     PIC X(02).
           03  INT-NRODOC     PIC 9(11).
           03  INT-IMPORTE    PIC S9(9)V99.

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
       77  WS-TASA-FTP        PIC 9(2)V9(4) VALUE ZEROS.

      * RENTABILIDAD POR SUCURSAL Y MONEDA, EN LA MONEDA DE ORIGEN;   *
      * LA FOTO DEL ULTIMO DIA LEIDO Y LA DEL PRIMER DIA CON FOTO      *
      * SIRVEN PARA ARRASTRAR EL SALDO A LOS DIAS SIN CORRIDA **********
       01  WS-DET-TABLA.
           03  WS-DET-TOPE        PIC 9(03)   VALUE 500.
           03  WS-DET-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-DET-ENTRADA OCCURS 500 TIMES.
               05  WS-DET-SUCURSAL    PIC 9(03).
               05  WS-DET-MONEDA      PIC 9(02).
               05  WS-DET-ULT-VISTA   PIC S9(13)V99 COMP-3.
               05  WS-DET-PRI-VISTA   PIC S9(13)V99 COMP-3.
               05  WS-DET-SUMA-VISTA  PIC S9(15)V99 COMP-3.
               05  WS-DET-PROM-VISTA  PIC S9(13)V99 COMP-3.
               05  WS-DET-PROM-PLAZO  PIC S9(13)V99 COMP-3.
               05  WS-DET-COMISIONES  PIC S9(13)V99 COMP-3.
               05  WS-DET-INT-COBRADO PIC S9(13)V99 COMP-3.
               05  WS-DET-CREDITO-FTP PIC S9(13)V99 COMP-3.
               05  WS-DET-INT-PAGADO  PIC S9(13)V99 COMP-3.
               05  WS-DET-MARGEN      PIC S9(13)V99 COMP-3.

       77  WS-DET-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-DET-IX-MATCH    PIC 9(03)   VALUE ZEROS.
       77  WS-DET-BUS-SUC     PIC 9(04)   VALUE ZEROS.
       77  WS-DET-BUS-MON     PIC 9(02)   VALUE ZEROS.

      * TOTALES DE LA SUCURSAL VALORIZADOS EN MONEDA LOCAL, POR       *
      * NUMERO DE SUCURSAL (POSICION = SUCURSAL + 1) *******************
       01  WS-RSU-TABLA.
           03  WS-RSU-ENTRADA OCCURS 1000 TIMES.
               05  WS-RSU-MARCA       PIC X(01).
                   88  WS-RSU-ACTIVA          VALUE 'S'.
               05  WS-RSU-DEPOSITOS   PIC S9(13)V99 COMP-3.
               05  WS-RSU-INGRESOS    PIC S9(13)V99 COMP-3.
               05  WS-RSU-COSTO       PIC S9(13)V99 COMP-3.
               05  WS-RSU-MARGEN      PIC S9(13)V99 COMP-3.
               05  WS-RSU-PUESTO      PIC 9(03).
               05  WS-RSU-MARCA-ANT   PIC X(01).
                   88  WS-RSU-CON-ANTERIOR    VALUE 'S'.
               05  WS-RSU-MARGEN-ANT  PIC S9(13)V99 COMP-3.
               05  WS-RSU-PUESTO-ANT  PIC 9(03).

       77  WS-RSU-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-RSU-IX-OTRA     PIC 9(04)   VALUE ZEROS.
       77  WS-RSU-CANT        PIC 9(03)   VALUE ZEROS.
       77  WS-PUESTO-IX       PIC 9(03)   VALUE ZEROS.
       77  WS-SUC-ACTUAL      PIC 9(03)   VALUE ZEROS.

      * DIAS DEL PERIODO Y ARRASTRE DE LAS FOTOS *
       77  WS-DIAS-MES        PIC 9(02)   VALUE ZEROS.
       77  WS-DIA-ANT         PIC 9(02)   VALUE ZEROS.
       77  WS-DIA-PRIMERO     PIC 9(02)   VALUE ZEROS.
       77  WS-DIA-HASTA       PIC 9(02)   VALUE ZEROS.
       77  WS-ENTERO-FECHA    PIC 9(08)   VALUE ZEROS.
       77  WS-ENTERO-INI-PER  PIC 9(08)   VALUE ZEROS.
       77  WS-ENTERO-FIN-PER  PIC 9(08)   VALUE ZEROS.
       77  WS-ENTERO-DESDE    PIC 9(08)   VALUE ZEROS.
       77  WS-ENTERO-HASTA    PIC 9(08)   VALUE ZEROS.
       77  WS-DIAS-VIGENCIA   PIC S9(05)  VALUE ZEROS.

       01  WS-FECHA-HOY-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R     REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-PERIODO     PIC 9(06).
           03  WS-HOY-DD          PIC 9(02).

       01  WS-PERIODO         PIC 9(06)   VALUE ZEROS.
       01  WS-PERIODO-R       REDEFINES WS-PERIODO.
           03  WS-PER-AAAA        PIC 9(04).
           03  WS-PER-MM          PIC 9(02).

       01  WS-PERIODO-ANT     PIC 9(06)   VALUE ZEROS.
       01  WS-PERIODO-ANT-R   REDEFINES WS-PERIODO-ANT.
           03  WS-ANT-AAAA        PIC 9(04).
           03  WS-ANT-MM          PIC 9(02).

       01  WS-FEC-AUX.
           03  WS-AUX-AAAA        PIC 9(04)   VALUE ZEROS.
           03  WS-AUX-MM          PIC 9(02)   VALUE ZEROS.
           03  WS-AUX-DD          PIC 9(02)   VALUE ZEROS.
       01  WS-FEC-AUX-N       REDEFINES WS-FEC-AUX PIC 9(08).

       01  WS-FEC-REN         PIC 9(08)   VALUE ZEROS.
       01  WS-FEC-REN-R       REDEFINES WS-FEC-REN.
           03  WS-REN-PERIODO     PIC 9(06).
           03  WS-REN-DD          PIC 9(02).

       01  WS-SW-RENFILE      PIC X(01)   VALUE 'N'.
           88  WS-RENFILE-DISPONIBLE       VALUE 'S'.
           88  WS-RENFILE-NO-DISPONIBLE    VALUE 'N'.

       01  WS-SW-HISFILE      PIC X(01)   VALUE 'N'.
           88  WS-HISFILE-DISPONIBLE       VALUE 'S'.
           88  WS-HISFILE-NO-DISPONIBLE    VALUE 'N'.

       01  WS-SW-CURSOR       PIC X(01)   VALUE 'N'.
           88  WS-CURSOR-ABIERTO           VALUE 'S'.
           88  WS-CURSOR-CERRADO           VALUE 'N'.

      * IMPORTES DE TRABAJO *
       01  AC-VALORIZADO      PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-VARIACION       PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-AUX             PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.

      * CONTADORES *
       77  CN-TOT-FOTOS       PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-PLAZOS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-MOVIM       PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-INTACC      PIC 9(07)   VALUE ZEROS.
       77  CN-INT-SIN-SUC     PIC 9(07)   VALUE ZEROS.
       77  CN-SIN-TASA        PIC 9(03)   VALUE ZEROS.

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
             INCLUDE TB99CLIE
           END-EXEC.

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-VIS-SALDO       PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-VIS-CUENTAS     PIC S9(9) USAGE COMP VALUE ZEROS.

      * DEPOSITOS A LA VISTA: SALDOS ACREEDORES POR SUCURSAL Y MONEDA *
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT SUCUEN, MONEDA, SUM(SALDO), COUNT(*)
               FROM ITPLZRY.TB99CUEN
               WHERE SALDO > 0
               GROUP BY SUCUEN, MONEDA
               ORDER BY SUCUEN ASC, MONEDA ASC
           END-EXEC.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-DESDE     PIC X(10)  VALUE SPACES.
       77  WS-MOV-HASTA     PIC X(10)  VALUE SPACES.
       77  WS-MOV-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-IMPORTE   PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-MOV-COD-01    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-02    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-03    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-04    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-05    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-06    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-07    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-08    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-09    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-10    PIC X(03)  VALUE SPACES.

      * SUCURSAL DEL DOCUMENTO DE LOS INTERESES DEVENGADOS (-1 = SIN *
      * CUENTAS) *******************************************************
       77  WS-ACC-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.

      * COMISIONES E INTERESES DEL MES POR SUCURSAL, MONEDA Y CODIGO *
      * (IMPORTE CON EL SIGNO DEL LIBRO: DEBITO NEGATIVO) *************
           EXEC SQL
             DECLARE CURSOR2 CURSOR FOR
             SELECT SUCUEN, MONEDA, CODMOV, SUM(IMPORTE)
               FROM ITPLZRY.TB99MOVI
               WHERE FECNEG BETWEEN :WS-MOV-DESDE AND :WS-MOV-HASTA
               AND CODMOV IN (:WS-MOV-COD-01, :WS-MOV-COD-02,
                              :WS-MOV-COD-03, :WS-MOV-COD-04,
                              :WS-MOV-COD-05, :WS-MOV-COD-06,
                              :WS-MOV-COD-07, :WS-MOV-COD-08,
                              :WS-MOV-COD-09, :WS-MOV-COD-10)
               GROUP BY SUCUEN, MONEDA, CODMOV
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
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(78)    VALUE SPACES.

       01  WS-TIT-SUCURSAL.
           03  FILLER        PIC X(36)    VALUE
               'RENTABILIDAD DE SUCURSAL - PERIODO '.
           03  WS-TSU-PERIODO PIC 9(06)   VALUE ZEROS.
           03  FILLER        PIC X(13)    VALUE ' - SUCURSAL '.
           03  WS-TSU-SUCURSAL PIC 9(03)  VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUB-FOTO.
           03  FILLER        PIC X(30)    VALUE
               'SUCURSAL  MONEDA     CUENTAS  '.
           03  FILLER        PIC X(30)    VALUE
               '          SALDO ACREEDOR      '.
           03  FILLER        PIC X(72)    VALUE SPACES.

       01  WS-REG-FOTO.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-FOT-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE SPACES.
           03  WS-FOT-MONEDA      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-FOT-CANTIDAD    PIC ZZZ.ZZ9  VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE SPACES.
           03  WS-FOT-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(82)    VALUE SPACES.

       01  WS-CAB-MONEDA.
           03  FILLER        PIC X(08)    VALUE 'MONEDA: '.
           03  WS-CAB-MONEDA-COD PIC 99   VALUE ZEROS.
           03  FILLER        PIC X(122)   VALUE SPACES.

       01  WS-REG-CONCEPTO.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-RCO-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-RCO-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCO-OBSERVAC    PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(37)    VALUE SPACES.

       01  WS-REG-PUESTO.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(18)    VALUE
               'PUESTO EN RANKING '.
           03  WS-RPU-PUESTO      PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE ' DE '.
           03  WS-RPU-CANTIDAD    PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(23)    VALUE
               '   MES ANTERIOR PUESTO '.
           03  WS-RPU-PUESTO-ANT  PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(74)    VALUE SPACES.

       01  WS-SUB-RANKING.
           03  FILLER        PIC X(30)    VALUE
               'PUESTO  SUC            DEPOSIT'.
           03  FILLER        PIC X(30)    VALUE
               'OS     MARGEN CONTRIBUCION    '.
           03  FILLER        PIC X(30)    VALUE
               '   MARGEN MES ANT. ANT        '.
           03  FILLER        PIC X(30)    VALUE
               '      VARIACION               '.
           03  FILLER        PIC X(12)    VALUE SPACES.

       01  WS-REG-RANKING.
           03  WS-RRK-PUESTO      PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(05)    VALUE SPACES.
           03  WS-RRK-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-RRK-DEPOSITOS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-RRK-MARGEN      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-RRK-MARGEN-ANT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-RRK-PUESTO-ANT  PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-RRK-VARIACION   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(29)    VALUE SPACES.
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

           IF WS-MODO-MENSUAL
              PERFORM 5000-I-RENTABILIDAD-MENSUAL
                 THRU 5000-F-RENTABILIDAD-MENSUAL
           ELSE
              PERFORM 2000-I-PROCESO
                 THRU 2000-F-PROCESO
                 UNTIL SQL-EOF OR SQL-NOK
           END-IF

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

           OPEN INPUT PARAMETROS.
           IF FS-OK-PAR
              READ PARAMETROS INTO WS-REG-PARAMETROS
           END-IF.
           CLOSE PARAMETROS.

           IF NOT WS-MODO-MENSUAL
              MOVE 'D' TO WS-PAR-MODO
           END-IF.
           IF WS-PAR-PERIODO IS NOT NUMERIC
              OR WS-PAR-PERIODO IS EQUAL ZEROS
              MOVE WS-HOY-PERIODO TO WS-PERIODO
           ELSE
              MOVE WS-PAR-PERIODO TO WS-PERIODO
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MENSUAL
                 PERFORM 1200-ABRIR-MENSUAL THRU 1200-F-ABRIR-MENSUAL
              WHEN OTHER
                 PERFORM 1100-ABRIR-DIARIO THRU 1100-F-ABRIR-DIARIO
           END-EVALUATE
           .
       1000-F-INICIO.
           EXIT.

      **************************************
      *  MODO DIARIO: FOTOS EN I-O Y       *
      *  CURSOR DE SALDOS A LA VISTA       *
      **************************************
       1100-ABRIR-DIARIO.
      *------------------*

           MOVE 'RENTABILIDAD - FOTO DIARIA DE DEPOSITOS AL   '
                TO WS-TIT-TEXTO.
           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUB-FOTO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           OPEN I-O RENDIA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-REN IS EQUAL '35'
              OPEN OUTPUT RENDIA
              IF FS-REN IS EQUAL '00'
                 CLOSE RENDIA
                 OPEN I-O RENDIA
              END-IF
           END-IF.
           IF FS-REN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RENDIA = ' FS-REN
              MOVE 9999 TO RETURN-CODE
              GO TO 1100-F-ABRIR-DIARIO
           END-IF.
           SET WS-RENFILE-DISPONIBLE TO TRUE.

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
           END-IF.

       1100-F-ABRIR-DIARIO.
           EXIT.

      **************************************
      *  MODO MENSUAL: FOTOS EN INPUT,     *
      *  HISTORIA EN I-O Y RANKING         *
      **************************************
       1200-ABRIR-MENSUAL.
      *-------------------*

           INITIALIZE WS-RSU-TABLA.

      * ULTIMO DIA DEL PERIODO = DIA ANTERIOR AL 1 DEL MES SIGUIENTE *
           MOVE WS-PER-AAAA TO WS-AUX-AAAA.
           MOVE 01          TO WS-AUX-DD.
           IF WS-PER-MM IS EQUAL 12
              ADD 1 TO WS-AUX-AAAA
              MOVE 01 TO WS-AUX-MM
           ELSE
              COMPUTE WS-AUX-MM = WS-PER-MM + 1
           END-IF.
           COMPUTE WS-ENTERO-FIN-PER =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-AUX-N).
           COMPUTE WS-ENTERO-FECHA = WS-ENTERO-FIN-PER - 1.
           COMPUTE WS-FEC-AUX-N =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           MOVE WS-AUX-DD TO WS-DIAS-MES.
           COMPUTE WS-ENTERO-INI-PER = WS-ENTERO-FIN-PER - WS-DIAS-MES.

           MOVE SPACES TO WS-MOV-DESDE WS-MOV-HASTA.
           STRING WS-PER-AAAA '-' WS-PER-MM '-01'
                  DELIMITED BY SIZE INTO WS-MOV-DESDE.
           STRING WS-AUX-AAAA '-' WS-AUX-MM '-' WS-AUX-DD
                  DELIMITED BY SIZE INTO WS-MOV-HASTA.

           IF WS-PER-MM IS EQUAL 01
              COMPUTE WS-ANT-AAAA = WS-PER-AAAA - 1
              MOVE 12 TO WS-ANT-MM
           ELSE
              MOVE WS-PER-AAAA TO WS-ANT-AAAA
              COMPUTE WS-ANT-MM = WS-PER-MM - 1
           END-IF.

           OPEN OUTPUT RANKING.
           IF FS-RNK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RANKING = ' FS-RNK
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-F-ABRIR-MENSUAL
           END-IF.

           OPEN INPUT RENDIA.
           IF FS-REN IS NOT EQUAL '00'
              DISPLAY '* FOTOS DIARIAS NO DISPONIBLES - RENDIA = '
                      FS-REN
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-F-ABRIR-MENSUAL
           END-IF.
           SET WS-RENFILE-DISPONIBLE TO TRUE.

           OPEN I-O RENHIS.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-RNH IS EQUAL '35'
              OPEN OUTPUT RENHIS
              IF FS-RNH IS EQUAL '00'
                 CLOSE RENHIS
                 OPEN I-O RENHIS
              END-IF
           END-IF.
           IF FS-RNH IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RENHIS = ' FS-RNH
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-F-ABRIR-MENSUAL
           END-IF.
           SET WS-HISFILE-DISPONIBLE TO TRUE.

       1200-F-ABRIR-MENSUAL.
           EXIT.

      **************************************
      *  MODO DIARIO: UNA SUCURSAL Y       *
      *  MONEDA POR FETCH A LA FOTO        *
      **************************************
       2000-I-PROCESO.
      *---------------*

           IF DB-CU-SUCUEN IS GREATER THAN 999
              OR DB-CU-SUCUEN IS LESS THAN ZEROS
              DISPLAY '* SUCURSAL FUERA DE RANGO = ' DB-CU-SUCUEN
              PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR
              GO TO 2000-F-PROCESO
           END-IF.

           MOVE SPACES          TO WS-REG-RENDIA.
           MOVE WS-FECHA-HOY-8  TO REN-FECHA.
           MOVE DB-CU-SUCUEN    TO REN-SUCURSAL.
           MOVE WS-CUE-MONEDA   TO REN-MONEDA.
           MOVE WS-VIS-SALDO    TO REN-SALDO.
           MOVE WS-VIS-CUENTAS  TO REN-CUENTAS.

           WRITE REG-RENDIA FROM WS-REG-RENDIA.
           IF FS-REN IS EQUAL '22'
              REWRITE REG-RENDIA FROM WS-REG-RENDIA
           END-IF.
           IF FS-REN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION RENDIA = ' FS-REN
                      ' CLAVE ' REN-CLAVE
              MOVE 9999 TO RETURN-CODE
           END-IF.
           ADD 1 TO CN-TOT-FOTOS.

           MOVE SPACES          TO WS-REG-FOTO.
           MOVE REN-SUCURSAL    TO WS-FOT-SUCURSAL.
           MOVE REN-MONEDA      TO WS-FOT-MONEDA.
           MOVE REN-CUENTAS     TO WS-FOT-CANTIDAD.
           MOVE REN-SALDO       TO WS-FOT-SALDO.
           WRITE REG-LISTADO FROM WS-REG-FOTO AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CU-SUCUEN,
                       :WS-CUE-MONEDA,
                       :WS-VIS-SALDO,
                       :WS-VIS-CUENTAS
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

      **************************************
      *  MODO MENSUAL: RENTABILIDAD,       *
      *  RANKING Y HOJAS POR SUCURSAL      *
      **************************************
       5000-I-RENTABILIDAD-MENSUAL.
      *----------------------------*

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-F-RENTABILIDAD-MENSUAL
           END-IF.

           INITIALIZE WS-DET-TABLA.
           MOVE 500 TO WS-DET-TOPE.

           PERFORM 5100-CARGAR-TASAS THRU 5100-F-CARGAR-TASAS.
           PERFORM 5200-CARGAR-FOTOS THRU 5200-F-CARGAR-FOTOS.

           IF CN-TOT-FOTOS IS EQUAL ZEROS
              DISPLAY '* SIN FOTOS DIARIAS PARA EL PERIODO ' WS-PERIODO
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-F-RENTABILIDAD-MENSUAL
           END-IF.

           PERFORM 5300-PLAZOS-FIJOS THRU 5300-F-PLAZOS-FIJOS.
           PERFORM 5400-MOVIMIENTOS THRU 5400-F-MOVIMIENTOS.
           PERFORM 5500-INTERESES-DEVENGADOS
                   THRU 5500-F-INTERESES-DEVENGADOS.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-F-RENTABILIDAD-MENSUAL
           END-IF.

           PERFORM 5600-CALCULAR-MARGEN THRU 5600-F-CALCULAR-MARGEN
                   VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > WS-DET-OCUP.

           PERFORM 5700-UBICAR-PUESTO THRU 5700-F-UBICAR-PUESTO
                   VARYING WS-RSU-IX FROM 1 BY 1
                   UNTIL WS-RSU-IX > 1000.

           PERFORM 5800-EMITIR-SUCURSAL THRU 5800-F-EMITIR-SUCURSAL
                   VARYING WS-RSU-IX FROM 1 BY 1
                   UNTIL WS-RSU-IX > 1000.

           PERFORM 5900-EMITIR-RANKING THRU 5900-F-EMITIR-RANKING.

       5000-F-RENTABILIDAD-MENSUAL.
           EXIT.

      ***** TASAS DE CIERRE (SIN ARCHIVO SOLO VALE LA MONEDA LOCAL) ***
       5100-CARGAR-TASAS.
      *------------------*

           OPEN INPUT TASAS.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* TASAS DE CIERRE AUSENTES - SOLO SE '
                      'VALORIZA LA MONEDA LOCAL'
              MOVE '10' TO FS-TAS
              GO TO 5100-F-CARGAR-TASAS
           END-IF.

           PERFORM 5150-LEER-TASA THRU 5150-F-LEER-TASA
                   UNTIL FS-TAS-EOF.

           CLOSE TASAS.

       5100-F-CARGAR-TASAS.
           EXIT.

       5150-LEER-TASA.
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

       5150-F-LEER-TASA.
           EXIT.

      ***** FOTOS DIARIAS DEL PERIODO: CADA DIA CON FOTO ARRASTRA EL **
      ***** SALDO DEL ANTERIOR HASTA EL; LOS DIAS PREVIOS A LA PRIMERA *
      ***** FOTO TOMAN EL SALDO DE ESA FOTO ****************************
       5200-CARGAR-FOTOS.
      *------------------*

           MOVE ZEROS       TO WS-DIA-ANT WS-DIA-PRIMERO.
           MOVE SPACES      TO WS-REG-RENDIA.
           MOVE WS-PERIODO  TO WS-REN-PERIODO.
           MOVE 01          TO WS-REN-DD.
           MOVE WS-FEC-REN  TO REN-FECHA.
           MOVE ZEROS       TO REN-SUCURSAL REN-MONEDA.
           MOVE REN-CLAVE   TO KEY-REN.

           START RENDIA KEY IS NOT LESS THAN KEY-REN
              INVALID KEY
                 MOVE '10' TO FS-REN
           END-START.

           PERFORM 5250-LEER-FOTO THRU 5250-F-LEER-FOTO
                   UNTIL FS-REN-EOF.

           IF WS-DIA-ANT IS EQUAL ZEROS
              GO TO 5200-F-CARGAR-FOTOS
           END-IF.

           COMPUTE WS-DIA-HASTA = WS-DIAS-MES + 1.
           PERFORM 5265-ARRASTRAR-SALDO THRU 5265-F-ARRASTRAR-SALDO
                   VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > WS-DET-OCUP.

           PERFORM 5290-PROMEDIAR-VISTA THRU 5290-F-PROMEDIAR-VISTA
                   VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > WS-DET-OCUP.

       5200-F-CARGAR-FOTOS.
           EXIT.

       5250-LEER-FOTO.
      *---------------*

           READ RENDIA NEXT RECORD INTO WS-REG-RENDIA.

           EVALUATE FS-REN
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 5250-F-LEER-FOTO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RENDIA = ' FS-REN
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-REN
                 GO TO 5250-F-LEER-FOTO
           END-EVALUATE.

           MOVE REN-FECHA TO WS-FEC-REN.
           IF WS-REN-PERIODO IS GREATER THAN WS-PERIODO
              MOVE '10' TO FS-REN
              GO TO 5250-F-LEER-FOTO
           END-IF.

           IF WS-REN-DD IS NOT EQUAL WS-DIA-ANT
              PERFORM 5260-CAMBIO-DE-DIA THRU 5260-F-CAMBIO-DE-DIA
           END-IF.

           MOVE REN-SUCURSAL TO WS-DET-BUS-SUC.
           MOVE REN-MONEDA   TO WS-DET-BUS-MON.
           PERFORM 6000-UBICAR-DETALLE THRU 6000-F-UBICAR-DETALLE.
           IF WS-DET-IX-MATCH IS EQUAL ZEROS
              GO TO 5250-F-LEER-FOTO
           END-IF.

           MOVE REN-SALDO TO WS-DET-ULT-VISTA(WS-DET-IX-MATCH).
           IF WS-REN-DD IS EQUAL WS-DIA-PRIMERO
              MOVE REN-SALDO TO WS-DET-PRI-VISTA(WS-DET-IX-MATCH)
           END-IF.
           ADD 1 TO CN-TOT-FOTOS.

       5250-F-LEER-FOTO.
           EXIT.

      ***** NUEVO DIA CON FOTO: LOS DIAS DESDE LA FOTO ANTERIOR SUMAN *
      ***** EL SALDO DE ESA FOTO; LA SUCURSAL QUE NO VIENE EN EL NUEVO *
      ***** DIA QUEDA CON SALDO CERO ***********************************
       5260-CAMBIO-DE-DIA.
      *-------------------*

           IF WS-DIA-ANT IS EQUAL ZEROS
              MOVE WS-REN-DD TO WS-DIA-PRIMERO
           ELSE
              MOVE WS-REN-DD TO WS-DIA-HASTA
              PERFORM 5265-ARRASTRAR-SALDO THRU 5265-F-ARRASTRAR-SALDO
                      VARYING WS-DET-IX FROM 1 BY 1
                      UNTIL WS-DET-IX > WS-DET-OCUP
           END-IF.

           MOVE WS-REN-DD TO WS-DIA-ANT.

       5260-F-CAMBIO-DE-DIA.
           EXIT.

       5265-ARRASTRAR-SALDO.
      *---------------------*

           COMPUTE WS-DET-SUMA-VISTA(WS-DET-IX) =
                   WS-DET-SUMA-VISTA(WS-DET-IX)
                 + WS-DET-ULT-VISTA(WS-DET-IX)
                 * (WS-DIA-HASTA - WS-DIA-ANT).
           MOVE ZEROS TO WS-DET-ULT-VISTA(WS-DET-IX).

       5265-F-ARRASTRAR-SALDO.
           EXIT.

       5290-PROMEDIAR-VISTA.
      *---------------------*

           COMPUTE WS-DET-SUMA-VISTA(WS-DET-IX) =
                   WS-DET-SUMA-VISTA(WS-DET-IX)
                 + WS-DET-PRI-VISTA(WS-DET-IX)
                 * (WS-DIA-PRIMERO - 1).
           COMPUTE WS-DET-PROM-VISTA(WS-DET-IX) ROUNDED =
                   WS-DET-SUMA-VISTA(WS-DET-IX) / WS-DIAS-MES.

       5290-F-PROMEDIAR-VISTA.
           EXIT.

      ***** PLAZOS FIJOS: CAPITAL PROMEDIO E INTERES DEL MES POR LOS **
      ***** DIAS DE VIGENCIA DEL CERTIFICADO DENTRO DEL PERIODO ********
       5300-PLAZOS-FIJOS.
      *------------------*

           OPEN INPUT PLAZO.
           IF FS-PLZ IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS FIJOS AUSENTE - STATUS = '
                      FS-PLZ
              GO TO 5300-F-PLAZOS-FIJOS
           END-IF.

           PERFORM 5350-LEER-PLAZO THRU 5350-F-LEER-PLAZO
                   UNTIL FS-PLZ-EOF.

           CLOSE PLAZO.

       5300-F-PLAZOS-FIJOS.
           EXIT.

       5350-LEER-PLAZO.
      *----------------*

           READ PLAZO NEXT RECORD INTO WS-REG-PLZ.

           EVALUATE FS-PLZ
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 5350-F-LEER-PLAZO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PLAZO = ' FS-PLZ
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-PLZ
                 GO TO 5350-F-LEER-PLAZO
           END-EVALUATE.

           IF PLZ-FEC-CONST IS NOT NUMERIC
              OR PLZ-FEC-VENC IS NOT NUMERIC
              OR PLZ-FEC-CONST IS EQUAL ZEROS
              OR PLZ-FEC-VENC IS EQUAL ZEROS
              GO TO 5350-F-LEER-PLAZO
           END-IF.

           COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE(PLZ-FEC-CONST).
           IF WS-ENTERO-DESDE IS LESS THAN WS-ENTERO-INI-PER
              MOVE WS-ENTERO-INI-PER TO WS-ENTERO-DESDE
           END-IF.
           COMPUTE WS-ENTERO-HASTA =
                   FUNCTION INTEGER-OF-DATE(PLZ-FEC-VENC).
           IF WS-ENTERO-HASTA IS GREATER THAN WS-ENTERO-FIN-PER
              MOVE WS-ENTERO-FIN-PER TO WS-ENTERO-HASTA
           END-IF.
           COMPUTE WS-DIAS-VIGENCIA = WS-ENTERO-HASTA - WS-ENTERO-DESDE.
           IF WS-DIAS-VIGENCIA IS NOT GREATER THAN ZEROS
              GO TO 5350-F-LEER-PLAZO
           END-IF.

           MOVE PLZ-SUCURSAL TO WS-DET-BUS-SUC.
           MOVE PLZ-MONEDA   TO WS-DET-BUS-MON.
           PERFORM 6000-UBICAR-DETALLE THRU 6000-F-UBICAR-DETALLE.
           IF WS-DET-IX-MATCH IS EQUAL ZEROS
              GO TO 5350-F-LEER-PLAZO
           END-IF.

           ADD 1 TO CN-TOT-PLAZOS.
           COMPUTE WS-DET-PROM-PLAZO(WS-DET-IX-MATCH) ROUNDED =
                   WS-DET-PROM-PLAZO(WS-DET-IX-MATCH)
                 + PLZ-CAPITAL * WS-DIAS-VIGENCIA / WS-DIAS-MES.
      * INTERES SIMPLE A LA TASA NOMINAL ANUAL, COMO EN PGMVPZ15 *
           COMPUTE WS-DET-INT-PAGADO(WS-DET-IX-MATCH) ROUNDED =
                   WS-DET-INT-PAGADO(WS-DET-IX-MATCH)
                 + PLZ-CAPITAL * PLZ-TASA * WS-DIAS-VIGENCIA / 36500.

       5350-F-LEER-PLAZO.
           EXIT.

      ***** COMISIONES E INTERESES DEL LIBRO DE MOVIMIENTOS ***********
       5400-MOVIMIENTOS.
      *-----------------*

           MOVE WS-PAR-CODMOV(01) TO WS-MOV-COD-01.
           MOVE WS-PAR-CODMOV(02) TO WS-MOV-COD-02.
           MOVE WS-PAR-CODMOV(03) TO WS-MOV-COD-03.
           MOVE WS-PAR-CODMOV(04) TO WS-MOV-COD-04.
           MOVE WS-PAR-CODMOV(05) TO WS-MOV-COD-05.
           MOVE WS-PAR-CODMOV(06) TO WS-MOV-COD-06.
           MOVE WS-PAR-CODMOV(07) TO WS-MOV-COD-07.
           MOVE WS-PAR-CODMOV(08) TO WS-MOV-COD-08.
           MOVE WS-PAR-CODMOV(09) TO WS-MOV-COD-09.
           MOVE WS-PAR-CODMOV(10) TO WS-MOV-COD-10.

           EXEC SQL
              OPEN CURSOR2
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 2    = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5400-F-MOVIMIENTOS
           END-IF.

           MOVE '00' TO FS-SQL.
           PERFORM 5450-FETCH-MOVIMIENTO THRU 5450-F-FETCH-MOVIMIENTO
                   UNTIL SQL-EOF OR SQL-NOK.

           EXEC SQL
              CLOSE CURSOR2
           END-EXEC.

       5400-F-MOVIMIENTOS.
           EXIT.

       5450-FETCH-MOVIMIENTO.
      *----------------------*

           EXEC SQL
              FETCH CURSOR2
                  INTO :WS-MOV-SUCUEN,
                       :WS-MOV-MONEDA,
                       :WS-MOV-CODMOV,
                       :WS-MOV-IMPORTE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 CONTINUE
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
                 GO TO 5450-F-FETCH-MOVIMIENTO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR 2: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 GO TO 5450-F-FETCH-MOVIMIENTO
           END-EVALUATE.

           IF WS-MOV-SUCUEN IS LESS THAN ZEROS
              GO TO 5450-F-FETCH-MOVIMIENTO
           END-IF.

           MOVE ZEROS TO WS-PAR-IX-MATCH.
           PERFORM 5460-BUSCAR-CODIGO THRU 5460-F-BUSCAR-CODIGO
                   VARYING WS-PAR-IX FROM 1 BY 1
                   UNTIL WS-PAR-IX > 10
                      OR WS-PAR-IX-MATCH > ZEROS.
           IF WS-PAR-IX-MATCH IS EQUAL ZEROS
              GO TO 5450-F-FETCH-MOVIMIENTO
           END-IF.

           MOVE WS-MOV-SUCUEN TO WS-DET-BUS-SUC.
           MOVE WS-MOV-MONEDA TO WS-DET-BUS-MON.
           PERFORM 6000-UBICAR-DETALLE THRU 6000-F-UBICAR-DETALLE.
           IF WS-DET-IX-MATCH IS EQUAL ZEROS
              GO TO 5450-F-FETCH-MOVIMIENTO
           END-IF.

           ADD 1 TO CN-TOT-MOVIM.

      * EL CARGO AL CLIENTE ES DEBITO (NEGATIVO) Y PARA LA SUCURSAL ES *
      * INGRESO; EL INTERES PAGADO ES CREDITO Y PARA LA SUCURSAL COSTO *
           EVALUATE TRUE
              WHEN WS-PAR-COMISION(WS-PAR-IX-MATCH)
                 SUBTRACT WS-MOV-IMPORTE
                     FROM WS-DET-COMISIONES(WS-DET-IX-MATCH)
              WHEN WS-PAR-INT-COBRADO(WS-PAR-IX-MATCH)
                 SUBTRACT WS-MOV-IMPORTE
                     FROM WS-DET-INT-COBRADO(WS-DET-IX-MATCH)
              WHEN WS-PAR-INT-PAGADO(WS-PAR-IX-MATCH)
                 ADD WS-MOV-IMPORTE
                  TO WS-DET-INT-PAGADO(WS-DET-IX-MATCH)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5450-F-FETCH-MOVIMIENTO.
           EXIT.

       5460-BUSCAR-CODIGO.
      *-------------------*

           IF WS-PAR-CODMOV(WS-PAR-IX) IS EQUAL WS-MOV-CODMOV
              MOVE WS-PAR-IX TO WS-PAR-IX-MATCH
           END-IF.

       5460-F-BUSCAR-CODIGO.
           EXIT.

      ***** INTERESES DEVENGADOS DEL PERIODO: VAN A LA SUCURSAL DE LA **
      ***** PRIMERA CUENTA DEL DOCUMENTO, EN MONEDA LOCAL **************
       5500-INTERESES-DEVENGADOS.
      *--------------------------*

           OPEN INPUT INTACC.
           IF FS-INT IS NOT EQUAL '00'
              DISPLAY '* DDINTACC NO DISPONIBLE - SIN INTERESES '
                      'DEVENGADOS'
              GO TO 5500-F-INTERESES-DEVENGADOS
           END-IF.

           PERFORM 5550-LEER-INTACC THRU 5550-F-LEER-INTACC
                   UNTIL FS-INT-EOF.

           CLOSE INTACC.

       5500-F-INTERESES-DEVENGADOS.
           EXIT.

       5550-LEER-INTACC.
      *-----------------*

           READ INTACC INTO WS-REG-INTACC.

           EVALUATE FS-INT
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 5550-F-LEER-INTACC
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA INTACC = ' FS-INT
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-INT
                 GO TO 5550-F-LEER-INTACC
           END-EVALUATE.

           IF INT-IMPORTE IS NOT NUMERIC
              GO TO 5550-F-LEER-INTACC
           END-IF.

           ADD 1 TO CN-TOT-INTACC.
           MOVE INT-TIPDOC TO DB-CL-TIPDOC.
           MOVE INT-NRODOC TO DB-CL-NRODOC.

           EXEC SQL
              SELECT VALUE(MIN(A.SUCUEN), -1)
                INTO :WS-ACC-SUCUEN
                FROM ITPLZRY.TB99CUEN A, ITPLZRY.TB99CLIE B
                WHERE B.TIPDOC = :DB-CL-TIPDOC
                AND B.NRODOC = :DB-CL-NRODOC
                AND A.NROCLI = B.NROCLI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR SUCURSAL DEL DOCUMENTO: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-INT
              GO TO 5550-F-LEER-INTACC
           END-IF.

           IF WS-ACC-SUCUEN IS LESS THAN ZEROS
              ADD 1 TO CN-INT-SIN-SUC
              DISPLAY '* INTERES SIN CUENTA EN EL BANCO - DOC '
                      INT-TIPDOC ' ' INT-NRODOC
              GO TO 5550-F-LEER-INTACC
           END-IF.

           MOVE WS-ACC-SUCUEN       TO WS-DET-BUS-SUC.
           MOVE WS-PAR-MONEDA-LOCAL TO WS-DET-BUS-MON.
           PERFORM 6000-UBICAR-DETALLE THRU 6000-F-UBICAR-DETALLE.
           IF WS-DET-IX-MATCH IS GREATER THAN ZEROS
              ADD INT-IMPORTE TO WS-DET-INT-PAGADO(WS-DET-IX-MATCH)
           END-IF.

       5550-F-LEER-INTACC.
           EXIT.

      ***** CREDITO FTP, MARGEN DE LA MONEDA Y TOTALES VALORIZADOS ****
      ***** DE LA SUCURSAL ********************************************
       5600-CALCULAR-MARGEN.
      *---------------------*

           MOVE ZEROS TO WS-TASA-FTP.
           PERFORM 5610-BUSCAR-FTP THRU 5610-F-BUSCAR-FTP
                   VARYING WS-PAR-IX FROM 1 BY 1
                   UNTIL WS-PAR-IX > 5.

           COMPUTE WS-DET-CREDITO-FTP(WS-DET-IX) ROUNDED =
                   (WS-DET-PROM-VISTA(WS-DET-IX)
                  + WS-DET-PROM-PLAZO(WS-DET-IX))
                 * WS-TASA-FTP * WS-DIAS-MES / 36500.

           COMPUTE WS-DET-MARGEN(WS-DET-IX) =
                   WS-DET-COMISIONES(WS-DET-IX)
                 + WS-DET-INT-COBRADO(WS-DET-IX)
                 + WS-DET-CREDITO-FTP(WS-DET-IX)
                 - WS-DET-INT-PAGADO(WS-DET-IX).

           IF WS-DET-MONEDA(WS-DET-IX) IS EQUAL WS-PAR-MONEDA-LOCAL
              MOVE 1 TO WS-TASA-ACTUAL
           ELSE
              MOVE ZEROS TO WS-TASA-ACTUAL
              PERFORM 5620-BUSCAR-TASA THRU 5620-F-BUSCAR-TASA
                      VARYING WS-TAS-IX FROM 1 BY 1
                      UNTIL WS-TAS-IX > WS-TAS-OCUP
              IF WS-TASA-ACTUAL IS EQUAL ZEROS
                 ADD 1 TO CN-SIN-TASA
                 DISPLAY '* MONEDA SIN TASA DE CIERRE = '
                         WS-DET-MONEDA(WS-DET-IX)
                 MOVE 1 TO WS-TASA-ACTUAL
              END-IF
           END-IF.

           COMPUTE WS-RSU-IX = WS-DET-SUCURSAL(WS-DET-IX) + 1.
           COMPUTE WS-RSU-DEPOSITOS(WS-RSU-IX) ROUNDED =
                   WS-RSU-DEPOSITOS(WS-RSU-IX)
                 + (WS-DET-PROM-VISTA(WS-DET-IX)
                  + WS-DET-PROM-PLAZO(WS-DET-IX)) * WS-TASA-ACTUAL.
           COMPUTE WS-RSU-INGRESOS(WS-RSU-IX) ROUNDED =
                   WS-RSU-INGRESOS(WS-RSU-IX)
                 + (WS-DET-COMISIONES(WS-DET-IX)
                  + WS-DET-INT-COBRADO(WS-DET-IX)
                  + WS-DET-CREDITO-FTP(WS-DET-IX)) * WS-TASA-ACTUAL.
           COMPUTE WS-RSU-COSTO(WS-RSU-IX) ROUNDED =
                   WS-RSU-COSTO(WS-RSU-IX)
                 + WS-DET-INT-PAGADO(WS-DET-IX) * WS-TASA-ACTUAL.
           COMPUTE WS-RSU-MARGEN(WS-RSU-IX) =
                   WS-RSU-INGRESOS(WS-RSU-IX) - WS-RSU-COSTO(WS-RSU-IX).

       5600-F-CALCULAR-MARGEN.
           EXIT.

       5610-BUSCAR-FTP.
      *----------------*

           IF WS-PAR-FTP-MONEDA(WS-PAR-IX) IS NUMERIC
              AND WS-PAR-FTP-TASA(WS-PAR-IX) IS NUMERIC
              AND WS-PAR-FTP-MONEDA(WS-PAR-IX) IS EQUAL
                  WS-DET-MONEDA(WS-DET-IX)
              MOVE WS-PAR-FTP-TASA(WS-PAR-IX) TO WS-TASA-FTP
           END-IF.

       5610-F-BUSCAR-FTP.
           EXIT.

       5620-BUSCAR-TASA.
      *-----------------*

           IF WS-TAS-MONEDA(WS-TAS-IX) IS EQUAL WS-DET-MONEDA(WS-DET-IX)
              MOVE WS-TAS-TASA(WS-TAS-IX) TO WS-TASA-ACTUAL
           END-IF.

       5620-F-BUSCAR-TASA.
           EXIT.

      ***** PUESTO EN EL RANKING (1 = MAYOR MARGEN; EL EMPATE COMPARTE*
      ***** PUESTO), MES ANTERIOR Y GRABACION DE LA HISTORIA **********
       5700-UBICAR-PUESTO.
      *-------------------*

           IF NOT WS-RSU-ACTIVA(WS-RSU-IX)
              GO TO 5700-F-UBICAR-PUESTO
           END-IF.

           MOVE 1 TO WS-RSU-PUESTO(WS-RSU-IX).
           PERFORM 5710-COMPARAR-MARGEN THRU 5710-F-COMPARAR-MARGEN
                   VARYING WS-RSU-IX-OTRA FROM 1 BY 1
                   UNTIL WS-RSU-IX-OTRA > 1000.

           COMPUTE WS-SUC-ACTUAL = WS-RSU-IX - 1.

           MOVE SPACES          TO WS-REG-RENHIS.
           MOVE WS-PERIODO-ANT  TO RNH-PERIODO.
           MOVE WS-SUC-ACTUAL   TO RNH-SUCURSAL.
           MOVE RNH-CLAVE       TO KEY-RNH.
           READ RENHIS INTO WS-REG-RENHIS.
           EVALUATE FS-RNH
              WHEN '00'
                 MOVE 'S'        TO WS-RSU-MARCA-ANT(WS-RSU-IX)
                 MOVE RNH-MARGEN TO WS-RSU-MARGEN-ANT(WS-RSU-IX)
                 MOVE RNH-PUESTO TO WS-RSU-PUESTO-ANT(WS-RSU-IX)
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RENHIS = ' FS-RNH
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

           MOVE SPACES                      TO WS-REG-RENHIS.
           MOVE WS-PERIODO                  TO RNH-PERIODO.
           MOVE WS-SUC-ACTUAL               TO RNH-SUCURSAL.
           MOVE WS-RSU-DEPOSITOS(WS-RSU-IX) TO RNH-DEPOSITOS.
           MOVE WS-RSU-INGRESOS(WS-RSU-IX)  TO RNH-INGRESOS.
           MOVE WS-RSU-COSTO(WS-RSU-IX)     TO RNH-COSTO.
           MOVE WS-RSU-MARGEN(WS-RSU-IX)    TO RNH-MARGEN.
           MOVE WS-RSU-PUESTO(WS-RSU-IX)    TO RNH-PUESTO.
           MOVE WS-RSU-CANT                 TO RNH-CANT-SUC.

           WRITE REG-RENHIS FROM WS-REG-RENHIS.
           IF FS-RNH IS EQUAL '22'
              REWRITE REG-RENHIS FROM WS-REG-RENHIS
           END-IF.
           IF FS-RNH IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION RENHIS = ' FS-RNH
                      ' CLAVE ' RNH-CLAVE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5700-F-UBICAR-PUESTO.
           EXIT.

       5710-COMPARAR-MARGEN.
      *---------------------*

           IF WS-RSU-ACTIVA(WS-RSU-IX-OTRA)
              AND WS-RSU-MARGEN(WS-RSU-IX-OTRA) IS GREATER THAN
                  WS-RSU-MARGEN(WS-RSU-IX)
              ADD 1 TO WS-RSU-PUESTO(WS-RSU-IX)
           END-IF.

       5710-F-COMPARAR-MARGEN.
           EXIT.

      ***** HOJA DE LA SUCURSAL: MARCA PARA EL PARTIDOR, UN BLOQUE ****
      ***** POR MONEDA Y EL TOTAL VALORIZADO CONTRA EL MES ANTERIOR ***
       5800-EMITIR-SUCURSAL.
      *---------------------*

           IF NOT WS-RSU-ACTIVA(WS-RSU-IX)
              GO TO 5800-F-EMITIR-SUCURSAL
           END-IF.

           COMPUTE WS-SUC-ACTUAL = WS-RSU-IX - 1.

           MOVE WS-SUC-ACTUAL TO WS-MARCA-SUC-NRO.
           WRITE REG-LISTADO FROM WS-REG-MARCA-SUC.
           MOVE WS-PERIODO    TO WS-TSU-PERIODO.
           MOVE WS-SUC-ACTUAL TO WS-TSU-SUCURSAL.
           WRITE REG-LISTADO FROM WS-TIT-SUCURSAL AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 5850-EMITIR-MONEDA THRU 5850-F-EMITIR-MONEDA
                   VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > WS-DET-OCUP.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'DEPOSITOS PROMEDIO (VALORIZADOS)' TO WS-RCO-TEXTO.
           MOVE WS-RSU-DEPOSITOS(WS-RSU-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'INGRESOS (VALORIZADOS)' TO WS-RCO-TEXTO.
           MOVE WS-RSU-INGRESOS(WS-RSU-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'INTERESES PAGADOS (VALORIZADOS)' TO WS-RCO-TEXTO.
           MOVE WS-RSU-COSTO(WS-RSU-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'MARGEN DE CONTRIBUCION' TO WS-RCO-TEXTO.
           MOVE WS-RSU-MARGEN(WS-RSU-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.

           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'MARGEN DEL MES ANTERIOR' TO WS-RCO-TEXTO.
           IF WS-RSU-CON-ANTERIOR(WS-RSU-IX)
              MOVE WS-RSU-MARGEN-ANT(WS-RSU-IX) TO WS-RCO-IMPORTE
           ELSE
              MOVE ZEROS TO WS-RCO-IMPORTE
              MOVE 'SIN DATOS DEL MES ANTERIOR' TO WS-RCO-OBSERVAC
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.

           IF WS-RSU-CON-ANTERIOR(WS-RSU-IX)
              COMPUTE AC-VARIACION = WS-RSU-MARGEN(WS-RSU-IX)
                                   - WS-RSU-MARGEN-ANT(WS-RSU-IX)
              MOVE SPACES TO WS-REG-CONCEPTO
              MOVE 'VARIACION CONTRA EL MES ANTERIOR' TO WS-RCO-TEXTO
              MOVE AC-VARIACION TO WS-RCO-IMPORTE
              WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1
           END-IF.

           MOVE SPACES TO WS-REG-PUESTO.
           MOVE WS-RSU-PUESTO(WS-RSU-IX)     TO WS-RPU-PUESTO.
           MOVE WS-RSU-CANT                  TO WS-RPU-CANTIDAD.
           MOVE WS-RSU-PUESTO-ANT(WS-RSU-IX) TO WS-RPU-PUESTO-ANT.
           WRITE REG-LISTADO FROM WS-REG-PUESTO AFTER 2.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5800-F-EMITIR-SUCURSAL.
           EXIT.

       5850-EMITIR-MONEDA.
      *-------------------*

           IF WS-DET-SUCURSAL(WS-DET-IX) IS NOT EQUAL WS-SUC-ACTUAL
              GO TO 5850-F-EMITIR-MONEDA
           END-IF.

           MOVE WS-DET-MONEDA(WS-DET-IX) TO WS-CAB-MONEDA-COD.
           WRITE REG-LISTADO FROM WS-CAB-MONEDA AFTER 2.

           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'DEPOSITOS A LA VISTA PROMEDIO' TO WS-RCO-TEXTO.
           MOVE WS-DET-PROM-VISTA(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'PLAZO FIJO PROMEDIO' TO WS-RCO-TEXTO.
           MOVE WS-DET-PROM-PLAZO(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'COMISIONES Y CARGOS' TO WS-RCO-TEXTO.
           MOVE WS-DET-COMISIONES(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'INTERESES DE DESCUBIERTO COBRADOS' TO WS-RCO-TEXTO.
           MOVE WS-DET-INT-COBRADO(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'CREDITO FTP SOBRE DEPOSITOS' TO WS-RCO-TEXTO.
           MOVE WS-DET-CREDITO-FTP(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'INTERESES PAGADOS' TO WS-RCO-TEXTO.
           MOVE WS-DET-INT-PAGADO(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.
           MOVE SPACES TO WS-REG-CONCEPTO.
           MOVE 'MARGEN EN LA MONEDA' TO WS-RCO-TEXTO.
           MOVE WS-DET-MARGEN(WS-DET-IX) TO WS-RCO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.

       5850-F-EMITIR-MONEDA.
           EXIT.

      ***** RANKING COMPLETO PARA LA GERENCIA, POR PUESTO *************
       5900-EMITIR-RANKING.
      *--------------------*

           MOVE 'RENTABILIDAD - RANKING DE SUCURSALES PERIODO '
                TO WS-TIT-TEXTO.
           MOVE WS-PERIODO TO WS-TIT-FECHA.
           WRITE REG-RANKING FROM WS-TITULO AFTER PAGE.
           WRITE REG-RANKING FROM WS-SEPARADOR AFTER 1.
           WRITE REG-RANKING FROM WS-SUB-RANKING AFTER 1.
           WRITE REG-RANKING FROM WS-SEPARADOR AFTER 1.

           PERFORM 5950-EMITIR-PUESTO THRU 5950-F-EMITIR-PUESTO
                   VARYING WS-PUESTO-IX FROM 1 BY 1
                   UNTIL WS-PUESTO-IX > WS-RSU-CANT.

           WRITE REG-RANKING FROM WS-SEPARADOR AFTER 1.

       5900-F-EMITIR-RANKING.
           EXIT.

       5950-EMITIR-PUESTO.
      *-------------------*

           PERFORM 5960-EMITIR-RENGLON THRU 5960-F-EMITIR-RENGLON
                   VARYING WS-RSU-IX FROM 1 BY 1
                   UNTIL WS-RSU-IX > 1000.

       5950-F-EMITIR-PUESTO.
           EXIT.

       5960-EMITIR-RENGLON.
      *--------------------*

           IF NOT WS-RSU-ACTIVA(WS-RSU-IX)
              OR WS-RSU-PUESTO(WS-RSU-IX) IS NOT EQUAL WS-PUESTO-IX
              GO TO 5960-F-EMITIR-RENGLON
           END-IF.

           MOVE SPACES TO WS-REG-RANKING.
           MOVE WS-RSU-PUESTO(WS-RSU-IX)    TO WS-RRK-PUESTO.
           COMPUTE WS-RRK-SUCURSAL = WS-RSU-IX - 1.
           MOVE WS-RSU-DEPOSITOS(WS-RSU-IX) TO WS-RRK-DEPOSITOS.
           MOVE WS-RSU-MARGEN(WS-RSU-IX)    TO WS-RRK-MARGEN.
           IF WS-RSU-CON-ANTERIOR(WS-RSU-IX)
              MOVE WS-RSU-MARGEN-ANT(WS-RSU-IX) TO WS-RRK-MARGEN-ANT
              MOVE WS-RSU-PUESTO-ANT(WS-RSU-IX) TO WS-RRK-PUESTO-ANT
              COMPUTE AC-VARIACION = WS-RSU-MARGEN(WS-RSU-IX)
                                   - WS-RSU-MARGEN-ANT(WS-RSU-IX)
              MOVE AC-VARIACION TO WS-RRK-VARIACION
           ELSE
              MOVE ZEROS TO WS-RRK-MARGEN-ANT WS-RRK-PUESTO-ANT
                            WS-RRK-VARIACION
           END-IF.

           WRITE REG-RANKING FROM WS-REG-RANKING AFTER 1.
           IF FS-RNK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RANKING = ' FS-RNK
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5960-F-EMITIR-RENGLON.
           EXIT.

      ***** UBICA (O AGREGA) LA SUCURSAL Y MONEDA EN LA TABLA *********
       6000-UBICAR-DETALLE.
      *--------------------*

           MOVE ZEROS TO WS-DET-IX-MATCH.

           IF WS-DET-BUS-SUC IS GREATER THAN 999
              DISPLAY '* SUCURSAL FUERA DE RANGO = ' WS-DET-BUS-SUC
              GO TO 6000-F-UBICAR-DETALLE
           END-IF.

           PERFORM 6010-COMPARAR-DETALLE THRU 6010-F-COMPARAR-DETALLE
                   VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > WS-DET-OCUP
                      OR WS-DET-IX-MATCH > ZEROS.

           IF WS-DET-IX-MATCH IS GREATER THAN ZEROS
              GO TO 6000-F-UBICAR-DETALLE
           END-IF.

           IF WS-DET-OCUP IS NOT LESS THAN WS-DET-TOPE
              DISPLAY '* TABLA DE SUCURSALES Y MONEDAS LLENA'
              MOVE 9999 TO RETURN-CODE
              GO TO 6000-F-UBICAR-DETALLE
           END-IF.

           ADD 1 TO WS-DET-OCUP.
           MOVE WS-DET-OCUP    TO WS-DET-IX-MATCH.
           MOVE WS-DET-BUS-SUC TO WS-DET-SUCURSAL(WS-DET-IX-MATCH).
           MOVE WS-DET-BUS-MON TO WS-DET-MONEDA(WS-DET-IX-MATCH).

           COMPUTE WS-RSU-IX = WS-DET-BUS-SUC + 1.
           IF NOT WS-RSU-ACTIVA(WS-RSU-IX)
              MOVE 'S' TO WS-RSU-MARCA(WS-RSU-IX)
              ADD 1 TO WS-RSU-CANT
           END-IF.

       6000-F-UBICAR-DETALLE.
           EXIT.

       6010-COMPARAR-DETALLE.
      *----------------------*

           IF WS-DET-SUCURSAL(WS-DET-IX) IS EQUAL WS-DET-BUS-SUC
              AND WS-DET-MONEDA(WS-DET-IX) IS EQUAL WS-DET-BUS-MON
              MOVE WS-DET-IX TO WS-DET-IX-MATCH
           END-IF.

       6010-F-COMPARAR-DETALLE.
           EXIT.

      **************************************
      *  CUERPO FINAL CIERRE DE FILES      *
      **************************************
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

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           CLOSE LISTADO.
           IF FS-LIS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-RENFILE-DISPONIBLE
              CLOSE RENDIA
           END-IF.

           IF WS-MODO-MENSUAL
              CLOSE RANKING
              IF WS-HISFILE-DISPONIBLE
                 CLOSE RENHIS
              END-IF
           END-IF.

           IF WS-MODO-MENSUAL
              DISPLAY 'PERIODO                     = ' WS-PERIODO
              DISPLAY 'FOTOS DIARIAS LEIDAS        = ' CN-TOT-FOTOS
              DISPLAY 'PLAZOS FIJOS DEL PERIODO    = ' CN-TOT-PLAZOS
              DISPLAY 'TOTALES DEL LIBRO           = ' CN-TOT-MOVIM
              DISPLAY 'INTERESES DEVENGADOS LEIDOS = ' CN-TOT-INTACC
              DISPLAY 'INTERESES SIN SUCURSAL      = ' CN-INT-SIN-SUC
              DISPLAY 'MONEDAS SIN TASA DE CIERRE  = ' CN-SIN-TASA
              DISPLAY 'SUCURSALES RANKEADAS        = ' WS-RSU-CANT
           ELSE
              DISPLAY 'FOTOS GRABADAS              = ' CN-TOT-FOTOS
           END-IF.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND CN-INT-SIN-SUC IS GREATER THAN ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRB15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-MENSUAL
              MOVE WS-RSU-CANT  TO RES-CANT-PROCESADOS
              COMPUTE RES-CANT-ERRORES = CN-INT-SIN-SUC + CN-SIN-TASA
           ELSE
              MOVE CN-TOT-FOTOS TO RES-CANT-PROCESADOS
              MOVE ZEROS        TO RES-CANT-ERRORES
           END-IF.
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
