       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVEF15.
      ********************************************************
      *                                                      *
      *   EFECTIVO MINIMO SOBRE DEPOSITOS POR MONEDA         *
      *            TP 35 - BATCH DB2 DE CONTROL              *
      *                                                      *
      ********************************************************
      *                                                      *
      * TESORERIA ARMABA LA EXIGENCIA DE EFECTIVO MINIMO EN  *
      * UNA PLANILLA A PARTIR DE LOS LISTADOS DE DB2@TP42.   *
      * EN MODO 'D' (DIARIO, DEFAULT) ESTE JOB GRABA LA FOTO *
      * DEL DIA EN DDEFMDIA: SALDOS ACREEDORES DE TB99CUEN   *
      * POR MONEDA Y TIPCUEN (VISTA) Y CAPITAL VIGENTE DEL   *
      * MAESTRO DE PLAZOS FIJOS DE PGMVPZ15 POR MONEDA Y     *
      * BANDA DE PLAZO RESIDUAL. EN MODO 'M' (CIERRE DEL     *
      * MES) PROMEDIA LAS FOTOS DE TODOS LOS DIAS CORRIDOS   *
      * DEL PERIODO (UN DIA SIN FOTO TOMA EL SALDO DEL DIA   *
      * ANTERIOR), APLICA LOS COEFICIENTES DE LA TABLA       *
      * DDCOEFIC, COMPARA LA EXIGENCIA CONTRA LA INTEGRACION *
      * INFORMADA (DDINTEGR) Y EMITE EL ARCHIVO REGULATORIO  *
      * DDREGEFM Y EL LISTADO DE POSICION DIA POR DIA. UN    *
      * DEFECTO DE INTEGRACION O UN CONCEPTO SIN COEFICIENTE *
      * DEJA RETURN-CODE 0004                                *
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

      *    FOTOS DIARIAS DE DEPOSITOS (CPEFMIN) *
           SELECT EFMDIA ASSIGN DDEFMDIA
                  FILE STATUS IS FS-EFM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-EFM.

      *    MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
           SELECT PLAZO ASSIGN DDPLAZO
                  FILE STATUS IS FS-PLZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-PLZ.

      *    TABLA DE COEFICIENTES POR MONEDA Y CONCEPTO *
           SELECT COEFIC ASSIGN DDCOEFIC
                  FILE STATUS IS FS-COE.

      *    INTEGRACION DIARIA INFORMADA (CUENTA CORRIENTE EN EL BCRA) *
           SELECT INTEGR ASSIGN DDINTEGR
                  FILE STATUS IS FS-INT.

      *    ARCHIVO REGULATORIO DE POSICION MENSUAL *
           SELECT REGEFM ASSIGN DDREGEFM
                  FILE STATUS IS FS-REG.

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

       01 REG-PARAMETROS      PIC X(07).

       FD EFMDIA.

       01  REG-EFMDIA.
           03  KEY-EFM             PIC X(13).
           03  FILLER              PIC X(37).

       FD PLAZO.

       01  REG-PLAZO.
           03  KEY-PLZ             PIC 9(08).
           03  FILLER              PIC X(72).

       FD COEFIC
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-COEFIC          PIC X(20).

       FD INTEGR
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-INTEGR          PIC X(40).

       FD REGEFM
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-REGEFM          PIC X(100).

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

       01  FS-EFM             PIC X(02)   VALUE SPACES.
           88  FS-EFM-OK                  VALUE '00'.
           88  FS-EFM-EOF                 VALUE '10'.

       01  FS-PLZ             PIC X(02)   VALUE SPACES.
           88  FS-PLZ-OK                  VALUE '00'.
           88  FS-PLZ-EOF                 VALUE '10'.

       01  FS-COE             PIC X(02)   VALUE SPACES.
           88  FS-COE-OK                  VALUE '00'.
           88  FS-COE-EOF                 VALUE '10'.

       01  FS-INT             PIC X(02)   VALUE SPACES.
           88  FS-INT-OK                  VALUE '00'.
           88  FS-INT-EOF                 VALUE '10'.

       01  FS-REG             PIC X(02)   VALUE SPACES.
           88  FS-REG-OK                  VALUE '00'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

           COPY CPEFMIN.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * MODO 'D' = FOTO DIARIA (DEFAULT), 'M' = POSICION MENSUAL;     *
      * PERIODO AAAAMM DEL CIERRE (CEROS = MES DE LA FECHA DE PROCESO) *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)      VALUE 'D'.
               88  WS-MODO-DIARIO             VALUE 'D'.
               88  WS-MODO-MENSUAL            VALUE 'M'.
           03  WS-PAR-PERIODO       PIC 9(06)      VALUE ZEROS.

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

      * BANDAS DE PLAZO RESIDUAL DEL PLAZO FIJO (DIAS HASTA EL        *
      * VENCIMIENTO): 01 HASTA 29, 02 HASTA 59, 03 HASTA 89, 04 HASTA *
      * 179, 05 HASTA 365, 06 MAS DE 365 ******************************
       01  WS-BANDAS-VALORES.
           03  FILLER             PIC 9(03)   VALUE 029.
           03  FILLER             PIC 9(03)   VALUE 059.
           03  FILLER             PIC 9(03)   VALUE 089.
           03  FILLER             PIC 9(03)   VALUE 179.
           03  FILLER             PIC 9(03)   VALUE 365.
           03  FILLER             PIC 9(03)   VALUE 999.
       01  WS-BANDAS REDEFINES WS-BANDAS-VALORES.
           03  WS-BANDA-HASTA     PIC 9(03)   OCCURS 6 TIMES.

       77  WS-BANDA-IX        PIC 9(02)   VALUE ZEROS.
       77  WS-BANDA-MATCH     PIC 9(02)   VALUE ZEROS.
       77  WS-DIAS-RESIDUAL   PIC S9(07)  VALUE ZEROS.

      * COEFICIENTE (PORCENTAJE) POR MONEDA, TIPO Y CODIGO DE CONCEPTO *
       01  WS-REG-COEF.
           03  COE-MONEDA         PIC 9(02).
           03  COE-TIPO           PIC X(01).
           03  COE-CODIGO         PIC 9(02).
           03  COE-COEFICIENTE    PIC 9(3)V9(4).
           03  FILLER             PIC X(08).

       01  WS-COE-TABLA.
           03  WS-COE-TOPE        PIC 9(03)   VALUE 60.
           03  WS-COE-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-COE-ENTRADA OCCURS 60 TIMES.
               05  WS-COE-MONEDA      PIC 9(02).
               05  WS-COE-TIPO        PIC X(01).
               05  WS-COE-CODIGO      PIC 9(02).
               05  WS-COE-COEF        PIC 9(3)V9(4).

       77  WS-COE-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-COE-IX-MATCH    PIC 9(03)   VALUE ZEROS.

      * INTEGRACION DIARIA INFORMADA POR MONEDA *
       01  WS-REG-INTEGR.
           03  INT-FECHA          PIC 9(08).
           03  INT-MONEDA         PIC 9(02).
           03  INT-SALDO          PIC 9(13)V99.
           03  FILLER             PIC X(15).

      * CONCEPTOS DEL PERIODO (V = VISTA, P = PLAZO, I = INTEGRACION) *
      * CON EL SALDO DE CADA DIA CORRIDO DEL MES ***********************
       01  WS-CON-TABLA.
           03  WS-CON-TOPE        PIC 9(03)   VALUE 80.
           03  WS-CON-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-CON-ENTRADA OCCURS 80 TIMES.
               05  WS-CON-MONEDA      PIC 9(02).
               05  WS-CON-TIPO        PIC X(01).
                   88  WS-CON-VISTA           VALUE 'V'.
                   88  WS-CON-PLAZO           VALUE 'P'.
                   88  WS-CON-INTEGRACION     VALUE 'I'.
               05  WS-CON-CODIGO      PIC 9(02).
               05  WS-CON-MON-IX      PIC 9(02).
               05  WS-CON-CANTIDAD    PIC 9(07).
               05  WS-CON-COEF        PIC 9(3)V9(4).
               05  WS-CON-STATUS-COEF PIC X(01).
                   88  WS-CON-CON-COEF        VALUE 'Y'.
                   88  WS-CON-SIN-COEF        VALUE 'N'.
               05  WS-CON-SUMA        PIC S9(15)V99 COMP-3.
               05  WS-CON-PROMEDIO    PIC S9(13)V99 COMP-3.
               05  WS-CON-EXIGENCIA   PIC S9(13)V99 COMP-3.
               05  WS-CON-PRIMER-DIA  PIC 9(02).
               05  WS-CON-DIA OCCURS 31 TIMES.
                   07  WS-CON-SALDO       PIC S9(13)V99 COMP-3.
                   07  WS-CON-INFORMADO   PIC X(01).

       77  WS-CON-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-CON-IX-MATCH    PIC 9(03)   VALUE ZEROS.
       77  WS-CON-BUS-MONEDA  PIC 9(02)   VALUE ZEROS.
       77  WS-CON-BUS-TIPO    PIC X(01)   VALUE SPACES.
       77  WS-CON-BUS-CODIGO  PIC 9(02)   VALUE ZEROS.

      * POSICION POR MONEDA: TOTALES DE CADA DIA Y DEL PERIODO *
       01  WS-MON-TABLA.
           03  WS-MON-TOPE        PIC 9(02)   VALUE 5.
           03  WS-MON-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-MON-ENTRADA OCCURS 5 TIMES.
               05  WS-MON-CODIGO      PIC 9(02).
               05  WS-MON-EXIGENCIA   PIC S9(13)V99 COMP-3.
               05  WS-MON-INTEGRACION PIC S9(13)V99 COMP-3.
               05  WS-MON-POSICION    PIC S9(13)V99 COMP-3.
               05  WS-MON-DIA OCCURS 31 TIMES.
                   07  WS-MON-VISTA       PIC S9(13)V99 COMP-3.
                   07  WS-MON-PLAZO       PIC S9(13)V99 COMP-3.
                   07  WS-MON-EXIG-DIA    PIC S9(13)V99 COMP-3.
                   07  WS-MON-INTEG-DIA   PIC S9(13)V99 COMP-3.
                   07  WS-MON-FOTO        PIC X(01).

       77  WS-MON-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-MON-IX-MATCH    PIC 9(02)   VALUE ZEROS.

      * DIAS DEL PERIODO *
       77  WS-DIA-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-DIA-PRIMERO     PIC 9(02)   VALUE ZEROS.
       77  WS-DIAS-MES        PIC 9(02)   VALUE ZEROS.
       77  WS-ENTERO-FECHA    PIC 9(08)   VALUE ZEROS.
       77  WS-ENTERO-HOY      PIC 9(08)   VALUE ZEROS.
       77  WS-AUX-IMPORTE     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-FECHA-HOY-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R     REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-PERIODO     PIC 9(06).
           03  WS-HOY-DD          PIC 9(02).

       01  WS-PERIODO         PIC 9(06)   VALUE ZEROS.
       01  WS-PERIODO-R       REDEFINES WS-PERIODO.
           03  WS-PER-AAAA        PIC 9(04).
           03  WS-PER-MM          PIC 9(02).

       01  WS-FEC-AUX.
           03  WS-AUX-AAAA        PIC 9(04)   VALUE ZEROS.
           03  WS-AUX-MM          PIC 9(02)   VALUE ZEROS.
           03  WS-AUX-DD          PIC 9(02)   VALUE ZEROS.
       01  WS-FEC-AUX-N       REDEFINES WS-FEC-AUX PIC 9(08).

       01  WS-FEC-EFM         PIC 9(08)   VALUE ZEROS.
       01  WS-FEC-EFM-R       REDEFINES WS-FEC-EFM.
           03  WS-EFM-PERIODO     PIC 9(06).
           03  WS-EFM-DD          PIC 9(02).

       01  WS-SW-CURSOR       PIC X(01)   VALUE 'N'.
           88  WS-CURSOR-ABIERTO           VALUE 'S'.
           88  WS-CURSOR-CERRADO           VALUE 'N'.

       01  WS-SW-EFMFILE      PIC X(01)   VALUE 'N'.
           88  WS-EFMFILE-DISPONIBLE       VALUE 'S'.
           88  WS-EFMFILE-NO-DISPONIBLE    VALUE 'N'.

       01  WS-SW-REGFILE      PIC X(01)   VALUE 'N'.
           88  WS-REGFILE-DISPONIBLE       VALUE 'S'.
           88  WS-REGFILE-NO-DISPONIBLE    VALUE 'N'.

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

      * DEPOSITOS A LA VISTA: SALDOS ACREEDORES POR MONEDA Y TIPCUEN **
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT MONEDA, TIPCUEN, SUM(SALDO), COUNT(*)
               FROM ITPLZRY.TB99CUEN
               WHERE SALDO > 0
               GROUP BY MONEDA, TIPCUEN
               ORDER BY MONEDA ASC, TIPCUEN ASC
           END-EXEC.

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-VIS-SALDO       PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-VIS-CUENTAS     PIC S9(9) USAGE COMP VALUE ZEROS.

      * REGISTRO REGULATORIO: 'D' CONCEPTO, 'P' POSICION DE LA MONEDA,*
      * 'T' TRAILER CON LA CANTIDAD DE REGISTROS ***********************
       01  WS-REG-REGEFM.
           03  REF-TIPO-REG       PIC X(01).
           03  REF-PERIODO        PIC 9(06).
           03  REF-MONEDA         PIC 9(02).
           03  REF-TIPO           PIC X(01).
           03  REF-CODIGO         PIC 9(02).
           03  REF-PROMEDIO       PIC 9(13)V99.
           03  REF-COEFICIENTE    PIC 9(3)V9(4).
           03  REF-EXIGENCIA      PIC 9(13)V99.
           03  REF-INTEGRACION    PIC 9(13)V99.
           03  REF-POSICION       PIC S9(13)V99.
           03  FILLER             PIC X(21).
       01  WS-REG-REGEFM-T    REDEFINES WS-REG-REGEFM.
           03  FILLER             PIC X(07).
           03  REF-CANT-REG       PIC 9(07).
           03  FILLER             PIC X(86).

      * CONTADORES *
       77  CN-TOT-CONCEPTOS   PIC 9(05)   VALUE ZEROS.
       77  CN-TOT-PLAZOS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-FOTOS       PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-INTEGR      PIC 9(05)   VALUE ZEROS.
       77  CN-TOT-REGEFM      PIC 9(07)   VALUE ZEROS.
       77  CN-SIN-COEF        PIC 9(03)   VALUE ZEROS.
       77  CN-DEFECTOS        PIC 9(03)   VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(46)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(78)    VALUE SPACES.

       01  WS-SUB-FOTO.
           03  FILLER        PIC X(30)    VALUE
               'MONEDA  CONCEPTO     CODIGO   '.
           03  FILLER        PIC X(30)    VALUE
               '  CUENTAS              SALDO  '.
           03  FILLER        PIC X(72)    VALUE SPACES.

       01  WS-REG-FOTO.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-FOT-MONEDA      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-FOT-CONCEPTO    PIC X(12)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-FOT-CODIGO      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-FOT-CANTIDAD    PIC ZZZ.ZZ9  VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-FOT-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(76)    VALUE SPACES.

       01  WS-CAB-MONEDA.
           03  FILLER        PIC X(08)    VALUE 'MONEDA: '.
           03  WS-CAB-MONEDA-COD PIC 99   VALUE ZEROS.
           03  FILLER        PIC X(12)    VALUE ' - PERIODO: '.
           03  WS-CAB-PERIODO PIC 9(06)   VALUE ZEROS.
           03  FILLER        PIC X(104)   VALUE SPACES.

       01  WS-SUB-DIA.
           03  FILLER        PIC X(10)    VALUE '  FECHA'.
           03  FILLER        PIC X(20)    VALUE '               VISTA'.
           03  FILLER        PIC X(20)    VALUE '         PLAZO FIJO'.
           03  FILLER        PIC X(20)    VALUE '     TOTAL DEPOSITOS'.
           03  FILLER        PIC X(20)    VALUE '           EXIGENCIA'.
           03  FILLER        PIC X(20)    VALUE '         INTEGRACION'.
           03  FILLER        PIC X(20)    VALUE '            POSICION'.
           03  FILLER        PIC X(02)    VALUE SPACES.

       01  WS-REG-DIA.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DIA-FECHA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DIA-VISTA       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DIA-PLAZO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DIA-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DIA-EXIGENCIA   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DIA-INTEGRACION PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DIA-POSICION    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.

       01  WS-SUB-CONCEPTO.
           03  FILLER        PIC X(30)    VALUE
               '  CONCEPTO         CODIGO     '.
           03  FILLER        PIC X(30)    VALUE
               '    SALDO PROMEDIO    COEF. % '.
           03  FILLER        PIC X(30)    VALUE
               '         EXIGENCIA  OBSERVAC. '.
           03  FILLER        PIC X(42)    VALUE SPACES.

       01  WS-REG-CONCEPTO.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCO-CONCEPTO    PIC X(12)    VALUE SPACES.
           03  FILLER             PIC X(06)    VALUE SPACES.
           03  WS-RCO-CODIGO      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-RCO-PROMEDIO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCO-COEF        PIC ZZ9,9999 VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCO-EXIGENCIA   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCO-OBSERVAC    PIC X(16)    VALUE SPACES.
           03  FILLER             PIC X(38)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-TOT-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-TOT-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-TOT-ALERTA      PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(49)    VALUE SPACES.

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
              PERFORM 5000-I-POSICION-MENSUAL
                 THRU 5000-F-POSICION-MENSUAL
           ELSE
              PERFORM 2000-I-PROCESO
                 THRU 2000-F-PROCESO
                 UNTIL SQL-EOF OR SQL-NOK
              PERFORM 3000-I-PLAZOS-FIJOS
                 THRU 3000-F-PLAZOS-FIJOS
              PERFORM 4000-I-GRABAR-FOTO
                 THRU 4000-F-GRABAR-FOTO
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

           OPEN OUTPUT SALIDA.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SAL
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

           MOVE 'EFECTIVO MINIMO - FOTO DIARIA DE DEPOSITOS AL '
                TO WS-TIT-TEXTO.
           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-SALIDA FROM WS-TITULO AFTER PAGE.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
           WRITE REG-SALIDA FROM WS-SUB-FOTO AFTER 1.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.

           OPEN I-O EFMDIA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-EFM IS EQUAL '35'
              OPEN OUTPUT EFMDIA
              IF FS-EFM IS EQUAL '00'
                 CLOSE EFMDIA
                 OPEN I-O EFMDIA
              END-IF
           END-IF.
           IF FS-EFM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EFMDIA = ' FS-EFM
              MOVE 9999 TO RETURN-CODE
              GO TO 1100-F-ABRIR-DIARIO
           END-IF.
           SET WS-EFMFILE-DISPONIBLE TO TRUE.

           COMPUTE WS-ENTERO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8).

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
      *  MODO MENSUAL: FOTOS EN INPUT Y    *
      *  ARCHIVO REGULATORIO               *
      **************************************
       1200-ABRIR-MENSUAL.
      *-------------------*

           MOVE 'EFECTIVO MINIMO - POSICION MENSUAL - PERIODO  '
                TO WS-TIT-TEXTO.
           MOVE WS-PERIODO TO WS-TIT-FECHA.
           WRITE REG-SALIDA FROM WS-TITULO AFTER PAGE.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.

      * ULTIMO DIA DEL PERIODO = DIA ANTERIOR AL 1 DEL MES SIGUIENTE *
           MOVE WS-PER-AAAA TO WS-AUX-AAAA.
           MOVE 01          TO WS-AUX-DD.
           IF WS-PER-MM IS EQUAL 12
              ADD 1 TO WS-AUX-AAAA
              MOVE 01 TO WS-AUX-MM
           ELSE
              COMPUTE WS-AUX-MM = WS-PER-MM + 1
           END-IF.
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-AUX-N) - 1.
           COMPUTE WS-FEC-AUX-N =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           MOVE WS-AUX-DD TO WS-DIAS-MES.

           OPEN INPUT EFMDIA.
           IF FS-EFM IS NOT EQUAL '00'
              DISPLAY '* FOTOS DIARIAS NO DISPONIBLES - EFMDIA = '
                      FS-EFM
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-F-ABRIR-MENSUAL
           END-IF.
           SET WS-EFMFILE-DISPONIBLE TO TRUE.

           OPEN OUTPUT REGEFM.
           IF FS-REG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGEFM = ' FS-REG
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-F-ABRIR-MENSUAL
           END-IF.
           SET WS-REGFILE-DISPONIBLE TO TRUE.

       1200-F-ABRIR-MENSUAL.
           EXIT.

      **************************************
      *  MODO DIARIO: UN CONCEPTO DE VISTA *
      *  (MONEDA Y TIPCUEN) POR FETCH      *
      **************************************
       2000-I-PROCESO.
      *---------------*

           MOVE WS-CUE-MONEDA  TO WS-CON-BUS-MONEDA.
           MOVE 'V'            TO WS-CON-BUS-TIPO.
           MOVE DB-CU-TIPCUEN  TO WS-CON-BUS-CODIGO.
           PERFORM 6000-UBICAR-CONCEPTO THRU 6000-F-UBICAR-CONCEPTO.

           IF WS-CON-IX-MATCH IS GREATER THAN ZEROS
              ADD WS-VIS-SALDO   TO WS-CON-SUMA(WS-CON-IX-MATCH)
              ADD WS-VIS-CUENTAS TO WS-CON-CANTIDAD(WS-CON-IX-MATCH)
           END-IF.

           PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :WS-CUE-MONEDA,
                       :DB-CU-TIPCUEN,
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
      *  MODO DIARIO: CAPITAL VIGENTE DE   *
      *  PLAZOS FIJOS POR BANDA RESIDUAL   *
      **************************************
       3000-I-PLAZOS-FIJOS.
      *--------------------*

           IF RETURN-CODE IS NOT EQUAL ZEROS
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

           EVALUATE FS-PLZ
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 3100-F-LEER-PLAZO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PLAZO = ' FS-PLZ
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-PLZ
                 GO TO 3100-F-LEER-PLAZO
           END-EVALUATE.

           IF NOT PLZ-VIGENTE
              OR PLZ-FEC-VENC IS NOT NUMERIC
              OR PLZ-FEC-VENC IS EQUAL ZEROS
              GO TO 3100-F-LEER-PLAZO
           END-IF.

           COMPUTE WS-DIAS-RESIDUAL =
                   FUNCTION INTEGER-OF-DATE(PLZ-FEC-VENC)
                 - WS-ENTERO-HOY.
           IF WS-DIAS-RESIDUAL IS LESS THAN ZEROS
              MOVE ZEROS TO WS-DIAS-RESIDUAL
           END-IF.

           MOVE ZEROS TO WS-BANDA-MATCH.
           PERFORM 3200-BUSCAR-BANDA THRU 3200-F-BUSCAR-BANDA
                   VARYING WS-BANDA-IX FROM 1 BY 1
                   UNTIL WS-BANDA-IX > 6
                      OR WS-BANDA-MATCH > ZEROS.
           IF WS-BANDA-MATCH IS EQUAL ZEROS
              MOVE 6 TO WS-BANDA-MATCH
           END-IF.

           MOVE PLZ-MONEDA     TO WS-CON-BUS-MONEDA.
           MOVE 'P'            TO WS-CON-BUS-TIPO.
           MOVE WS-BANDA-MATCH TO WS-CON-BUS-CODIGO.
           PERFORM 6000-UBICAR-CONCEPTO THRU 6000-F-UBICAR-CONCEPTO.

           IF WS-CON-IX-MATCH IS GREATER THAN ZEROS
              ADD PLZ-CAPITAL TO WS-CON-SUMA(WS-CON-IX-MATCH)
              ADD 1           TO WS-CON-CANTIDAD(WS-CON-IX-MATCH)
              ADD 1           TO CN-TOT-PLAZOS
           END-IF.

       3100-F-LEER-PLAZO.
           EXIT.

       3200-BUSCAR-BANDA.
      *------------------*

           IF WS-DIAS-RESIDUAL IS NOT GREATER THAN
              WS-BANDA-HASTA(WS-BANDA-IX)
              MOVE WS-BANDA-IX TO WS-BANDA-MATCH
           END-IF.

       3200-F-BUSCAR-BANDA.
           EXIT.

      **************************************
      *  MODO DIARIO: GRABA LA FOTO DEL    *
      *  DIA (EL RERUN LA REEMPLAZA)       *
      **************************************
       4000-I-GRABAR-FOTO.
      *-------------------*

           IF RETURN-CODE IS NOT EQUAL ZEROS
              DISPLAY '* FOTO DEL DIA NO GRABADA POR ERRORES PREVIOS'
              GO TO 4000-F-GRABAR-FOTO
           END-IF.

           PERFORM 4100-GRABAR-CONCEPTO THRU 4100-F-GRABAR-CONCEPTO
                   VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-OCUP.

       4000-F-GRABAR-FOTO.
           EXIT.

       4100-GRABAR-CONCEPTO.
      *---------------------*

           MOVE SPACES                    TO WS-REG-EFMIN.
           MOVE WS-FECHA-HOY-8            TO EFM-FECHA.
           MOVE WS-CON-MONEDA(WS-CON-IX)  TO EFM-MONEDA.
           MOVE WS-CON-TIPO(WS-CON-IX)    TO EFM-TIPO.
           MOVE WS-CON-CODIGO(WS-CON-IX)  TO EFM-CODIGO.
           MOVE WS-CON-SUMA(WS-CON-IX)    TO EFM-SALDO.
           MOVE WS-CON-CANTIDAD(WS-CON-IX) TO EFM-CANTIDAD.

           WRITE REG-EFMDIA FROM WS-REG-EFMIN.
           IF FS-EFM IS EQUAL '22'
              REWRITE REG-EFMDIA FROM WS-REG-EFMIN
           END-IF.
           IF FS-EFM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION EFMDIA = ' FS-EFM
                      ' CLAVE ' EFM-CLAVE
              MOVE 9999 TO RETURN-CODE
           END-IF.
           ADD 1 TO CN-TOT-FOTOS.

           MOVE SPACES                     TO WS-REG-FOTO.
           MOVE EFM-MONEDA                 TO WS-FOT-MONEDA.
           IF EFM-VISTA
              MOVE 'VISTA TIPO'            TO WS-FOT-CONCEPTO
           ELSE
              MOVE 'PLAZO BANDA'           TO WS-FOT-CONCEPTO
           END-IF.
           MOVE EFM-CODIGO                 TO WS-FOT-CODIGO.
           MOVE EFM-CANTIDAD               TO WS-FOT-CANTIDAD.
           MOVE EFM-SALDO                  TO WS-FOT-SALDO.
           WRITE REG-SALIDA FROM WS-REG-FOTO AFTER 1.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

       4100-F-GRABAR-CONCEPTO.
           EXIT.

      **************************************
      *  MODO MENSUAL: PROMEDIOS, EXIGENCIA*
      *  E INTEGRACION DEL PERIODO         *
      **************************************
       5000-I-POSICION-MENSUAL.
      *------------------------*

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-F-POSICION-MENSUAL
           END-IF.

           PERFORM 5100-CARGAR-COEFICIENTES
                   THRU 5100-F-CARGAR-COEFICIENTES.
           PERFORM 5200-CARGAR-FOTOS THRU 5200-F-CARGAR-FOTOS.
           PERFORM 5300-CARGAR-INTEGRACION
                   THRU 5300-F-CARGAR-INTEGRACION.

           IF CN-TOT-FOTOS IS EQUAL ZEROS
              DISPLAY '* SIN FOTOS DIARIAS PARA EL PERIODO ' WS-PERIODO
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-F-POSICION-MENSUAL
           END-IF.

           PERFORM 5400-COMPLETAR-DIAS THRU 5400-F-COMPLETAR-DIAS
                   VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-OCUP.

           PERFORM 5500-CALCULAR-CONCEPTO
                   THRU 5500-F-CALCULAR-CONCEPTO
                   VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-OCUP.

           PERFORM 5700-INFORMAR-MONEDA THRU 5700-F-INFORMAR-MONEDA
                   VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-MON-OCUP.

           MOVE SPACES        TO WS-REG-REGEFM.
           MOVE 'T'           TO REF-TIPO-REG.
           MOVE WS-PERIODO    TO REF-PERIODO.
           MOVE CN-TOT-REGEFM TO REF-CANT-REG.
           PERFORM 5900-GRABAR-REGEFM THRU 5900-F-GRABAR-REGEFM.

       5000-F-POSICION-MENSUAL.
           EXIT.

      ***** TABLA DE COEFICIENTES (SIN TABLA TODO QUEDA SIN COEF.) ****
       5100-CARGAR-COEFICIENTES.
      *-------------------------*

           OPEN INPUT COEFIC.
           IF FS-COE IS NOT EQUAL '00'
              DISPLAY '* TABLA DE COEFICIENTES AUSENTE - STATUS = '
                      FS-COE
              GO TO 5100-F-CARGAR-COEFICIENTES
           END-IF.

           PERFORM 5150-LEER-COEFICIENTE THRU 5150-F-LEER-COEFICIENTE
                   UNTIL FS-COE-EOF.

           CLOSE COEFIC.

       5100-F-CARGAR-COEFICIENTES.
           EXIT.

       5150-LEER-COEFICIENTE.
      *----------------------*

           READ COEFIC INTO WS-REG-COEF.

           EVALUATE FS-COE
              WHEN '00'
                 IF WS-COE-OCUP IS LESS THAN WS-COE-TOPE
                    AND COE-COEFICIENTE IS NUMERIC
                    ADD 1 TO WS-COE-OCUP
                    MOVE COE-MONEDA      TO WS-COE-MONEDA(WS-COE-OCUP)
                    MOVE COE-TIPO        TO WS-COE-TIPO(WS-COE-OCUP)
                    MOVE COE-CODIGO      TO WS-COE-CODIGO(WS-COE-OCUP)
                    MOVE COE-COEFICIENTE TO WS-COE-COEF(WS-COE-OCUP)
                 ELSE
                    DISPLAY '* COEFICIENTE DESCARTADO = ' WS-REG-COEF
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA COEFIC = ' FS-COE
                 MOVE '10' TO FS-COE
           END-EVALUATE.

       5150-F-LEER-COEFICIENTE.
           EXIT.

      ***** FOTOS DIARIAS DEL PERIODO *********************************
       5200-CARGAR-FOTOS.
      *------------------*

           MOVE SPACES      TO WS-REG-EFMIN.
           MOVE WS-PERIODO  TO WS-EFM-PERIODO.
           MOVE 01          TO WS-EFM-DD.
           MOVE WS-FEC-EFM  TO EFM-FECHA.
           MOVE ZEROS       TO EFM-MONEDA EFM-CODIGO.
           MOVE EFM-CLAVE   TO KEY-EFM.

           START EFMDIA KEY IS NOT LESS THAN KEY-EFM
              INVALID KEY
                 MOVE '10' TO FS-EFM
           END-START.

           PERFORM 5250-LEER-FOTO THRU 5250-F-LEER-FOTO
                   UNTIL FS-EFM-EOF.

       5200-F-CARGAR-FOTOS.
           EXIT.

       5250-LEER-FOTO.
      *---------------*

           READ EFMDIA NEXT RECORD INTO WS-REG-EFMIN.

           EVALUATE FS-EFM
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 5250-F-LEER-FOTO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA EFMDIA = ' FS-EFM
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-EFM
                 GO TO 5250-F-LEER-FOTO
           END-EVALUATE.

           MOVE EFM-FECHA TO WS-FEC-EFM.
           IF WS-EFM-PERIODO IS GREATER THAN WS-PERIODO
              MOVE '10' TO FS-EFM
              GO TO 5250-F-LEER-FOTO
           END-IF.

           MOVE EFM-MONEDA  TO WS-CON-BUS-MONEDA.
           MOVE EFM-TIPO    TO WS-CON-BUS-TIPO.
           MOVE EFM-CODIGO  TO WS-CON-BUS-CODIGO.
           PERFORM 6000-UBICAR-CONCEPTO THRU 6000-F-UBICAR-CONCEPTO.
           IF WS-CON-IX-MATCH IS EQUAL ZEROS
              GO TO 5250-F-LEER-FOTO
           END-IF.

           MOVE WS-EFM-DD TO WS-DIA-IX.
           MOVE EFM-SALDO TO WS-CON-SALDO(WS-CON-IX-MATCH, WS-DIA-IX).
           MOVE 'S'  TO WS-CON-INFORMADO(WS-CON-IX-MATCH, WS-DIA-IX).
           MOVE EFM-CANTIDAD TO WS-CON-CANTIDAD(WS-CON-IX-MATCH).
           ADD 1 TO CN-TOT-FOTOS.

      * UN DIA CON FOTO INFORMA TODOS LOS CONCEPTOS DE SU MONEDA: EL  *
      * QUE NO VINO ESE DIA TENIA SALDO CERO ***************************
           MOVE WS-CON-MON-IX(WS-CON-IX-MATCH) TO WS-MON-IX-MATCH.
           MOVE 'S' TO WS-MON-FOTO(WS-MON-IX-MATCH, WS-DIA-IX).

       5250-F-LEER-FOTO.
           EXIT.

      ***** INTEGRACION INFORMADA DEL PERIODO *************************
       5300-CARGAR-INTEGRACION.
      *------------------------*

           OPEN INPUT INTEGR.
           IF FS-INT IS NOT EQUAL '00'
              DISPLAY '* INTEGRACION INFORMADA AUSENTE - STATUS = '
                      FS-INT
              GO TO 5300-F-CARGAR-INTEGRACION
           END-IF.

           PERFORM 5350-LEER-INTEGRACION THRU 5350-F-LEER-INTEGRACION
                   UNTIL FS-INT-EOF.

           CLOSE INTEGR.

       5300-F-CARGAR-INTEGRACION.
           EXIT.

       5350-LEER-INTEGRACION.
      *----------------------*

           READ INTEGR INTO WS-REG-INTEGR.

           EVALUATE FS-INT
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 5350-F-LEER-INTEGRACION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA INTEGR = ' FS-INT
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-INT
                 GO TO 5350-F-LEER-INTEGRACION
           END-EVALUATE.

           MOVE INT-FECHA TO WS-FEC-EFM.
           IF WS-EFM-PERIODO IS NOT EQUAL WS-PERIODO
              OR WS-EFM-DD IS LESS THAN 01
              OR WS-EFM-DD IS GREATER THAN WS-DIAS-MES
              OR INT-SALDO IS NOT NUMERIC
              GO TO 5350-F-LEER-INTEGRACION
           END-IF.

           MOVE INT-MONEDA  TO WS-CON-BUS-MONEDA.
           MOVE 'I'         TO WS-CON-BUS-TIPO.
           MOVE ZEROS       TO WS-CON-BUS-CODIGO.
           PERFORM 6000-UBICAR-CONCEPTO THRU 6000-F-UBICAR-CONCEPTO.
           IF WS-CON-IX-MATCH IS EQUAL ZEROS
              GO TO 5350-F-LEER-INTEGRACION
           END-IF.

           MOVE WS-EFM-DD TO WS-DIA-IX.
           MOVE INT-SALDO TO WS-CON-SALDO(WS-CON-IX-MATCH, WS-DIA-IX).
           MOVE 'S'  TO WS-CON-INFORMADO(WS-CON-IX-MATCH, WS-DIA-IX).
           ADD 1 TO CN-TOT-INTEGR.

       5350-F-LEER-INTEGRACION.
           EXIT.

      ***** DIAS SIN FOTO (NO HABILES O SIN CORRIDA): TOMAN EL SALDO **
      ***** DEL DIA ANTERIOR; LOS PRIMEROS DEL MES, EL DEL PRIMER DIA *
      ***** INFORMADO *************************************************
       5400-COMPLETAR-DIAS.
      *--------------------*

           MOVE WS-CON-MON-IX(WS-CON-IX) TO WS-MON-IX-MATCH.
           IF NOT WS-CON-INTEGRACION(WS-CON-IX)
              PERFORM 5405-MARCAR-DIA-FOTO THRU 5405-F-MARCAR-DIA-FOTO
                      VARYING WS-DIA-IX FROM 1 BY 1
                      UNTIL WS-DIA-IX > WS-DIAS-MES
           END-IF.

           MOVE ZEROS TO WS-CON-PRIMER-DIA(WS-CON-IX).
           PERFORM 5410-BUSCAR-PRIMER-DIA THRU 5410-F-BUSCAR-PRIMER-DIA
                   VARYING WS-DIA-IX FROM 1 BY 1
                   UNTIL WS-DIA-IX > WS-DIAS-MES
                      OR WS-CON-PRIMER-DIA(WS-CON-IX) > ZEROS.

           IF WS-CON-PRIMER-DIA(WS-CON-IX) IS EQUAL ZEROS
              GO TO 5400-F-COMPLETAR-DIAS
           END-IF.

           MOVE WS-CON-PRIMER-DIA(WS-CON-IX) TO WS-DIA-PRIMERO.
           PERFORM 5420-ARRASTRAR-SALDO THRU 5420-F-ARRASTRAR-SALDO
                   VARYING WS-DIA-IX FROM 1 BY 1
                   UNTIL WS-DIA-IX > WS-DIAS-MES.

       5400-F-COMPLETAR-DIAS.
           EXIT.

       5405-MARCAR-DIA-FOTO.
      *---------------------*

           IF WS-MON-FOTO(WS-MON-IX-MATCH, WS-DIA-IX) IS EQUAL 'S'
              MOVE 'S' TO WS-CON-INFORMADO(WS-CON-IX, WS-DIA-IX)
           END-IF.

       5405-F-MARCAR-DIA-FOTO.
           EXIT.

       5410-BUSCAR-PRIMER-DIA.
      *-----------------------*

           IF WS-CON-INFORMADO(WS-CON-IX, WS-DIA-IX) IS EQUAL 'S'
              MOVE WS-DIA-IX TO WS-CON-PRIMER-DIA(WS-CON-IX)
           END-IF.

       5410-F-BUSCAR-PRIMER-DIA.
           EXIT.

       5420-ARRASTRAR-SALDO.
      *---------------------*

           IF WS-CON-INFORMADO(WS-CON-IX, WS-DIA-IX) IS EQUAL 'S'
              GO TO 5420-F-ARRASTRAR-SALDO
           END-IF.

           IF WS-DIA-IX IS LESS THAN WS-DIA-PRIMERO
              MOVE WS-CON-SALDO(WS-CON-IX, WS-DIA-PRIMERO)
                TO WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
           ELSE
              MOVE WS-CON-SALDO(WS-CON-IX, WS-DIA-IX - 1)
                TO WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
           END-IF.

       5420-F-ARRASTRAR-SALDO.
           EXIT.

      ***** PROMEDIO Y EXIGENCIA DEL CONCEPTO; TOTALES DIARIOS DE LA **
      ***** MONEDA ****************************************************
       5500-CALCULAR-CONCEPTO.
      *-----------------------*

           MOVE ZEROS TO WS-CON-SUMA(WS-CON-IX).
           MOVE WS-CON-MON-IX(WS-CON-IX) TO WS-MON-IX-MATCH.

           PERFORM 5510-SUMAR-DIA THRU 5510-F-SUMAR-DIA
                   VARYING WS-DIA-IX FROM 1 BY 1
                   UNTIL WS-DIA-IX > WS-DIAS-MES.

           COMPUTE WS-CON-PROMEDIO(WS-CON-IX) ROUNDED =
                   WS-CON-SUMA(WS-CON-IX) / WS-DIAS-MES.

           IF WS-CON-INTEGRACION(WS-CON-IX)
              MOVE WS-CON-PROMEDIO(WS-CON-IX)
                TO WS-MON-INTEGRACION(WS-MON-IX-MATCH)
              GO TO 5500-F-CALCULAR-CONCEPTO
           END-IF.

           COMPUTE WS-CON-EXIGENCIA(WS-CON-IX) ROUNDED =
                   WS-CON-PROMEDIO(WS-CON-IX)
                 * WS-CON-COEF(WS-CON-IX) / 100.
           ADD WS-CON-EXIGENCIA(WS-CON-IX)
            TO WS-MON-EXIGENCIA(WS-MON-IX-MATCH).

       5500-F-CALCULAR-CONCEPTO.
           EXIT.

       5510-SUMAR-DIA.
      *---------------*

           ADD WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
            TO WS-CON-SUMA(WS-CON-IX).

           EVALUATE TRUE
              WHEN WS-CON-INTEGRACION(WS-CON-IX)
                 ADD WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
                  TO WS-MON-INTEG-DIA(WS-MON-IX-MATCH, WS-DIA-IX)
                 GO TO 5510-F-SUMAR-DIA
              WHEN WS-CON-VISTA(WS-CON-IX)
                 ADD WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
                  TO WS-MON-VISTA(WS-MON-IX-MATCH, WS-DIA-IX)
              WHEN OTHER
                 ADD WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
                  TO WS-MON-PLAZO(WS-MON-IX-MATCH, WS-DIA-IX)
           END-EVALUATE.

           COMPUTE WS-AUX-IMPORTE ROUNDED =
                   WS-CON-SALDO(WS-CON-IX, WS-DIA-IX)
                 * WS-CON-COEF(WS-CON-IX) / 100.
           ADD WS-AUX-IMPORTE
            TO WS-MON-EXIG-DIA(WS-MON-IX-MATCH, WS-DIA-IX).

       5510-F-SUMAR-DIA.
           EXIT.

      ***** LISTADO Y ARCHIVO REGULATORIO DE UNA MONEDA ***************
       5700-INFORMAR-MONEDA.
      *---------------------*

           MOVE WS-MON-CODIGO(WS-MON-IX) TO WS-CAB-MONEDA-COD.
           MOVE WS-PERIODO               TO WS-CAB-PERIODO.
           WRITE REG-SALIDA FROM WS-CAB-MONEDA AFTER 2.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
           WRITE REG-SALIDA FROM WS-SUB-DIA AFTER 1.

           PERFORM 5710-IMPRIMIR-DIA THRU 5710-F-IMPRIMIR-DIA
                   VARYING WS-DIA-IX FROM 1 BY 1
                   UNTIL WS-DIA-IX > WS-DIAS-MES.

           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
           WRITE REG-SALIDA FROM WS-SUB-CONCEPTO AFTER 1.

           PERFORM 5720-INFORMAR-CONCEPTO
                   THRU 5720-F-INFORMAR-CONCEPTO
                   VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-OCUP.

           COMPUTE WS-MON-POSICION(WS-MON-IX) =
                   WS-MON-INTEGRACION(WS-MON-IX)
                 - WS-MON-EXIGENCIA(WS-MON-IX).

           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
           MOVE SPACES TO WS-REG-TOTAL.
           MOVE 'EXIGENCIA DEL PERIODO' TO WS-TOT-TEXTO.
           MOVE WS-MON-EXIGENCIA(WS-MON-IX) TO WS-TOT-IMPORTE.
           WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 1.
           MOVE 'INTEGRACION PROMEDIO INFORMADA' TO WS-TOT-TEXTO.
           MOVE WS-MON-INTEGRACION(WS-MON-IX) TO WS-TOT-IMPORTE.
           WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 1.
           MOVE 'POSICION (INTEGRACION - EXIGENCIA)' TO WS-TOT-TEXTO.
           MOVE WS-MON-POSICION(WS-MON-IX) TO WS-TOT-IMPORTE.
           IF WS-MON-POSICION(WS-MON-IX) IS LESS THAN ZEROS
              MOVE 'DEFECTO' TO WS-TOT-ALERTA
              ADD 1 TO CN-DEFECTOS
              DISPLAY '* ALERTA - DEFECTO DE EFECTIVO MINIMO - MONEDA '
                      WS-MON-CODIGO(WS-MON-IX)
           ELSE
              MOVE 'EXCEDENTE' TO WS-TOT-ALERTA
           END-IF.
           WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 1.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SALIDA = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           MOVE SPACES                   TO WS-REG-REGEFM.
           MOVE 'P'                      TO REF-TIPO-REG.
           MOVE WS-PERIODO               TO REF-PERIODO.
           MOVE WS-MON-CODIGO(WS-MON-IX) TO REF-MONEDA.
           MOVE ZEROS                    TO REF-CODIGO REF-PROMEDIO
                                            REF-COEFICIENTE.
           MOVE WS-MON-EXIGENCIA(WS-MON-IX)   TO REF-EXIGENCIA.
           MOVE WS-MON-INTEGRACION(WS-MON-IX) TO REF-INTEGRACION.
           MOVE WS-MON-POSICION(WS-MON-IX)    TO REF-POSICION.
           PERFORM 5900-GRABAR-REGEFM THRU 5900-F-GRABAR-REGEFM.

       5700-F-INFORMAR-MONEDA.
           EXIT.

       5710-IMPRIMIR-DIA.
      *------------------*

           MOVE WS-PERIODO TO WS-EFM-PERIODO.
           MOVE WS-DIA-IX  TO WS-EFM-DD.
           MOVE WS-FEC-EFM TO WS-DIA-FECHA.
           MOVE WS-MON-VISTA(WS-MON-IX, WS-DIA-IX) TO WS-DIA-VISTA.
           MOVE WS-MON-PLAZO(WS-MON-IX, WS-DIA-IX) TO WS-DIA-PLAZO.
           COMPUTE WS-AUX-IMPORTE =
                   WS-MON-VISTA(WS-MON-IX, WS-DIA-IX)
                 + WS-MON-PLAZO(WS-MON-IX, WS-DIA-IX).
           MOVE WS-AUX-IMPORTE TO WS-DIA-TOTAL.
           MOVE WS-MON-EXIG-DIA(WS-MON-IX, WS-DIA-IX)
             TO WS-DIA-EXIGENCIA.
           MOVE WS-MON-INTEG-DIA(WS-MON-IX, WS-DIA-IX)
             TO WS-DIA-INTEGRACION.
           COMPUTE WS-AUX-IMPORTE =
                   WS-MON-INTEG-DIA(WS-MON-IX, WS-DIA-IX)
                 - WS-MON-EXIG-DIA(WS-MON-IX, WS-DIA-IX).
           MOVE WS-AUX-IMPORTE TO WS-DIA-POSICION.

           WRITE REG-SALIDA FROM WS-REG-DIA AFTER 1.

       5710-F-IMPRIMIR-DIA.
           EXIT.

       5720-INFORMAR-CONCEPTO.
      *-----------------------*

           IF WS-CON-MON-IX(WS-CON-IX) IS NOT EQUAL WS-MON-IX
              OR WS-CON-INTEGRACION(WS-CON-IX)
              GO TO 5720-F-INFORMAR-CONCEPTO
           END-IF.

           MOVE SPACES TO WS-REG-CONCEPTO.
           IF WS-CON-VISTA(WS-CON-IX)
              MOVE 'VISTA TIPO'  TO WS-RCO-CONCEPTO
           ELSE
              MOVE 'PLAZO BANDA' TO WS-RCO-CONCEPTO
           END-IF.
           MOVE WS-CON-CODIGO(WS-CON-IX)    TO WS-RCO-CODIGO.
           MOVE WS-CON-PROMEDIO(WS-CON-IX)  TO WS-RCO-PROMEDIO.
           MOVE WS-CON-COEF(WS-CON-IX)      TO WS-RCO-COEF.
           MOVE WS-CON-EXIGENCIA(WS-CON-IX) TO WS-RCO-EXIGENCIA.
           IF WS-CON-SIN-COEF(WS-CON-IX)
              MOVE 'SIN COEFICIENTE' TO WS-RCO-OBSERVAC
           END-IF.
           WRITE REG-SALIDA FROM WS-REG-CONCEPTO AFTER 1.

           MOVE SPACES                      TO WS-REG-REGEFM.
           MOVE 'D'                         TO REF-TIPO-REG.
           MOVE WS-PERIODO                  TO REF-PERIODO.
           MOVE WS-CON-MONEDA(WS-CON-IX)    TO REF-MONEDA.
           MOVE WS-CON-TIPO(WS-CON-IX)      TO REF-TIPO.
           MOVE WS-CON-CODIGO(WS-CON-IX)    TO REF-CODIGO.
           MOVE WS-CON-PROMEDIO(WS-CON-IX)  TO REF-PROMEDIO.
           MOVE WS-CON-COEF(WS-CON-IX)      TO REF-COEFICIENTE.
           MOVE WS-CON-EXIGENCIA(WS-CON-IX) TO REF-EXIGENCIA.
           MOVE ZEROS                       TO REF-INTEGRACION
                                               REF-POSICION.
           PERFORM 5900-GRABAR-REGEFM THRU 5900-F-GRABAR-REGEFM.

       5720-F-INFORMAR-CONCEPTO.
           EXIT.

       5900-GRABAR-REGEFM.
      *-------------------*

           WRITE REG-REGEFM FROM WS-REG-REGEFM.
           IF FS-REG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGEFM = ' FS-REG
              MOVE 9999 TO RETURN-CODE
           END-IF.
           ADD 1 TO CN-TOT-REGEFM.

       5900-F-GRABAR-REGEFM.
           EXIT.

      ***** CONCEPTO DE LA TABLA (ALTA SI ES NUEVO, CON SU MONEDA Y ***
      ***** SU COEFICIENTE) *******************************************
       6000-UBICAR-CONCEPTO.
      *---------------------*

           MOVE ZEROS TO WS-CON-IX-MATCH.

           PERFORM 6010-COMPARAR-CONCEPTO THRU 6010-F-COMPARAR-CONCEPTO
                   VARYING WS-CON-IX FROM 1 BY 1
                   UNTIL WS-CON-IX > WS-CON-OCUP
                      OR WS-CON-IX-MATCH > ZEROS.

           IF WS-CON-IX-MATCH IS GREATER THAN ZEROS
              GO TO 6000-F-UBICAR-CONCEPTO
           END-IF.

           MOVE ZEROS TO WS-MON-IX-MATCH.
           PERFORM 6020-COMPARAR-MONEDA THRU 6020-F-COMPARAR-MONEDA
                   VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-MON-OCUP
                      OR WS-MON-IX-MATCH > ZEROS.

           IF WS-MON-IX-MATCH IS EQUAL ZEROS
              IF WS-MON-OCUP IS NOT LESS THAN WS-MON-TOPE
                 DISPLAY '* TABLA DE MONEDAS LLENA - MONEDA '
                         WS-CON-BUS-MONEDA
                 MOVE 9999 TO RETURN-CODE
                 GO TO 6000-F-UBICAR-CONCEPTO
              END-IF
              ADD 1 TO WS-MON-OCUP
              MOVE WS-MON-OCUP TO WS-MON-IX-MATCH
              INITIALIZE WS-MON-ENTRADA(WS-MON-IX-MATCH)
              MOVE WS-CON-BUS-MONEDA TO WS-MON-CODIGO(WS-MON-IX-MATCH)
           END-IF.

           IF WS-CON-OCUP IS NOT LESS THAN WS-CON-TOPE
              DISPLAY '* TABLA DE CONCEPTOS LLENA - MONEDA '
                      WS-CON-BUS-MONEDA ' CONCEPTO ' WS-CON-BUS-TIPO
                      WS-CON-BUS-CODIGO
              MOVE 9999 TO RETURN-CODE
              GO TO 6000-F-UBICAR-CONCEPTO
           END-IF.

           ADD 1 TO WS-CON-OCUP.
           ADD 1 TO CN-TOT-CONCEPTOS.
           MOVE WS-CON-OCUP TO WS-CON-IX-MATCH.
           INITIALIZE WS-CON-ENTRADA(WS-CON-IX-MATCH).
           MOVE WS-CON-BUS-MONEDA TO WS-CON-MONEDA(WS-CON-IX-MATCH).
           MOVE WS-CON-BUS-TIPO   TO WS-CON-TIPO(WS-CON-IX-MATCH).
           MOVE WS-CON-BUS-CODIGO TO WS-CON-CODIGO(WS-CON-IX-MATCH).
           MOVE WS-MON-IX-MATCH   TO WS-CON-MON-IX(WS-CON-IX-MATCH).

           IF NOT WS-MODO-MENSUAL
              OR WS-CON-INTEGRACION(WS-CON-IX-MATCH)
              GO TO 6000-F-UBICAR-CONCEPTO
           END-IF.

           MOVE ZEROS TO WS-COE-IX-MATCH.
           PERFORM 6030-COMPARAR-COEF THRU 6030-F-COMPARAR-COEF
                   VARYING WS-COE-IX FROM 1 BY 1
                   UNTIL WS-COE-IX > WS-COE-OCUP
                      OR WS-COE-IX-MATCH > ZEROS.

           IF WS-COE-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-COE-COEF(WS-COE-IX-MATCH)
                TO WS-CON-COEF(WS-CON-IX-MATCH)
              SET WS-CON-CON-COEF(WS-CON-IX-MATCH) TO TRUE
           ELSE
              SET WS-CON-SIN-COEF(WS-CON-IX-MATCH) TO TRUE
              ADD 1 TO CN-SIN-COEF
              DISPLAY '* CONCEPTO SIN COEFICIENTE - MONEDA '
                      WS-CON-BUS-MONEDA ' CONCEPTO ' WS-CON-BUS-TIPO
                      WS-CON-BUS-CODIGO
           END-IF.

       6000-F-UBICAR-CONCEPTO.
           EXIT.

       6010-COMPARAR-CONCEPTO.
      *-----------------------*

           IF WS-CON-MONEDA(WS-CON-IX) IS EQUAL WS-CON-BUS-MONEDA
              AND WS-CON-TIPO(WS-CON-IX) IS EQUAL WS-CON-BUS-TIPO
              AND WS-CON-CODIGO(WS-CON-IX) IS EQUAL WS-CON-BUS-CODIGO
              MOVE WS-CON-IX TO WS-CON-IX-MATCH
           END-IF.

       6010-F-COMPARAR-CONCEPTO.
           EXIT.

       6020-COMPARAR-MONEDA.
      *---------------------*

           IF WS-MON-CODIGO(WS-MON-IX) IS EQUAL WS-CON-BUS-MONEDA
              MOVE WS-MON-IX TO WS-MON-IX-MATCH
           END-IF.

       6020-F-COMPARAR-MONEDA.
           EXIT.

       6030-COMPARAR-COEF.
      *-------------------*

           IF WS-COE-MONEDA(WS-COE-IX) IS EQUAL WS-CON-BUS-MONEDA
              AND WS-COE-TIPO(WS-COE-IX) IS EQUAL WS-CON-BUS-TIPO
              AND WS-COE-CODIGO(WS-COE-IX) IS EQUAL WS-CON-BUS-CODIGO
              MOVE WS-COE-IX TO WS-COE-IX-MATCH
           END-IF.

       6030-F-COMPARAR-COEF.
           EXIT.

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

           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.

           CLOSE SALIDA.
           IF FS-SAL NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE SALIDA = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-EFMFILE-DISPONIBLE
              CLOSE EFMDIA
           END-IF.

           IF WS-REGFILE-DISPONIBLE
              CLOSE REGEFM
              IF FS-REG NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE REGEFM = ' FS-REG
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'MODO DE CORRIDA             = ' WS-PAR-MODO.
           DISPLAY 'CONCEPTOS                   = ' CN-TOT-CONCEPTOS.
           DISPLAY 'PLAZOS FIJOS VIGENTES       = ' CN-TOT-PLAZOS.
           DISPLAY 'FOTOS GRABADAS / LEIDAS     = ' CN-TOT-FOTOS.
           DISPLAY 'DIAS DE INTEGRACION LEIDOS  = ' CN-TOT-INTEGR.
           DISPLAY 'REGISTROS REGULATORIOS      = ' CN-TOT-REGEFM.
           DISPLAY 'CONCEPTOS SIN COEFICIENTE   = ' CN-SIN-COEF.
           DISPLAY 'MONEDAS EN DEFECTO          = ' CN-DEFECTOS.

      * DEFECTO DE INTEGRACION O CONCEPTO SIN COEFICIENTE: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (CN-DEFECTOS IS GREATER THAN ZEROS
                   OR CN-SIN-COEF IS GREATER THAN ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVEF15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-CONCEPTOS TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = CN-DEFECTOS + CN-SIN-COEF.
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
