       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVFG15.
      ********************************************************
      *                                                      *
      *   FUGA DE CLIENTES: REGISTRO DE BAJAS, INFORME       *
      *   MENSUAL Y ALERTA TEMPRANA POR SUCURSAL             *
      *            TP 35 - BATCH DB2 DE CONTROL              *
      *                                                      *
      ********************************************************
      *                                                      *
      * LAS BAJAS DE CLIENTE QUEDABAN SOLO COMO UNA FECBAJA  *
      * EN TB99CLIE (CARGADA POR LA NOVEDAD BA DE DB2@TP40,  *
      * POR DB2@TP33 O POR LA FUSION DE PGMVMG15, CADA UNO   *
      * CON SU FORMATO) Y NADIE MEDIA CUANTOS CLIENTES SE    *
      * PERDIAN NI POR QUE. ESTE JOB MENSUAL:                *
      *  - REGISTRA EN DDBAJAS (CPBAJAS) CADA DOCUMENTO CON  *
      *    FECBAJA QUE TODAVIA NO ESTABA, CON EL PERIODO EN  *
      *    QUE SE DETECTO, LA SUCURSAL DE SU PRIMERA CUENTA, *
      *    SEGMENTO, EDAD (FECNAC) Y ANTIGUEDAD (FECHA DE    *
      *    ALTA DEL LEGAJO DDKYC). LA PRIMERA CORRIDA SE     *
      *    HACE CON CARGA INICIAL 'S': LAS BAJAS HISTORICAS  *
      *    QUEDAN CON PERIODO EN CEROS Y NO SE INFORMAN      *
      *  - DEDUCE EL MOTIVO: FALLECIMIENTO (FECFALL), FUSION *
      *    DE CLIENTES (JOURNAL DDAUDIT DE PGMVMG15, NO ES   *
      *    FUGA), RECLAMO RECIBIDO EN LOS 12 MESES PREVIOS   *
      *    (DDRECLAM, PGMVRQ15) O SIN MOTIVO INFORMADO       *
      *  - INFORMA EN DDLISTA LAS BAJAS DEL PERIODO POR      *
      *    SUCURSAL Y SEGMENTO, LA TASA DE FUGA POR SEGMENTO *
      *    (BAJAS / ACTIVOS + BAJAS) Y LA APERTURA POR       *
      *    MOTIVO, FRANJA DE EDAD Y FRANJA DE ANTIGUEDAD     *
      *  - ARMA LA ALERTA TEMPRANA DE CLIENTES ACTIVOS CUYO  *
      *    SALDO CONSOLIDADO CAYO MAS DEL PORCENTAJE DE      *
      *    PARAMETROS EN TRES MESES (FOTOS DDSNAPBA DE       *
      *    DB2-TP39 DEL CIERRE DEL MES Y DE TRES MESES       *
      *    ATRAS, QUE GUARDA EL JCL DE CIERRE) O QUE VENIAN  *
      *    COBRANDO HABERES Y EN EL PERIODO NO SE ACREDITO   *
      *    NINGUNO                                           *
      * LAS BAJAS Y LAS ALERTAS SALEN EN DDALEFUG POR        *
      * SUCURSAL CON LA MARCA '*SUC* NNN' PARA EL PARTIDOR   *
      * PGMVBU15. SIN LAS FOTOS DE SALDO EL JOB TERMINA CON  *
      * RC 0004                                              *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    INFORME DE FUGA DEL BANCO *
           SELECT LISTADO ASSIGN DDLISTA
                  FILE STATUS IS FS-LIS.

      *    BAJAS Y ALERTAS POR SUCURSAL *
           SELECT ALERTA ASSIGN DDALEFUG
                  FILE STATUS IS FS-ALE.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

      *    REGISTRO DE BAJAS DE CLIENTES (CPBAJAS) *
           SELECT BAJAS ASSIGN DDBAJAS
                  FILE STATUS IS FS-BAJ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-BAJAS.

      *    JOURNAL DE AUDITORIA DEL MES (CPAUDIT) *
           SELECT AUDITORIA ASSIGN DDAUDIT
                  FILE STATUS IS FS-AUD.

      *    MAESTRO DE RECLAMOS (CPRECLAM) *
           SELECT RECLAM ASSIGN DDRECLAM
                  FILE STATUS IS FS-RCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-RECLAM.

      *    LEGAJO DE CONOCIMIENTO DEL CLIENTE (CPKYC) - OPCIONAL *
           SELECT KYC ASSIGN DDKYC
                  FILE STATUS IS FS-KYC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-KYC.

      *    FOTOS DE SALDOS DE DB2-TP39: CIERRE DEL MES Y TRES MESES  *
      *    ATRAS, AMBAS POR NROCLI *
           SELECT FOTOACT ASSIGN DDSNAPAC
                  FILE STATUS IS FS-FAC.

           SELECT FOTOT3 ASSIGN DDSNAPT3
                  FILE STATUS IS FS-FT3.

      *    TRABAJO: BAJAS Y ALERTAS ORDENADAS POR SUCURSAL *
           SELECT FUGWRK ASSIGN DDFUGWRK
                  FILE STATUS IS FS-FGW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-FUGWRK.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-LISTADO        PIC X(132).

       FD  ALERTA
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-ALERTA         PIC X(132).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(13).

       FD BAJAS.

       01  REG-BAJAS.
           03  KEY-BAJAS           PIC X(13).
           03  FILLER              PIC X(67).

       FD AUDITORIA
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-AUDITORIA       PIC X(178).

       FD RECLAM.

       01 REG-RECLAM.
           03 KEY-RECLAM           PIC X(11).
           03 FILLER               PIC X(239).

       FD KYC.

       01 REG-KYC.
           03 KEY-KYC              PIC X(13).
           03 FILLER               PIC X(87).

       FD FOTOACT
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-FOTOACT         PIC X(45).

       FD FOTOT3
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-FOTOT3          PIC X(45).

       FD FUGWRK.

       01  REG-FUGWRK.
           03  KEY-FUGWRK          PIC X(17).
           03  FILLER              PIC X(63).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-LIS             PIC X(02).
           88  FS-LIS-OK                  VALUE '00'.

       01  FS-ALE             PIC X(02).
           88  FS-ALE-OK                  VALUE '00'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-BAJ             PIC X(02)   VALUE SPACES.
           88  FS-BAJ-EOF                 VALUE '10'.

       01  FS-AUD             PIC X(02)   VALUE SPACES.
           88  FS-AUD-EOF                 VALUE '10'.

       01  FS-RCL             PIC X(02)   VALUE SPACES.
           88  FS-RCL-EOF                 VALUE '10'.

       01  FS-KYC             PIC X(02)   VALUE SPACES.

       01  FS-FAC             PIC X(02)   VALUE SPACES.

       01  FS-FT3             PIC X(02)   VALUE SPACES.

       01  FS-FGW             PIC X(02)   VALUE SPACES.
           88  FS-FGW-EOF                 VALUE '10'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

           COPY CPBAJAS.

           COPY CPAUDIT.

           COPY CPRECLAM.

           COPY CPKYC.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * PERIODO AAAAMM (CEROS = MES DE LA FECHA DE PROCESO), CAIDA    *
      * DE SALDO A TRES MESES EN PORCENTAJE, CODIGO DE MOVIMIENTO DE  *
      * LA ACREDITACION DE HABERES Y CARGA INICIAL DEL REGISTRO ('S'  *
      * = LAS BAJAS QUE ENCUENTRE SON HISTORICAS Y NO SE INFORMAN) ****
       01  WS-REG-PARAMETROS.
           03  WS-PAR-PERIODO       PIC 9(06)      VALUE ZEROS.
           03  WS-PAR-PCT-CAIDA     PIC 9(03)      VALUE 30.
           03  WS-PAR-COD-HABERES   PIC X(03)      VALUE 'HAC'.
           03  WS-PAR-CARGA-INICIAL PIC X(01)      VALUE 'N'.
               88  WS-PAR-ES-CARGA-INICIAL         VALUE 'S'.

       01  WS-FECHA-HOY-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R     REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-PERIODO     PIC 9(06).
           03  WS-HOY-DD          PIC 9(02).

      * RECLAMOS RECIBIDOS DESDE ESTA FECHA (UN ANIO ANTES DE HOY) *
       77  WS-FECHA-RECLAMOS  PIC 9(08)   VALUE ZEROS.

       01  WS-PERIODO         PIC 9(06)   VALUE ZEROS.
       01  WS-PERIODO-R       REDEFINES WS-PERIODO.
           03  WS-PER-AAAA        PIC 9(04).
           03  WS-PER-MM          PIC 9(02).

       01  WS-SIGUIENTE       PIC 9(06)   VALUE ZEROS.
       01  WS-SIGUIENTE-R     REDEFINES WS-SIGUIENTE.
           03  WS-SIG-AAAA        PIC 9(04).
           03  WS-SIG-MM          PIC 9(02).

      * DOS MESES ANTES DEL PERIODO: VENTANA DE HABERES PREVIOS *
       01  WS-ANTERIOR        PIC 9(06)   VALUE ZEROS.
       01  WS-ANTERIOR-R      REDEFINES WS-ANTERIOR.
           03  WS-ANT-AAAA        PIC 9(04).
           03  WS-ANT-MM          PIC 9(02).

      * FECHAS AAAAMMDD PARA EDAD Y ANTIGUEDAD *
       01  WS-FEC-NAC-8       PIC 9(08)   VALUE ZEROS.
       01  WS-FEC-NAC-R       REDEFINES WS-FEC-NAC-8.
           03  WS-NAC-AAAA        PIC X(04).
           03  WS-NAC-MM          PIC X(02).
           03  WS-NAC-DD          PIC X(02).

       77  WS-ANIOS           PIC 9(05)   VALUE ZEROS.

      * CLAVE DEL JOURNAL DE FUSION: 'TD=XX ND=NNNNNNNNNNN' *
       01  WS-AUD-CLAVE.
           03  FILLER             PIC X(03).
           03  WS-AUC-TIPDOC      PIC X(02).
           03  FILLER             PIC X(04).
           03  WS-AUC-NRODOC      PIC X(11).

      * BAJAS DEL PERIODO POR SUCURSAL (INDICE = SUCURSAL + 1) Y     *
      * SEGMENTO (1-4 = A-D, 5 = SIN SEGMENTO, 6 = TOTAL) *************
       01  WS-SUC-TABLA.
           03  WS-SUC-ENTRADA OCCURS 1000 TIMES.
               05  WS-SUC-BAJAS       PIC 9(07) COMP OCCURS 6 TIMES.

      * ACTIVOS Y BAJAS DEL BANCO POR SEGMENTO (6 = TODOS) *
       01  WS-SEG-TABLA.
           03  WS-SEG-ENTRADA OCCURS 6 TIMES.
               05  WS-SEG-ACTIVOS     PIC 9(09) COMP.
               05  WS-SEG-BAJAS       PIC 9(07) COMP.

      * APERTURA DE LAS BAJAS POR SEGMENTO: FILAS 1-3 MOTIVO, 4-8    *
      * FRANJA DE EDAD, 9-13 FRANJA DE ANTIGUEDAD *********************
       01  WS-CRU-TABLA.
           03  WS-CRU-FILA OCCURS 13 TIMES.
               05  WS-CRU-CANT        PIC 9(07) COMP OCCURS 6 TIMES.

       01  WS-CRU-CONCEPTOS.
           03  FILLER        PIC X(20)    VALUE 'MOT. FALLECIMIENTO  '.
           03  FILLER        PIC X(20)    VALUE 'MOT. RECLAMO PREVIO '.
           03  FILLER        PIC X(20)    VALUE 'MOT. SIN INFORMAR   '.
           03  FILLER        PIC X(20)    VALUE 'EDAD MENOS DE 25    '.
           03  FILLER        PIC X(20)    VALUE 'EDAD 25 A 39        '.
           03  FILLER        PIC X(20)    VALUE 'EDAD 40 A 59        '.
           03  FILLER        PIC X(20)    VALUE 'EDAD 60 Y MAS       '.
           03  FILLER        PIC X(20)    VALUE 'EDAD SIN DATO       '.
           03  FILLER        PIC X(20)    VALUE 'ANTIG. MENOS DE 1   '.
           03  FILLER        PIC X(20)    VALUE 'ANTIG. 1 A 4        '.
           03  FILLER        PIC X(20)    VALUE 'ANTIG. 5 A 9        '.
           03  FILLER        PIC X(20)    VALUE 'ANTIG. 10 Y MAS     '.
           03  FILLER        PIC X(20)    VALUE 'ANTIG. SIN DATO     '.
       01  WS-CRU-CONCEPTOS-R REDEFINES WS-CRU-CONCEPTOS.
           03  WS-CRU-CONCEPTO    PIC X(20) OCCURS 13 TIMES.

       01  WS-LETRAS-SEGMENTO PIC X(06)   VALUE 'ABCD T'.
       01  WS-LETRAS-SEGMENTO-R REDEFINES WS-LETRAS-SEGMENTO.
           03  WS-LETRA-SEGMENTO  PIC X(01) OCCURS 6 TIMES.

       77  WS-SUC-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-SUC-NRO         PIC 9(03)   VALUE ZEROS.
       77  WS-SEG-IX          PIC 9(01)   VALUE ZEROS.
       77  WS-CRU-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-COL-IX          PIC 9(01)   VALUE ZEROS.
       77  WS-TASA            PIC 9(03)V99 VALUE ZEROS.
       77  WS-BASE-TASA       PIC 9(09)   VALUE ZEROS.

      * VISTA DE LA FOTO DE SALDOS DE DB2-TP39 (DDSNAPBA) *
       01  WS-REG-SNAP.
           03  SNP-TIPCUEN        PIC 99.
           03  FILLER             PIC X(01).
           03  SNP-SUCUEN         PIC 99.
           03  FILLER             PIC X(01).
           03  SNP-NROCUEN        PIC 9(05).
           03  FILLER             PIC X(01).
           03  SNP-NROCLI         PIC 9(03).
           03  FILLER             PIC X(01).
           03  SNP-SALDO          PIC S9(9)V99.
           03  FILLER             PIC X(01).
           03  SNP-FECHA          PIC X(10).
           03  FILLER             PIC X(01).
           03  SNP-TENDENCIA      PIC X(01).
           03  FILLER             PIC X(05).

      * APAREO DE LAS DOS FOTOS CONSOLIDADAS POR NROCLI: REGISTRO    *
      * SIGUIENTE DE CADA ARCHIVO (9999 = FIN) Y CLIENTE ARMADO *******
       77  WS-BUF-ACT-NROCLI  PIC 9(04)   VALUE ZEROS.
       77  WS-BUF-ACT-SALDO   PIC S9(9)V99 VALUE ZEROS.
       77  WS-BUF-T3-NROCLI   PIC 9(04)   VALUE ZEROS.
       77  WS-BUF-T3-SALDO    PIC S9(9)V99 VALUE ZEROS.
       77  WS-CLI-ACT-NROCLI  PIC 9(04)   VALUE ZEROS.
       77  WS-CLI-ACT-SALDO   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CLI-T3-NROCLI   PIC 9(04)   VALUE ZEROS.
       77  WS-CLI-T3-SALDO    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CAI-NROCLI      PIC 9(04)   VALUE ZEROS.
       77  WS-CAI-SALDO-ANT   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CAI-SALDO-ACT   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CAI-PCT         PIC S9(07)V9 VALUE ZEROS.

       01  WS-SW-FILES.
           03  WS-SW-BAJFILE      PIC X(01)   VALUE 'N'.
               88  WS-BAJFILE-DISPONIBLE       VALUE 'S'.
           03  WS-SW-FGWFILE      PIC X(01)   VALUE 'N'.
               88  WS-FGWFILE-DISPONIBLE       VALUE 'S'.
           03  WS-SW-KYCFILE      PIC X(01)   VALUE 'N'.
               88  WS-KYCFILE-DISPONIBLE       VALUE 'S'.
           03  WS-SW-FOTOS        PIC X(01)   VALUE 'S'.
               88  WS-FOTOS-DISPONIBLES        VALUE 'S'.
               88  WS-SIN-FOTOS                VALUE 'N'.

       77  WS-SUC-ANTERIOR    PIC 9(04)   VALUE 9999.
       77  WS-TIPO-ANTERIOR   PIC X(01)   VALUE SPACES.

      * BAJA O ALERTA DE TRABAJO - CLAVE SUCURSAL + TIPO + DOCUMENTO *
       01  WS-REG-FUGWRK.
           03  FUG-CLAVE.
               05  FUG-SUCURSAL       PIC 9(03).
               05  FUG-TIPO           PIC X(01).
                   88  FUG-BAJA                VALUE '1'.
                   88  FUG-CAIDA-SALDO         VALUE '2'.
                   88  FUG-SIN-HABERES         VALUE '3'.
               05  FUG-TIPDOC         PIC X(02).
               05  FUG-NRODOC         PIC 9(11).
           03  FUG-SEGMENTO           PIC X(01).
           03  FUG-DETALLE            PIC X(30).
           03  FUG-SALDO-ANT          PIC S9(13)V99 COMP-3.
           03  FUG-SALDO-ACT          PIC S9(13)V99 COMP-3.
           03  FUG-PCT                PIC 9(03)V9.
           03  FUG-FECHA              PIC X(10).
           03  FILLER                 PIC X(02).

      * CONTADORES *
       77  CN-TOT-LEIDAS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-YA-REGISTR  PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-NUEVAS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-FALLEC      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-FUSIONES    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-RECLAMOS    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-FUGA        PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-CAIDAS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-HABERES     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-ERRORES     PIC 9(07)   VALUE ZEROS.

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

      * HOST VARIABLES PARA COLUMNAS SEGMENTO, FECBAJA (BAJA DE       *
      * CLIENTE) Y FECFALL (FECHA DE FALLECIMIENTO) DE TB99CLIE - AUN *
      * NO REFLEJADAS EN EL DCLGEN *************************************
       77  DB-CL-SEGMENTO   PIC X(01) VALUE SPACES.
       77  DB-CL-FECBAJA    PIC X(08) VALUE SPACES.
       77  DB-CL-FECFALL    PIC X(08) VALUE SPACES.

       77  WS-CLI-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-CLI-CANTIDAD  PIC S9(9) USAGE COMP VALUE ZEROS.

      * CLIENTES CON FECBAJA Y LA SUCURSAL DE SU PRIMERA CUENTA *
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, B.NROCLI,
                    VALUE(B.SEGMENTO, ' '), B.FECNAC,
                    VALUE(B.FECFALL, ' '), B.FECBAJA,
                    VALUE(MIN(A.SUCUEN), 0)
             FROM ITPLZRY.TB99CLIE B
               LEFT OUTER JOIN ITPLZRY.TB99CUEN A
               ON A.NROCLI = B.NROCLI
               WHERE B.FECBAJA > ' '
               GROUP BY B.TIPDOC, B.NRODOC, B.NROCLI, B.SEGMENTO,
                        B.FECNAC, B.FECFALL, B.FECBAJA
           END-EXEC.

      * CLIENTES ACTIVOS POR SEGMENTO *
           EXEC SQL
             DECLARE CURSOR2 CURSOR FOR
             SELECT VALUE(SEGMENTO, ' '), COUNT(*)
             FROM ITPLZRY.TB99CLIE
               WHERE FECBAJA IS NULL
               OR FECBAJA = ' '
               GROUP BY VALUE(SEGMENTO, ' ')
           END-EXEC.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-DESDE     PIC X(10)  VALUE SPACES.
       77  WS-MOV-PERIODO   PIC X(10)  VALUE SPACES.
       77  WS-MOV-SIGUIENTE PIC X(10)  VALUE SPACES.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-ULTIMA    PIC X(10)  VALUE SPACES.

      * CLIENTES ACTIVOS QUE COBRARON HABERES EN LOS DOS MESES        *
      * ANTERIORES Y NO EN EL PERIODO *********************************
           EXEC SQL
             DECLARE CURSOR3 CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, VALUE(B.SEGMENTO, ' '),
                    MIN(A.SUCUEN), MAX(M.FECNEG)
             FROM ITPLZRY.TB99MOVI M
               INNER JOIN ITPLZRY.TB99CUEN A
               ON  M.TIPCUEN = A.TIPCUEN
               AND M.NROCUEN = A.NROCUEN
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               WHERE M.CODMOV = :WS-MOV-CODMOV
               AND M.FECNEG >= :WS-MOV-DESDE
               AND M.FECNEG <  :WS-MOV-SIGUIENTE
               AND (B.FECBAJA IS NULL OR B.FECBAJA = ' ')
               GROUP BY B.TIPDOC, B.NRODOC, B.SEGMENTO
               HAVING MAX(M.FECNEG) < :WS-MOV-PERIODO
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

       01  WS-SUB-CUADRO.
           03  WS-SCU-CONCEPTO PIC X(20)  VALUE SPACES.
           03  FILLER        PIC X(30)    VALUE
               '      SEG A      SEG B      SE'.
           03  FILLER        PIC X(30)    VALUE
               'G C      SEG D    SIN SEG     '.
           03  FILLER        PIC X(30)    VALUE
               '  TOTAL                       '.
           03  FILLER        PIC X(22)    VALUE SPACES.

       01  WS-REG-CUADRO.
           03  WS-RCU-CONCEPTO    PIC X(20)    VALUE SPACES.
           03  WS-RCU-COLUMNA OCCURS 6 TIMES.
               05  FILLER         PIC X(02).
               05  WS-RCU-CANT    PIC Z.ZZZ.ZZ9.
           03  FILLER             PIC X(46)    VALUE SPACES.

       01  WS-SUB-TASA.
           03  FILLER        PIC X(30)    VALUE
               'SEGMENTO                  ACTI'.
           03  FILLER        PIC X(30)    VALUE
               'VOS      BAJAS  TASA %        '.
           03  FILLER        PIC X(72)    VALUE SPACES.

       01  WS-REG-TASA.
           03  WS-RTA-SEGMENTO    PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RTA-ACTIVOS     PIC Z.ZZZ.ZZZ.ZZ9.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RTA-BAJAS       PIC Z.ZZZ.ZZ9.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RTA-TASA        PIC ZZ9,99.
           03  FILLER             PIC X(78)    VALUE SPACES.

       01  WS-REG-FUSIONES.
           03  FILLER             PIC X(46)    VALUE
               'FUSIONES DE CLIENTES (NO COMPUTAN COMO FUGA): '.
           03  WS-RFU-CANT        PIC Z.ZZZ.ZZ9.
           03  FILLER             PIC X(77)    VALUE SPACES.

       01  WS-TIT-TIPO.
           03  FILLER             PIC X(03)    VALUE '** '.
           03  WS-TTP-TEXTO       PIC X(50)    VALUE SPACES.
           03  FILLER             PIC X(79)    VALUE SPACES.

       01  WS-SUB-ALERTA.
           03  FILLER        PIC X(30)    VALUE
               'DOCUMENTO       SEG DETALLE   '.
           03  FILLER        PIC X(30)    VALUE
               '                           SAL'.
           03  FILLER        PIC X(30)    VALUE
               'DO ANTERIOR        SALDO ACTUA'.
           03  FILLER        PIC X(30)    VALUE
               'L  % CAIDA FECHA              '.
           03  FILLER        PIC X(12)    VALUE SPACES.

       01  WS-REG-ALERTA.
           03  WS-RAL-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-RAL-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-RAL-SEGMENTO    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RAL-DETALLE     PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RAL-SALDO-ANT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RAL-SALDO-ACT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RAL-PCT         PIC ZZ9,9.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RAL-FECHA       PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(21)    VALUE SPACES.

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

           PERFORM 3000-I-MOTIVOS
              THRU 3000-F-MOTIVOS

           PERFORM 4000-I-INFORME
              THRU 4000-F-INFORME

           PERFORM 5000-I-ALERTAS
              THRU 5000-F-ALERTAS

           PERFORM 6000-I-LISTADOS
              THRU 6000-F-LISTADOS

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
           INITIALIZE WS-SUC-TABLA WS-SEG-TABLA WS-CRU-TABLA.
           COMPUTE WS-FECHA-RECLAMOS = WS-FECHA-HOY-8 - 10000.

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
           IF WS-PAR-PCT-CAIDA IS NOT NUMERIC
              OR WS-PAR-PCT-CAIDA IS EQUAL ZEROS
              MOVE 30 TO WS-PAR-PCT-CAIDA
           END-IF.
           IF WS-PAR-COD-HABERES IS EQUAL SPACES
              MOVE 'HAC' TO WS-PAR-COD-HABERES
           END-IF.
           IF WS-PAR-ES-CARGA-INICIAL
              DISPLAY '* CARGA INICIAL - LAS BAJAS SE REGISTRAN COMO '
                      'HISTORICAS Y NO SE INFORMAN'
           END-IF.

      * RANGOS DE FECNEG: DOS MESES ANTES, EL PERIODO Y EL SIGUIENTE *
           MOVE WS-PERIODO TO WS-SIGUIENTE WS-ANTERIOR.
           IF WS-PER-MM IS EQUAL 12
              ADD 1 TO WS-SIG-AAAA
              MOVE 01 TO WS-SIG-MM
           ELSE
              ADD 1 TO WS-SIG-MM
           END-IF.
           IF WS-PER-MM IS GREATER THAN 2
              SUBTRACT 2 FROM WS-ANT-MM
           ELSE
              SUBTRACT 1 FROM WS-ANT-AAAA
              ADD 10 TO WS-ANT-MM
           END-IF.
           MOVE SPACES TO WS-MOV-DESDE WS-MOV-PERIODO WS-MOV-SIGUIENTE.
           STRING WS-ANT-AAAA '-' WS-ANT-MM '-01'
                  DELIMITED BY SIZE INTO WS-MOV-DESDE.
           STRING WS-PER-AAAA '-' WS-PER-MM '-01'
                  DELIMITED BY SIZE INTO WS-MOV-PERIODO.
           STRING WS-SIG-AAAA '-' WS-SIG-MM '-01'
                  DELIMITED BY SIZE INTO WS-MOV-SIGUIENTE.
           MOVE WS-PAR-COD-HABERES TO WS-MOV-CODMOV.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

           OPEN OUTPUT ALERTA.
           IF FS-ALE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALERTA = ' FS-ALE
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           OPEN I-O BAJAS.
           IF FS-BAJ IS EQUAL '35'
              OPEN OUTPUT BAJAS
              CLOSE BAJAS
              OPEN I-O BAJAS
           END-IF.
           IF FS-BAJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BAJAS = ' FS-BAJ
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-BAJFILE-DISPONIBLE TO TRUE.

      * EL CLUSTER DE TRABAJO SE REARMA COMPLETO EN CADA CORRIDA      *
      * (REUSE) *******************************************************
           OPEN OUTPUT FUGWRK.
           IF FS-FGW IS EQUAL '00'
              CLOSE FUGWRK
              OPEN I-O FUGWRK
           END-IF.
           IF FS-FGW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FUGWRK = ' FS-FGW
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-FGWFILE-DISPONIBLE TO TRUE.

      * SIN EL LEGAJO DDKYC LA ANTIGUEDAD QUEDA SIN DATO *
           OPEN INPUT KYC.
           IF FS-KYC IS EQUAL '00'
              SET WS-KYCFILE-DISPONIBLE TO TRUE
           ELSE
              DISPLAY '* LEGAJO KYC AUSENTE - ANTIGUEDAD SIN DATO = '
                      FS-KYC
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
      *  UN CLIENTE CON FECBAJA POR FETCH: *
      *  SI NO ESTA EN EL REGISTRO, ALTA   *
      **************************************
       2000-I-PROCESO.
      *---------------*

           ADD 1 TO CN-TOT-LEIDAS.

           MOVE DB-CL-TIPDOC TO BAJ-TIPDOC.
           MOVE DB-CL-NRODOC TO BAJ-NRODOC.
           MOVE BAJ-CLAVE    TO KEY-BAJAS.
           READ BAJAS RECORD INTO WS-REG-BAJAS
                KEY IS KEY-BAJAS.

           EVALUATE FS-BAJ
              WHEN '00'
                 ADD 1 TO CN-TOT-YA-REGISTR
              WHEN '23'
                 PERFORM 2200-NUEVA-BAJA THRU 2200-F-NUEVA-BAJA
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA BAJAS = ' FS-BAJ
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
                       :DB-CL-NROCLI,
                       :DB-CL-SEGMENTO,
                       :DB-CL-FECNAC,
                       :DB-CL-FECFALL,
                       :DB-CL-FECBAJA,
                       :WS-CLI-SUCUEN
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

       2200-NUEVA-BAJA.
      *----------------*

           INITIALIZE WS-REG-BAJAS.
           MOVE DB-CL-TIPDOC    TO BAJ-TIPDOC.
           MOVE DB-CL-NRODOC    TO BAJ-NRODOC.
           IF WS-PAR-ES-CARGA-INICIAL
              MOVE ZEROS        TO BAJ-PERIODO
           ELSE
              MOVE WS-PERIODO   TO BAJ-PERIODO
           END-IF.
           MOVE WS-FECHA-HOY-8  TO BAJ-FEC-DETECCION.
           MOVE DB-CL-FECBAJA   TO BAJ-FECBAJA.
           MOVE DB-CL-NROCLI    TO BAJ-NROCLI.
           MOVE DB-CL-SEGMENTO  TO BAJ-SEGMENTO.
           IF WS-CLI-SUCUEN IS GREATER THAN ZEROS
              MOVE WS-CLI-SUCUEN TO BAJ-SUCURSAL
           END-IF.
           IF DB-CL-FECFALL IS EQUAL SPACES
              SET BAJ-MOT-SIN-MOTIVO TO TRUE
           ELSE
              SET BAJ-MOT-FALLECIMIENTO TO TRUE
           END-IF.

      * EDAD CON FECNAC 'AAAA-MM-DD' *
           MOVE 999 TO BAJ-EDAD.
           MOVE DB-CL-FECNAC(1:4) TO WS-NAC-AAAA.
           MOVE DB-CL-FECNAC(6:2) TO WS-NAC-MM.
           MOVE DB-CL-FECNAC(9:2) TO WS-NAC-DD.
           IF WS-FEC-NAC-8 IS NUMERIC
              AND WS-FEC-NAC-8 IS GREATER THAN ZEROS
              AND WS-FEC-NAC-8 IS LESS THAN WS-FECHA-HOY-8
              COMPUTE WS-ANIOS = (WS-FECHA-HOY-8 - WS-FEC-NAC-8)
                               / 10000
              IF WS-ANIOS IS LESS THAN 999
                 MOVE WS-ANIOS TO BAJ-EDAD
              END-IF
           END-IF.

      * ANTIGUEDAD CON LA FECHA DE ALTA DEL LEGAJO; SIN CUENTAS, LA   *
      * SUCURSAL ES LA DEL LEGAJO *************************************
           MOVE 99 TO BAJ-ANTIGUEDAD.
           IF WS-KYCFILE-DISPONIBLE
              MOVE BAJ-CLAVE TO KEY-KYC
              READ KYC RECORD INTO WS-REG-KYC
                   KEY IS KEY-KYC
              IF FS-KYC IS EQUAL '00'
                 IF BAJ-SUCURSAL IS EQUAL ZEROS
                    MOVE KYC-SUCURSAL TO BAJ-SUCURSAL
                 END-IF
                 IF KYC-FEC-ALTA IS NUMERIC
                    AND KYC-FEC-ALTA IS GREATER THAN ZEROS
                    AND KYC-FEC-ALTA IS NOT GREATER THAN WS-FECHA-HOY-8
                    COMPUTE WS-ANIOS = (WS-FECHA-HOY-8 - KYC-FEC-ALTA)
                                     / 10000
                    IF WS-ANIOS IS GREATER THAN 98
                       MOVE 98 TO WS-ANIOS
                    END-IF
                    MOVE WS-ANIOS TO BAJ-ANTIGUEDAD
                 END-IF
              END-IF
           END-IF.

           MOVE WS-REG-BAJAS TO REG-BAJAS.
           WRITE REG-BAJAS.
           IF FS-BAJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE BAJAS = ' FS-BAJ ' '
                      BAJ-TIPDOC ' ' BAJ-NRODOC
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
              GO TO 2200-F-NUEVA-BAJA
           END-IF.
           ADD 1 TO CN-TOT-NUEVAS.

       2200-F-NUEVA-BAJA.
           EXIT.

      **************************************
      *  MOTIVOS DE LAS BAJAS DEL PERIODO: *
      *  FUSIONES Y RECLAMOS PREVIOS       *
      **************************************
       3000-I-MOTIVOS.
      *---------------*

           IF RETURN-CODE IS EQUAL 9999
              OR WS-PAR-ES-CARGA-INICIAL
              GO TO 3000-F-MOTIVOS
           END-IF.

           OPEN INPUT AUDITORIA.
           IF FS-AUD IS EQUAL '00'
              PERFORM 3100-LEER-AUDITORIA THRU 3100-F-LEER-AUDITORIA
                      UNTIL FS-AUD-EOF
              CLOSE AUDITORIA
           ELSE
              DISPLAY '* JOURNAL DDAUDIT AUSENTE - STATUS = ' FS-AUD
           END-IF.

           OPEN INPUT RECLAM.
           IF FS-RCL IS EQUAL '00'
              PERFORM 3200-LEER-RECLAMO THRU 3200-F-LEER-RECLAMO
                      UNTIL FS-RCL-EOF
              CLOSE RECLAM
           ELSE
              DISPLAY '* MAESTRO DE RECLAMOS AUSENTE - STATUS = ' FS-RCL
           END-IF.

       3000-F-MOTIVOS.
           EXIT.

      ***** BAJA POR FUSION DE CLIENTES (PGMVMG15): CLAVE DEL JOURNAL *
      ***** = DOCUMENTO ABSORBIDO *************************************
       3100-LEER-AUDITORIA.
      *--------------------*

           READ AUDITORIA INTO WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              MOVE '10' TO FS-AUD
              GO TO 3100-F-LEER-AUDITORIA
           END-IF.

           IF AUD-TABLA IS NOT EQUAL 'TB99CLIE'
              OR AUD-OPERACION IS NOT EQUAL 'FUSION'
              GO TO 3100-F-LEER-AUDITORIA
           END-IF.

           MOVE AUD-CLAVE TO WS-AUD-CLAVE.
           IF WS-AUC-NRODOC IS NOT NUMERIC
              GO TO 3100-F-LEER-AUDITORIA
           END-IF.

           MOVE WS-AUC-TIPDOC TO BAJ-TIPDOC.
           MOVE WS-AUC-NRODOC TO BAJ-NRODOC.
           PERFORM 3500-LEER-BAJA THRU 3500-F-LEER-BAJA.
           IF FS-BAJ IS NOT EQUAL '00'
              OR BAJ-PERIODO IS NOT EQUAL WS-PERIODO
              GO TO 3100-F-LEER-AUDITORIA
           END-IF.

           SET BAJ-MOT-FUSION TO TRUE.
           PERFORM 3600-REGRABAR-BAJA THRU 3600-F-REGRABAR-BAJA.

       3100-F-LEER-AUDITORIA.
           EXIT.

      ***** RECLAMO RECIBIDO EN LOS ULTIMOS 12 MESES (SE QUEDA CON EL *
      ***** MAS RECIENTE) *********************************************
       3200-LEER-RECLAMO.
      *------------------*

           READ RECLAM NEXT RECORD INTO WS-REG-RECLAM.
           IF FS-RCL IS NOT EQUAL '00'
              MOVE '10' TO FS-RCL
              GO TO 3200-F-LEER-RECLAMO
           END-IF.

      * LA CLAVE EN CEROS ES EL REGISTRO DE CONTROL *
           IF RCL-CLAVE IS EQUAL ZEROS
              OR RCL-FEC-RECEPCION IS LESS THAN WS-FECHA-RECLAMOS
              GO TO 3200-F-LEER-RECLAMO
           END-IF.

           MOVE RCL-TIPDOC TO BAJ-TIPDOC.
           MOVE RCL-NRODOC TO BAJ-NRODOC.
           PERFORM 3500-LEER-BAJA THRU 3500-F-LEER-BAJA.
           IF FS-BAJ IS NOT EQUAL '00'
              OR BAJ-PERIODO IS NOT EQUAL WS-PERIODO
              OR BAJ-MOT-FALLECIMIENTO
              OR BAJ-MOT-FUSION
              OR RCL-FEC-RECEPCION IS LESS THAN BAJ-RCL-FECHA
              GO TO 3200-F-LEER-RECLAMO
           END-IF.

           SET BAJ-MOT-RECLAMO TO TRUE.
           MOVE RCL-CATEGORIA     TO BAJ-RCL-CATEGORIA.
           MOVE RCL-FEC-RECEPCION TO BAJ-RCL-FECHA.
           PERFORM 3600-REGRABAR-BAJA THRU 3600-F-REGRABAR-BAJA.

       3200-F-LEER-RECLAMO.
           EXIT.

      ***** BAJA DEL DOCUMENTO BAJ-TIPDOC / BAJ-NRODOC ****************
       3500-LEER-BAJA.
      *---------------*

           MOVE BAJ-CLAVE TO KEY-BAJAS.
           READ BAJAS RECORD INTO WS-REG-BAJAS
                KEY IS KEY-BAJAS.
           IF FS-BAJ IS NOT EQUAL '00' AND '23'
              DISPLAY '* ERROR EN LECTURA BAJAS = ' FS-BAJ
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3500-F-LEER-BAJA.
           EXIT.

       3600-REGRABAR-BAJA.
      *-------------------*

           MOVE WS-REG-BAJAS TO REG-BAJAS.
           REWRITE REG-BAJAS.
           IF FS-BAJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE BAJAS = ' FS-BAJ
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3600-F-REGRABAR-BAJA.
           EXIT.

      **************************************
      *  BAJAS DEL PERIODO POR SUCURSAL,   *
      *  SEGMENTO, MOTIVO, EDAD Y ANTIG.   *
      **************************************
       4000-I-INFORME.
      *---------------*

           IF RETURN-CODE IS EQUAL 9999
              OR WS-PAR-ES-CARGA-INICIAL
              GO TO 4000-F-INFORME
           END-IF.

           MOVE LOW-VALUES TO KEY-BAJAS.
           START BAJAS KEY IS NOT LESS THAN KEY-BAJAS
              INVALID KEY
                 GO TO 4000-F-INFORME
           END-START.

           MOVE '00' TO FS-BAJ.
           PERFORM 4100-LEER-REGISTRO THRU 4100-F-LEER-REGISTRO
                   UNTIL FS-BAJ-EOF.

           PERFORM 4300-ACTIVOS THRU 4300-F-ACTIVOS.

       4000-F-INFORME.
           EXIT.

       4100-LEER-REGISTRO.
      *-------------------*

           READ BAJAS NEXT RECORD INTO WS-REG-BAJAS.

           EVALUATE FS-BAJ
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 4100-F-LEER-REGISTRO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA BAJAS = ' FS-BAJ
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-BAJ
                 GO TO 4100-F-LEER-REGISTRO
           END-EVALUATE.

           IF BAJ-PERIODO IS NOT EQUAL WS-PERIODO
              GO TO 4100-F-LEER-REGISTRO
           END-IF.

           IF BAJ-MOT-FUSION
              ADD 1 TO CN-TOT-FUSIONES
              GO TO 4100-F-LEER-REGISTRO
           END-IF.

           ADD 1 TO CN-TOT-FUGA.
           PERFORM 4200-ACUMULAR-BAJA THRU 4200-F-ACUMULAR-BAJA.

           MOVE SPACES            TO WS-REG-FUGWRK.
           MOVE BAJ-SUCURSAL      TO FUG-SUCURSAL.
           SET FUG-BAJA           TO TRUE.
           MOVE BAJ-TIPDOC        TO FUG-TIPDOC.
           MOVE BAJ-NRODOC        TO FUG-NRODOC.
           MOVE BAJ-SEGMENTO      TO FUG-SEGMENTO.
           MOVE ZEROS             TO FUG-SALDO-ANT FUG-SALDO-ACT
                                     FUG-PCT.
           MOVE BAJ-FECBAJA       TO FUG-FECHA.
           EVALUATE TRUE
              WHEN BAJ-MOT-FALLECIMIENTO
                 ADD 1 TO CN-TOT-FALLEC
                 MOVE 'FALLECIMIENTO' TO FUG-DETALLE
              WHEN BAJ-MOT-RECLAMO
                 ADD 1 TO CN-TOT-RECLAMOS
                 STRING 'RECLAMO PREVIO CATEG. '
                        BAJ-RCL-CATEGORIA
                        DELIMITED BY SIZE INTO FUG-DETALLE
              WHEN OTHER
                 MOVE 'SIN MOTIVO INFORMADO' TO FUG-DETALLE
           END-EVALUATE.
           PERFORM 5900-GRABAR-TRABAJO THRU 5900-F-GRABAR-TRABAJO.

       4100-F-LEER-REGISTRO.
           EXIT.

       4200-ACUMULAR-BAJA.
      *-------------------*

           EVALUATE BAJ-SEGMENTO
              WHEN 'A' MOVE 1 TO WS-SEG-IX
              WHEN 'B' MOVE 2 TO WS-SEG-IX
              WHEN 'C' MOVE 3 TO WS-SEG-IX
              WHEN 'D' MOVE 4 TO WS-SEG-IX
              WHEN OTHER MOVE 5 TO WS-SEG-IX
           END-EVALUATE.
           COMPUTE WS-SUC-IX = BAJ-SUCURSAL + 1.

           ADD 1 TO WS-SUC-BAJAS(WS-SUC-IX, WS-SEG-IX).
           ADD 1 TO WS-SUC-BAJAS(WS-SUC-IX, 6).
           ADD 1 TO WS-SEG-BAJAS(WS-SEG-IX).
           ADD 1 TO WS-SEG-BAJAS(6).

           EVALUATE TRUE
              WHEN BAJ-MOT-FALLECIMIENTO MOVE 1 TO WS-CRU-IX
              WHEN BAJ-MOT-RECLAMO       MOVE 2 TO WS-CRU-IX
              WHEN OTHER                 MOVE 3 TO WS-CRU-IX
           END-EVALUATE.
           PERFORM 4250-SUMAR-CRUCE THRU 4250-F-SUMAR-CRUCE.

           EVALUATE TRUE
              WHEN BAJ-EDAD IS EQUAL 999     MOVE 8 TO WS-CRU-IX
              WHEN BAJ-EDAD IS LESS THAN 25  MOVE 4 TO WS-CRU-IX
              WHEN BAJ-EDAD IS LESS THAN 40  MOVE 5 TO WS-CRU-IX
              WHEN BAJ-EDAD IS LESS THAN 60  MOVE 6 TO WS-CRU-IX
              WHEN OTHER                     MOVE 7 TO WS-CRU-IX
           END-EVALUATE.
           PERFORM 4250-SUMAR-CRUCE THRU 4250-F-SUMAR-CRUCE.

           EVALUATE TRUE
              WHEN BAJ-ANTIGUEDAD IS EQUAL 99    MOVE 13 TO WS-CRU-IX
              WHEN BAJ-ANTIGUEDAD IS LESS THAN 1 MOVE 9  TO WS-CRU-IX
              WHEN BAJ-ANTIGUEDAD IS LESS THAN 5 MOVE 10 TO WS-CRU-IX
              WHEN BAJ-ANTIGUEDAD IS LESS THAN 10
                                                 MOVE 11 TO WS-CRU-IX
              WHEN OTHER                         MOVE 12 TO WS-CRU-IX
           END-EVALUATE.
           PERFORM 4250-SUMAR-CRUCE THRU 4250-F-SUMAR-CRUCE.

       4200-F-ACUMULAR-BAJA.
           EXIT.

       4250-SUMAR-CRUCE.
      *-----------------*

           ADD 1 TO WS-CRU-CANT(WS-CRU-IX, WS-SEG-IX).
           ADD 1 TO WS-CRU-CANT(WS-CRU-IX, 6).

       4250-F-SUMAR-CRUCE.
           EXIT.

      ***** CLIENTES ACTIVOS POR SEGMENTO PARA LA TASA DE FUGA ********
       4300-ACTIVOS.
      *-------------*

           EXEC SQL
              OPEN CURSOR2
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 2    = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 4300-F-ACTIVOS
           END-IF.

           MOVE '00' TO FS-SQL.
           PERFORM 4350-FETCH-ACTIVOS THRU 4350-F-FETCH-ACTIVOS
                   UNTIL SQL-EOF OR SQL-NOK.

           EXEC SQL
              CLOSE CURSOR2
           END-EXEC.

       4300-F-ACTIVOS.
           EXIT.

       4350-FETCH-ACTIVOS.
      *-------------------*

           EXEC SQL
              FETCH CURSOR2
                  INTO :DB-CL-SEGMENTO,
                       :WS-CLI-CANTIDAD
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE '00' TO FS-SQL
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
                 GO TO 4350-F-FETCH-ACTIVOS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR 2: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 GO TO 4350-F-FETCH-ACTIVOS
           END-EVALUATE.

           EVALUATE DB-CL-SEGMENTO
              WHEN 'A' MOVE 1 TO WS-SEG-IX
              WHEN 'B' MOVE 2 TO WS-SEG-IX
              WHEN 'C' MOVE 3 TO WS-SEG-IX
              WHEN 'D' MOVE 4 TO WS-SEG-IX
              WHEN OTHER MOVE 5 TO WS-SEG-IX
           END-EVALUATE.
           ADD WS-CLI-CANTIDAD TO WS-SEG-ACTIVOS(WS-SEG-IX).
           ADD WS-CLI-CANTIDAD TO WS-SEG-ACTIVOS(6).

       4350-F-FETCH-ACTIVOS.
           EXIT.

      **************************************
      *  ALERTA TEMPRANA: CAIDA DE SALDO A *
      *  TRES MESES Y HABERES CORTADOS     *
      **************************************
       5000-I-ALERTAS.
      *---------------*

           IF RETURN-CODE IS EQUAL 9999
              OR WS-PAR-ES-CARGA-INICIAL
              GO TO 5000-F-ALERTAS
           END-IF.

           PERFORM 5100-CAIDA-SALDO THRU 5100-F-CAIDA-SALDO.
           PERFORM 5500-HABERES-CORTADOS THRU 5500-F-HABERES-CORTADOS.

       5000-F-ALERTAS.
           EXIT.

      ***** APAREO DE LAS DOS FOTOS POR NROCLI ************************
       5100-CAIDA-SALDO.
      *-----------------*

           OPEN INPUT FOTOACT.
           IF FS-FAC IS NOT EQUAL '00'
              DISPLAY '* FOTO DE SALDOS DEL MES AUSENTE - STATUS = '
                      FS-FAC
              SET WS-SIN-FOTOS TO TRUE
              GO TO 5100-F-CAIDA-SALDO
           END-IF.

           OPEN INPUT FOTOT3.
           IF FS-FT3 IS NOT EQUAL '00'
              DISPLAY '* FOTO DE SALDOS DE 3 MESES ATRAS AUSENTE - '
                      'STATUS = ' FS-FT3
              SET WS-SIN-FOTOS TO TRUE
              CLOSE FOTOACT
              GO TO 5100-F-CAIDA-SALDO
           END-IF.

           PERFORM 5110-LEER-FOTO-ACT THRU 5110-F-LEER-FOTO-ACT.
           PERFORM 5120-LEER-FOTO-T3 THRU 5120-F-LEER-FOTO-T3.
           PERFORM 5130-CLIENTE-ACT THRU 5130-F-CLIENTE-ACT.
           PERFORM 5140-CLIENTE-T3 THRU 5140-F-CLIENTE-T3.

           PERFORM 5200-APAREAR THRU 5200-F-APAREAR
                   UNTIL WS-CLI-ACT-NROCLI IS EQUAL 9999
                     AND WS-CLI-T3-NROCLI IS EQUAL 9999.

           CLOSE FOTOACT FOTOT3.

       5100-F-CAIDA-SALDO.
           EXIT.

       5110-LEER-FOTO-ACT.
      *-------------------*

           READ FOTOACT INTO WS-REG-SNAP.
           IF FS-FAC IS NOT EQUAL '00'
              MOVE 9999 TO WS-BUF-ACT-NROCLI
           ELSE
              MOVE SNP-NROCLI TO WS-BUF-ACT-NROCLI
              MOVE SNP-SALDO  TO WS-BUF-ACT-SALDO
           END-IF.

       5110-F-LEER-FOTO-ACT.
           EXIT.

       5120-LEER-FOTO-T3.
      *------------------*

           READ FOTOT3 INTO WS-REG-SNAP.
           IF FS-FT3 IS NOT EQUAL '00'
              MOVE 9999 TO WS-BUF-T3-NROCLI
           ELSE
              MOVE SNP-NROCLI TO WS-BUF-T3-NROCLI
              MOVE SNP-SALDO  TO WS-BUF-T3-SALDO
           END-IF.

       5120-F-LEER-FOTO-T3.
           EXIT.

      ***** SALDO CONSOLIDADO DEL SIGUIENTE CLIENTE DE CADA FOTO ******
       5130-CLIENTE-ACT.
      *-----------------*

           MOVE WS-BUF-ACT-NROCLI TO WS-CLI-ACT-NROCLI.
           MOVE ZEROS             TO WS-CLI-ACT-SALDO.
           PERFORM 5135-SUMAR-ACT THRU 5135-F-SUMAR-ACT
                   UNTIL WS-BUF-ACT-NROCLI
                         IS NOT EQUAL WS-CLI-ACT-NROCLI
                      OR WS-BUF-ACT-NROCLI IS EQUAL 9999.

       5130-F-CLIENTE-ACT.
           EXIT.

       5135-SUMAR-ACT.
      *---------------*

           ADD WS-BUF-ACT-SALDO TO WS-CLI-ACT-SALDO.
           PERFORM 5110-LEER-FOTO-ACT THRU 5110-F-LEER-FOTO-ACT.

       5135-F-SUMAR-ACT.
           EXIT.

       5140-CLIENTE-T3.
      *----------------*

           MOVE WS-BUF-T3-NROCLI TO WS-CLI-T3-NROCLI.
           MOVE ZEROS            TO WS-CLI-T3-SALDO.
           PERFORM 5145-SUMAR-T3 THRU 5145-F-SUMAR-T3
                   UNTIL WS-BUF-T3-NROCLI
                         IS NOT EQUAL WS-CLI-T3-NROCLI
                      OR WS-BUF-T3-NROCLI IS EQUAL 9999.

       5140-F-CLIENTE-T3.
           EXIT.

       5145-SUMAR-T3.
      *--------------*

           ADD WS-BUF-T3-SALDO TO WS-CLI-T3-SALDO.
           PERFORM 5120-LEER-FOTO-T3 THRU 5120-F-LEER-FOTO-T3.

       5145-F-SUMAR-T3.
           EXIT.

      ***** UN CLIENTE QUE YA NO ESTA EN LA FOTO DEL MES SE COMPARA ***
      ***** CONTRA SALDO CERO *****************************************
       5200-APAREAR.
      *-------------*

           EVALUATE TRUE
              WHEN WS-CLI-T3-NROCLI IS LESS THAN WS-CLI-ACT-NROCLI
                 MOVE WS-CLI-T3-NROCLI TO WS-CAI-NROCLI
                 MOVE WS-CLI-T3-SALDO  TO WS-CAI-SALDO-ANT
                 MOVE ZEROS            TO WS-CAI-SALDO-ACT
                 PERFORM 5300-EVALUAR-CAIDA THRU 5300-F-EVALUAR-CAIDA
                 PERFORM 5140-CLIENTE-T3 THRU 5140-F-CLIENTE-T3
              WHEN WS-CLI-T3-NROCLI IS EQUAL WS-CLI-ACT-NROCLI
                 MOVE WS-CLI-T3-NROCLI TO WS-CAI-NROCLI
                 MOVE WS-CLI-T3-SALDO  TO WS-CAI-SALDO-ANT
                 MOVE WS-CLI-ACT-SALDO TO WS-CAI-SALDO-ACT
                 PERFORM 5300-EVALUAR-CAIDA THRU 5300-F-EVALUAR-CAIDA
                 PERFORM 5130-CLIENTE-ACT THRU 5130-F-CLIENTE-ACT
                 PERFORM 5140-CLIENTE-T3 THRU 5140-F-CLIENTE-T3
              WHEN OTHER
                 PERFORM 5130-CLIENTE-ACT THRU 5130-F-CLIENTE-ACT
           END-EVALUATE.

       5200-F-APAREAR.
           EXIT.

       5300-EVALUAR-CAIDA.
      *-------------------*

           IF WS-CAI-SALDO-ANT IS NOT GREATER THAN ZEROS
              GO TO 5300-F-EVALUAR-CAIDA
           END-IF.

           COMPUTE WS-CAI-PCT ROUNDED =
                   (WS-CAI-SALDO-ANT - WS-CAI-SALDO-ACT) * 100
                 / WS-CAI-SALDO-ANT.
           IF WS-CAI-PCT IS NOT GREATER THAN WS-PAR-PCT-CAIDA
              GO TO 5300-F-EVALUAR-CAIDA
           END-IF.

      * SOLO CLIENTES ACTIVOS; LAS BAJAS YA SALEN COMO FUGA *
           MOVE WS-CAI-NROCLI TO DB-CL-NROCLI.
           EXEC SQL
              SELECT B.TIPDOC, B.NRODOC, VALUE(B.SEGMENTO, ' '),
                     VALUE(MIN(A.SUCUEN), 0)
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-SEGMENTO,
                     :WS-CLI-SUCUEN
                FROM ITPLZRY.TB99CLIE B
                  LEFT OUTER JOIN ITPLZRY.TB99CUEN A
                  ON A.NROCLI = B.NROCLI
                WHERE B.NROCLI = :DB-CL-NROCLI
                AND (B.FECBAJA IS NULL OR B.FECBAJA = ' ')
                GROUP BY B.TIPDOC, B.NRODOC, B.SEGMENTO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 GO TO 5300-F-EVALUAR-CAIDA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CLIE = ' WS-SQLCODE
                         ' NROCLI ' WS-CAI-NROCLI
                 ADD 1 TO CN-TOT-ERRORES
                 GO TO 5300-F-EVALUAR-CAIDA
           END-EVALUATE.

           ADD 1 TO CN-TOT-CAIDAS.
           MOVE SPACES            TO WS-REG-FUGWRK.
           MOVE ZEROS             TO FUG-SUCURSAL.
           IF WS-CLI-SUCUEN IS GREATER THAN ZEROS
              MOVE WS-CLI-SUCUEN  TO FUG-SUCURSAL
           END-IF.
           SET FUG-CAIDA-SALDO    TO TRUE.
           MOVE DB-CL-TIPDOC      TO FUG-TIPDOC.
           MOVE DB-CL-NRODOC      TO FUG-NRODOC.
           MOVE DB-CL-SEGMENTO    TO FUG-SEGMENTO.
           MOVE 'CAIDA DE SALDO A TRES MESES' TO FUG-DETALLE.
           MOVE WS-CAI-SALDO-ANT  TO FUG-SALDO-ANT.
           MOVE WS-CAI-SALDO-ACT  TO FUG-SALDO-ACT.
           IF WS-CAI-PCT IS GREATER THAN 999
              MOVE 999 TO FUG-PCT
           ELSE
              MOVE WS-CAI-PCT     TO FUG-PCT
           END-IF.
           PERFORM 5900-GRABAR-TRABAJO THRU 5900-F-GRABAR-TRABAJO.

       5300-F-EVALUAR-CAIDA.
           EXIT.

      ***** CLIENTES ACTIVOS CON HABERES EN LOS DOS MESES PREVIOS Y ***
      ***** NINGUNO EN EL PERIODO *************************************
       5500-HABERES-CORTADOS.
      *----------------------*

           EXEC SQL
              OPEN CURSOR3
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 3    = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5500-F-HABERES-CORTADOS
           END-IF.

           MOVE '00' TO FS-SQL.
           PERFORM 5550-FETCH-HABERES THRU 5550-F-FETCH-HABERES
                   UNTIL SQL-EOF OR SQL-NOK.

           EXEC SQL
              CLOSE CURSOR3
           END-EXEC.

       5500-F-HABERES-CORTADOS.
           EXIT.

       5550-FETCH-HABERES.
      *-------------------*

           EXEC SQL
              FETCH CURSOR3
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-SEGMENTO,
                       :WS-CLI-SUCUEN,
                       :WS-MOV-ULTIMA
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE '00' TO FS-SQL
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
                 GO TO 5550-F-FETCH-HABERES
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR 3: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 GO TO 5550-F-FETCH-HABERES
           END-EVALUATE.

           ADD 1 TO CN-TOT-HABERES.
           MOVE SPACES            TO WS-REG-FUGWRK.
           MOVE ZEROS             TO FUG-SUCURSAL.
           IF WS-CLI-SUCUEN IS GREATER THAN ZEROS
              MOVE WS-CLI-SUCUEN  TO FUG-SUCURSAL
           END-IF.
           SET FUG-SIN-HABERES    TO TRUE.
           MOVE DB-CL-TIPDOC      TO FUG-TIPDOC.
           MOVE DB-CL-NRODOC      TO FUG-NRODOC.
           MOVE DB-CL-SEGMENTO    TO FUG-SEGMENTO.
           MOVE 'SIN HABERES EN EL PERIODO' TO FUG-DETALLE.
           MOVE ZEROS             TO FUG-SALDO-ANT FUG-SALDO-ACT
                                     FUG-PCT.
           MOVE WS-MOV-ULTIMA     TO FUG-FECHA.
           PERFORM 5900-GRABAR-TRABAJO THRU 5900-F-GRABAR-TRABAJO.

       5550-F-FETCH-HABERES.
           EXIT.

       5900-GRABAR-TRABAJO.
      *--------------------*

           MOVE WS-REG-FUGWRK TO REG-FUGWRK.
           WRITE REG-FUGWRK.
           IF FS-FGW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE FUGWRK = ' FS-FGW ' '
                      FUG-TIPDOC ' ' FUG-NRODOC
              ADD 1 TO CN-TOT-ERRORES
           END-IF.

       5900-F-GRABAR-TRABAJO.
           EXIT.

      **************************************
      *  INFORME DEL BANCO Y LISTAS POR    *
      *  SUCURSAL                          *
      **************************************
       6000-I-LISTADOS.
      *----------------*

           IF RETURN-CODE IS EQUAL 9999
              OR WS-PAR-ES-CARGA-INICIAL
              GO TO 6000-F-LISTADOS
           END-IF.

           MOVE 'FUGA DE CLIENTES POR SUCURSAL - PER.          '
                TO WS-TIT-TEXTO.
           MOVE WS-PERIODO TO WS-TIT-PERIODO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           MOVE 'SUCURSAL' TO WS-SCU-CONCEPTO.
           WRITE REG-LISTADO FROM WS-SUB-CUADRO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 6100-BAJAS-SUCURSAL THRU 6100-F-BAJAS-SUCURSAL
                   VARYING WS-SUC-IX FROM 1 BY 1
                   UNTIL WS-SUC-IX > 1000.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           MOVE SPACES TO WS-REG-CUADRO.
           MOVE 'TOTAL BANCO' TO WS-RCU-CONCEPTO.
           PERFORM 6150-COLUMNA-BANCO THRU 6150-F-COLUMNA-BANCO
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 6.
           WRITE REG-LISTADO FROM WS-REG-CUADRO AFTER 1.

           MOVE 'TASA DE FUGA POR SEGMENTO - PER.              '
                TO WS-TIT-TEXTO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUB-TASA AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           PERFORM 6200-TASA-SEGMENTO THRU 6200-F-TASA-SEGMENTO
                   VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 6.
           MOVE CN-TOT-FUSIONES TO WS-RFU-CANT.
           WRITE REG-LISTADO FROM WS-REG-FUSIONES AFTER 2.

           MOVE 'BAJAS POR MOTIVO, EDAD Y ANTIGUEDAD - PER.    '
                TO WS-TIT-TEXTO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           MOVE 'CONCEPTO' TO WS-SCU-CONCEPTO.
           WRITE REG-LISTADO FROM WS-SUB-CUADRO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           PERFORM 6300-FILA-CRUCE THRU 6300-F-FILA-CRUCE
                   VARYING WS-CRU-IX FROM 1 BY 1
                   UNTIL WS-CRU-IX > 13.

           MOVE LOW-VALUES TO KEY-FUGWRK.
           START FUGWRK KEY IS NOT LESS THAN KEY-FUGWRK
              INVALID KEY
                 GO TO 6000-F-LISTADOS
           END-START.

           MOVE '00' TO FS-FGW.
           PERFORM 6400-LEER-TRABAJO THRU 6400-F-LEER-TRABAJO
                   UNTIL FS-FGW-EOF.

       6000-F-LISTADOS.
           EXIT.

       6100-BAJAS-SUCURSAL.
      *--------------------*

           IF WS-SUC-BAJAS(WS-SUC-IX, 6) IS EQUAL ZEROS
              GO TO 6100-F-BAJAS-SUCURSAL
           END-IF.

           MOVE SPACES TO WS-REG-CUADRO.
           COMPUTE WS-SUC-NRO = WS-SUC-IX - 1.
           MOVE WS-SUC-NRO TO WS-RCU-CONCEPTO.
           PERFORM 6110-COLUMNA-SUCURSAL THRU 6110-F-COLUMNA-SUCURSAL
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 6.
           WRITE REG-LISTADO FROM WS-REG-CUADRO AFTER 1.

       6100-F-BAJAS-SUCURSAL.
           EXIT.

       6110-COLUMNA-SUCURSAL.
      *----------------------*

           MOVE WS-SUC-BAJAS(WS-SUC-IX, WS-COL-IX)
                TO WS-RCU-CANT(WS-COL-IX).

       6110-F-COLUMNA-SUCURSAL.
           EXIT.

       6150-COLUMNA-BANCO.
      *-------------------*

           MOVE WS-SEG-BAJAS(WS-COL-IX) TO WS-RCU-CANT(WS-COL-IX).

       6150-F-COLUMNA-BANCO.
           EXIT.

      ***** TASA = BAJAS DEL PERIODO / (ACTIVOS + BAJAS) **************
       6200-TASA-SEGMENTO.
      *-------------------*

           COMPUTE WS-BASE-TASA = WS-SEG-ACTIVOS(WS-SEG-IX)
                                + WS-SEG-BAJAS(WS-SEG-IX).
           IF WS-BASE-TASA IS EQUAL ZEROS
              GO TO 6200-F-TASA-SEGMENTO
           END-IF.

           MOVE SPACES TO WS-REG-TASA.
           IF WS-SEG-IX IS EQUAL 6
              MOVE 'TOTAL BANCO' TO WS-RTA-SEGMENTO
           ELSE
              IF WS-SEG-IX IS EQUAL 5
                 MOVE 'SIN SEGMENTO' TO WS-RTA-SEGMENTO
              ELSE
                 MOVE 'SEGMENTO' TO WS-RTA-SEGMENTO
                 MOVE WS-LETRA-SEGMENTO(WS-SEG-IX)
                      TO WS-RTA-SEGMENTO(10:1)
              END-IF
           END-IF.
           MOVE WS-SEG-ACTIVOS(WS-SEG-IX) TO WS-RTA-ACTIVOS.
           MOVE WS-SEG-BAJAS(WS-SEG-IX)   TO WS-RTA-BAJAS.
           COMPUTE WS-TASA ROUNDED =
                   WS-SEG-BAJAS(WS-SEG-IX) * 100 / WS-BASE-TASA.
           MOVE WS-TASA TO WS-RTA-TASA.
           WRITE REG-LISTADO FROM WS-REG-TASA AFTER 1.

       6200-F-TASA-SEGMENTO.
           EXIT.

       6300-FILA-CRUCE.
      *----------------*

           IF WS-CRU-IX IS EQUAL 4 OR 9
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
           END-IF.

           MOVE SPACES TO WS-REG-CUADRO.
           MOVE WS-CRU-CONCEPTO(WS-CRU-IX) TO WS-RCU-CONCEPTO.
           PERFORM 6310-COLUMNA-CRUCE THRU 6310-F-COLUMNA-CRUCE
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 6.
           WRITE REG-LISTADO FROM WS-REG-CUADRO AFTER 1.

       6300-F-FILA-CRUCE.
           EXIT.

       6310-COLUMNA-CRUCE.
      *-------------------*

           MOVE WS-CRU-CANT(WS-CRU-IX, WS-COL-IX)
                TO WS-RCU-CANT(WS-COL-IX).

       6310-F-COLUMNA-CRUCE.
           EXIT.

       6400-LEER-TRABAJO.
      *------------------*

           READ FUGWRK NEXT RECORD INTO WS-REG-FUGWRK.

           EVALUATE FS-FGW
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 6400-F-LEER-TRABAJO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA FUGWRK = ' FS-FGW
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-FGW
                 GO TO 6400-F-LEER-TRABAJO
           END-EVALUATE.

           IF FUG-SUCURSAL IS NOT EQUAL WS-SUC-ANTERIOR
              MOVE FUG-SUCURSAL TO WS-SUC-ANTERIOR WS-MARCA-SUC-NRO
              MOVE SPACES TO WS-TIPO-ANTERIOR
              WRITE REG-ALERTA FROM WS-REG-MARCA-SUC
              MOVE 'FUGA DE CLIENTES Y ALERTAS DE LA SUC. - PER.  '
                   TO WS-TIT-TEXTO
              MOVE WS-PERIODO TO WS-TIT-PERIODO
              WRITE REG-ALERTA FROM WS-TITULO AFTER PAGE
              WRITE REG-ALERTA FROM WS-SEPARADOR AFTER 1
              WRITE REG-ALERTA FROM WS-SUB-ALERTA AFTER 1
              WRITE REG-ALERTA FROM WS-SEPARADOR AFTER 1
           END-IF.

           IF FUG-TIPO IS NOT EQUAL WS-TIPO-ANTERIOR
              MOVE FUG-TIPO TO WS-TIPO-ANTERIOR
              EVALUATE TRUE
                 WHEN FUG-BAJA
                    MOVE 'BAJAS DEL PERIODO' TO WS-TTP-TEXTO
                 WHEN FUG-CAIDA-SALDO
                    MOVE 'ACTIVOS CON CAIDA DE SALDO A TRES MESES'
                         TO WS-TTP-TEXTO
                 WHEN OTHER
                    MOVE 'ACTIVOS QUE DEJARON DE COBRAR HABERES'
                         TO WS-TTP-TEXTO
              END-EVALUATE
              WRITE REG-ALERTA FROM WS-TIT-TIPO AFTER 2
           END-IF.

           MOVE SPACES          TO WS-REG-ALERTA.
           MOVE FUG-TIPDOC      TO WS-RAL-TIPDOC.
           MOVE FUG-NRODOC      TO WS-RAL-NRODOC.
           MOVE FUG-SEGMENTO    TO WS-RAL-SEGMENTO.
           MOVE FUG-DETALLE     TO WS-RAL-DETALLE.
           IF FUG-CAIDA-SALDO
              MOVE FUG-SALDO-ANT TO WS-RAL-SALDO-ANT
              MOVE FUG-SALDO-ACT TO WS-RAL-SALDO-ACT
              MOVE FUG-PCT       TO WS-RAL-PCT
           END-IF.
           MOVE FUG-FECHA       TO WS-RAL-FECHA.
           WRITE REG-ALERTA FROM WS-REG-ALERTA AFTER 1.
           IF FS-ALE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ALERTA = ' FS-ALE
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-FGW
           END-IF.

       6400-F-LEER-TRABAJO.
           EXIT.

      **************************************
      *  CUERPO FINAL CIERRE DE FILES      *
      **************************************
       9999-I-FINAL.
      *-------------*

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           CLOSE LISTADO.
           IF FS-LIS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE ALERTA.
           IF FS-ALE NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ALERTA = ' FS-ALE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-BAJFILE-DISPONIBLE
              CLOSE BAJAS
           END-IF.
           IF WS-FGWFILE-DISPONIBLE
              CLOSE FUGWRK
           END-IF.
           IF WS-KYCFILE-DISPONIBLE
              CLOSE KYC
           END-IF.

           DISPLAY 'PERIODO                     = ' WS-PERIODO.
           DISPLAY 'CLIENTES CON FECBAJA        = ' CN-TOT-LEIDAS.
           DISPLAY 'YA REGISTRADOS              = ' CN-TOT-YA-REGISTR.
           DISPLAY 'BAJAS NUEVAS REGISTRADAS    = ' CN-TOT-NUEVAS.
           DISPLAY 'FUSIONES (NO SON FUGA)      = ' CN-TOT-FUSIONES.
           DISPLAY 'FUGA DEL PERIODO            = ' CN-TOT-FUGA.
           DISPLAY '  POR FALLECIMIENTO         = ' CN-TOT-FALLEC.
           DISPLAY '  CON RECLAMO PREVIO        = ' CN-TOT-RECLAMOS.
           DISPLAY 'ALERTAS CAIDA DE SALDO      = ' CN-TOT-CAIDAS.
           DISPLAY 'ALERTAS HABERES CORTADOS    = ' CN-TOT-HABERES.
           DISPLAY 'ERRORES                     = ' CN-TOT-ERRORES.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND NOT WS-PAR-ES-CARGA-INICIAL
              AND WS-SIN-FOTOS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVFG15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-LEIDAS   TO RES-CANT-PROCESADOS.
           MOVE CN-TOT-ERRORES  TO RES-CANT-ERRORES.
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
