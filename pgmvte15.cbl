       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVTE15.
      ********************************************************
      *                                                      *
      *   TENENCIA DE PRODUCTOS POR CLIENTE, MATRIZ DE       *
      *   PENETRACION Y LISTAS DE OPORTUNIDADES              *
      *            TP 35 - BATCH DB2 DE CONTROL              *
      *                                                      *
      ********************************************************
      *                                                      *
      * CADA MAESTRO DE PRODUCTOS ESTA POR SU LADO Y NADIE   *
      * PODIA DECIR QUE CLIENTES TIENEN SOLO UNA CAJA DE     *
      * AHORRO. ESTE JOB MENSUAL ARMA EN DDTENENC (CPTENENC) *
      * UN VECTOR DE TENENCIA POR DOCUMENTO CON SUS SALDOS:  *
      *  - CUENTAS DE TB99CUEN: CAJA DE AHORRO O CUENTA      *
      *    CORRIENTE SEGUN EL CATALOGO DDPRODUC, Y MONEDA    *
      *    EXTRANJERA CUANDO LA CUENTA TIENE SALDO           *
      *  - PLAZOS FIJOS VIGENTES (DDPLAZO, PGMVPZ15)         *
      *  - TARJETAS DE DEBITO VIGENTES (DDTARJET, PGMVTJ15)  *
      *  - COTITULARIDADES (DDCOTIT, PGMVCT15)               *
      *  - ADHESIONES DE DEBITO AUTOMATICO VIGENTES          *
      *    (DDMANDAT, PGMVDM15) Y ORDENES PERMANENTES        *
      *    VIGENTES (DDORDPER, PGMVSO15), AL TITULAR DE LA   *
      *    CUENTA DEBITADA                                   *
      *  - ACREDITACIONES DE HABERES DEL PERIODO EN          *
      *    TB99MOVI (CODIGO DE PARAMETROS, PGMVHA15)         *
      * CON EL VECTOR ARMA LA MATRIZ DE PENETRACION DEL      *
      * BANCO (PORCENTAJE DE CLIENTES CON CADA PRODUCTO POR  *
      * SUCURSAL Y SEGMENTO) Y APLICA LAS REGLAS DE          *
      * OPORTUNIDAD DE DDREGLAS (TIENE UN PRODUCTO Y LE      *
      * FALTA OTRO, O '**' = NO TIENE NINGUN OTRO). LAS      *
      * OPORTUNIDADES SALEN POR SUCURSAL CON LA MARCA        *
      * '*SUC* NNN' PARA EL PARTIDOR PGMVBU15, SOLO PARA LOS *
      * CLIENTES QUE NO RECHAZARON EL CONTACTO COMERCIAL     *
      * SEGUN EL REGISTRO DE CONSENTIMIENTO (PGMVCK15)       *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MATRIZ DE PENETRACION *
           SELECT LISTADO ASSIGN DDLISTA
                  FILE STATUS IS FS-LIS.

      *    OPORTUNIDADES POR SUCURSAL *
           SELECT OPORTUN ASSIGN DDOPORTN
                  FILE STATUS IS FS-OPN.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

      *    REGLAS DE OPORTUNIDAD (SIN DD SE USAN LAS DEL PROGRAMA) *
           SELECT REGLAS ASSIGN DDREGLAS
                  FILE STATUS IS FS-RGL.

      *    CATALOGO DE PRODUCTOS (CPPRODUC) *
           SELECT PRODUC ASSIGN DDPRODUC
                  FILE STATUS IS FS-PRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-PRODUC.

      *    VECTOR DE TENENCIA POR DOCUMENTO (CPTENENC) *
           SELECT TENENC ASSIGN DDTENENC
                  FILE STATUS IS FS-TEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-TENENC.

      *    TRABAJO: OPORTUNIDADES ORDENADAS POR SUCURSAL *
           SELECT OPOWRK ASSIGN DDOPOWRK
                  FILE STATUS IS FS-OPW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-OPOWRK.

      *    MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
           SELECT PLAZO ASSIGN DDPLAZO
                  FILE STATUS IS FS-PLZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-PLZ.

      *    MAESTRO DE TARJETAS DE DEBITO (CPTARJET) *
           SELECT TARJETA ASSIGN DDTARJET
                  FILE STATUS IS FS-TAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-TARJETA.

      *    COTITULARIDADES (CPCOTIT) *
           SELECT COTIT ASSIGN DDCOTIT
                  FILE STATUS IS FS-COT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-COT.

      *    ADHESIONES DE DEBITO AUTOMATICO (PGMVDM15) *
           SELECT MANDATO ASSIGN DDMANDAT
                  FILE STATUS IS FS-MAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-MAN.

      *    ORDENES PERMANENTES (PGMVSO15) *
           SELECT ORDPER ASSIGN DDORDPER
                  FILE STATUS IS FS-OPE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-OPE.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-LISTADO        PIC X(132).

       FD  OPORTUN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-OPORTUN        PIC X(132).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(11).

       FD REGLAS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-REGLAS          PIC X(40).

       FD PRODUC.

       01 REG-PRODUC.
           03 KEY-PRODUC           PIC X(04).
           03 FILLER               PIC X(96).

       FD TENENC.

       01  REG-TENENC.
           03  KEY-TENENC          PIC X(13).
           03  FILLER              PIC X(67).

       FD OPOWRK.

       01  REG-OPOWRK.
           03  KEY-OPOWRK          PIC X(20).
           03  FILLER              PIC X(60).

       FD PLAZO.

       01  REG-PLAZO.
           03  KEY-PLZ             PIC 9(08).
           03  FILLER              PIC X(72).

       FD TARJETA.

       01  REG-TARJETA.
           03  KEY-TARJETA         PIC 9(16).
           03  FILLER              PIC X(104).

       FD COTIT.

       01  REG-COTIT.
           03  KEY-COT             PIC X(20).
           03  FILLER              PIC X(20).

       FD MANDATO.

       01  REG-MANDATO.
           03  KEY-MAN             PIC X(27).
           03  FILLER              PIC X(33).

       FD ORDPER.

       01  REG-ORDPER.
           03  KEY-OPE             PIC 9(06).
           03  FILLER              PIC X(74).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-LIS             PIC X(02).
           88  FS-LIS-OK                  VALUE '00'.

       01  FS-OPN             PIC X(02).
           88  FS-OPN-OK                  VALUE '00'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-RGL             PIC X(02)   VALUE SPACES.
           88  FS-RGL-EOF                 VALUE '10'.

       01  FS-PRD             PIC X(02)   VALUE SPACES.
           88  FS-PRD-EOF                 VALUE '10'.

       01  FS-TEN             PIC X(02)   VALUE SPACES.
           88  FS-TEN-OK                  VALUE '00'.
           88  FS-TEN-EOF                 VALUE '10'.

       01  FS-OPW             PIC X(02)   VALUE SPACES.
           88  FS-OPW-EOF                 VALUE '10'.

       01  FS-PLZ             PIC X(02)   VALUE SPACES.
           88  FS-PLZ-EOF                 VALUE '10'.

       01  FS-TAR             PIC X(02)   VALUE SPACES.
           88  FS-TAR-EOF                 VALUE '10'.

       01  FS-COT             PIC X(02)   VALUE SPACES.
           88  FS-COT-EOF                 VALUE '10'.

       01  FS-MAN             PIC X(02)   VALUE SPACES.
           88  FS-MAN-EOF                 VALUE '10'.

       01  FS-OPE             PIC X(02)   VALUE SPACES.
           88  FS-OPE-EOF                 VALUE '10'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

           COPY CPTENENC.

           COPY CPPRODUC.

           COPY CPTARJET.

           COPY CPCOTIT.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * PERIODO AAAAMM (CEROS = MES DE LA FECHA DE PROCESO), MONEDA   *
      * LOCAL Y CODIGO DE MOVIMIENTO DE LA ACREDITACION DE HABERES ****
       01  WS-REG-PARAMETROS.
           03  WS-PAR-PERIODO       PIC 9(06)      VALUE ZEROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 9(02)      VALUE 02.
           03  WS-PAR-COD-HABERES   PIC X(03)      VALUE 'HAC'.

      * REGLA DE OPORTUNIDAD: TIENE EL PRIMER PRODUCTO Y NO EL        *
      * SEGUNDO ('**' = NO TIENE NINGUN OTRO PRODUCTO) ****************
       01  WS-REG-REGLA.
           03  RGL-CODIGO           PIC X(04).
           03  RGL-TIENE            PIC X(02).
           03  RGL-FALTA            PIC X(02).
               88  RGL-SOLO-ESE-PRODUCTO       VALUE '**'.
           03  RGL-DESCRIPCION      PIC X(30).
           03  FILLER               PIC X(02).

      * REGLAS DEL PROGRAMA CUANDO NO VIENE DDREGLAS *
       01  WS-RGL-DEFECTO.
           03  FILLER               PIC X(38)      VALUE
               'HAPFHAPFCOBRA HABERES SIN PLAZO FIJO  '.
           03  FILLER               PIC X(38)      VALUE
               'METDMETDSALDO EN DOLARES SIN TARJETA  '.
           03  FILLER               PIC X(38)      VALUE
               'CA**CA**SOLO CAJA DE AHORRO           '.
       01  WS-RGL-DEFECTO-R REDEFINES WS-RGL-DEFECTO.
           03  WS-RGL-DEF-ENTRADA   PIC X(38) OCCURS 3 TIMES.

       01  WS-RGL-TABLA.
           03  WS-RGL-TOPE        PIC 9(02)   VALUE 20.
           03  WS-RGL-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-RGL-ENTRADA OCCURS 20 TIMES.
               05  WS-RGL-CODIGO      PIC X(04).
               05  WS-RGL-DESCRIP     PIC X(30).
               05  WS-RGL-IX-TIENE    PIC 9(02).
      * CERO = NO TIENE NINGUN OTRO PRODUCTO *
               05  WS-RGL-IX-FALTA    PIC 9(02).
               05  WS-RGL-CANT        PIC 9(07).
               05  WS-RGL-CONTACT     PIC 9(07).

       77  WS-RGL-IX          PIC 9(02)   VALUE ZEROS.

      * CODIGOS DE PRODUCTO EN EL ORDEN DEL VECTOR TEN-TIENE *
       01  WS-COD-PRODUCTOS   PIC X(18)   VALUE
               'CACCMEPFTDDAOPCTHA'.
       01  WS-COD-PRODUCTOS-R REDEFINES WS-COD-PRODUCTOS.
           03  WS-COD-PRODUCTO    PIC X(02) OCCURS 9 TIMES.

       77  WS-PRO-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-PRO-IX-MATCH    PIC 9(02)   VALUE ZEROS.
       77  WS-PRO-BUSCADO     PIC X(02)   VALUE SPACES.

      * CATALOGO: TIPCUEN Y MONEDA DE TB99CUEN A TIPO CA / CC *
       01  WS-CAT-TABLA.
           03  WS-CAT-TOPE        PIC 9(03)   VALUE 100.
           03  WS-CAT-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-CAT-ENTRADA OCCURS 100 TIMES.
               05  WS-CAT-TIPCUEN     PIC 9(02).
               05  WS-CAT-MONEDA      PIC 9(02).
               05  WS-CAT-TIPO        PIC X(02).

       77  WS-CAT-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-CAT-TIPO-HALLADO PIC X(02)  VALUE SPACES.

      * MATRIZ DE PENETRACION POR SUCURSAL (INDICE = SUCURSAL + 1) Y *
      * SEGMENTO (1-4 = A-D, 5 = SIN SEGMENTO) ************************
       01  WS-MAT-TABLA.
           03  WS-MAT-SUCURSAL OCCURS 1000 TIMES.
               05  WS-MAT-SEGMENTO OCCURS 5 TIMES.
                   07  WS-MAT-CLIENTES    PIC 9(07) COMP.
                   07  WS-MAT-PROD        PIC 9(07) COMP
                                          OCCURS 9 TIMES.

      * TOTALES DEL BANCO POR SEGMENTO (6 = TODOS) *
       01  WS-TOT-TABLA.
           03  WS-TOT-SEGMENTO OCCURS 6 TIMES.
               05  WS-TOT-CLIENTES    PIC 9(07) COMP.
               05  WS-TOT-PROD        PIC 9(07) COMP OCCURS 9 TIMES.

       01  WS-LETRAS-SEGMENTO PIC X(06)   VALUE 'ABCD T'.
       01  WS-LETRAS-SEGMENTO-R REDEFINES WS-LETRAS-SEGMENTO.
           03  WS-LETRA-SEGMENTO  PIC X(01) OCCURS 6 TIMES.

       77  WS-SUC-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-SUC-NRO         PIC 9(03)   VALUE ZEROS.
       77  WS-SEG-IX          PIC 9(01)   VALUE ZEROS.
       77  WS-MAT-CLI-LINEA   PIC 9(07)   VALUE ZEROS.
       77  WS-PCT             PIC 9(03)V9 VALUE ZEROS.

       01  WS-FECHA-HOY-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-HOY-R     REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-PERIODO     PIC 9(06).
           03  WS-HOY-DD          PIC 9(02).

       01  WS-PERIODO         PIC 9(06)   VALUE ZEROS.
       01  WS-PERIODO-R       REDEFINES WS-PERIODO.
           03  WS-PER-AAAA        PIC 9(04).
           03  WS-PER-MM          PIC 9(02).

       01  WS-SIGUIENTE       PIC 9(06)   VALUE ZEROS.
       01  WS-SIGUIENTE-R     REDEFINES WS-SIGUIENTE.
           03  WS-SIG-AAAA        PIC 9(04).
           03  WS-SIG-MM          PIC 9(02).

      * MARCA DE UN PRODUCTO EN EL VECTOR DE UN DOCUMENTO *
       77  WS-MAR-TIPDOC      PIC X(02)   VALUE SPACES.
       77  WS-MAR-NRODOC      PIC 9(11)   VALUE ZEROS.
       77  WS-MAR-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-MAR-SUCURSAL    PIC 9(03)   VALUE ZEROS.
       77  WS-MAR-IMPORTE     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-SW-VECTOR       PIC X(01)   VALUE 'N'.
           88  WS-VECTOR-PENDIENTE         VALUE 'S'.
           88  WS-SIN-VECTOR               VALUE 'N'.

       01  WS-SW-CONSENT      PIC X(01)   VALUE 'N'.
           88  WS-CONSENT-CONSULTADO       VALUE 'S'.
           88  WS-CONSENT-SIN-CONSULTAR    VALUE 'N'.

       01  WS-SW-CUMPLE       PIC X(01)   VALUE 'N'.
           88  WS-CUMPLE-REGLA             VALUE 'S'.
           88  WS-NO-CUMPLE-REGLA          VALUE 'N'.

       01  WS-SW-FILES.
           03  WS-SW-TENFILE      PIC X(01)   VALUE 'N'.
               88  WS-TENFILE-DISPONIBLE       VALUE 'S'.
           03  WS-SW-OPWFILE      PIC X(01)   VALUE 'N'.
               88  WS-OPWFILE-DISPONIBLE       VALUE 'S'.

       77  WS-SUC-ANTERIOR    PIC 9(04)   VALUE 9999.

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

      * VISTA DEL REGISTRO DEL MAESTRO DE ADHESIONES (PGMVDM15) *
       01  WS-REG-MAN.
           03  MAN-TIPCUEN        PIC 9(02).
           03  MAN-NROCUEN        PIC 9(15).
           03  MAN-EMPRESA        PIC X(10).
           03  MAN-REFERENCIA     PIC X(15).
           03  MAN-VIG-DESDE      PIC 9(08).
           03  MAN-VIG-HASTA      PIC 9(08).
           03  FILLER             PIC X(02).

      * VISTA DEL REGISTRO DEL MAESTRO DE ORDENES (PGMVSO15) *
       01  WS-REG-OPE.
           03  OPE-NRO-ORDEN      PIC 9(06).
           03  OPE-DEB-TIPCUEN    PIC 9(02).
           03  OPE-DEB-NROCUEN    PIC 9(15).
           03  OPE-CRE-TIPCUEN    PIC 9(02).
           03  OPE-CRE-NROCUEN    PIC 9(15).
           03  OPE-IMPORTE        PIC 9(9)V99.
           03  OPE-MONEDA         PIC 9(02).
           03  OPE-FRECUENCIA     PIC X(01).
           03  OPE-PROX-EJEC      PIC 9(08).
           03  OPE-FECHA-FIN      PIC 9(08).
           03  FILLER             PIC X(10).

      * OPORTUNIDAD DE TRABAJO - CLAVE SUCURSAL + DOCUMENTO + REGLA *
       01  WS-REG-OPOWRK.
           03  OPW-CLAVE.
               05  OPW-SUCURSAL       PIC 9(03).
               05  OPW-TIPDOC         PIC X(02).
               05  OPW-NRODOC         PIC 9(11).
               05  OPW-REGLA          PIC X(04).
           03  OPW-SEGMENTO           PIC X(01).
           03  OPW-DESCRIPCION        PIC X(30).
           03  OPW-SALDO-LOCAL        PIC S9(13)V99 COMP-3.
           03  OPW-SALDO-ME           PIC S9(13)V99 COMP-3.
      *    CANALES AUTORIZADOS: POSTAL / EMAIL / TELEFONO / SMS      *
           03  OPW-CANALES            PIC X(04).
           03  FILLER                 PIC X(09).

      * CONTADORES *
       77  CN-TOT-CUENTAS     PIC 9(09)   VALUE ZEROS.
       77  CN-TOT-CLIENTES    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-PLAZOS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-TARJETAS    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-COTITULAR   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-ADHESIONES  PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-ORDENES     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-HABERES     PIC 9(07)   VALUE ZEROS.
       77  CN-SIN-TITULAR     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-OPORTUN     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-NO-CONTACT  PIC 9(07)   VALUE ZEROS.

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

      * HOST VARIABLE PARA COLUMNA SEGMENTO DE TB99CLIE - AUN NO      *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-SEGMENTO   PIC X(01) VALUE SPACES.

       77  WS-CUE-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.

      * CUENTAS POR DOCUMENTO *
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, VALUE(B.SEGMENTO, ' '),
                    A.TIPCUEN, A.MONEDA, A.SUCUEN, A.SALDO
             FROM ITPLZRY.TB99CUEN A
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               ORDER BY B.TIPDOC, B.NRODOC
           END-EXEC.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-DESDE     PIC X(10)  VALUE SPACES.
       77  WS-MOV-SIGUIENTE PIC X(10)  VALUE SPACES.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-IMPORTE   PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-MOV-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.

      * ACREDITACIONES DE HABERES DEL PERIODO POR DOCUMENTO *
           EXEC SQL
             DECLARE CURSOR2 CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, SUM(M.IMPORTE), MIN(A.SUCUEN)
             FROM ITPLZRY.TB99MOVI M
               INNER JOIN ITPLZRY.TB99CUEN A
               ON  M.TIPCUEN = A.TIPCUEN
               AND M.NROCUEN = A.NROCUEN
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               WHERE M.CODMOV = :WS-MOV-CODMOV
               AND M.FECNEG >= :WS-MOV-DESDE
               AND M.FECNEG <  :WS-MOV-SIGUIENTE
               GROUP BY B.TIPDOC, B.NRODOC
           END-EXEC.

       01  WS-PGMVCK15      PIC X(8)  VALUE 'PGMVCK15'.
           COPY CPCNSCTL.

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

       01  WS-SUB-MATRIZ.
           03  FILLER        PIC X(30)    VALUE
               'SUC SEG  CLIENTES  % CAJA AHO '.
           03  FILLER        PIC X(30)    VALUE
               ' CTA CTE  MON EXT PLZ FIJO TAR'.
           03  FILLER        PIC X(30)    VALUE
               ' DEB DEB AUTO ORD PER COTITUL '.
           03  FILLER        PIC X(30)    VALUE
               'HABERES                       '.
           03  FILLER        PIC X(12)    VALUE SPACES.

       01  WS-REG-MATRIZ.
           03  WS-RMA-SUCURSAL    PIC X(03)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RMA-SEGMENTO    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RMA-CLIENTES    PIC Z.ZZZ.ZZ9.
           03  WS-RMA-COLUMNA OCCURS 9 TIMES.
               05  FILLER         PIC X(03).
               05  WS-RMA-PCT     PIC ZZ9,9.
           03  FILLER             PIC X(43)    VALUE SPACES.

       01  WS-SUB-OPORTUN.
           03  FILLER        PIC X(30)    VALUE
               'DOCUMENTO       SEG REGLA OPOR'.
           03  FILLER        PIC X(30)    VALUE
               'TUNIDAD                       '.
           03  FILLER        PIC X(30)    VALUE
               '        SALDO MON. LOCAL      '.
           03  FILLER        PIC X(30)    VALUE
               'SALDO MON. EXT. CANALES (PETS)'.
           03  FILLER        PIC X(12)    VALUE SPACES.

       01  WS-REG-OPORTUN.
           03  WS-ROP-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-ROP-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-ROP-SEGMENTO    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-ROP-REGLA       PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-ROP-DESCRIP     PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-ROP-SALDO-LOC   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-ROP-SALDO-ME    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-ROP-CANALES     PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(27)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-RTO-CODIGO      PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RTO-TEXTO       PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(14)    VALUE
               '  CUMPLEN:    '.
           03  WS-RTO-CANT        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(16)    VALUE
               '  CONTACTABLES: '.
           03  WS-RTO-CONTACT     PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(48)    VALUE SPACES.
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

           PERFORM 3000-I-OTROS-PRODUCTOS
              THRU 3000-F-OTROS-PRODUCTOS

           PERFORM 4000-I-MATRIZ
              THRU 4000-F-MATRIZ

           PERFORM 5000-I-LISTADOS
              THRU 5000-F-LISTADOS

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
           INITIALIZE WS-MAT-TABLA WS-TOT-TABLA.

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
           IF WS-PAR-MONEDA-LOCAL IS NOT NUMERIC
              MOVE 02 TO WS-PAR-MONEDA-LOCAL
           END-IF.
           IF WS-PAR-COD-HABERES IS EQUAL SPACES
              MOVE 'HAC' TO WS-PAR-COD-HABERES
           END-IF.

      * PERIODO COMO RANGO DE FECNEG: DEL 1 AL 1 DEL MES SIGUIENTE *
           MOVE WS-PERIODO TO WS-SIGUIENTE.
           IF WS-PER-MM IS EQUAL 12
              ADD 1 TO WS-SIG-AAAA
              MOVE 01 TO WS-SIG-MM
           ELSE
              ADD 1 TO WS-SIG-MM
           END-IF.
           MOVE SPACES TO WS-MOV-DESDE WS-MOV-SIGUIENTE.
           STRING WS-PER-AAAA '-' WS-PER-MM '-01'
                  DELIMITED BY SIZE INTO WS-MOV-DESDE.
           STRING WS-SIG-AAAA '-' WS-SIG-MM '-01'
                  DELIMITED BY SIZE INTO WS-MOV-SIGUIENTE.
           MOVE WS-PAR-COD-HABERES TO WS-MOV-CODMOV.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

           OPEN OUTPUT OPORTUN.
           IF FS-OPN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OPORTUN = ' FS-OPN
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

           PERFORM 1100-CARGAR-REGLAS THRU 1100-F-CARGAR-REGLAS.
           PERFORM 1200-CARGAR-CATALOGO THRU 1200-F-CARGAR-CATALOGO.
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-F-INICIO
           END-IF.

      * LOS DOS CLUSTERS SE REARMAN COMPLETOS EN CADA CORRIDA (REUSE) *
           OPEN OUTPUT TENENC.
           IF FS-TEN IS EQUAL '00'
              CLOSE TENENC
              OPEN I-O TENENC
           END-IF.
           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TENENC = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-TENFILE-DISPONIBLE TO TRUE.

           OPEN OUTPUT OPOWRK.
           IF FS-OPW IS EQUAL '00'
              CLOSE OPOWRK
              OPEN I-O OPOWRK
           END-IF.
           IF FS-OPW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OPOWRK = ' FS-OPW
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-OPWFILE-DISPONIBLE TO TRUE.

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
      *  REGLAS DE OPORTUNIDAD             *
      **************************************
       1100-CARGAR-REGLAS.
      *-------------------*

           OPEN INPUT REGLAS.
           IF FS-RGL IS EQUAL '00'
              PERFORM 1150-LEER-REGLA THRU 1150-F-LEER-REGLA
                      UNTIL FS-RGL-EOF
              CLOSE REGLAS
           END-IF.

           IF WS-RGL-OCUP IS EQUAL ZEROS
              DISPLAY '* SIN DDREGLAS - SE USAN LAS REGLAS DEL PROGRAMA'
              PERFORM 1160-REGLA-DEFECTO THRU 1160-F-REGLA-DEFECTO
                      VARYING WS-RGL-IX FROM 1 BY 1
                      UNTIL WS-RGL-IX > 3
           END-IF.

       1100-F-CARGAR-REGLAS.
           EXIT.

       1150-LEER-REGLA.
      *----------------*

           READ REGLAS INTO WS-REG-REGLA.
           IF FS-RGL IS NOT EQUAL '00'
              MOVE '10' TO FS-RGL
              GO TO 1150-F-LEER-REGLA
           END-IF.

           PERFORM 1170-AGREGAR-REGLA THRU 1170-F-AGREGAR-REGLA.

       1150-F-LEER-REGLA.
           EXIT.

       1160-REGLA-DEFECTO.
      *-------------------*

           MOVE SPACES TO WS-REG-REGLA.
           MOVE WS-RGL-DEF-ENTRADA(WS-RGL-IX) TO WS-REG-REGLA.
           PERFORM 1170-AGREGAR-REGLA THRU 1170-F-AGREGAR-REGLA.

       1160-F-REGLA-DEFECTO.
           EXIT.

       1170-AGREGAR-REGLA.
      *-------------------*

           IF WS-RGL-OCUP IS NOT LESS THAN WS-RGL-TOPE
              DISPLAY '* TABLA DE REGLAS LLENA - SE IGNORA ' RGL-CODIGO
              GO TO 1170-F-AGREGAR-REGLA
           END-IF.

           MOVE RGL-TIENE TO WS-PRO-BUSCADO.
           PERFORM 6000-UBICAR-PRODUCTO THRU 6000-F-UBICAR-PRODUCTO.
           IF WS-PRO-IX-MATCH IS EQUAL ZEROS
              DISPLAY '* REGLA ' RGL-CODIGO ' PRODUCTO INVALIDO '
                      RGL-TIENE
              GO TO 1170-F-AGREGAR-REGLA
           END-IF.

           ADD 1 TO WS-RGL-OCUP.
           MOVE RGL-CODIGO      TO WS-RGL-CODIGO(WS-RGL-OCUP).
           MOVE RGL-DESCRIPCION TO WS-RGL-DESCRIP(WS-RGL-OCUP).
           MOVE WS-PRO-IX-MATCH TO WS-RGL-IX-TIENE(WS-RGL-OCUP).
           MOVE ZEROS           TO WS-RGL-IX-FALTA(WS-RGL-OCUP)
                                   WS-RGL-CANT(WS-RGL-OCUP)
                                   WS-RGL-CONTACT(WS-RGL-OCUP).

           IF RGL-SOLO-ESE-PRODUCTO
              GO TO 1170-F-AGREGAR-REGLA
           END-IF.

           MOVE RGL-FALTA TO WS-PRO-BUSCADO.
           PERFORM 6000-UBICAR-PRODUCTO THRU 6000-F-UBICAR-PRODUCTO.
           IF WS-PRO-IX-MATCH IS EQUAL ZEROS
              DISPLAY '* REGLA ' RGL-CODIGO ' PRODUCTO INVALIDO '
                      RGL-FALTA
              SUBTRACT 1 FROM WS-RGL-OCUP
              GO TO 1170-F-AGREGAR-REGLA
           END-IF.
           MOVE WS-PRO-IX-MATCH TO WS-RGL-IX-FALTA(WS-RGL-OCUP).

       1170-F-AGREGAR-REGLA.
           EXIT.

      **************************************
      *  CATALOGO DE PRODUCTOS A MEMORIA   *
      **************************************
       1200-CARGAR-CATALOGO.
      *---------------------*

           OPEN INPUT PRODUC.
           IF FS-PRD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRODUC = ' FS-PRD
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-F-CARGAR-CATALOGO
           END-IF.

           PERFORM 1250-LEER-PRODUCTO THRU 1250-F-LEER-PRODUCTO
                   UNTIL FS-PRD-EOF.

           CLOSE PRODUC.

       1200-F-CARGAR-CATALOGO.
           EXIT.

       1250-LEER-PRODUCTO.
      *-------------------*

           READ PRODUC NEXT RECORD INTO WS-REG-PRODUC.
           IF FS-PRD IS NOT EQUAL '00'
              MOVE '10' TO FS-PRD
              GO TO 1250-F-LEER-PRODUCTO
           END-IF.

           IF WS-CAT-OCUP IS NOT LESS THAN WS-CAT-TOPE
              DISPLAY '* TABLA DE CATALOGO LLENA'
              MOVE '10' TO FS-PRD
              GO TO 1250-F-LEER-PRODUCTO
           END-IF.

           ADD 1 TO WS-CAT-OCUP.
           MOVE PRD-TIPCUEN     TO WS-CAT-TIPCUEN(WS-CAT-OCUP).
           MOVE PRD-MONEDA      TO WS-CAT-MONEDA(WS-CAT-OCUP).
           MOVE PRD-TIPO-CUENTA TO WS-CAT-TIPO(WS-CAT-OCUP).

       1250-F-LEER-PRODUCTO.
           EXIT.

      **************************************
      *  UNA CUENTA POR FETCH, CON CORTE   *
      *  POR DOCUMENTO                     *
      **************************************
       2000-I-PROCESO.
      *---------------*

           ADD 1 TO CN-TOT-CUENTAS.

           IF WS-SIN-VECTOR
              OR DB-CL-TIPDOC IS NOT EQUAL TEN-TIPDOC
              OR DB-CL-NRODOC IS NOT EQUAL TEN-NRODOC
              PERFORM 2200-NUEVO-DOCUMENTO THRU 2200-F-NUEVO-DOCUMENTO
           END-IF.

           IF DB-CU-SUCUEN IS NOT LESS THAN ZEROS
              AND DB-CU-SUCUEN IS LESS THAN TEN-SUCURSAL
              MOVE DB-CU-SUCUEN TO TEN-SUCURSAL
           END-IF.

           IF WS-CUE-MONEDA IS NOT EQUAL WS-PAR-MONEDA-LOCAL
              ADD DB-CU-SALDO TO TEN-SALDO-ME
              IF DB-CU-SALDO IS GREATER THAN ZEROS
                 SET TEN-TIENE-ME TO TRUE
              END-IF
           ELSE
              ADD DB-CU-SALDO TO TEN-SALDO-LOCAL
              PERFORM 2300-TIPO-CUENTA THRU 2300-F-TIPO-CUENTA
              IF WS-CAT-TIPO-HALLADO IS EQUAL 'CC'
                 SET TEN-TIENE-CC TO TRUE
              ELSE
                 SET TEN-TIENE-CA TO TRUE
              END-IF
           END-IF.

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
                       :DB-CU-TIPCUEN,
                       :WS-CUE-MONEDA,
                       :DB-CU-SUCUEN,
                       :DB-CU-SALDO
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

       2200-NUEVO-DOCUMENTO.
      *---------------------*

           IF WS-VECTOR-PENDIENTE
              PERFORM 2400-GRABAR-VECTOR THRU 2400-F-GRABAR-VECTOR
           END-IF.

           INITIALIZE WS-REG-TENENC.
           MOVE ALL 'N'         TO TEN-PRODUCTOS.
           MOVE DB-CL-TIPDOC    TO TEN-TIPDOC.
           MOVE DB-CL-NRODOC    TO TEN-NRODOC.
           MOVE WS-PERIODO      TO TEN-PERIODO.
           MOVE DB-CL-SEGMENTO  TO TEN-SEGMENTO.
           MOVE 999             TO TEN-SUCURSAL.
           SET WS-VECTOR-PENDIENTE TO TRUE.
           ADD 1 TO CN-TOT-CLIENTES.

       2200-F-NUEVO-DOCUMENTO.
           EXIT.

      ***** CA O CC SEGUN EL CATALOGO (SIN CATALOGAR = CA) ************
       2300-TIPO-CUENTA.
      *-----------------*

           MOVE SPACES TO WS-CAT-TIPO-HALLADO.
           PERFORM 2310-COMPARAR-CATALOGO THRU 2310-F-COMPARAR-CATALOGO
                   VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-OCUP
                      OR WS-CAT-TIPO-HALLADO IS NOT EQUAL SPACES.

       2300-F-TIPO-CUENTA.
           EXIT.

       2310-COMPARAR-CATALOGO.
      *-----------------------*

           IF WS-CAT-TIPCUEN(WS-CAT-IX) IS EQUAL DB-CU-TIPCUEN
              AND WS-CAT-MONEDA(WS-CAT-IX) IS EQUAL WS-CUE-MONEDA
              MOVE WS-CAT-TIPO(WS-CAT-IX) TO WS-CAT-TIPO-HALLADO
           END-IF.

       2310-F-COMPARAR-CATALOGO.
           EXIT.

       2400-GRABAR-VECTOR.
      *-------------------*

           MOVE WS-REG-TENENC TO REG-TENENC.
           WRITE REG-TENENC.
           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE TENENC = ' FS-TEN ' '
                      TEN-TIPDOC ' ' TEN-NRODOC
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           END-IF.
           SET WS-SIN-VECTOR TO TRUE.

       2400-F-GRABAR-VECTOR.
           EXIT.

      **************************************
      *  PRODUCTOS DE LOS OTROS MAESTROS   *
      **************************************
       3000-I-OTROS-PRODUCTOS.
      *-----------------------*

           IF WS-VECTOR-PENDIENTE
              PERFORM 2400-GRABAR-VECTOR THRU 2400-F-GRABAR-VECTOR
           END-IF.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-F-OTROS-PRODUCTOS
           END-IF.

           PERFORM 3100-PLAZOS-FIJOS THRU 3100-F-PLAZOS-FIJOS.
           PERFORM 3200-TARJETAS THRU 3200-F-TARJETAS.
           PERFORM 3300-COTITULARES THRU 3300-F-COTITULARES.
           PERFORM 3400-ADHESIONES THRU 3400-F-ADHESIONES.
           PERFORM 3500-ORDENES THRU 3500-F-ORDENES.
           PERFORM 3600-HABERES THRU 3600-F-HABERES.

       3000-F-OTROS-PRODUCTOS.
           EXIT.

      ***** PLAZOS FIJOS VIGENTES *************************************
       3100-PLAZOS-FIJOS.
      *------------------*

           OPEN INPUT PLAZO.
           IF FS-PLZ IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS FIJOS AUSENTE - STATUS = '
                      FS-PLZ
              GO TO 3100-F-PLAZOS-FIJOS
           END-IF.

           PERFORM 3150-LEER-PLAZO THRU 3150-F-LEER-PLAZO
                   UNTIL FS-PLZ-EOF.

           CLOSE PLAZO.

       3100-F-PLAZOS-FIJOS.
           EXIT.

       3150-LEER-PLAZO.
      *----------------*

           READ PLAZO NEXT RECORD INTO WS-REG-PLZ.
           IF FS-PLZ IS NOT EQUAL '00'
              MOVE '10' TO FS-PLZ
              GO TO 3150-F-LEER-PLAZO
           END-IF.

           IF NOT PLZ-VIGENTE
              GO TO 3150-F-LEER-PLAZO
           END-IF.

           ADD 1 TO CN-TOT-PLAZOS.
           MOVE PLZ-TIPDOC   TO WS-MAR-TIPDOC.
           MOVE PLZ-NRODOC   TO WS-MAR-NRODOC.
           MOVE PLZ-SUCURSAL TO WS-MAR-SUCURSAL.
           MOVE PLZ-CAPITAL  TO WS-MAR-IMPORTE.
           MOVE 4            TO WS-MAR-IX.
           PERFORM 6500-MARCAR-PRODUCTO THRU 6500-F-MARCAR-PRODUCTO.

       3150-F-LEER-PLAZO.
           EXIT.

      ***** TARJETAS DE DEBITO EMITIDAS O ACTIVAS *********************
       3200-TARJETAS.
      *--------------*

           OPEN INPUT TARJETA.
           IF FS-TAR IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE TARJETAS AUSENTE - STATUS = '
                      FS-TAR
              GO TO 3200-F-TARJETAS
           END-IF.

           PERFORM 3250-LEER-TARJETA THRU 3250-F-LEER-TARJETA
                   UNTIL FS-TAR-EOF.

           CLOSE TARJETA.

       3200-F-TARJETAS.
           EXIT.

       3250-LEER-TARJETA.
      *------------------*

           READ TARJETA NEXT RECORD INTO WS-REG-TARJETA.
           IF FS-TAR IS NOT EQUAL '00'
              MOVE '10' TO FS-TAR
              GO TO 3250-F-LEER-TARJETA
           END-IF.

      * LA CLAVE EN CEROS ES EL REGISTRO DE CONTROL *
           IF TAR-NUMERO IS EQUAL ZEROS
              OR NOT TAR-VIGENTE
              GO TO 3250-F-LEER-TARJETA
           END-IF.

           ADD 1 TO CN-TOT-TARJETAS.
           MOVE ZEROS       TO WS-MAR-SUCURSAL.
           IF TAR-TIPCUEN IS GREATER THAN ZEROS
              MOVE TAR-TIPCUEN TO DB-CU-TIPCUEN
              MOVE TAR-NROCUEN TO DB-CU-NROCUEN
              PERFORM 6700-TITULAR-CUENTA THRU 6700-F-TITULAR-CUENTA
           END-IF.
           MOVE TAR-TIPDOC  TO WS-MAR-TIPDOC.
           MOVE TAR-NRODOC  TO WS-MAR-NRODOC.
           MOVE ZEROS       TO WS-MAR-IMPORTE.
           MOVE 5           TO WS-MAR-IX.
           PERFORM 6500-MARCAR-PRODUCTO THRU 6500-F-MARCAR-PRODUCTO.

       3250-F-LEER-TARJETA.
           EXIT.

      ***** COTITULARES DE CUENTAS ************************************
       3300-COTITULARES.
      *-----------------*

           OPEN INPUT COTIT.
           IF FS-COT IS NOT EQUAL '00'
              DISPLAY '* ARCHIVO DE COTITULARES AUSENTE - STATUS = '
                      FS-COT
              GO TO 3300-F-COTITULARES
           END-IF.

           PERFORM 3350-LEER-COTITULAR THRU 3350-F-LEER-COTITULAR
                   UNTIL FS-COT-EOF.

           CLOSE COTIT.

       3300-F-COTITULARES.
           EXIT.

       3350-LEER-COTITULAR.
      *--------------------*

           READ COTIT NEXT RECORD INTO WS-REG-COTIT.
           IF FS-COT IS NOT EQUAL '00'
              MOVE '10' TO FS-COT
              GO TO 3350-F-LEER-COTITULAR
           END-IF.

           ADD 1 TO CN-TOT-COTITULAR.
           MOVE ZEROS       TO WS-MAR-SUCURSAL.
           MOVE COT-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE COT-NROCUEN TO DB-CU-NROCUEN.
           PERFORM 6700-TITULAR-CUENTA THRU 6700-F-TITULAR-CUENTA.
           MOVE COT-TIPDOC  TO WS-MAR-TIPDOC.
           MOVE COT-NRODOC  TO WS-MAR-NRODOC.
           MOVE ZEROS       TO WS-MAR-IMPORTE.
           MOVE 8           TO WS-MAR-IX.
           PERFORM 6500-MARCAR-PRODUCTO THRU 6500-F-MARCAR-PRODUCTO.

       3350-F-LEER-COTITULAR.
           EXIT.

      ***** ADHESIONES DE DEBITO AUTOMATICO VIGENTES ******************
       3400-ADHESIONES.
      *----------------*

           OPEN INPUT MANDATO.
           IF FS-MAN IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE ADHESIONES AUSENTE - STATUS = '
                      FS-MAN
              GO TO 3400-F-ADHESIONES
           END-IF.

           PERFORM 3450-LEER-ADHESION THRU 3450-F-LEER-ADHESION
                   UNTIL FS-MAN-EOF.

           CLOSE MANDATO.

       3400-F-ADHESIONES.
           EXIT.

       3450-LEER-ADHESION.
      *-------------------*

           READ MANDATO NEXT RECORD INTO WS-REG-MAN.
           IF FS-MAN IS NOT EQUAL '00'
              MOVE '10' TO FS-MAN
              GO TO 3450-F-LEER-ADHESION
           END-IF.

           IF MAN-VIG-DESDE IS GREATER THAN WS-FECHA-HOY-8
              GO TO 3450-F-LEER-ADHESION
           END-IF.
           IF MAN-VIG-HASTA IS GREATER THAN ZEROS
              AND MAN-VIG-HASTA IS LESS THAN WS-FECHA-HOY-8
              GO TO 3450-F-LEER-ADHESION
           END-IF.

           ADD 1 TO CN-TOT-ADHESIONES.
           MOVE MAN-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE MAN-NROCUEN TO DB-CU-NROCUEN.
           PERFORM 6700-TITULAR-CUENTA THRU 6700-F-TITULAR-CUENTA.
           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO 3450-F-LEER-ADHESION
           END-IF.

           MOVE DB-CL-TIPDOC TO WS-MAR-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-MAR-NRODOC.
           MOVE ZEROS        TO WS-MAR-IMPORTE.
           MOVE 6            TO WS-MAR-IX.
           PERFORM 6500-MARCAR-PRODUCTO THRU 6500-F-MARCAR-PRODUCTO.

       3450-F-LEER-ADHESION.
           EXIT.

      ***** ORDENES PERMANENTES VIGENTES ******************************
       3500-ORDENES.
      *-------------*

           OPEN INPUT ORDPER.
           IF FS-OPE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE ORDENES AUSENTE - STATUS = '
                      FS-OPE
              GO TO 3500-F-ORDENES
           END-IF.

           PERFORM 3550-LEER-ORDEN THRU 3550-F-LEER-ORDEN
                   UNTIL FS-OPE-EOF.

           CLOSE ORDPER.

       3500-F-ORDENES.
           EXIT.

       3550-LEER-ORDEN.
      *----------------*

           READ ORDPER NEXT RECORD INTO WS-REG-OPE.
           IF FS-OPE IS NOT EQUAL '00'
              MOVE '10' TO FS-OPE
              GO TO 3550-F-LEER-ORDEN
           END-IF.

           IF OPE-FECHA-FIN IS GREATER THAN ZEROS
              AND OPE-FECHA-FIN IS LESS THAN WS-FECHA-HOY-8
              GO TO 3550-F-LEER-ORDEN
           END-IF.

           ADD 1 TO CN-TOT-ORDENES.
           MOVE OPE-DEB-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE OPE-DEB-NROCUEN TO DB-CU-NROCUEN.
           PERFORM 6700-TITULAR-CUENTA THRU 6700-F-TITULAR-CUENTA.
           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO 3550-F-LEER-ORDEN
           END-IF.

           MOVE DB-CL-TIPDOC TO WS-MAR-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-MAR-NRODOC.
           MOVE ZEROS        TO WS-MAR-IMPORTE.
           MOVE 7            TO WS-MAR-IX.
           PERFORM 6500-MARCAR-PRODUCTO THRU 6500-F-MARCAR-PRODUCTO.

       3550-F-LEER-ORDEN.
           EXIT.

      ***** ACREDITACIONES DE HABERES DEL PERIODO *********************
       3600-HABERES.
      *-------------*

           EXEC SQL
              OPEN CURSOR2
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 2    = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3600-F-HABERES
           END-IF.

           MOVE '00' TO FS-SQL.
           PERFORM 3650-FETCH-HABERES THRU 3650-F-FETCH-HABERES
                   UNTIL SQL-EOF OR SQL-NOK.

           EXEC SQL
              CLOSE CURSOR2
           END-EXEC.

       3600-F-HABERES.
           EXIT.

       3650-FETCH-HABERES.
      *-------------------*

           EXEC SQL
              FETCH CURSOR2
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :WS-MOV-IMPORTE,
                       :WS-MOV-SUCUEN
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE '00' TO FS-SQL
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
                 GO TO 3650-F-FETCH-HABERES
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR 2: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 GO TO 3650-F-FETCH-HABERES
           END-EVALUATE.

           ADD 1 TO CN-TOT-HABERES.
           MOVE DB-CL-TIPDOC   TO WS-MAR-TIPDOC.
           MOVE DB-CL-NRODOC   TO WS-MAR-NRODOC.
           MOVE WS-MOV-SUCUEN  TO WS-MAR-SUCURSAL.
           MOVE WS-MOV-IMPORTE TO WS-MAR-IMPORTE.
           MOVE 9              TO WS-MAR-IX.
           PERFORM 6500-MARCAR-PRODUCTO THRU 6500-F-MARCAR-PRODUCTO.

       3650-F-FETCH-HABERES.
           EXIT.

      **************************************
      *  MATRIZ Y OPORTUNIDADES SOBRE EL   *
      *  VECTOR COMPLETO                   *
      **************************************
       4000-I-MATRIZ.
      *--------------*

           IF RETURN-CODE IS EQUAL 9999
              GO TO 4000-F-MATRIZ
           END-IF.

           MOVE LOW-VALUES TO KEY-TENENC.
           START TENENC KEY IS NOT LESS THAN KEY-TENENC
              INVALID KEY
                 GO TO 4000-F-MATRIZ
           END-START.

           MOVE '00' TO FS-TEN.
           PERFORM 4100-LEER-VECTOR THRU 4100-F-LEER-VECTOR
                   UNTIL FS-TEN-EOF.

       4000-F-MATRIZ.
           EXIT.

       4100-LEER-VECTOR.
      *-----------------*

           READ TENENC NEXT RECORD INTO WS-REG-TENENC.

           EVALUATE FS-TEN
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 4100-F-LEER-VECTOR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TENENC = ' FS-TEN
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-TEN
                 GO TO 4100-F-LEER-VECTOR
           END-EVALUATE.

           MOVE ZEROS TO TEN-CANT-PRODUCTOS.
           PERFORM 4150-CONTAR-PRODUCTO THRU 4150-F-CONTAR-PRODUCTO
                   VARYING WS-PRO-IX FROM 1 BY 1
                   UNTIL WS-PRO-IX > 9.

           MOVE WS-REG-TENENC TO REG-TENENC.
           REWRITE REG-TENENC.
           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE TENENC = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-TEN
              GO TO 4100-F-LEER-VECTOR
           END-IF.

           EVALUATE TEN-SEGMENTO
              WHEN 'A' MOVE 1 TO WS-SEG-IX
              WHEN 'B' MOVE 2 TO WS-SEG-IX
              WHEN 'C' MOVE 3 TO WS-SEG-IX
              WHEN 'D' MOVE 4 TO WS-SEG-IX
              WHEN OTHER MOVE 5 TO WS-SEG-IX
           END-EVALUATE.
           COMPUTE WS-SUC-IX = TEN-SUCURSAL + 1.

           ADD 1 TO WS-MAT-CLIENTES(WS-SUC-IX, WS-SEG-IX).
           ADD 1 TO WS-TOT-CLIENTES(WS-SEG-IX).
           ADD 1 TO WS-TOT-CLIENTES(6).
           PERFORM 4160-ACUMULAR-PRODUCTO THRU 4160-F-ACUMULAR-PRODUCTO
                   VARYING WS-PRO-IX FROM 1 BY 1
                   UNTIL WS-PRO-IX > 9.

           SET WS-CONSENT-SIN-CONSULTAR TO TRUE.
           PERFORM 4200-APLICAR-REGLA THRU 4200-F-APLICAR-REGLA
                   VARYING WS-RGL-IX FROM 1 BY 1
                   UNTIL WS-RGL-IX > WS-RGL-OCUP.

       4100-F-LEER-VECTOR.
           EXIT.

       4150-CONTAR-PRODUCTO.
      *---------------------*

           IF TEN-PRODUCTO-SI(WS-PRO-IX)
              ADD 1 TO TEN-CANT-PRODUCTOS
           END-IF.

       4150-F-CONTAR-PRODUCTO.
           EXIT.

       4160-ACUMULAR-PRODUCTO.
      *-----------------------*

           IF TEN-PRODUCTO-SI(WS-PRO-IX)
              ADD 1 TO WS-MAT-PROD(WS-SUC-IX, WS-SEG-IX, WS-PRO-IX)
              ADD 1 TO WS-TOT-PROD(WS-SEG-IX, WS-PRO-IX)
              ADD 1 TO WS-TOT-PROD(6, WS-PRO-IX)
           END-IF.

       4160-F-ACUMULAR-PRODUCTO.
           EXIT.

       4200-APLICAR-REGLA.
      *-------------------*

           SET WS-NO-CUMPLE-REGLA TO TRUE.
           IF TEN-PRODUCTO-SI(WS-RGL-IX-TIENE(WS-RGL-IX))
              IF WS-RGL-IX-FALTA(WS-RGL-IX) IS EQUAL ZEROS
                 IF TEN-CANT-PRODUCTOS IS EQUAL 1
                    SET WS-CUMPLE-REGLA TO TRUE
                 END-IF
              ELSE
                 IF NOT TEN-PRODUCTO-SI(WS-RGL-IX-FALTA(WS-RGL-IX))
                    SET WS-CUMPLE-REGLA TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF WS-NO-CUMPLE-REGLA
              GO TO 4200-F-APLICAR-REGLA
           END-IF.

           ADD 1 TO WS-RGL-CANT(WS-RGL-IX).

           IF WS-CONSENT-SIN-CONSULTAR
              MOVE TEN-TIPDOC TO LK-CNS-TIPDOC
              MOVE TEN-NRODOC TO LK-CNS-NRODOC
              CALL WS-PGMVCK15 USING LK-PARM-CONSENT
              SET WS-CONSENT-CONSULTADO TO TRUE
           END-IF.

           IF LK-CNS-NO-CONTACTAR
              ADD 1 TO CN-TOT-NO-CONTACT
              GO TO 4200-F-APLICAR-REGLA
           END-IF.

           ADD 1 TO WS-RGL-CONTACT(WS-RGL-IX).
           MOVE SPACES                     TO WS-REG-OPOWRK.
           MOVE TEN-SUCURSAL               TO OPW-SUCURSAL.
           MOVE TEN-TIPDOC                 TO OPW-TIPDOC.
           MOVE TEN-NRODOC                 TO OPW-NRODOC.
           MOVE WS-RGL-CODIGO(WS-RGL-IX)   TO OPW-REGLA.
           MOVE TEN-SEGMENTO               TO OPW-SEGMENTO.
           MOVE WS-RGL-DESCRIP(WS-RGL-IX)  TO OPW-DESCRIPCION.
           MOVE TEN-SALDO-LOCAL            TO OPW-SALDO-LOCAL.
           MOVE TEN-SALDO-ME               TO OPW-SALDO-ME.
           MOVE LK-CNS-POSTAL              TO OPW-CANALES(1:1).
           MOVE LK-CNS-EMAIL               TO OPW-CANALES(2:1).
           MOVE LK-CNS-TELEFONO            TO OPW-CANALES(3:1).
           MOVE LK-CNS-SMS                 TO OPW-CANALES(4:1).

           MOVE WS-REG-OPOWRK TO REG-OPOWRK.
           WRITE REG-OPOWRK.
           IF FS-OPW IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE OPOWRK = ' FS-OPW
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO CN-TOT-OPORTUN
           END-IF.

       4200-F-APLICAR-REGLA.
           EXIT.

      **************************************
      *  MATRIZ DE PENETRACION Y LISTAS DE *
      *  OPORTUNIDADES POR SUCURSAL        *
      **************************************
       5000-I-LISTADOS.
      *----------------*

           IF RETURN-CODE IS EQUAL 9999
              GO TO 5000-F-LISTADOS
           END-IF.

           MOVE 'PENETRACION DE PRODUCTOS POR SUCURSAL - PER. '
                TO WS-TIT-TEXTO.
           MOVE WS-PERIODO TO WS-TIT-PERIODO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUB-MATRIZ AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 5100-MATRIZ-SUCURSAL THRU 5100-F-MATRIZ-SUCURSAL
                   VARYING WS-SUC-IX FROM 1 BY 1
                   UNTIL WS-SUC-IX > 1000.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           PERFORM 5200-MATRIZ-BANCO THRU 5200-F-MATRIZ-BANCO
                   VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 6.

           MOVE LOW-VALUES TO KEY-OPOWRK.
           START OPOWRK KEY IS NOT LESS THAN KEY-OPOWRK
              INVALID KEY
                 GO TO 5000-F-LISTADOS
           END-START.

           MOVE '00' TO FS-OPW.
           PERFORM 5300-LEER-OPORTUNIDAD THRU 5300-F-LEER-OPORTUNIDAD
                   UNTIL FS-OPW-EOF.

       5000-F-LISTADOS.
           EXIT.

       5100-MATRIZ-SUCURSAL.
      *---------------------*

           PERFORM 5150-MATRIZ-SEGMENTO THRU 5150-F-MATRIZ-SEGMENTO
                   VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > 5.

       5100-F-MATRIZ-SUCURSAL.
           EXIT.

       5150-MATRIZ-SEGMENTO.
      *---------------------*

           IF WS-MAT-CLIENTES(WS-SUC-IX, WS-SEG-IX) IS EQUAL ZEROS
              GO TO 5150-F-MATRIZ-SEGMENTO
           END-IF.

           MOVE SPACES TO WS-REG-MATRIZ.
           COMPUTE WS-SUC-NRO = WS-SUC-IX - 1.
           MOVE WS-SUC-NRO TO WS-RMA-SUCURSAL.
           MOVE WS-LETRA-SEGMENTO(WS-SEG-IX) TO WS-RMA-SEGMENTO.
           MOVE WS-MAT-CLIENTES(WS-SUC-IX, WS-SEG-IX)
                TO WS-MAT-CLI-LINEA.
           MOVE WS-MAT-CLI-LINEA TO WS-RMA-CLIENTES.
           PERFORM 5160-PCT-SUCURSAL THRU 5160-F-PCT-SUCURSAL
                   VARYING WS-PRO-IX FROM 1 BY 1
                   UNTIL WS-PRO-IX > 9.
           WRITE REG-LISTADO FROM WS-REG-MATRIZ AFTER 1.

       5150-F-MATRIZ-SEGMENTO.
           EXIT.

       5160-PCT-SUCURSAL.
      *------------------*

           COMPUTE WS-PCT ROUNDED =
                   WS-MAT-PROD(WS-SUC-IX, WS-SEG-IX, WS-PRO-IX) * 100
                 / WS-MAT-CLI-LINEA.
           MOVE WS-PCT TO WS-RMA-PCT(WS-PRO-IX).

       5160-F-PCT-SUCURSAL.
           EXIT.

       5200-MATRIZ-BANCO.
      *------------------*

           IF WS-TOT-CLIENTES(WS-SEG-IX) IS EQUAL ZEROS
              GO TO 5200-F-MATRIZ-BANCO
           END-IF.

           MOVE SPACES TO WS-REG-MATRIZ.
           MOVE 'BCO' TO WS-RMA-SUCURSAL.
           MOVE WS-LETRA-SEGMENTO(WS-SEG-IX) TO WS-RMA-SEGMENTO.
           MOVE WS-TOT-CLIENTES(WS-SEG-IX) TO WS-MAT-CLI-LINEA.
           MOVE WS-MAT-CLI-LINEA TO WS-RMA-CLIENTES.
           PERFORM 5250-PCT-BANCO THRU 5250-F-PCT-BANCO
                   VARYING WS-PRO-IX FROM 1 BY 1
                   UNTIL WS-PRO-IX > 9.
           WRITE REG-LISTADO FROM WS-REG-MATRIZ AFTER 1.

       5200-F-MATRIZ-BANCO.
           EXIT.

       5250-PCT-BANCO.
      *---------------*

           COMPUTE WS-PCT ROUNDED =
                   WS-TOT-PROD(WS-SEG-IX, WS-PRO-IX) * 100
                 / WS-MAT-CLI-LINEA.
           MOVE WS-PCT TO WS-RMA-PCT(WS-PRO-IX).

       5250-F-PCT-BANCO.
           EXIT.

       5300-LEER-OPORTUNIDAD.
      *----------------------*

           READ OPOWRK NEXT RECORD INTO WS-REG-OPOWRK.

           EVALUATE FS-OPW
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 5300-F-LEER-OPORTUNIDAD
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OPOWRK = ' FS-OPW
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-OPW
                 GO TO 5300-F-LEER-OPORTUNIDAD
           END-EVALUATE.

           IF OPW-SUCURSAL IS NOT EQUAL WS-SUC-ANTERIOR
              MOVE OPW-SUCURSAL TO WS-SUC-ANTERIOR WS-MARCA-SUC-NRO
              WRITE REG-OPORTUN FROM WS-REG-MARCA-SUC
              MOVE 'OPORTUNIDADES COMERCIALES DE LA SUC. - PER.  '
                   TO WS-TIT-TEXTO
              MOVE WS-PERIODO TO WS-TIT-PERIODO
              WRITE REG-OPORTUN FROM WS-TITULO AFTER PAGE
              WRITE REG-OPORTUN FROM WS-SEPARADOR AFTER 1
              WRITE REG-OPORTUN FROM WS-SUB-OPORTUN AFTER 1
              WRITE REG-OPORTUN FROM WS-SEPARADOR AFTER 1
           END-IF.

           MOVE SPACES          TO WS-REG-OPORTUN.
           MOVE OPW-TIPDOC      TO WS-ROP-TIPDOC.
           MOVE OPW-NRODOC      TO WS-ROP-NRODOC.
           MOVE OPW-SEGMENTO    TO WS-ROP-SEGMENTO.
           MOVE OPW-REGLA       TO WS-ROP-REGLA.
           MOVE OPW-DESCRIPCION TO WS-ROP-DESCRIP.
           MOVE OPW-SALDO-LOCAL TO WS-ROP-SALDO-LOC.
           MOVE OPW-SALDO-ME    TO WS-ROP-SALDO-ME.
           MOVE OPW-CANALES     TO WS-ROP-CANALES.
           WRITE REG-OPORTUN FROM WS-REG-OPORTUN AFTER 1.
           IF FS-OPN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE OPORTUN = ' FS-OPN
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-OPW
           END-IF.

       5300-F-LEER-OPORTUNIDAD.
           EXIT.

      ***** UBICA EL CODIGO DE PRODUCTO (CERO = NO EXISTE) ************
       6000-UBICAR-PRODUCTO.
      *---------------------*

           MOVE ZEROS TO WS-PRO-IX-MATCH.
           PERFORM 6010-COMPARAR-PRODUCTO THRU 6010-F-COMPARAR-PRODUCTO
                   VARYING WS-PRO-IX FROM 1 BY 1
                   UNTIL WS-PRO-IX > 9
                      OR WS-PRO-IX-MATCH > ZEROS.

       6000-F-UBICAR-PRODUCTO.
           EXIT.

       6010-COMPARAR-PRODUCTO.
      *-----------------------*

           IF WS-COD-PRODUCTO(WS-PRO-IX) IS EQUAL WS-PRO-BUSCADO
              MOVE WS-PRO-IX TO WS-PRO-IX-MATCH
           END-IF.

       6010-F-COMPARAR-PRODUCTO.
           EXIT.

      ***** MARCA EL PRODUCTO WS-MAR-IX EN EL VECTOR DEL DOCUMENTO; ***
      ***** UN DOCUMENTO SIN CUENTAS PROPIAS ENTRA CON ESTE PRODUCTO **
       6500-MARCAR-PRODUCTO.
      *---------------------*

           MOVE WS-MAR-TIPDOC TO TEN-TIPDOC.
           MOVE WS-MAR-NRODOC TO TEN-NRODOC.
           MOVE TEN-CLAVE     TO KEY-TENENC.

           READ TENENC RECORD INTO WS-REG-TENENC
                KEY IS KEY-TENENC.

           EVALUATE FS-TEN
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 INITIALIZE WS-REG-TENENC
                 MOVE ALL 'N'         TO TEN-PRODUCTOS
                 MOVE WS-MAR-TIPDOC   TO TEN-TIPDOC
                 MOVE WS-MAR-NRODOC   TO TEN-NRODOC
                 MOVE WS-PERIODO      TO TEN-PERIODO
                 MOVE WS-MAR-SUCURSAL TO TEN-SUCURSAL
                 MOVE SPACES          TO TEN-SEGMENTO
                 ADD 1 TO CN-SIN-TITULAR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TENENC = ' FS-TEN
                 MOVE 9999 TO RETURN-CODE
                 GO TO 6500-F-MARCAR-PRODUCTO
           END-EVALUATE.

           MOVE 'S' TO TEN-TIENE(WS-MAR-IX).
           EVALUATE WS-MAR-IX
              WHEN 4
                 ADD WS-MAR-IMPORTE TO TEN-CAPITAL-PF
              WHEN 9
                 ADD WS-MAR-IMPORTE TO TEN-HABERES
           END-EVALUATE.

           MOVE WS-REG-TENENC TO REG-TENENC.
           IF FS-TEN IS EQUAL '23'
              WRITE REG-TENENC
           ELSE
              REWRITE REG-TENENC
           END-IF.
           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION TENENC = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6500-F-MARCAR-PRODUCTO.
           EXIT.

      ***** SUCURSAL Y DOCUMENTO DEL TITULAR DE LA CUENTA *************
      ***** DB-CU-TIPCUEN / DB-CU-NROCUEN *****************************
       6700-TITULAR-CUENTA.
      *--------------------*

           EXEC SQL
              SELECT A.SUCUEN, B.TIPDOC, B.NRODOC
                INTO :DB-CU-SUCUEN, :DB-CL-TIPDOC, :DB-CL-NRODOC
                FROM ITPLZRY.TB99CUEN A
                  INNER JOIN ITPLZRY.TB99CLIE B
                  ON A.NROCLI = B.NROCLI
                WHERE A.TIPCUEN = :DB-CU-TIPCUEN
                AND A.NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 IF DB-CU-SUCUEN IS NOT LESS THAN ZEROS
                    MOVE DB-CU-SUCUEN TO WS-MAR-SUCURSAL
                 END-IF
              WHEN +100
                 DISPLAY '* CUENTA ' DB-CU-TIPCUEN ' ' DB-CU-NROCUEN
                         ' SIN TITULAR EN TB99CUEN'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CUEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       6700-F-TITULAR-CUENTA.
           EXIT.

      **************************************
      *  CUERPO FINAL CIERRE DE FILES      *
      **************************************
       9999-I-FINAL.
      *-------------*

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           IF RETURN-CODE IS NOT EQUAL 9999
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2
              PERFORM 9100-TOTAL-REGLA THRU 9100-F-TOTAL-REGLA
                      VARYING WS-RGL-IX FROM 1 BY 1
                      UNTIL WS-RGL-IX > WS-RGL-OCUP
           END-IF.

           CLOSE LISTADO.
           IF FS-LIS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE OPORTUN.
           IF FS-OPN NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE OPORTUN = ' FS-OPN
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF WS-TENFILE-DISPONIBLE
              CLOSE TENENC
           END-IF.
           IF WS-OPWFILE-DISPONIBLE
              CLOSE OPOWRK
           END-IF.

           DISPLAY 'PERIODO                     = ' WS-PERIODO.
           DISPLAY 'CUENTAS LEIDAS              = ' CN-TOT-CUENTAS.
           DISPLAY 'CLIENTES CON CUENTAS        = ' CN-TOT-CLIENTES.
           DISPLAY 'PLAZOS FIJOS VIGENTES       = ' CN-TOT-PLAZOS.
           DISPLAY 'TARJETAS VIGENTES           = ' CN-TOT-TARJETAS.
           DISPLAY 'COTITULARIDADES             = ' CN-TOT-COTITULAR.
           DISPLAY 'ADHESIONES VIGENTES         = ' CN-TOT-ADHESIONES.
           DISPLAY 'ORDENES VIGENTES            = ' CN-TOT-ORDENES.
           DISPLAY 'CLIENTES CON HABERES        = ' CN-TOT-HABERES.
           DISPLAY 'DOCUMENTOS SIN CUENTA PROPIA= ' CN-SIN-TITULAR.
           DISPLAY 'OPORTUNIDADES LISTADAS      = ' CN-TOT-OPORTUN.
           DISPLAY 'OPORT. SIN CONSENTIMIENTO   = ' CN-TOT-NO-CONTACT.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVTE15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = CN-TOT-CLIENTES
                                       + CN-SIN-TITULAR.
           MOVE ZEROS           TO RES-CANT-ERRORES.
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

      ***** OPORTUNIDADES POR REGLA AL PIE DE LA MATRIZ ***************
       9100-TOTAL-REGLA.
      *-----------------*

           MOVE WS-RGL-CODIGO(WS-RGL-IX)  TO WS-RTO-CODIGO.
           MOVE WS-RGL-DESCRIP(WS-RGL-IX) TO WS-RTO-TEXTO.
           MOVE WS-RGL-CANT(WS-RGL-IX)    TO WS-RTO-CANT.
           MOVE WS-RGL-CONTACT(WS-RGL-IX) TO WS-RTO-CONTACT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       9100-F-TOTAL-REGLA.
           EXIT.
