       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVIB15.

      ***********************************************
      *                                             *
      *  RETENCION DE INGRESOS BRUTOS SOBRE         *
      *  ACREDITACIONES (SIRCREB) POR JURISDICCION  *
      *  TP 35 - BATCH DB2 DE MANTENIMIENTO         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS DIRECCIONES DE RENTAS PROVINCIALES NOS  *
      * OBLIGAN A RETENER INGRESOS BRUTOS SOBRE LAS *
      * ACREDITACIONES EN CUENTAS DE LOS CUIT DEL   *
      * PADRON MENSUAL DE COMARB, A LA ALICUOTA     *
      * ASIGNADA A CADA CUIT. MODO 'P': CARGA EL    *
      * PADRON DEL MES (DDPADRON) EN EL VSAM        *
      * DDPADSIR (LAYOUT CPPADSIR). MODO 'R':       *
      * RECORRE LAS ACREDITACIONES DEL DIA EN EL    *
      * LIBRO TB99MOVI, DESCARTA HABERES Y          *
      * MOVIMIENTOS ENTRE CUENTAS PROPIAS, Y SI EL  *
      * TITULAR ESTA EN EL PADRON DEBITA LA         *
      * RETENCION POR PGMVPS15 Y LA REGISTRA EN     *
      * DDRETIB (CPRETIB) ATRIBUIDA A LA            *
      * JURISDICCION DEL DOMICILIO DEL CLIENTE      *
      * SEGUN EL MAESTRO DE CODIGOS POSTALES.       *
      * MODO 'D': ARMA LA DECLARACION QUINCENAL     *
      * POR JURISDICCION (DDDECSIR) Y SU LISTADO    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PADRON MENSUAL DE COMARB *
             SELECT ENTRADA ASSIGN DDPADRON
                    FILE STATUS IS FS-ENT.

             SELECT PADRON ASSIGN DDPADSIR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-PADSIR
                    FILE STATUS IS FS-PAD.

             SELECT RETENIB ASSIGN DDRETIB
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-RETIB
                    FILE STATUS IS FS-RIB.

             SELECT CODPOS  ASSIGN DDCODPO
                    FILE STATUS IS FS-COD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-CODPOS.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * DECLARACION QUINCENAL POR JURISDICCION *
             SELECT DECLARA ASSIGN DDDECSIR
                    FILE STATUS IS FS-DEC.

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

       01 REG-ENTRADA       PIC X(50).

       FD PADRON.

       01 REG-PADSIR.
           03 KEY-PADSIR    PIC X(11).
           03 FILLER        PIC X(29).

       FD RETENIB.

       01 REG-RETIB.
           03 KEY-RETIB     PIC X(52).
           03 FILLER        PIC X(98).

       FD CODPOS.

       01 REG-CODPOS.
           03 KEY-CODPOS    PIC X(4).
           03 FILLER        PIC X(66).

       FD CLIENTE.

       01 REG-CLIENTE.
          03 KEY-CLI        PIC X(17).
          03 FILLER         PIC X(227).

       FD DECLARA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DECLARA       PIC X(100).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(100).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(51).

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
       77  FS-PAD           PIC XX    VALUE SPACES.
       77  FS-RIB           PIC XX    VALUE SPACES.
       77  FS-COD           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-DEC           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

       01  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-AAAAMM    PIC 9(6).
           03  WS-HOY-DD        PIC 9(2).
       01  WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-AAAA      PIC X(4).
           03  WS-HOY-MM        PIC X(2).
           03  WS-HOY-DD-X      PIC X(2).

           COPY CPPADSIR.
           COPY CPRETIB.
           COPY CPCODPOS.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, MONEDA ALCANZADA, QUINCENA A DECLARAR,    *
      * CUIT DEL BANCO COMO AGENTE Y CODIGOS DE MOVIMIENTO ALCANZADOS  *
      * (TODO EN ESPACIOS = TODA ACREDITACION NO EXCLUIDA)             *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'R'.
               88  WS-MODO-PADRON              VALUE 'P'.
               88  WS-MODO-RETENCION           VALUE 'R'.
               88  WS-MODO-DECLARACION         VALUE 'D'.
           03  WS-PAR-MONEDA-LOCAL  PIC 9(02)  VALUE 02.
      * QUINCENA A DECLARAR (CEROS = LA ULTIMA QUINCENA CERRADA) *
           03  WS-PAR-PERIODO       PIC 9(06)  VALUE ZEROS.
           03  WS-PAR-QUINCENA      PIC 9(01)  VALUE ZEROS.
           03  WS-PAR-CUIT-AGENTE   PIC 9(11)  VALUE ZEROS.
           03  WS-PAR-CODIGOS.
               05  WS-PAR-CODMOV    PIC X(03)  OCCURS 10 TIMES.

      * CODIGOS QUE NUNCA SE RETIENEN: HABERES, MOVIMIENTOS ENTRE     *
      * CUENTAS PROPIAS DEL CLIENTE, DEVOLUCIONES Y CONTRASIENTOS,    *
      * DESEMBOLSOS DE PRESTAMOS Y CASTIGOS ***************************
       01  WS-EXCLUIDOS-VALORES.
           03  FILLER           PIC X(03)  VALUE 'HAC'.
           03  FILLER           PIC X(03)  VALUE 'HAR'.
           03  FILLER           PIC X(03)  VALUE 'OPC'.
           03  FILLER           PIC X(03)  VALUE 'FXC'.
           03  FILLER           PIC X(03)  VALUE 'PFV'.
           03  FILLER           PIC X(03)  VALUE 'PFD'.
           03  FILLER           PIC X(03)  VALUE 'FCR'.
           03  FILLER           PIC X(03)  VALUE 'OPR'.
           03  FILLER           PIC X(03)  VALUE 'ATR'.
           03  FILLER           PIC X(03)  VALUE 'ATD'.
           03  FILLER           PIC X(03)  VALUE 'SWD'.
           03  FILLER           PIC X(03)  VALUE 'PRD'.
           03  FILLER           PIC X(03)  VALUE 'CAS'.
       01  WS-EXCLUIDOS REDEFINES WS-EXCLUIDOS-VALORES.
           03  WS-EXC-CODMOV    PIC X(03)  OCCURS 13 TIMES.

       77  WS-EXC-TOPE      PIC 9(02)  VALUE 13.
       77  WS-EXC-IX        PIC 9(02)  VALUE ZEROS.
       77  WS-COD-PAR-IX    PIC 9(02)  VALUE ZEROS.

       01  WS-SW-CODIGO     PIC X      VALUE 'N'.
           88  WS-CODIGO-ALCANZADO        VALUE 'Y'.
           88  WS-CODIGO-NO-ALCANZADO     VALUE 'N'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-STATUS-CLIENTE PIC X    VALUE 'N'.
           88  WS-CLIENTE-ABIERTO     VALUE 'Y'.
           88  WS-CLIENTE-AUSENTE     VALUE 'N'.

      * LINEA DEL PADRON DE COMARB *
       01  WS-REG-PADRON.
           03  PAD-CUIT           PIC 9(11).
           03  PAD-PERIODO        PIC 9(06).
           03  PAD-ALICUOTA       PIC 9(2)V99.
           03  PAD-JURISDICCION   PIC X(04).
           03  FILLER             PIC X(25).

      * MAPA CODIGO POSTAL -> JURISDICCION, LOCALIDAD Y PROVINCIA *
       01  WS-COD-TABLA.
           03  WS-COD-TOPE        PIC 9(04)    VALUE 2000.
           03  WS-COD-OCUP        PIC 9(04)    VALUE ZEROS.
           03  WS-COD-ENTRADA OCCURS 2000 TIMES.
               05  WS-COD-CODIGO      PIC X(04).
               05  WS-COD-JUR         PIC X(04).
               05  WS-COD-LOCALIDAD   PIC X(20).
               05  WS-COD-PROVINCIA   PIC X(20).

       77  WS-COD-IX        PIC 9(04)  VALUE ZEROS.
       77  WS-COD-IX-MATCH  PIC 9(04)  VALUE ZEROS.
       77  WS-CODPOS-BUSCADO PIC X(04) VALUE SPACES.
       77  WS-JUR-BUSCADA   PIC X(04)  VALUE SPACES.

      * LOCALIZACION DEL DOMICILIO DEL TITULAR *
       01  WS-DOMICILIO.
           03  WS-DOM-CODPOS      PIC X(04)    VALUE SPACES.
           03  WS-DOM-LOCALIDAD   PIC X(20)    VALUE SPACES.
           03  WS-DOM-PROVINCIA   PIC X(20)    VALUE SPACES.

       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * REGISTRO DE CONTROL DE NUMERACION DE RETENCIONES *
       77  WS-ULT-RETENCION PIC 9(10)  VALUE ZEROS.
       77  WS-IMP-RETENCION PIC 9(9)V99 VALUE ZEROS.

       01  WS-SW-RETIB      PIC X      VALUE 'N'.
           88  WS-RETIB-EXISTE            VALUE 'Y'.
           88  WS-RETIB-NUEVA             VALUE 'N'.

      * QUINCENA EN DECLARACION Y CORTE POR JURISDICCION *
       01  WS-QUINCENA-DECL.
           03  WS-QDE-PERIODO     PIC 9(06)    VALUE ZEROS.
           03  WS-QDE-QUINCENA    PIC 9(01)    VALUE ZEROS.
       01  WS-QDE-PERIODO-R REDEFINES WS-QUINCENA-DECL.
           03  WS-QDE-AAAA        PIC 9(04).
           03  WS-QDE-MM          PIC 9(02).
           03  FILLER             PIC 9(01).

       77  WS-JUR-ANTERIOR  PIC X(04)  VALUE SPACES.
       77  WS-JUR-CANT      PIC 9(07)  VALUE ZEROS.
       77  WS-JUR-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
       77  WS-JUR-RETENIDO  PIC 9(13)V99 VALUE ZEROS.

       01  WS-SW-CORTE      PIC X      VALUE 'N'.
           88  WS-HAY-JURISDICCION        VALUE 'Y'.
           88  WS-SIN-JURISDICCION        VALUE 'N'.

      * REGISTROS DE LA DECLARACION QUINCENAL (100 BYTES) *
       01  WS-DEC-CABECERA.
           03  DCC-TIPO           PIC X(01)    VALUE 'C'.
           03  DCC-JURISDICCION   PIC X(04)    VALUE SPACES.
           03  DCC-CUIT-AGENTE    PIC 9(11)    VALUE ZEROS.
           03  DCC-PERIODO        PIC 9(06)    VALUE ZEROS.
           03  DCC-QUINCENA       PIC 9(01)    VALUE ZEROS.
           03  DCC-PROVINCIA      PIC X(20)    VALUE SPACES.
           03  DCC-FEC-GENERACION PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(49)    VALUE SPACES.

       01  WS-DEC-DETALLE.
           03  DCD-TIPO           PIC X(01)    VALUE 'D'.
           03  DCD-JURISDICCION   PIC X(04)    VALUE SPACES.
           03  DCD-CUIT           PIC 9(11)    VALUE ZEROS.
           03  DCD-FECHA          PIC 9(08)    VALUE ZEROS.
           03  DCD-NRO-RETENCION  PIC 9(10)    VALUE ZEROS.
           03  DCD-TIPCUEN        PIC 9(02)    VALUE ZEROS.
           03  DCD-NROCUEN        PIC 9(15)    VALUE ZEROS.
           03  DCD-IMPORTE-CRED   PIC 9(9)V99  VALUE ZEROS.
           03  DCD-ALICUOTA       PIC 9(2)V99  VALUE ZEROS.
           03  DCD-IMPORTE-RET    PIC 9(9)V99  VALUE ZEROS.
           03  DCD-CODPOS         PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(19)    VALUE SPACES.

       01  WS-DEC-TRAILER.
           03  DCT-TIPO           PIC X(01)    VALUE 'T'.
           03  DCT-JURISDICCION   PIC X(04)    VALUE SPACES.
           03  DCT-CANTIDAD       PIC 9(07)    VALUE ZEROS.
           03  DCT-IMPORTE-CRED   PIC 9(13)V99 VALUE ZEROS.
           03  DCT-IMPORTE-RET    PIC 9(13)V99 VALUE ZEROS.
           03  FILLER             PIC X(58)    VALUE SPACES.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-FECNEG    PIC X(10)  VALUE SPACES.
       77  WS-MOV-PROGRAMA  PIC X(08)  VALUE SPACES.
       77  WS-MOV-REFERENCIA PIC X(25) VALUE SPACES.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-TIPCUEN   PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-NROCUEN   PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-MOV-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-IMPORTE   PIC S9(9)V99 USAGE COMP-3 VALUE ZEROS.

      * ACREDITACIONES DEL DIA EN LA MONEDA ALCANZADA CON EL TITULAR  *
      * DE LA CUENTA ***************************************************
           EXEC SQL
             DECLARE CURCRED CURSOR FOR
             SELECT M.PROGRAMA, M.REFERENCIA, M.CODMOV, M.TIPCUEN,
                    M.NROCUEN, M.SUCUEN, M.MONEDA, M.IMPORTE,
                    B.TIPDOC, B.NRODOC
               FROM ITPLZRY.TB99MOVI M,
                    ITPLZRY.TB99CUEN A,
                    ITPLZRY.TB99CLIE B
               WHERE M.FECNEG = :WS-MOV-FECNEG
               AND M.IMPORTE > 0
               AND M.MONEDA = :WS-MOV-MONEDA
               AND A.TIPCUEN = M.TIPCUEN
               AND A.NROCUEN = M.NROCUEN
               AND A.NROCLI = B.NROCLI
               ORDER BY M.PROGRAMA ASC, M.REFERENCIA ASC
           END-EXEC.

      * VISTA DEL MOVIMIENTO EN CURSO *
       01  WS-MOV-CUENTA.
           03  WS-MOV-TIPCUEN-N   PIC 9(02)    VALUE ZEROS.
           03  WS-MOV-NROCUEN-N   PIC 9(15)    VALUE ZEROS.
           03  WS-MOV-SUCUEN-N    PIC 9(02)    VALUE ZEROS.
           03  WS-MOV-MONEDA-N    PIC 9(02)    VALUE ZEROS.
           03  WS-MOV-IMPORTE-N   PIC 9(9)V99  VALUE ZEROS.
           03  WS-MOV-TIPDOC      PIC X(02)    VALUE SPACES.
           03  WS-MOV-NRODOC      PIC 9(11)    VALUE ZEROS.

      * POSTEO DE LA RETENCION VIA RUTINA COMPARTIDA *****************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

       77  WS-CODMOV-RETENC PIC X(03) VALUE 'IBR'.

      * REFERENCIA UNICA DEL DEBITO: NUMERO DE RETENCION (UN          *
      * REPROCESO VUELVE COMO YA POSTEADO) ****************************
       01  WS-REF-POSTEO.
           03  FILLER             PIC X(03)  VALUE 'SIR'.
           03  WS-REF-RETENCION   PIC 9(10)  VALUE ZEROS.
           03  FILLER             PIC X(12)  VALUE SPACES.

      * VALIDACION DEL CUIT DEL TITULAR (TP 35) **********************
       01  WS-PGMVCU15      PIC X(8)  VALUE 'PGMVCU15'.
       01  LK-PARM-CUIT.
           03  LK-CUIT-NUMERO       PIC 9(11).
           03  LK-STATUS-CUIT       PIC X.
               88  LK-CUIT-VALIDO            VALUE 'Y'.
               88  LK-CUIT-NO-VALIDO         VALUE 'N'.
               88  LK-CUIT-NO-APLICA         VALUE 'X'.

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-CAMBIO PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EXCLUIDAS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FUERA-PAD PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RETENIDAS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-YA-PROC   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECHAZOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DECLARAD  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-JURISDIC  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SIN-DOMIC PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.
       77  WS-IMP-RETENIDO  PIC 9(13)V99 VALUE ZEROS.
       77  WS-IMP-DECLARADO PIC 9(13)V99 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(12)    VALUE 'CUIT'.
           03  FILLER        PIC X(19)    VALUE 'CUENTA'.
           03  FILLER        PIC X(04)    VALUE 'COD'.
           03  FILLER        PIC X(15)    VALUE '        CREDITO'.
           03  FILLER        PIC X(07)    VALUE '  ALIC'.
           03  FILLER        PIC X(15)    VALUE '       RETENIDO'.
           03  FILLER        PIC X(11)    VALUE ' NRO RETENC'.
           03  FILLER        PIC X(05)    VALUE 'JUR'.
           03  FILLER        PIC X(21)    VALUE 'LOCALIDAD'.
           03  FILLER        PIC X(23)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-CUIT        PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CODMOV      PIC X(03)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CREDITO     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ALICUOTA    PIC Z9,99    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RETENIDO    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRO-RETENC  PIC 9(10)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-JUR         PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-LOCALIDAD   PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(23)    VALUE SPACES.

       01  WS-SUBTIT-PADRON.
           03  FILLER        PIC X(12)    VALUE 'CUIT'.
           03  FILLER        PIC X(08)    VALUE 'PERIODO'.
           03  FILLER        PIC X(07)    VALUE '  ALIC'.
           03  FILLER        PIC X(05)    VALUE 'JUR'.
           03  FILLER        PIC X(100)   VALUE 'MOTIVO'.

       01  WS-REG-PADRON-LIS.
           03  WS-PDL-CUIT        PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-PDL-PERIODO     PIC 9(06)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-PDL-ALICUOTA    PIC Z9,99    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-PDL-JUR         PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-PDL-MOTIVO      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(70)    VALUE SPACES.

       01  WS-REG-TOT-JURISDIC.
           03  FILLER             PIC X(20)    VALUE
                                           'TOTAL JURISDICCION '.
           03  WS-TJU-JUR         PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-TJU-PROVINCIA   PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(14)    VALUE '  RETENCIONES '.
           03  WS-TJU-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(11)    VALUE '  CREDITOS '.
           03  WS-TJU-CREDITOS    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                               VALUE ZEROS.
           03  FILLER             PIC X(11)    VALUE '  RETENIDO '.
           03  WS-TJU-RETENIDO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                               VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.

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

           EVALUATE TRUE
              WHEN WS-MODO-PADRON
                 PERFORM 2000-CARGAR-PADRON
                         THRU F-2000-CARGAR-PADRON
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-RETENCION
                 PERFORM 3000-PROCESAR-CREDITO
                         THRU F-3000-PROCESAR-CREDITO
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 4000-DECLARAR-RETENCION
                         THRU F-4000-DECLARAR-RETENCION
                         UNTIL WS-FIN-LECTURA
                 IF WS-HAY-JURISDICCION
                    PERFORM 4300-CERRAR-JURISDICCION
                            THRU F-4300-CERRAR-JURISDICCION
                 END-IF
           END-EVALUATE.

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
           MOVE SPACES TO WS-PAR-CODIGOS.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
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

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.

           EVALUATE TRUE
              WHEN WS-MODO-PADRON
                 MOVE 'CARGA DEL PADRON SIRCREB DE COMARB AL       '
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-PADRON THRU F-1100-ABRIR-PADRON
              WHEN WS-MODO-RETENCION
                 MOVE 'RETENCIONES SIRCREB SOBRE ACREDITACIONES AL '
                      TO WS-TIT-TEXTO
                 PERFORM 1200-CARGAR-CODPOS THRU F-1200-CARGAR-CODPOS
                 PERFORM 1300-ABRIR-RETENCION
                         THRU F-1300-ABRIR-RETENCION
              WHEN WS-MODO-DECLARACION
                 MOVE 'DECLARACION QUINCENAL SIRCREB - GENERADA EL '
                      TO WS-TIT-TEXTO
                 PERFORM 1200-CARGAR-CODPOS THRU F-1200-CARGAR-CODPOS
                 PERFORM 1400-ABRIR-DECLARACION
                         THRU F-1400-ABRIR-DECLARACION
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-PADRON
              WRITE REG-LISTADO FROM WS-SUBTIT-PADRON AFTER 1
           ELSE
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1000-INICIO.   EXIT.

      ***** MODO 'P': PADRON DE COMARB Y VSAM DEL PADRON **************
       1100-ABRIR-PADRON.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O PADRON.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-PAD IS EQUAL '35'
              OPEN OUTPUT PADRON
              IF FS-PAD IS EQUAL '00'
                 CLOSE PADRON
                 OPEN I-O PADRON
              END-IF
           END-IF.
           IF FS-PAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PADRON = ' FS-PAD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LEER-PADRON THRU F-2100-LEER-PADRON
           END-IF.

       F-1100-ABRIR-PADRON. EXIT.

      ***** MAPA CODIGO POSTAL -> JURISDICCION Y NOMBRES **************
       1200-CARGAR-CODPOS.

           OPEN INPUT CODPOS.
           IF FS-COD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CODPOS  = ' FS-COD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-CARGAR-CODPOS
           END-IF.

           PERFORM 1250-LEER-CODPOS THRU F-1250-LEER-CODPOS
                   UNTIL FS-COD IS EQUAL '10'.

           CLOSE CODPOS.

       F-1200-CARGAR-CODPOS. EXIT.

       1250-LEER-CODPOS.

           READ CODPOS NEXT INTO WS-REG-CODPOS.

           IF FS-COD IS NOT EQUAL '00'
              MOVE '10' TO FS-COD
              GO TO F-1250-LEER-CODPOS
           END-IF.

           IF WS-COD-OCUP IS LESS THAN WS-COD-TOPE
              ADD 1 TO WS-COD-OCUP
              MOVE WS-CODPOS-COD  TO WS-COD-CODIGO(WS-COD-OCUP)
              MOVE WS-CODPOS-JUR  TO WS-COD-JUR(WS-COD-OCUP)
              MOVE WS-CODPOS-LOCALIDAD
                                  TO WS-COD-LOCALIDAD(WS-COD-OCUP)
              MOVE WS-CODPOS-PROVINCIA
                                  TO WS-COD-PROVINCIA(WS-COD-OCUP)
           ELSE
              DISPLAY '* CODIGO POSTAL FUERA DE TABLA = '
                      WS-CODPOS-COD
           END-IF.

       F-1250-LEER-CODPOS. EXIT.

      ***** MODO 'R': PADRON, REGISTRO DE RETENCIONES, CLIENTES Y *****
      ***** CURSOR DE ACREDITACIONES DEL DIA **************************
       1300-ABRIR-RETENCION.

           OPEN INPUT PADRON.
           IF FS-PAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PADRON = ' FS-PAD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O RETENIB.
           IF FS-RIB IS EQUAL '35'
              OPEN OUTPUT RETENIB
              IF FS-RIB IS EQUAL '00'
                 CLOSE RETENIB
                 OPEN I-O RETENIB
              END-IF
           END-IF.
           IF FS-RIB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENIB = ' FS-RIB
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      * SIN EL VSAM DE CLIENTES SE ATRIBUYE A LA JURISDICCION DEL     *
      * PADRON ********************************************************
           OPEN INPUT CLIENTE.
           IF FS-CLI IS EQUAL '00'
              SET WS-CLIENTE-ABIERTO TO TRUE
           ELSE
              SET WS-CLIENTE-AUSENTE TO TRUE
              DISPLAY '* DDCLIEN NO DISPONIBLE - SE ATRIBUYE POR PADRON'
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 1350-LEER-CONTROL THRU F-1350-LEER-CONTROL
           END-IF.

           MOVE SPACES TO WS-MOV-FECNEG.
           STRING WS-HOY-AAAA '-' WS-HOY-MM '-' WS-HOY-DD-X
                  DELIMITED BY SIZE INTO WS-MOV-FECNEG.
           MOVE WS-PAR-MONEDA-LOCAL TO WS-MOV-MONEDA.

           IF WS-NO-FIN-LECTURA
              EXEC SQL
                 OPEN CURCRED
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE   TO WS-SQLCODE
                 DISPLAY '* ERROR OPEN CURCRED     = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              ELSE
                 PERFORM 3100-FETCH-CREDITO THRU F-3100-FETCH-CREDITO
              END-IF
           END-IF.

       F-1300-ABRIR-RETENCION. EXIT.

      ***** REGISTRO DE CONTROL CON EL ULTIMO NUMERO DE RETENCION *****
       1350-LEER-CONTROL.

           MOVE ZEROS TO RIB-CLAVE.
           MOVE RIB-CLAVE TO KEY-RETIB.

           READ RETENIB INTO WS-REG-RETIB.

           EVALUATE FS-RIB
              WHEN '00'
                 MOVE RIB-NRO-RETENCION TO WS-ULT-RETENCION
              WHEN '23'
                 INITIALIZE WS-REG-RETIB
                 MOVE ZEROS          TO RIB-CLAVE
                 MOVE ZEROS          TO RIB-NRO-RETENCION
                 MOVE WS-FECHA-HOY-8 TO RIB-FEC-ALTA
                 WRITE REG-RETIB FROM WS-REG-RETIB
                 IF FS-RIB IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE CONTROL RETENIB = ' FS-RIB
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
                 MOVE ZEROS TO WS-ULT-RETENCION
              WHEN OTHER
                 DISPLAY '* ERROR EN READ CONTROL RETENIB = ' FS-RIB
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1350-LEER-CONTROL. EXIT.

      ***** MODO 'D': QUINCENA A DECLARAR Y ARCHIVO DE LA DDJJ ********
       1400-ABRIR-DECLARACION.

           IF WS-PAR-PERIODO IS EQUAL ZEROS
              PERFORM 1450-ULTIMA-QUINCENA THRU F-1450-ULTIMA-QUINCENA
           ELSE
              MOVE WS-PAR-PERIODO  TO WS-QDE-PERIODO
              MOVE WS-PAR-QUINCENA TO WS-QDE-QUINCENA
           END-IF.

           IF WS-QDE-QUINCENA IS NOT EQUAL 1 AND NOT EQUAL 2
              DISPLAY '* QUINCENA A DECLARAR INVALIDA = '
                      WS-QUINCENA-DECL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT RETENIB.
           IF FS-RIB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENIB = ' FS-RIB
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT DECLARA.
           IF FS-DEC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DECLARA = ' FS-DEC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           DISPLAY 'QUINCENA DECLARADA      = ' WS-QUINCENA-DECL.

           IF WS-NO-FIN-LECTURA
              MOVE LOW-VALUES      TO RIB-CLAVE
              MOVE WS-QDE-PERIODO  TO RIB-PERIODO
              MOVE WS-QDE-QUINCENA TO RIB-NRO-QUINCENA
              MOVE RIB-CLAVE       TO KEY-RETIB
              START RETENIB KEY IS NOT LESS THAN KEY-RETIB
                 INVALID KEY
                    SET WS-FIN-LECTURA TO TRUE
              END-START
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 4100-LEER-RETENCION THRU F-4100-LEER-RETENCION
           END-IF.

       F-1400-ABRIR-DECLARACION. EXIT.

      ***** DEL 1 AL 15 SE DECLARA LA SEGUNDA QUINCENA DEL MES        *
      ***** ANTERIOR; DESDE EL 16 LA PRIMERA DEL MES EN CURSO *********
       1450-ULTIMA-QUINCENA.

           MOVE WS-HOY-AAAAMM TO WS-QDE-PERIODO.

           IF WS-HOY-DD IS GREATER THAN 15
              MOVE 1 TO WS-QDE-QUINCENA
              GO TO F-1450-ULTIMA-QUINCENA
           END-IF.

           MOVE 2 TO WS-QDE-QUINCENA.
           IF WS-QDE-MM IS EQUAL 01
              MOVE 12 TO WS-QDE-MM
              SUBTRACT 1 FROM WS-QDE-AAAA
           ELSE
              SUBTRACT 1 FROM WS-QDE-MM
           END-IF.

       F-1450-ULTIMA-QUINCENA. EXIT.

      **************************************
      *                                    *
      *  MODO 'P' - CARGA DEL PADRON       *
      *                                    *
      **************************************
       2000-CARGAR-PADRON.

           PERFORM 2200-VALIDAR-PADRON THRU F-2200-VALIDAR-PADRON.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              MOVE PAD-CUIT         TO WS-PDL-CUIT
              MOVE PAD-PERIODO      TO WS-PDL-PERIODO
              MOVE PAD-ALICUOTA     TO WS-PDL-ALICUOTA
              MOVE PAD-JURISDICCION TO WS-PDL-JUR
              MOVE SUS-MOTIVO       TO WS-PDL-MOTIVO
              WRITE REG-LISTADO FROM WS-REG-PADRON-LIS AFTER 1
              GO TO F-2000-CARGAR-PADRON-LEER
           END-IF.

           PERFORM 2300-ACTUALIZAR-PADRON
                   THRU F-2300-ACTUALIZAR-PADRON.

       F-2000-CARGAR-PADRON-LEER.

           PERFORM 2100-LEER-PADRON THRU F-2100-LEER-PADRON.

       F-2000-CARGAR-PADRON. EXIT.

      ***** LECTURA DEL PADRON DE COMARB ***
       2100-LEER-PADRON.
      **************************************

           READ ENTRADA INTO WS-REG-PADRON.
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

       F-2100-LEER-PADRON. EXIT.

      ***** VALIDACION DE LA LINEA DEL PADRON **
       2200-VALIDAR-PADRON.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           MOVE PAD-CUIT TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.

           IF NOT LK-CUIT-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'CUIT INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-PADRON
           END-IF.

           IF PAD-PERIODO IS NOT NUMERIC
              OR PAD-PERIODO(5:2) IS LESS THAN '01'
              OR PAD-PERIODO(5:2) IS GREATER THAN '12'
              SET WS-ERROR TO TRUE
              MOVE 'PERIODO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-PADRON
           END-IF.

           IF PAD-ALICUOTA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'ALICUOTA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-PADRON
           END-IF.

           IF PAD-JURISDICCION IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'JURISDICCION EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-VALIDAR-PADRON
           END-IF.

       F-2200-VALIDAR-PADRON. EXIT.

      ***** ALTA O ACTUALIZACION DEL CUIT EN EL VSAM DEL PADRON *******
       2300-ACTUALIZAR-PADRON.

           MOVE PAD-CUIT TO KEY-PADSIR.
           READ PADRON INTO WS-REG-PADSIR.

           EVALUATE FS-PAD
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 INITIALIZE WS-REG-PADSIR
                 MOVE PAD-CUIT         TO PSR-CUIT
                 MOVE PAD-PERIODO      TO PSR-PERIODO
                 MOVE PAD-ALICUOTA     TO PSR-ALICUOTA
                 MOVE PAD-JURISDICCION TO PSR-JURISDICCION
                 MOVE WS-FECHA-HOY-8   TO PSR-FEC-CARGA
                 WRITE REG-PADSIR FROM WS-REG-PADSIR
                 IF FS-PAD IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE PADRON = ' FS-PAD
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                    GO TO F-2300-ACTUALIZAR-PADRON
                 END-IF
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  '  TO AUD-OPERACION
                 MOVE SPACES    TO AUD-ANTES
                 PERFORM 5100-DESCRIBIR-PADRON
                         THRU F-5100-DESCRIBIR-PADRON
                 MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
                 PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
                 GO TO F-2300-ACTUALIZAR-PADRON
              WHEN OTHER
                 DISPLAY '* ERROR EN READ PADRON = ' FS-PAD
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-ACTUALIZAR-PADRON
           END-EVALUATE.

      * UN PADRON MAS VIEJO QUE EL YA CARGADO NO PISA AL VIGENTE *
           IF PAD-PERIODO IS LESS THAN PSR-PERIODO
              MOVE 'PERIODO ANTERIOR AL VIGENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2300-ACTUALIZAR-PADRON
           END-IF.

      * MISMA ALICUOTA Y JURISDICCION: SOLO SE RENUEVA EL PERIODO Y   *
      * NO SE AUDITA **************************************************
           IF PAD-ALICUOTA IS EQUAL PSR-ALICUOTA
              AND PAD-JURISDICCION IS EQUAL PSR-JURISDICCION
              ADD 1 TO WS-TOT-SIN-CAMBIO
              MOVE SPACES TO AUD-ANTES
           ELSE
              ADD 1 TO WS-TOT-MODIF
              PERFORM 5100-DESCRIBIR-PADRON
                      THRU F-5100-DESCRIBIR-PADRON
              MOVE WS-AUD-DESCRIPCION TO AUD-ANTES
           END-IF.

           MOVE PAD-PERIODO      TO PSR-PERIODO.
           MOVE PAD-ALICUOTA     TO PSR-ALICUOTA.
           MOVE PAD-JURISDICCION TO PSR-JURISDICCION.
           MOVE WS-FECHA-HOY-8   TO PSR-FEC-CARGA.

           REWRITE REG-PADSIR FROM WS-REG-PADSIR.
           IF FS-PAD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PADRON = ' FS-PAD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-2300-ACTUALIZAR-PADRON
           END-IF.

           IF AUD-ANTES IS NOT EQUAL SPACES
              MOVE 'MODIF '  TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-PADRON
                      THRU F-5100-DESCRIBIR-PADRON
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
           END-IF.

       F-2300-ACTUALIZAR-PADRON. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - RETENCION SOBRE LAS    *
      *  ACREDITACIONES DEL DIA            *
      *                                    *
      **************************************
       3000-PROCESAR-CREDITO.

           PERFORM 3200-CODIGO-ALCANZADO THRU F-3200-CODIGO-ALCANZADO.

           IF WS-CODIGO-NO-ALCANZADO
              ADD 1 TO WS-TOT-EXCLUIDAS
              GO TO F-3000-PROCESAR-CREDITO-LEER
           END-IF.

      * SOLO SE BUSCAN EN EL PADRON LOS TITULARES IDENTIFICADOS POR   *
      * CUIT O CUIL ***************************************************
           MOVE WS-MOV-NRODOC TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.
           IF NOT LK-CUIT-VALIDO
              ADD 1 TO WS-TOT-FUERA-PAD
              GO TO F-3000-PROCESAR-CREDITO-LEER
           END-IF.

           MOVE WS-MOV-NRODOC TO KEY-PADSIR.
           READ PADRON INTO WS-REG-PADSIR.

           EVALUATE FS-PAD
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 ADD 1 TO WS-TOT-FUERA-PAD
                 GO TO F-3000-PROCESAR-CREDITO-LEER
              WHEN OTHER
                 DISPLAY '* ERROR EN READ PADRON = ' FS-PAD
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3000-PROCESAR-CREDITO
           END-EVALUATE.

      * ENTRADA DE UN PADRON ANTERIOR AL MES O ALICUOTA CERO: NO SE   *
      * RETIENE *******************************************************
           IF PSR-PERIODO IS NOT EQUAL WS-HOY-AAAAMM
              OR PSR-ALICUOTA IS EQUAL ZEROS
              ADD 1 TO WS-TOT-FUERA-PAD
              GO TO F-3000-PROCESAR-CREDITO-LEER
           END-IF.

           COMPUTE WS-IMP-RETENCION ROUNDED =
                   WS-MOV-IMPORTE-N * PSR-ALICUOTA / 100.

           IF WS-IMP-RETENCION IS EQUAL ZEROS
              ADD 1 TO WS-TOT-FUERA-PAD
              GO TO F-3000-PROCESAR-CREDITO-LEER
           END-IF.

           PERFORM 3300-ATRIBUIR-JURISDICCION
                   THRU F-3300-ATRIBUIR-JURISDICCION.

           PERFORM 3400-RETENER THRU F-3400-RETENER.

       F-3000-PROCESAR-CREDITO-LEER.

           PERFORM 3100-FETCH-CREDITO THRU F-3100-FETCH-CREDITO.

       F-3000-PROCESAR-CREDITO. EXIT.

      ***** LECTURA DE LAS ACREDITACIONES DEL DIA ********************
       3100-FETCH-CREDITO.

           EXEC SQL
              FETCH CURCRED
                  INTO :WS-MOV-PROGRAMA,
                       :WS-MOV-REFERENCIA,
                       :WS-MOV-CODMOV,
                       :WS-MOV-TIPCUEN,
                       :WS-MOV-NROCUEN,
                       :WS-MOV-SUCUEN,
                       :WS-MOV-MONEDA,
                       :WS-MOV-IMPORTE,
                       :DB-CL-TIPDOC,
                       :DB-CL-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-TOT-LEIDAS
                 MOVE WS-MOV-TIPCUEN TO WS-MOV-TIPCUEN-N
                 MOVE WS-MOV-NROCUEN TO WS-MOV-NROCUEN-N
                 MOVE WS-MOV-SUCUEN  TO WS-MOV-SUCUEN-N
                 MOVE WS-MOV-MONEDA  TO WS-MOV-MONEDA-N
                 MOVE WS-MOV-IMPORTE TO WS-MOV-IMPORTE-N
                 MOVE DB-CL-TIPDOC   TO WS-MOV-TIPDOC
                 MOVE DB-CL-NRODOC   TO WS-MOV-NRODOC
              WHEN +100
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURCRED: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-FETCH-CREDITO. EXIT.

      ***** EL CODIGO DEBE ESTAR ALCANZADO Y NO EXCLUIDO **************
       3200-CODIGO-ALCANZADO.

           SET WS-CODIGO-ALCANZADO TO TRUE.

           PERFORM 3210-COMPARAR-EXCLUIDO THRU F-3210-COMPARAR-EXCLUIDO
                   VARYING WS-EXC-IX FROM 1 BY 1
                   UNTIL WS-EXC-IX > WS-EXC-TOPE
                   OR WS-CODIGO-NO-ALCANZADO.

           IF WS-CODIGO-NO-ALCANZADO
              OR WS-MOV-CODMOV IS EQUAL WS-CODMOV-RETENC
              SET WS-CODIGO-NO-ALCANZADO TO TRUE
              GO TO F-3200-CODIGO-ALCANZADO
           END-IF.

      * SIN CODIGOS EN PARAMETROS SE ALCANZA TODA ACREDITACION *
           IF WS-PAR-CODIGOS IS EQUAL SPACES
              GO TO F-3200-CODIGO-ALCANZADO
           END-IF.

           SET WS-CODIGO-NO-ALCANZADO TO TRUE.
           PERFORM 3220-COMPARAR-PARAMETRO
                   THRU F-3220-COMPARAR-PARAMETRO
                   VARYING WS-COD-PAR-IX FROM 1 BY 1
                   UNTIL WS-COD-PAR-IX > 10
                   OR WS-CODIGO-ALCANZADO.

       F-3200-CODIGO-ALCANZADO. EXIT.

       3210-COMPARAR-EXCLUIDO.

           IF WS-EXC-CODMOV(WS-EXC-IX) IS EQUAL WS-MOV-CODMOV
              SET WS-CODIGO-NO-ALCANZADO TO TRUE
           END-IF.

       F-3210-COMPARAR-EXCLUIDO. EXIT.

       3220-COMPARAR-PARAMETRO.

           IF WS-PAR-CODMOV(WS-COD-PAR-IX) IS EQUAL WS-MOV-CODMOV
              SET WS-CODIGO-ALCANZADO TO TRUE
           END-IF.

       F-3220-COMPARAR-PARAMETRO. EXIT.

      ***** JURISDICCION DEL DOMICILIO DEL TITULAR SEGUN EL MAESTRO   *
      ***** DE CODIGOS POSTALES; SIN DOMICILIO EN EL CATALOGO QUEDA   *
      ***** LA DEL PADRON *********************************************
       3300-ATRIBUIR-JURISDICCION.

           MOVE SPACES TO WS-DOMICILIO.
           MOVE SPACES TO WS-JUR-BUSCADA.

           IF WS-CLIENTE-ABIERTO
              PERFORM 3310-BUSCAR-CLIENTE THRU F-3310-BUSCAR-CLIENTE
           END-IF.

           IF WS-DOM-CODPOS IS NOT EQUAL SPACES
              MOVE WS-DOM-CODPOS TO WS-CODPOS-BUSCADO
              PERFORM 5200-BUSCAR-CODPOS THRU F-5200-BUSCAR-CODPOS
              IF WS-COD-IX-MATCH IS GREATER THAN ZEROS
                 MOVE WS-COD-JUR(WS-COD-IX-MATCH) TO WS-JUR-BUSCADA
                 MOVE WS-COD-LOCALIDAD(WS-COD-IX-MATCH)
                      TO WS-DOM-LOCALIDAD
                 MOVE WS-COD-PROVINCIA(WS-COD-IX-MATCH)
                      TO WS-DOM-PROVINCIA
              END-IF
           END-IF.

           IF WS-JUR-BUSCADA IS EQUAL SPACES
              ADD 1 TO WS-TOT-SIN-DOMIC
              MOVE PSR-JURISDICCION TO WS-JUR-BUSCADA
              MOVE 'SEGUN PADRON'   TO WS-DOM-LOCALIDAD
           END-IF.

       F-3300-ATRIBUIR-JURISDICCION. EXIT.

       3310-BUSCAR-CLIENTE.

           MOVE WS-MOV-TIPDOC TO WS-CLV-TIPDOC.
           MOVE WS-MOV-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES    TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-3310-BUSCAR-CLIENTE
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS NOT EQUAL '00'
              OR WK-CLI-TIPO-DOCUMENTO IS NOT EQUAL WS-MOV-TIPDOC
              OR WK-CLI-NRO-DOCUMENTO IS NOT EQUAL WS-MOV-NRODOC
              GO TO F-3310-BUSCAR-CLIENTE
           END-IF.

      * EN LA TRANSICION AL CPA EL CODIGO DE 4 SALE DE SUS POSICIONES *
      * 2 A 5 *********************************************************
           IF WK-CLI-CODIGO-POSTAL IS NOT EQUAL SPACES
              MOVE WK-CLI-CODIGO-POSTAL TO WS-DOM-CODPOS
           ELSE
              IF WK-CLI-CPA IS NOT EQUAL SPACES
                 MOVE WK-CLI-CPA(2:4) TO WS-DOM-CODPOS
              END-IF
           END-IF.

       F-3310-BUSCAR-CLIENTE. EXIT.

      ***** DEBITO DE LA RETENCION Y REGISTRO PARA LA DDJJ ************
       3400-RETENER.

           INITIALIZE WS-REG-RETIB.
           MOVE WS-HOY-AAAAMM     TO RIB-PERIODO.
           IF WS-HOY-DD IS GREATER THAN 15
              MOVE 2 TO RIB-NRO-QUINCENA
           ELSE
              MOVE 1 TO RIB-NRO-QUINCENA
           END-IF.
           MOVE WS-JUR-BUSCADA    TO RIB-JURISDICCION.
           MOVE WS-FECHA-HOY-8    TO RIB-FECHA.
           MOVE WS-MOV-PROGRAMA   TO RIB-PROGRAMA.
           MOVE WS-MOV-REFERENCIA TO RIB-REFERENCIA.
           MOVE RIB-CLAVE         TO KEY-RETIB.

           READ RETENIB INTO WS-REG-RETIB.

      * REPROCESO: LA RETENCION YA REGISTRADA SE VUELVE A POSTEAR CON *
      * SU MISMO NUMERO (SI EL DEBITO QUEDO APLICADO VUELVE COMO YA   *
      * POSTEADO); LA QUE NO SE PUDO DEBITAR NO SE REINTENTA **********
           EVALUATE FS-RIB
              WHEN '00'
                 SET WS-RETIB-EXISTE TO TRUE
                 IF RIB-NO-RETENIDA
                    ADD 1 TO WS-TOT-YA-PROC
                    GO TO F-3400-RETENER
                 END-IF
              WHEN '23'
                 SET WS-RETIB-NUEVA TO TRUE
                 ADD 1 TO WS-ULT-RETENCION
                 MOVE WS-ULT-RETENCION    TO RIB-NRO-RETENCION
                 MOVE WS-MOV-NRODOC       TO RIB-CUIT
                 MOVE WS-MOV-TIPDOC       TO RIB-TIPDOC
                 MOVE WS-MOV-TIPCUEN-N    TO RIB-TIPCUEN
                 MOVE WS-MOV-NROCUEN-N    TO RIB-NROCUEN
                 MOVE WS-MOV-SUCUEN-N     TO RIB-SUCURSAL
                 MOVE WS-MOV-MONEDA-N     TO RIB-MONEDA
                 MOVE WS-MOV-CODMOV       TO RIB-CODMOV
                 MOVE WS-MOV-IMPORTE-N    TO RIB-IMPORTE-CREDITO
                 MOVE PSR-ALICUOTA        TO RIB-ALICUOTA
                 MOVE WS-IMP-RETENCION    TO RIB-IMPORTE-RETENIDO
                 MOVE WS-DOM-CODPOS       TO RIB-CODPOS
                 MOVE WS-FECHA-HOY-8      TO RIB-FEC-ALTA
              WHEN OTHER
                 DISPLAY '* ERROR EN READ RETENIB = ' FS-RIB
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-RETENER
           END-EVALUATE.

           MOVE RIB-NRO-RETENCION    TO WS-REF-RETENCION.

           INITIALIZE LK-PARM-POSTEO.
           MOVE RIB-TIPCUEN          TO LK-PS-TIPCUEN.
           MOVE RIB-NROCUEN          TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - RIB-IMPORTE-RETENIDO.
           MOVE 'PGMVIB15'           TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-RETENC     TO LK-PS-CODMOV.
           MOVE WS-REF-POSTEO        TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8       TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 SET RIB-RETENIDA TO TRUE
                 ADD 1 TO WS-TOT-RETENIDAS
                 ADD RIB-IMPORTE-RETENIDO TO WS-IMP-RETENIDO
                 MOVE 'RETENIDA'                TO WS-DET-ACCION
              WHEN LK-PS-YA-POSTEADO
                 SET RIB-RETENIDA TO TRUE
                 ADD 1 TO WS-TOT-YA-PROC
                 MOVE 'YA RETENIDA (REPROCESO)' TO WS-DET-ACCION
              WHEN LK-PS-ERROR
              WHEN LK-PS-CODIGO-INVALIDO
                 DISPLAY '* ERROR EN POSTEO RETENCION = '
                         LK-STATUS-POSTEO ' SQLCODE = '
                         LK-SQLCODE-RESULT
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-RETENER
              WHEN OTHER
                 SET RIB-NO-RETENIDA TO TRUE
                 ADD 1 TO WS-TOT-RECHAZOS
                 MOVE SPACES TO WS-DET-ACCION
                 STRING 'NO RETENIDA - POSTEO ' LK-STATUS-POSTEO
                        DELIMITED BY SIZE INTO WS-DET-ACCION
                 MOVE WS-REG-RETIB TO SUS-NOVEDAD
                 MOVE 'DEBITO DE RETENCION RECHAZADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

           IF WS-RETIB-NUEVA
              WRITE REG-RETIB FROM WS-REG-RETIB
              IF FS-RIB IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE RETENIB = ' FS-RIB
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-RETENER
              END-IF
              PERFORM 3450-ACTUALIZAR-CONTROL
                      THRU F-3450-ACTUALIZAR-CONTROL
           ELSE
              REWRITE REG-RETIB FROM WS-REG-RETIB
              IF FS-RIB IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN REWRITE RETENIB = ' FS-RIB
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-RETENER
              END-IF
           END-IF.

           PERFORM 7000-IMPRIMIR-RETENCION
                   THRU F-7000-IMPRIMIR-RETENCION.

       F-3400-RETENER. EXIT.

      ***** ULTIMO NUMERO DE RETENCION ASIGNADO ***********************
       3450-ACTUALIZAR-CONTROL.

           MOVE ZEROS TO KEY-RETIB.
           READ RETENIB.
           IF FS-RIB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ CONTROL RETENIB = ' FS-RIB
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-3450-ACTUALIZAR-CONTROL
           END-IF.

           MOVE REG-RETIB        TO WS-REG-RETIB.
           MOVE WS-ULT-RETENCION TO RIB-NRO-RETENCION.
           MOVE WS-FECHA-HOY-8   TO RIB-FEC-ALTA.

           REWRITE REG-RETIB FROM WS-REG-RETIB.
           IF FS-RIB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CONTROL RETENIB = ' FS-RIB
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3450-ACTUALIZAR-CONTROL. EXIT.

      **************************************
      *                                    *
      *  MODO 'D' - DECLARACION QUINCENAL  *
      *  POR JURISDICCION                  *
      *                                    *
      **************************************
       4000-DECLARAR-RETENCION.

           IF RIB-PERIODO IS NOT EQUAL WS-QDE-PERIODO
              OR RIB-NRO-QUINCENA IS NOT EQUAL WS-QDE-QUINCENA
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-DECLARAR-RETENCION
           END-IF.

           IF WS-HAY-JURISDICCION
              AND RIB-JURISDICCION IS NOT EQUAL WS-JUR-ANTERIOR
              PERFORM 4300-CERRAR-JURISDICCION
                      THRU F-4300-CERRAR-JURISDICCION
           END-IF.

           IF WS-SIN-JURISDICCION
              PERFORM 4200-ABRIR-JURISDICCION
                      THRU F-4200-ABRIR-JURISDICCION
           END-IF.

      * LAS NO RETENIDAS SE LISTAN PERO NO SE DECLARAN *
           IF RIB-RETENIDA
              PERFORM 4400-GRABAR-DETALLE THRU F-4400-GRABAR-DETALLE
              MOVE 'DECLARADA'               TO WS-DET-ACCION
           ELSE
              MOVE 'NO RETENIDA - NO DECLAR' TO WS-DET-ACCION
           END-IF.

           MOVE SPACES TO WS-DOM-LOCALIDAD.
           IF RIB-CODPOS IS NOT EQUAL SPACES
              MOVE RIB-CODPOS TO WS-CODPOS-BUSCADO
              PERFORM 5200-BUSCAR-CODPOS THRU F-5200-BUSCAR-CODPOS
              IF WS-COD-IX-MATCH IS GREATER THAN ZEROS
                 MOVE WS-COD-LOCALIDAD(WS-COD-IX-MATCH)
                      TO WS-DOM-LOCALIDAD
              END-IF
           END-IF.
           PERFORM 7000-IMPRIMIR-RETENCION
                   THRU F-7000-IMPRIMIR-RETENCION.

           PERFORM 4100-LEER-RETENCION THRU F-4100-LEER-RETENCION.

       F-4000-DECLARAR-RETENCION. EXIT.

      ***** LECTURA DEL REGISTRO DE RETENCIONES ********************
       4100-LEER-RETENCION.

           READ RETENIB NEXT INTO WS-REG-RETIB.
           EVALUATE FS-RIB
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RETENIB : ' FS-RIB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-LEER-RETENCION. EXIT.

      ***** CABECERA DE LA JURISDICCION *******************************
       4200-ABRIR-JURISDICCION.

           SET WS-HAY-JURISDICCION TO TRUE.
           MOVE RIB-JURISDICCION TO WS-JUR-ANTERIOR.
           MOVE ZEROS TO WS-JUR-CANT WS-JUR-CREDITOS WS-JUR-RETENIDO.
           ADD 1 TO WS-TOT-JURISDIC.

      * NOMBRE DE LA PROVINCIA: EL DE CUALQUIER CODIGO POSTAL DE LA   *
      * JURISDICCION EN EL CATALOGO ***********************************
           MOVE RIB-JURISDICCION TO WS-JUR-BUSCADA.
           PERFORM 5300-BUSCAR-JURISDICCION
                   THRU F-5300-BUSCAR-JURISDICCION.

           MOVE RIB-JURISDICCION   TO DCC-JURISDICCION.
           MOVE WS-PAR-CUIT-AGENTE TO DCC-CUIT-AGENTE.
           MOVE WS-QDE-PERIODO     TO DCC-PERIODO.
           MOVE WS-QDE-QUINCENA    TO DCC-QUINCENA.
           MOVE WS-DOM-PROVINCIA   TO DCC-PROVINCIA.
           MOVE WS-FECHA-HOY-8     TO DCC-FEC-GENERACION.

           WRITE REG-DECLARA FROM WS-DEC-CABECERA.
           IF FS-DEC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DECLARA = ' FS-DEC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-ABRIR-JURISDICCION. EXIT.

      ***** TRAILER Y TOTAL DE LA JURISDICCION ************************
       4300-CERRAR-JURISDICCION.

           MOVE WS-JUR-ANTERIOR TO DCT-JURISDICCION.
           MOVE WS-JUR-CANT     TO DCT-CANTIDAD.
           MOVE WS-JUR-CREDITOS TO DCT-IMPORTE-CRED.
           MOVE WS-JUR-RETENIDO TO DCT-IMPORTE-RET.

           WRITE REG-DECLARA FROM WS-DEC-TRAILER.
           IF FS-DEC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DECLARA = ' FS-DEC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-JUR-ANTERIOR  TO WS-TJU-JUR.
           MOVE DCC-PROVINCIA    TO WS-TJU-PROVINCIA.
           MOVE WS-JUR-CANT      TO WS-TJU-CANT.
           MOVE WS-JUR-CREDITOS  TO WS-TJU-CREDITOS.
           MOVE WS-JUR-RETENIDO  TO WS-TJU-RETENIDO.
           WRITE REG-LISTADO FROM WS-REG-TOT-JURISDIC AFTER 2.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           SET WS-SIN-JURISDICCION TO TRUE.

       F-4300-CERRAR-JURISDICCION. EXIT.

      ***** DETALLE DE LA RETENCION EN LA DDJJ ************************
       4400-GRABAR-DETALLE.

           MOVE RIB-JURISDICCION     TO DCD-JURISDICCION.
           MOVE RIB-CUIT             TO DCD-CUIT.
           MOVE RIB-FECHA            TO DCD-FECHA.
           MOVE RIB-NRO-RETENCION    TO DCD-NRO-RETENCION.
           MOVE RIB-TIPCUEN          TO DCD-TIPCUEN.
           MOVE RIB-NROCUEN          TO DCD-NROCUEN.
           MOVE RIB-IMPORTE-CREDITO  TO DCD-IMPORTE-CRED.
           MOVE RIB-ALICUOTA         TO DCD-ALICUOTA.
           MOVE RIB-IMPORTE-RETENIDO TO DCD-IMPORTE-RET.
           MOVE RIB-CODPOS           TO DCD-CODPOS.

           WRITE REG-DECLARA FROM WS-DEC-DETALLE.
           IF FS-DEC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DECLARA = ' FS-DEC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-4400-GRABAR-DETALLE
           END-IF.

           ADD 1                    TO WS-JUR-CANT.
           ADD RIB-IMPORTE-CREDITO  TO WS-JUR-CREDITOS.
           ADD RIB-IMPORTE-RETENIDO TO WS-JUR-RETENIDO.
           ADD 1                    TO WS-TOT-DECLARAD.
           ADD RIB-IMPORTE-RETENIDO TO WS-IMP-DECLARADO.

       F-4400-GRABAR-DETALLE. EXIT.

      ***** GRABACION DE AUDITORIA DEL PADRON **
       5000-AUDITAR.

           MOVE 'PGMVIB15'      TO AUD-PROGRAMA.
           MOVE WS-FECHA-HOY-8  TO AUD-FECHA.
           MOVE 'PADSIR'        TO AUD-TABLA.
           MOVE PSR-CUIT        TO AUD-CLAVE.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5000-AUDITAR. EXIT.

       5100-DESCRIBIR-PADRON.

           MOVE PSR-ALICUOTA TO WS-PDL-ALICUOTA.
           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'PER=' PSR-PERIODO ' ALIC=' WS-PDL-ALICUOTA
                  ' JUR=' PSR-JURISDICCION
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION.

       F-5100-DESCRIBIR-PADRON. EXIT.

      ***** BUSQUEDA DEL CODIGO POSTAL EN EL CATALOGO *****************
       5200-BUSCAR-CODPOS.

           MOVE ZEROS TO WS-COD-IX-MATCH.
           PERFORM 5210-COMPARAR-CODPOS THRU F-5210-COMPARAR-CODPOS
                   VARYING WS-COD-IX FROM 1 BY 1
                   UNTIL WS-COD-IX > WS-COD-OCUP
                   OR WS-COD-IX-MATCH > ZEROS.

       F-5200-BUSCAR-CODPOS. EXIT.

       5210-COMPARAR-CODPOS.

           IF WS-COD-CODIGO(WS-COD-IX) IS EQUAL WS-CODPOS-BUSCADO
              MOVE WS-COD-IX TO WS-COD-IX-MATCH
           END-IF.

       F-5210-COMPARAR-CODPOS. EXIT.

      ***** PROVINCIA DE LA JURISDICCION SEGUN EL CATALOGO ************
       5300-BUSCAR-JURISDICCION.

           MOVE SPACES TO WS-DOM-PROVINCIA.
           MOVE ZEROS  TO WS-COD-IX-MATCH.
           PERFORM 5310-COMPARAR-JURISDICCION
                   THRU F-5310-COMPARAR-JURISDICCION
                   VARYING WS-COD-IX FROM 1 BY 1
                   UNTIL WS-COD-IX > WS-COD-OCUP
                   OR WS-COD-IX-MATCH > ZEROS.

           IF WS-COD-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-COD-PROVINCIA(WS-COD-IX-MATCH)
                   TO WS-DOM-PROVINCIA
           ELSE
              MOVE 'NO EN CATALOGO' TO WS-DOM-PROVINCIA
           END-IF.

       F-5300-BUSCAR-JURISDICCION. EXIT.

       5310-COMPARAR-JURISDICCION.

           IF WS-COD-JUR(WS-COD-IX) IS EQUAL WS-JUR-BUSCADA
              MOVE WS-COD-IX TO WS-COD-IX-MATCH
           END-IF.

       F-5310-COMPARAR-JURISDICCION. EXIT.

      ***** GRABACION DE RECHAZOS (SUSPENSO) ***
       6000-GRABAR-SUSPENSO.

           IF WS-MODO-PADRON
              MOVE WS-REG-PADRON TO SUS-NOVEDAD
           END-IF.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO DE RETENCIONES (ACCION YA CARGADA) ******
       7000-IMPRIMIR-RETENCION.

           MOVE RIB-CUIT             TO WS-DET-CUIT.
           MOVE RIB-TIPCUEN          TO WS-DET-TIPCUEN.
           MOVE RIB-NROCUEN          TO WS-DET-NROCUEN.
           MOVE RIB-CODMOV           TO WS-DET-CODMOV.
           MOVE RIB-IMPORTE-CREDITO  TO WS-DET-CREDITO.
           MOVE RIB-ALICUOTA         TO WS-DET-ALICUOTA.
           MOVE RIB-IMPORTE-RETENIDO TO WS-DET-RETENIDO.
           MOVE RIB-NRO-RETENCION    TO WS-DET-NRO-RETENC.
           MOVE RIB-JURISDICCION     TO WS-DET-JUR.
           MOVE WS-DOM-LOCALIDAD     TO WS-DET-LOCALIDAD.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-RETENCION. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF RETURN-CODE IS EQUAL TO ZEROS
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'ROLLBACK REALIZADO - POSTEOS NO APLICADOS'
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-PADRON
                 DISPLAY 'LINEAS DE PADRON LEIDAS = ' WS-TOT-LEIDAS
                 DISPLAY 'CUIT DADOS DE ALTA      = ' WS-TOT-ALTAS
                 DISPLAY 'CUIT CON CAMBIO ALICUOTA= ' WS-TOT-MODIF
                 DISPLAY 'CUIT SIN CAMBIOS        = ' WS-TOT-SIN-CAMBIO
                 DISPLAY 'LINEAS A SUSPENSO       = ' WS-TOT-SUSPENSO
              WHEN WS-MODO-RETENCION
                 DISPLAY 'ACREDITACIONES LEIDAS   = ' WS-TOT-LEIDAS
                 DISPLAY 'EXCLUIDAS POR CODIGO    = ' WS-TOT-EXCLUIDAS
                 DISPLAY 'TITULAR FUERA DE PADRON = ' WS-TOT-FUERA-PAD
                 DISPLAY 'RETENCIONES DEBITADAS   = ' WS-TOT-RETENIDAS
                 MOVE WS-IMP-RETENIDO TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE RETENIDO        = ' WS-IMP-EDIT
                 DISPLAY 'YA PROCESADAS (REPROC.) = ' WS-TOT-YA-PROC
                 DISPLAY 'DEBITOS RECHAZADOS      = ' WS-TOT-RECHAZOS
                 DISPLAY 'ATRIBUIDAS POR PADRON   = ' WS-TOT-SIN-DOMIC
              WHEN OTHER
                 DISPLAY 'RETENCIONES LEIDAS      = ' WS-TOT-LEIDAS
                 DISPLAY 'JURISDICCIONES          = ' WS-TOT-JURISDIC
                 DISPLAY 'RETENCIONES DECLARADAS  = ' WS-TOT-DECLARAD
                 MOVE WS-IMP-DECLARADO TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE DECLARADO       = ' WS-IMP-EDIT
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-MODO-PADRON
                 CLOSE ENTRADA
                 CLOSE PADRON
                 IF FS-PAD IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE PADRON = ' FS-PAD
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-RETENCION
                 EXEC SQL
                    CLOSE CURCRED
                 END-EXEC
                 CLOSE PADRON
                 IF WS-CLIENTE-ABIERTO
                    CLOSE CLIENTE
                 END-IF
                 CLOSE RETENIB
                 IF FS-RIB IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE RETENIB = ' FS-RIB
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-DECLARACION
                 CLOSE RETENIB
                 CLOSE DECLARA
                 IF FS-DEC IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE DECLARA = ' FS-DEC
                    MOVE 9999 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * LINEAS DE PADRON RECHAZADAS O DEBITOS DE RETENCION NO         *
      * APLICADOS: ALERTA *********************************************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS OR WS-TOT-RECHAZOS > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVIB15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                   + WS-TOT-SIN-CAMBIO + WS-TOT-RETENIDAS
                   + WS-TOT-DECLARAD.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUSPENSO.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
