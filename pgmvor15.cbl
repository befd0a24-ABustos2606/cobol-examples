       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVOR15.

      ***********************************************
      *                                             *
      *  REGISTRO DE EVENTOS DE PERDIDA POR RIESGO  *
      *  OPERACIONAL Y REGIMEN INFORMATIVO BCRA     *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS FALTANTES DEL ARQUEO DE CAJA, LOS       *
      * SALDOS CASTIGADOS, LOS REINTEGROS PAGADOS   *
      * POR RECLAMOS (LOS DE FRAUDE INCLUIDOS) Y    *
      * LAS CORRECCIONES MANUALES SON PERDIDAS POR  *
      * RIESGO OPERACIONAL QUE EL BCRA PIDE REUNIR  *
      * POR TIPO DE EVENTO Y LINEA DE NEGOCIO. ESTE *
      * PROGRAMA MANTIENE EL REGISTRO DDEVPERD      *
      * (CPEVPERD), UN EVENTO POR PERDIDA CON SUS   *
      * FECHAS DE OCURRENCIA Y DESCUBRIMIENTO Y SUS *
      * RECUPEROS.                                  *
      *                                             *
      * MODO 'N' (DEFAULT): CARGA AUTOMATICA DE LAS *
      * FUENTES Y DESPUES EL FEED MANUAL DDEVPNOV   *
      *   DDDIFCAJ FALTANTES DE ARQUEO (PGMVTL15)   *
      *            - EL SOBRANTE NO ES PERDIDA      *
      *   DDRECUPE SALDOS CASTIGADOS (PGMVGM15);    *
      *            SU COBRANZA SE ACTUALIZA CADA    *
      *            NOCHE COMO RECUPERO              *
      *   DDRECLAM REINTEGROS ACREDITADOS POR       *
      *            RECLAMOS (PGMVRQ15); CATEGORIA   *
      *            'FR' = FRAUDE EXTERNO            *
      * LA CLAVE ORIGEN + REFERENCIA DE LA FUENTE   *
      * HACE QUE UN REPROCESO NO DUPLIQUE EVENTOS.  *
      * UNA FUENTE NO DISPONIBLE SE AVISA (RC 0004) *
      * Y SE TOMA EN LA CORRIDA SIGUIENTE. EL FEED  *
      * MANUAL TRAE:                                *
      *   'AL' ALTA DE UN EVENTO MANUAL ('M') O DE  *
      *        UNA CORRECCION MANUAL ('K') CON EL   *
      *        ASIENTO DE AUDITORIA QUE LA RESPALDA *
      *   'MO' RECLASIFICACION (TIPO, LINEA,        *
      *        SUCURSAL, OCURRENCIA, DESCRIPCION)   *
      *   'RC' RECUPERO (SEGURO, CLIENTE, ETC.)     *
      *   'AN' ANULACION DEL EVENTO                 *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO, *
      * QUE DEBE ESTAR HABILITADO PARA LA FUNCION   *
      * 'RO' (PGMVOP15) Y QUEDA EN LA AUDITORIA.    *
      *                                             *
      * MODO 'T' (TRIMESTRAL): ARCHIVO DDEVPBCR     *
      * PARA LA BASE DE EVENTOS DEL BCRA CON LOS    *
      * EVENTOS DESCUBIERTOS EN EL TRIMESTRE, LOS   *
      * ANTERIORES CON RECUPEROS O CAMBIOS EN EL    *
      * TRIMESTRE Y LAS ANULACIONES, Y LISTADO DE   *
      * TENDENCIA DE LOS ULTIMOS CUATRO TRIMESTRES  *
      * POR TIPO DE EVENTO Y POR SUCURSAL           *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT EVPERD ASSIGN DDEVPERD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-EVPERD
                    FILE STATUS IS FS-EVP.

      * ALTAS, RECLASIFICACIONES, RECUPEROS Y ANULACIONES MANUALES *
             SELECT ENTRADA ASSIGN DDEVPNOV
                    FILE STATUS IS FS-ENT.

      * DIFERENCIAS DEL ARQUEO DE CAJA POR OPERADOR *
             SELECT DIFCAJA ASSIGN DDDIFCAJ
                    FILE STATUS IS FS-DIF.

      * SALDOS CASTIGADOS Y SU RECUPERO *
             SELECT RECUPERO ASSIGN DDRECUPE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-REC
                    FILE STATUS IS FS-REC.

      * RECLAMOS DE CLIENTES CON REINTEGRO *
             SELECT RECLAM ASSIGN DDRECLAM
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-RECLAM
                    FILE STATUS IS FS-RCL.

      * REGIMEN INFORMATIVO TRIMESTRAL DE EVENTOS DE PERDIDA *
             SELECT EVPBCR ASSIGN DDEVPBCR
                    FILE STATUS IS FS-BCR.

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

       FD EVPERD.

       01 REG-EVPERD.
           03 KEY-EVPERD    PIC X(26).
           03 FILLER        PIC X(174).

      * FEED MANUAL DE EVENTOS - AL / MO / RC / AN *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(150).

       FD DIFCAJA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DIFCAJA       PIC X(70).

       FD RECUPERO.

       01 REG-RECUPERO.
           03  KEY-REC          PIC X(22).
           03  FILLER           PIC X(58).

       FD RECLAM.

       01 REG-RECLAM.
           03 KEY-RECLAM    PIC X(11).
           03 FILLER        PIC X(239).

       FD EVPBCR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-EVPBCR        PIC X(150).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(150).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(12).

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
       77  FS-EVP           PIC XX    VALUE SPACES.
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-DIF           PIC XX    VALUE SPACES.
       77  FS-REC           PIC XX    VALUE SPACES.
       77  FS-RCL           PIC XX    VALUE SPACES.
       77  FS-BCR           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPEVPERD.
           COPY CPDIFCAJ.
           COPY CPRECUPE.
           COPY CPRECLAM.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA Y TRIMESTRE A INFORMAR (EN CEROS, EL       *
      * ULTIMO TRIMESTRE CERRADO) *************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'N'.
               88  WS-MODO-NOVEDADES           VALUE 'N'.
               88  WS-MODO-TRIMESTRAL          VALUE 'T'.
           03  WS-PAR-PERIODO.
               05  WS-PAR-ANIO      PIC 9(04)  VALUE ZEROS.
               05  WS-PAR-TRIM      PIC 9(01)  VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * FIN DE LA FUENTE AUTOMATICA EN CURSO *
       01  WS-STATUS-FUENTE PIC X.
           88  WS-FIN-FUENTE          VALUE 'Y'.
           88  WS-NO-FIN-FUENTE       VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-EVENTO     PIC X(01)  VALUE 'N'.
           88  WS-EVP-HALLADO          VALUE 'S'.
           88  WS-EVP-NO-HALLADO       VALUE 'N'.

      * NOVEDAD MANUAL DE EVENTO DE PERDIDA *
       01  WS-REG-NOVEVP.
           03  NEV-TIPO-NOVEDAD   PIC X(02).
           03  NEV-CLAVE.
               05  NEV-ORIGEN     PIC X(01).
               05  NEV-REFERENCIA PIC X(25).
           03  NEV-TIPO-EVENTO    PIC X(02).
           03  NEV-LINEA-NEGOCIO  PIC X(02).
           03  NEV-SUCURSAL       PIC 9(03).
      *    PERDIDA BRUTA (AL) O IMPORTE RECUPERADO (RC)              *
           03  NEV-IMPORTE        PIC 9(11)V99.
           03  NEV-FEC-OCURRENCIA PIC 9(08).
           03  NEV-FEC-DESCUBRIM  PIC 9(08).
           03  NEV-DESCRIPCION    PIC X(40).
      *    ASIENTO DE AUDITORIA (OBLIGATORIO EN EL ORIGEN 'K')       *
           03  NEV-REF-AUDITORIA.
               05  NEV-AUD-PROGRAMA PIC X(08).
               05  NEV-AUD-FECHA  PIC X(08).
               05  NEV-AUD-CLAVE  PIC X(20).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NEV-OPERADOR       PIC X(08).
           03  FILLER             PIC X(02).

      * REFERENCIAS DE LAS FUENTES AUTOMATICAS *
       01  WS-REF-ARQUEO.
           03  WS-RFA-FECHA       PIC 9(08).
           03  WS-RFA-OPERADOR    PIC X(04).
           03  FILLER             PIC X(13)  VALUE SPACES.

      * CLASIFICACION POR DEFECTO DE LOS EVENTOS AUTOMATICOS (EL AREA *
      * DE RIESGO LA CORRIGE CON 'MO'): ARQUEO Y CASTIGO = EJECUCION  *
      * DE PROCESOS, REINTEGRO = PRACTICAS CON CLIENTES O FRAUDE      *
      * EXTERNO; TODOS EN BANCA MINORISTA *****************************
       77  WS-TIPO-PROCESOS PIC X(02) VALUE 'EP'.
       77  WS-TIPO-CLIENTES PIC X(02) VALUE 'CL'.
       77  WS-TIPO-FRAUDE   PIC X(02) VALUE 'FE'.
       77  WS-LINEA-DEFECTO PIC X(02) VALUE 'BM'.

      * FECHAS EN VALIDACION *
       01  WS-FEC-VAL         PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-VAL-R       REDEFINES WS-FEC-VAL.
           03  WS-VAL-AAAA    PIC 9(04).
           03  WS-VAL-MM      PIC 9(02).
           03  WS-VAL-DD      PIC 9(02).

       77  WS-FEC-OCURRENCIA PIC 9(08)  VALUE ZEROS.

      * TRIMESTRE INFORMADO *
       01  WS-FEC-DESDE.
           03  WS-DES-ANIO      PIC 9(04).
           03  WS-DES-MES       PIC 9(02).
           03  WS-DES-DIA       PIC 9(02).
       01  WS-FEC-DESDE-N REDEFINES WS-FEC-DESDE PIC 9(08).

       01  WS-FEC-HASTA.
           03  WS-HAS-ANIO      PIC 9(04).
           03  WS-HAS-MES       PIC 9(02).
           03  WS-HAS-DIA       PIC 9(02).
       01  WS-FEC-HASTA-N REDEFINES WS-FEC-HASTA PIC 9(08).

       01  WS-FEC-HOY.
           03  WS-HOY-ANIO      PIC 9(04).
           03  WS-HOY-MES       PIC 9(02).
           03  WS-HOY-DIA       PIC 9(02).

      * TENDENCIA: LOS CUATRO ULTIMOS TRIMESTRES (EL 4 ES EL          *
      * INFORMADO) ****************************************************
       01  WS-TRIMESTRES.
           03  WS-TRI-ENTRADA OCCURS 4 TIMES.
               05  WS-TRI-PERIODO.
                   07  WS-TRI-ANIO      PIC 9(04).
                   07  WS-TRI-NRO       PIC 9(01).
               05  WS-TRI-DESDE         PIC 9(08).
               05  WS-TRI-HASTA         PIC 9(08).

       01  WS-FEC-TRI.
           03  WS-FTR-ANIO      PIC 9(04).
           03  WS-FTR-MES       PIC 9(02).
           03  WS-FTR-DIA       PIC 9(02).
       01  WS-FEC-TRI-N REDEFINES WS-FEC-TRI PIC 9(08).

       77  WS-CAL-ANIO      PIC 9(04)  VALUE ZEROS.
       77  WS-CAL-TRIM      PIC 9(01)  VALUE ZEROS.
       77  WS-IND-TRI       PIC 9(01)  VALUE ZEROS.
       77  WS-TRI-EVENTO    PIC 9(01)  VALUE ZEROS.

      * TIPOS DE EVENTO EN EL ORDEN DEL LISTADO DE TENDENCIA *
       01  WS-TABLA-TIPOS.
           03  FILLER       PIC X(32) VALUE
                   'FIFRAUDE INTERNO                '.
           03  FILLER       PIC X(32) VALUE
                   'FEFRAUDE EXTERNO                '.
           03  FILLER       PIC X(32) VALUE
                   'RLRELACIONES LABORALES          '.
           03  FILLER       PIC X(32) VALUE
                   'CLCLIENTES PRODUCTOS Y PRACTICAS'.
           03  FILLER       PIC X(32) VALUE
                   'DADANOS A ACTIVOS FISICOS       '.
           03  FILLER       PIC X(32) VALUE
                   'ISINTERRUPCION Y FALLA SISTEMAS '.
           03  FILLER       PIC X(32) VALUE
                   'EPEJECUCION Y GESTION PROCESOS  '.
       01  WS-TABLA-TIPOS-R REDEFINES WS-TABLA-TIPOS.
           03  WS-TIP-ENTRADA OCCURS 7 TIMES.
               05  WS-TIP-CODIGO     PIC X(02).
               05  WS-TIP-DESCRIP    PIC X(30).

       77  WS-IND-TIPO      PIC 9(02)  VALUE ZEROS.
       77  WS-TIPO-MATCH    PIC 9(02)  VALUE ZEROS.

      * ACUMULADORES DE TENDENCIA: CANTIDAD Y PERDIDA BRUTA POR TIPO  *
      * Y POR SUCURSAL (SUBINDICE = SUCURSAL + 1) EN CADA TRIMESTRE   *
       01  WS-TEN-TIPOS.
           03  WS-TTI-TIPO OCCURS 7 TIMES.
               05  WS-TTI-TRI OCCURS 4 TIMES.
                   07  WS-TTI-CANT      PIC 9(05).
                   07  WS-TTI-IMPORTE   PIC S9(13)V99.

       01  WS-TEN-TOTAL.
           03  WS-TTO-TRI OCCURS 4 TIMES.
               05  WS-TTO-CANT          PIC 9(05).
               05  WS-TTO-IMPORTE       PIC S9(13)V99.

       01  WS-TEN-SUCURSALES.
           03  WS-TSU-SUCURSAL OCCURS 1000 TIMES.
               05  WS-TSU-TRI OCCURS 4 TIMES.
                   07  WS-TSU-CANT      PIC 9(05).
                   07  WS-TSU-IMPORTE   PIC S9(13)V99.

       77  WS-IND-SUC       PIC 9(04)  VALUE ZEROS.
       77  WS-SUC-CON-DATOS PIC X(01)  VALUE 'N'.
       77  WS-VARIACION     PIC S9(05) VALUE ZEROS.

      * REGIMEN INFORMATIVO: DETALLE POR EVENTO Y TOTALES *
      *    NOVEDAD: N NUEVO EN EL TRIMESTRE / A ACTUALIZADO (RECUPERO *
      *    O RECLASIFICACION DE UN EVENTO YA INFORMADO) / B ANULADO   *
       01  WS-REG-BCRA.
           03  BEV-TIPO-REG       PIC X(01).
           03  BEV-PERIODO        PIC 9(05).
           03  BEV-NOVEDAD        PIC X(01).
           03  BEV-ORIGEN         PIC X(01).
           03  BEV-REFERENCIA     PIC X(25).
           03  BEV-TIPO-EVENTO    PIC X(02).
           03  BEV-LINEA-NEGOCIO  PIC X(02).
           03  BEV-SUCURSAL       PIC 9(03).
           03  BEV-FEC-OCURRENCIA PIC 9(08).
           03  BEV-FEC-DESCUBRIM  PIC 9(08).
           03  BEV-FEC-REGISTRO   PIC 9(08).
           03  BEV-IMP-BRUTO      PIC S9(11)V99.
           03  BEV-IMP-RECUPERADO PIC S9(11)V99.
           03  BEV-IMP-NETO       PIC S9(11)V99.
           03  BEV-ESTADO         PIC X(01).
           03  FILLER             PIC X(46).

       01  WS-REG-BCRA-TOT REDEFINES WS-REG-BCRA.
           03  BET-TIPO-REG       PIC X(01).
           03  BET-PERIODO        PIC 9(05).
           03  BET-CANT-NUEVOS    PIC 9(07).
           03  BET-CANT-ACTUALIZ  PIC 9(07).
           03  BET-CANT-ANULADOS  PIC 9(07).
           03  BET-IMP-BRUTO      PIC S9(13)V99.
           03  BET-IMP-RECUPERADO PIC S9(13)V99.
           03  FILLER             PIC X(93).

      * IMAGEN DEL EVENTO PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-EVP.
           03  FILLER             PIC X(02) VALUE 'T='.
           03  WS-IMG-TIPO        PIC X(02).
           03  FILLER             PIC X(03) VALUE ' L='.
           03  WS-IMG-LINEA       PIC X(02).
           03  FILLER             PIC X(03) VALUE ' S='.
           03  WS-IMG-SUCURSAL    PIC 9(03).
           03  FILLER             PIC X(03) VALUE ' E='.
           03  WS-IMG-ESTADO      PIC X(01).
           03  FILLER             PIC X(03) VALUE ' B='.
           03  WS-IMG-BRUTO       PIC 9(11)V99.
           03  FILLER             PIC X(03) VALUE ' R='.
           03  WS-IMG-RECUPERADO  PIC 9(11)V99.
           03  FILLER             PIC X(09) VALUE SPACES.

       77  WS-AUD-OPERACION PIC X(06) VALUE SPACES.
       77  WS-DET-ORIGEN-NOV PIC X(02) VALUE SPACES.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

      * RUTINA COMPARTIDA DE VALIDACION DE FECHA (TP 34) **************
       01  WS-PGMVFC15        PIC X(8)     VALUE 'PGMVFC15'.
       01  LK-PARM-FECHA.
           03  LK-ANIO              PIC 9(4).
           03  LK-MES               PIC 9(2).
           03  LK-DIA               PIC 9(2).
           03  LK-ANIO-MIN          PIC 9(4).
           03  LK-ANIO-MAX          PIC 9(4).
           03  LK-STATUS-FECHA      PIC X.
               88  LK-FECHA-VALIDA        VALUE 'Y'.
               88  LK-FECHA-NOT-VALIDA    VALUE 'N'.

      * CARGA AUTOMATICA *
       77  WS-TOT-ARQUEOS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SOBRANTES     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CASTIGOS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECUP-CASTIGO PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REINTEGROS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FRAUDES       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-YA-REGISTRADOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-FUENTE    PIC 9(07) VALUE ZEROS.
       77  WS-IMP-REGISTRADO    PIC S9(13)V99 VALUE ZEROS.
      * FEED MANUAL *
       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECLASIF      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECUPEROS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ANULADOS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
      * TRIMESTRAL *
       77  WS-TOT-LEIDOS-EVP    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NUEVOS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ACTUALIZ      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS-BCR     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BCRA          PIC 9(07) VALUE ZEROS.
       77  WS-IMP-BRUTO-TRI     PIC S9(13)V99 VALUE ZEROS.
       77  WS-IMP-RECUP-TRI     PIC S9(13)V99 VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * MODO 'N' *
       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'NOV'.
           03  FILLER        PIC X(04)    VALUE 'ORI'.
           03  FILLER        PIC X(26)    VALUE 'REFERENCIA'.
           03  FILLER        PIC X(05)    VALUE 'TIPO'.
           03  FILLER        PIC X(04)    VALUE 'LIN'.
           03  FILLER        PIC X(04)    VALUE 'SUC'.
           03  FILLER        PIC X(09)    VALUE 'DESCUBR.'.
           03  FILLER        PIC X(16)    VALUE '   PERDIDA BRUTA'.
           03  FILLER        PIC X(17)    VALUE '      RECUPERADO'.
           03  FILLER        PIC X(42)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-NOVEDAD     PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-ORIGEN      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-REFERENCIA  PIC X(25)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPO        PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-LINEA       PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-DESCUBRIM   PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-BRUTO       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-RECUPERADO  PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(12)    VALUE SPACES.

      * MODO 'T' - TENDENCIA DE LOS ULTIMOS CUATRO TRIMESTRES *
       01  WS-SUBTITULO-TEN.
           03  WS-STE-TEXTO       PIC X(32)    VALUE SPACES.
           03  WS-STE-TRI OCCURS 4 TIMES.
               05  FILLER         PIC X(08)    VALUE SPACES.
               05  WS-STE-ANIO    PIC 9(04).
               05  FILLER         PIC X(01)    VALUE '-'.
               05  WS-STE-NRO     PIC 9(01).
               05  FILLER         PIC X(07)    VALUE SPACES.
           03  FILLER             PIC X(06)    VALUE '  VAR%'.
           03  FILLER             PIC X(10)    VALUE SPACES.

       01  WS-REG-TENDENCIA.
           03  WS-TEN-TEXTO       PIC X(32)    VALUE SPACES.
           03  WS-TEN-TRI OCCURS 4 TIMES.
               05  WS-TEN-CANT    PIC ZZZ9     VALUE ZEROS.
               05  FILLER         PIC X(01)    VALUE SPACES.
               05  WS-TEN-IMPORTE PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
               05  FILLER         PIC X(01)    VALUE SPACES.
           03  WS-TEN-VARIACION   PIC ZZZZ9-   VALUE ZEROS.
           03  FILLER             PIC X(10)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

       01  WS-REG-TOTAL-IMP.
           03  WS-TOI-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOI-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(84)    VALUE SPACES.

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

           IF WS-MODO-TRIMESTRAL
              PERFORM 5000-REPORTE-TRIMESTRAL
                      THRU F-5000-REPORTE-TRIMESTRAL
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 3000-CARGA-AUTOMATICA
                      THRU F-3000-CARGA-AUTOMATICA
              PERFORM 2000-PROCESO THRU F-2000-PROCESO
                      UNTIL WS-FIN-LECTURA
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
           MOVE LK-FP-FECHA-8 TO WS-FEC-HOY.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 MOVE 'EVENTOS DE PERDIDA POR RIESGO OPERACIONAL -'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-NOVEDADES
                         THRU F-1100-ABRIR-NOVEDADES
              WHEN WS-MODO-TRIMESTRAL
                 MOVE 'TENDENCIA DE PERDIDAS OPERACIONALES - TRIMESTRE'
                      TO WS-TIT-TEXTO
                 PERFORM 1200-ABRIR-TRIMESTRAL
                         THRU F-1200-ABRIR-TRIMESTRAL
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE LK-FP-FECHA-8 TO WS-TIT-FECHA.
           IF WS-MODO-TRIMESTRAL
              MOVE WS-FEC-HASTA-N TO WS-TIT-FECHA
           END-IF.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-NOVEDADES
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** MODO 'N': REGISTRO, FEED, SUSPENSO Y AUDITORIA ************
       1100-ABRIR-NOVEDADES.

           OPEN I-O EVPERD.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-EVP IS EQUAL '35'
              OPEN OUTPUT EVPERD
              IF FS-EVP IS EQUAL '00'
                 CLOSE EVPERD
                 OPEN I-O EVPERD
              END-IF
           END-IF.
           IF FS-EVP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVPERD = ' FS-EVP
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
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

       F-1100-ABRIR-NOVEDADES. EXIT.

      ***** MODO 'T': TRIMESTRE A INFORMAR, LOS TRES ANTERIORES Y *****
      ***** ARCHIVO PARA EL BCRA **************************************
       1200-ABRIR-TRIMESTRAL.

      * SIN TRIMESTRE EN PARAMETROS SE INFORMA EL ULTIMO CERRADO *
           IF WS-PAR-ANIO IS NOT NUMERIC
              OR WS-PAR-TRIM IS NOT NUMERIC
              OR WS-PAR-ANIO IS EQUAL ZEROS
              OR WS-PAR-TRIM IS LESS THAN 1
              OR WS-PAR-TRIM IS GREATER THAN 4
              COMPUTE WS-PAR-TRIM = (WS-HOY-MES - 1) / 3
              MOVE WS-HOY-ANIO TO WS-PAR-ANIO
              IF WS-PAR-TRIM IS EQUAL ZEROS
                 MOVE 4 TO WS-PAR-TRIM
                 SUBTRACT 1 FROM WS-PAR-ANIO
              END-IF
           END-IF.

           MOVE WS-PAR-ANIO TO WS-CAL-ANIO.
           MOVE WS-PAR-TRIM TO WS-CAL-TRIM.
           PERFORM 1250-ARMAR-TRIMESTRE THRU F-1250-ARMAR-TRIMESTRE
                   VARYING WS-IND-TRI FROM 4 BY -1
                   UNTIL WS-IND-TRI < 1.

           MOVE WS-TRI-DESDE(4) TO WS-FEC-DESDE-N.
           MOVE WS-TRI-HASTA(4) TO WS-FEC-HASTA-N.

           DISPLAY 'TRIMESTRE INFORMADO     = ' WS-PAR-PERIODO
                   ' (' WS-FEC-DESDE-N ' A ' WS-FEC-HASTA-N ')'.

           INITIALIZE WS-TEN-TIPOS WS-TEN-TOTAL WS-TEN-SUCURSALES.

           OPEN INPUT EVPERD.
           IF FS-EVP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVPERD = ' FS-EVP
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-TRIMESTRAL
           END-IF.

           OPEN OUTPUT EVPBCR.
           IF FS-BCR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EVPBCR = ' FS-BCR
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-TRIMESTRAL
           END-IF.

           MOVE LOW-VALUES TO KEY-EVPERD.
           START EVPERD KEY IS NOT LESS THAN KEY-EVPERD
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

           IF WS-NO-FIN-LECTURA
              PERFORM 5900-LEER-EVENTO THRU F-5900-LEER-EVENTO
           END-IF.

       F-1200-ABRIR-TRIMESTRAL. EXIT.

      ***** DESDE/HASTA DEL TRIMESTRE EN CURSO Y PASO AL ANTERIOR *****
       1250-ARMAR-TRIMESTRE.

           MOVE WS-CAL-ANIO TO WS-TRI-ANIO(WS-IND-TRI).
           MOVE WS-CAL-TRIM TO WS-TRI-NRO(WS-IND-TRI).

           MOVE WS-CAL-ANIO TO WS-FTR-ANIO.
           COMPUTE WS-FTR-MES = (WS-CAL-TRIM - 1) * 3 + 1.
           MOVE 01 TO WS-FTR-DIA.
           MOVE WS-FEC-TRI-N TO WS-TRI-DESDE(WS-IND-TRI).

           COMPUTE WS-FTR-MES = WS-CAL-TRIM * 3.
           IF WS-FTR-MES IS EQUAL 06 OR WS-FTR-MES IS EQUAL 09
              MOVE 30 TO WS-FTR-DIA
           ELSE
              MOVE 31 TO WS-FTR-DIA
           END-IF.
           MOVE WS-FEC-TRI-N TO WS-TRI-HASTA(WS-IND-TRI).

           IF WS-CAL-TRIM IS EQUAL 1
              MOVE 4 TO WS-CAL-TRIM
              SUBTRACT 1 FROM WS-CAL-ANIO
           ELSE
              SUBTRACT 1 FROM WS-CAL-TRIM
           END-IF.

       F-1250-ARMAR-TRIMESTRE. EXIT.

      **************************************
      *                                    *
      *  MODO 'N' - FEED MANUAL            *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.
           MOVE SPACES TO SUS-MOTIVO.
           MOVE NEV-TIPO-NOVEDAD TO WS-DET-ORIGEN-NOV.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NEV-OPERADOR TO LK-OPE-ID.
           MOVE 'RO'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           IF NEV-REFERENCIA IS EQUAL SPACES
              MOVE 'REFERENCIA EN BLANCO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE NEV-TIPO-NOVEDAD
              WHEN 'AL'
                 PERFORM 4000-ALTA-EVENTO THRU F-4000-ALTA-EVENTO
              WHEN 'MO'
                 PERFORM 4100-RECLASIFICAR THRU F-4100-RECLASIFICAR
              WHEN 'RC'
                 PERFORM 4200-RECUPERO THRU F-4200-RECUPERO
              WHEN 'AN'
                 PERFORM 4300-ANULAR THRU F-4300-ANULAR
              WHEN OTHER
                 MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED MANUAL ***********************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVEVP.
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

       F-2100-LECTURA. EXIT.

      **************************************
      *                                    *
      *  MODO 'N' - CARGA AUTOMATICA DE    *
      *  LAS FUENTES                       *
      *                                    *
      **************************************
       3000-CARGA-AUTOMATICA.

           IF WS-FIN-LECTURA
              GO TO F-3000-CARGA-AUTOMATICA
           END-IF.

           MOVE 'AU' TO WS-DET-ORIGEN-NOV.
           MOVE SPACES TO NEV-OPERADOR.

           PERFORM 3100-CARGAR-ARQUEO THRU F-3100-CARGAR-ARQUEO.
           IF WS-NO-FIN-LECTURA
              PERFORM 3200-CARGAR-CASTIGOS THRU F-3200-CARGAR-CASTIGOS
           END-IF.
           IF WS-NO-FIN-LECTURA
              PERFORM 3300-CARGAR-REINTEGROS
                      THRU F-3300-CARGAR-REINTEGROS
           END-IF.

      * DESPUES DE LAS FUENTES, EL FEED MANUAL (UNA RECLASIFICACION  *
      * PUEDE TOCAR UN EVENTO REGISTRADO EN ESTA MISMA CORRIDA) ******
           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-3000-CARGA-AUTOMATICA. EXIT.

      ***** FALTANTES DEL ARQUEO DE CAJA ******************************
       3100-CARGAR-ARQUEO.

           OPEN INPUT DIFCAJA.
           IF FS-DIF IS NOT EQUAL '00'
              DISPLAY '* DIFERENCIAS DE ARQUEO DDDIFCAJ NO '
                      'DISPONIBLES = ' FS-DIF
              ADD 1 TO WS-TOT-SIN-FUENTE
              GO TO F-3100-CARGAR-ARQUEO
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3110-LEER-DIFCAJA THRU F-3110-LEER-DIFCAJA.
           PERFORM 3120-EVENTO-ARQUEO THRU F-3120-EVENTO-ARQUEO
                   UNTIL WS-FIN-FUENTE.

           CLOSE DIFCAJA.

       F-3100-CARGAR-ARQUEO. EXIT.

       3110-LEER-DIFCAJA.

           READ DIFCAJA INTO WS-REG-DIFCAJA.
           EVALUATE FS-DIF
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA DIFCAJA : ' FS-DIF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3110-LEER-DIFCAJA. EXIT.

      * SOLO EL FALTANTE ES PERDIDA; EL SOBRANTE SE CUENTA Y NADA MAS *
       3120-EVENTO-ARQUEO.

           IF DIF-DIFERENCIA IS NOT LESS THAN ZEROS
              ADD 1 TO WS-TOT-SOBRANTES
              GO TO F-3120-LEER-SIGUIENTE
           END-IF.

           MOVE DIF-FECHA    TO WS-RFA-FECHA.
           MOVE DIF-OPERADOR TO WS-RFA-OPERADOR.
           MOVE 'A'          TO NEV-ORIGEN.
           MOVE WS-REF-ARQUEO TO NEV-REFERENCIA.
           PERFORM 4800-LEER-EVENTO THRU F-4800-LEER-EVENTO.

           IF WS-EVP-HALLADO
              ADD 1 TO WS-TOT-YA-REGISTRADOS
              GO TO F-3120-LEER-SIGUIENTE
           END-IF.

           IF WS-ERROR
              GO TO F-3120-LEER-SIGUIENTE
           END-IF.

           INITIALIZE WS-REG-EVPERD.
           MOVE NEV-CLAVE        TO EVP-CLAVE.
           MOVE WS-TIPO-PROCESOS TO EVP-TIPO-EVENTO.
           MOVE WS-LINEA-DEFECTO TO EVP-LINEA-NEGOCIO.
           MOVE DIF-SUCURSAL     TO EVP-SUCURSAL.
           COMPUTE EVP-IMP-BRUTO = ZEROS - DIF-DIFERENCIA.
           MOVE DIF-FECHA        TO EVP-FEC-OCURRENCIA
                                    EVP-FEC-DESCUBRIM.
           STRING 'FALTANTE DE ARQUEO - OPERADOR ' DIF-OPERADOR
                  DELIMITED BY SIZE INTO EVP-DESCRIPCION
           END-STRING.

           PERFORM 3900-ALTA-AUTOMATICA THRU F-3900-ALTA-AUTOMATICA.
           IF WS-NO-ERROR
              ADD 1 TO WS-TOT-ARQUEOS
           END-IF.

       F-3120-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3110-LEER-DIFCAJA THRU F-3110-LEER-DIFCAJA
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3120-EVENTO-ARQUEO. EXIT.

      ***** SALDOS CASTIGADOS: ALTA DEL CASTIGO Y SU COBRANZA COMO ****
      ***** RECUPERO **************************************************
       3200-CARGAR-CASTIGOS.

           OPEN INPUT RECUPERO.
           IF FS-REC IS NOT EQUAL '00'
              DISPLAY '* CASTIGOS DDRECUPE NO DISPONIBLES = ' FS-REC
              ADD 1 TO WS-TOT-SIN-FUENTE
              GO TO F-3200-CARGAR-CASTIGOS
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3210-LEER-RECUPERO THRU F-3210-LEER-RECUPERO.
           PERFORM 3220-EVENTO-CASTIGO THRU F-3220-EVENTO-CASTIGO
                   UNTIL WS-FIN-FUENTE.

           CLOSE RECUPERO.

       F-3200-CARGAR-CASTIGOS. EXIT.

       3210-LEER-RECUPERO.

           READ RECUPERO NEXT INTO WS-REG-RECUPERO.
           EVALUATE FS-REC
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RECUPERO : ' FS-REC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3210-LEER-RECUPERO. EXIT.

       3220-EVENTO-CASTIGO.

           MOVE 'C'       TO NEV-ORIGEN.
           MOVE REC-CLAVE TO NEV-REFERENCIA.
           PERFORM 4800-LEER-EVENTO THRU F-4800-LEER-EVENTO.

           IF WS-ERROR
              GO TO F-3220-LEER-SIGUIENTE
           END-IF.

           IF WS-EVP-HALLADO
              PERFORM 3230-ACTUALIZAR-CASTIGO
                      THRU F-3230-ACTUALIZAR-CASTIGO
              GO TO F-3220-LEER-SIGUIENTE
           END-IF.

           INITIALIZE WS-REG-EVPERD.
           MOVE NEV-CLAVE          TO EVP-CLAVE.
           MOVE WS-TIPO-PROCESOS   TO EVP-TIPO-EVENTO.
           MOVE WS-LINEA-DEFECTO   TO EVP-LINEA-NEGOCIO.
           MOVE REC-SUCUEN         TO EVP-SUCURSAL.
           MOVE REC-IMP-CASTIGO    TO EVP-IMP-BRUTO.
           MOVE REC-IMP-RECUPERADO TO EVP-IMP-RECUPERADO.
           MOVE REC-FEC-ULT-RECUP  TO EVP-FEC-ULT-RECUP.
           MOVE REC-FEC-CASTIGO    TO EVP-FEC-OCURRENCIA
                                      EVP-FEC-DESCUBRIM.
           STRING 'SALDO CASTIGADO - CUENTA ' REC-TIPCUEN '-'
                  REC-NROCUEN
                  DELIMITED BY SIZE INTO EVP-DESCRIPCION
           END-STRING.

           PERFORM 3900-ALTA-AUTOMATICA THRU F-3900-ALTA-AUTOMATICA.
           IF WS-NO-ERROR
              ADD 1 TO WS-TOT-CASTIGOS
           END-IF.

       F-3220-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3210-LEER-RECUPERO THRU F-3210-LEER-RECUPERO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3220-EVENTO-CASTIGO. EXIT.

      ***** LA COBRANZA DEL CASTIGO ACTUALIZA EL RECUPERO DEL EVENTO **
       3230-ACTUALIZAR-CASTIGO.

           IF EVP-ANULADO
              OR REC-IMP-RECUPERADO IS EQUAL EVP-IMP-RECUPERADO
              ADD 1 TO WS-TOT-YA-REGISTRADOS
              GO TO F-3230-ACTUALIZAR-CASTIGO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-ANTES.

           MOVE REC-IMP-RECUPERADO TO EVP-IMP-RECUPERADO.
           MOVE REC-FEC-ULT-RECUP  TO EVP-FEC-ULT-RECUP.
           PERFORM 4950-ESTADO-RECUPERO THRU F-4950-ESTADO-RECUPERO.
           MOVE LK-FP-FECHA-8      TO EVP-FEC-ULT-MOD.
           MOVE SPACES             TO EVP-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-3230-ACTUALIZAR-CASTIGO
           END-IF.

           ADD 1 TO WS-TOT-RECUP-CASTIGO.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-DESPUES.
           MOVE 'RECUP'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'RECUPERO DE CASTIGO' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-EVENTO THRU F-7200-IMPRIMIR-EVENTO.

       F-3230-ACTUALIZAR-CASTIGO. EXIT.

      ***** REINTEGROS ACREDITADOS POR RECLAMOS ***********************
       3300-CARGAR-REINTEGROS.

           OPEN INPUT RECLAM.
           IF FS-RCL IS NOT EQUAL '00'
              DISPLAY '* RECLAMOS DDRECLAM NO DISPONIBLES = ' FS-RCL
              ADD 1 TO WS-TOT-SIN-FUENTE
              GO TO F-3300-CARGAR-REINTEGROS
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3310-LEER-RECLAMO THRU F-3310-LEER-RECLAMO.
           PERFORM 3320-EVENTO-REINTEGRO THRU F-3320-EVENTO-REINTEGRO
                   UNTIL WS-FIN-FUENTE.

           CLOSE RECLAM.

       F-3300-CARGAR-REINTEGROS. EXIT.

       3310-LEER-RECLAMO.

           READ RECLAM NEXT INTO WS-REG-RECLAM.
           EVALUATE FS-RCL
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RECLAM : ' FS-RCL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3310-LEER-RECLAMO. EXIT.

      * EL REGISTRO DE CONTROL (NUMERO EN CEROS) Y LOS RECLAMOS SIN   *
      * REINTEGRO ACREDITADO NO SON PERDIDA ***************************
       3320-EVENTO-REINTEGRO.

           IF RCL-NUMERO IS EQUAL ZEROS
              OR NOT RCL-REINTEGRO-ACREDITADO
              GO TO F-3320-LEER-SIGUIENTE
           END-IF.

           MOVE 'R'       TO NEV-ORIGEN.
           MOVE RCL-CLAVE TO NEV-REFERENCIA.
           PERFORM 4800-LEER-EVENTO THRU F-4800-LEER-EVENTO.

           IF WS-EVP-HALLADO
              ADD 1 TO WS-TOT-YA-REGISTRADOS
              GO TO F-3320-LEER-SIGUIENTE
           END-IF.

           IF WS-ERROR
              GO TO F-3320-LEER-SIGUIENTE
           END-IF.

           INITIALIZE WS-REG-EVPERD.
           MOVE NEV-CLAVE          TO EVP-CLAVE.
           IF RCL-CAT-FRAUDE
              MOVE WS-TIPO-FRAUDE   TO EVP-TIPO-EVENTO
           ELSE
              MOVE WS-TIPO-CLIENTES TO EVP-TIPO-EVENTO
           END-IF.
           MOVE WS-LINEA-DEFECTO   TO EVP-LINEA-NEGOCIO.
           MOVE RCL-SUCURSAL       TO EVP-SUCURSAL.
           MOVE RCL-IMP-REINTEGRO  TO EVP-IMP-BRUTO.
      * LA OCURRENCIA REAL LA CORRIGE EL AREA DE RIESGO CON 'MO' *
           MOVE RCL-FEC-RECEPCION  TO EVP-FEC-OCURRENCIA
                                      EVP-FEC-DESCUBRIM.
           STRING 'REINTEGRO RECLAMO ' RCL-SUCURSAL '-' RCL-NUMERO
                  ' CAT ' RCL-CATEGORIA
                  DELIMITED BY SIZE INTO EVP-DESCRIPCION
           END-STRING.

           PERFORM 3900-ALTA-AUTOMATICA THRU F-3900-ALTA-AUTOMATICA.
           IF WS-NO-ERROR
              ADD 1 TO WS-TOT-REINTEGROS
              IF RCL-CAT-FRAUDE
                 ADD 1 TO WS-TOT-FRAUDES
              END-IF
           END-IF.

       F-3320-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3310-LEER-RECLAMO THRU F-3310-LEER-RECLAMO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3320-EVENTO-REINTEGRO. EXIT.

      ***** GRABACION DE UN EVENTO DE UNA FUENTE AUTOMATICA ***********
       3900-ALTA-AUTOMATICA.

           MOVE LK-FP-FECHA-8 TO EVP-FEC-REGISTRO.
           PERFORM 4950-ESTADO-RECUPERO THRU F-4950-ESTADO-RECUPERO.
           MOVE LK-FP-FECHA-8 TO EVP-FEC-ULT-MOD.
           MOVE SPACES        TO EVP-OPERADOR.

           PERFORM 4600-GRABAR-EVENTO THRU F-4600-GRABAR-EVENTO.
           IF WS-ERROR
              GO TO F-3900-ALTA-AUTOMATICA
           END-IF.

           MOVE 'ALTA AUTOMATICA' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-EVENTO THRU F-7200-IMPRIMIR-EVENTO.

       F-3900-ALTA-AUTOMATICA. EXIT.

      **************************************
      *                                    *
      *  MODO 'N' - NOVEDADES MANUALES     *
      *                                    *
      **************************************

      ***** ALTA DE UN EVENTO MANUAL O DE UNA CORRECCION RESPALDADA ***
      ***** EN LA AUDITORIA *******************************************
       4000-ALTA-EVENTO.

           MOVE NEV-ORIGEN TO EVP-ORIGEN.
           IF NOT EVP-ORI-CARGA-MANUAL
              MOVE 'ORIGEN INVALIDO PARA CARGA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           IF EVP-ORI-CORRECCION
              AND (NEV-AUD-PROGRAMA IS EQUAL SPACES
                   OR NEV-AUD-FECHA IS EQUAL SPACES
                   OR NEV-AUD-CLAVE IS EQUAL SPACES)
              MOVE 'CORRECCION SIN ASIENTO AUDITORIA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           MOVE NEV-TIPO-EVENTO TO EVP-TIPO-EVENTO.
           IF NOT EVP-TIPO-VALIDO
              MOVE 'TIPO DE EVENTO INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           MOVE NEV-LINEA-NEGOCIO TO EVP-LINEA-NEGOCIO.
           IF NOT EVP-LINEA-VALIDA
              MOVE 'LINEA DE NEGOCIO INVALIDA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           IF NEV-SUCURSAL IS NOT NUMERIC
              OR NEV-IMPORTE IS NOT NUMERIC
              OR NEV-FEC-OCURRENCIA IS NOT NUMERIC
              OR NEV-FEC-DESCUBRIM IS NOT NUMERIC
              MOVE 'CAMPOS NUMERICOS INVALIDOS' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           IF NEV-IMPORTE IS EQUAL ZEROS
              MOVE 'PERDIDA SIN IMPORTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

      * SIN DESCUBRIMIENTO INFORMADO SE TOMA LA FECHA DE PROCESO *****
           IF NEV-FEC-DESCUBRIM IS EQUAL ZEROS
              MOVE LK-FP-FECHA-8 TO NEV-FEC-DESCUBRIM
           END-IF.
           IF NEV-FEC-OCURRENCIA IS EQUAL ZEROS
              MOVE NEV-FEC-DESCUBRIM TO NEV-FEC-OCURRENCIA
           END-IF.

           MOVE NEV-FEC-OCURRENCIA TO WS-FEC-VAL.
           PERFORM 4900-VALIDAR-FECHA THRU F-4900-VALIDAR-FECHA.
           IF WS-NO-ERROR
              MOVE NEV-FEC-DESCUBRIM TO WS-FEC-VAL
              PERFORM 4900-VALIDAR-FECHA THRU F-4900-VALIDAR-FECHA
           END-IF.
           IF WS-NO-ERROR
              AND (NEV-FEC-OCURRENCIA IS GREATER NEV-FEC-DESCUBRIM
                   OR NEV-FEC-DESCUBRIM IS GREATER LK-FP-FECHA-8)
              SET WS-ERROR TO TRUE
              MOVE 'OCURRENCIA/DESCUBRIM. INVALIDAS' TO SUS-MOTIVO
           END-IF.
           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           INITIALIZE WS-REG-EVPERD.
           MOVE NEV-CLAVE          TO EVP-CLAVE.
           MOVE NEV-TIPO-EVENTO    TO EVP-TIPO-EVENTO.
           MOVE NEV-LINEA-NEGOCIO  TO EVP-LINEA-NEGOCIO.
           MOVE NEV-SUCURSAL       TO EVP-SUCURSAL.
           MOVE NEV-IMPORTE        TO EVP-IMP-BRUTO.
           MOVE NEV-FEC-OCURRENCIA TO EVP-FEC-OCURRENCIA.
           MOVE NEV-FEC-DESCUBRIM  TO EVP-FEC-DESCUBRIM.
           MOVE NEV-DESCRIPCION    TO EVP-DESCRIPCION.
           IF EVP-ORI-CORRECCION
              MOVE NEV-REF-AUDITORIA TO EVP-REF-AUDITORIA
           END-IF.
           MOVE LK-FP-FECHA-8      TO EVP-FEC-REGISTRO.
           SET EVP-ABIERTO         TO TRUE.
           MOVE LK-FP-FECHA-8      TO EVP-FEC-ESTADO.
           MOVE LK-FP-FECHA-8      TO EVP-FEC-ULT-MOD.
           MOVE NEV-OPERADOR       TO EVP-OPERADOR.

           PERFORM 4600-GRABAR-EVENTO THRU F-4600-GRABAR-EVENTO.
           IF WS-ERROR
              GO TO F-4000-ALTA-EVENTO
           END-IF.

           ADD 1 TO WS-TOT-ALTAS.
           MOVE 'EVENTO REGISTRADO' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-EVENTO THRU F-7200-IMPRIMIR-EVENTO.

       F-4000-ALTA-EVENTO. EXIT.

      ***** RECLASIFICACION: SOLO CAMBIA LO INFORMADO (TIPO, LINEA,  **
      ***** SUCURSAL SI NO ES CERO, OCURRENCIA, DESCRIPCION) **********
       4100-RECLASIFICAR.

           PERFORM 4850-LEER-NOVEDAD THRU F-4850-LEER-NOVEDAD.
           IF WS-ERROR
              GO TO F-4100-RECLASIFICAR
           END-IF.

           IF NEV-TIPO-EVENTO IS NOT EQUAL SPACES
              MOVE EVP-TIPO-EVENTO TO WS-IMG-TIPO
              MOVE NEV-TIPO-EVENTO TO EVP-TIPO-EVENTO
              IF NOT EVP-TIPO-VALIDO
                 MOVE 'TIPO DE EVENTO INVALIDO' TO SUS-MOTIVO
                 SET WS-ERROR TO TRUE
              END-IF
              MOVE WS-IMG-TIPO TO EVP-TIPO-EVENTO
           END-IF.

           IF NEV-LINEA-NEGOCIO IS NOT EQUAL SPACES AND WS-NO-ERROR
              MOVE EVP-LINEA-NEGOCIO TO WS-IMG-LINEA
              MOVE NEV-LINEA-NEGOCIO TO EVP-LINEA-NEGOCIO
              IF NOT EVP-LINEA-VALIDA
                 MOVE 'LINEA DE NEGOCIO INVALIDA' TO SUS-MOTIVO
                 SET WS-ERROR TO TRUE
              END-IF
              MOVE WS-IMG-LINEA TO EVP-LINEA-NEGOCIO
           END-IF.

           IF WS-NO-ERROR
              AND (NEV-SUCURSAL IS NOT NUMERIC
                   OR NEV-FEC-OCURRENCIA IS NOT NUMERIC)
              MOVE 'CAMPOS NUMERICOS INVALIDOS' TO SUS-MOTIVO
              SET WS-ERROR TO TRUE
           END-IF.

           MOVE EVP-FEC-OCURRENCIA TO WS-FEC-OCURRENCIA.
           IF WS-NO-ERROR
              AND NEV-FEC-OCURRENCIA IS NOT EQUAL ZEROS
              MOVE NEV-FEC-OCURRENCIA TO WS-FEC-VAL
              PERFORM 4900-VALIDAR-FECHA THRU F-4900-VALIDAR-FECHA
              IF WS-NO-ERROR
                 AND NEV-FEC-OCURRENCIA IS GREATER EVP-FEC-DESCUBRIM
                 SET WS-ERROR TO TRUE
                 MOVE 'OCURRENCIA POSTERIOR A DESCUBRIM.'
                      TO SUS-MOTIVO
              END-IF
              MOVE NEV-FEC-OCURRENCIA TO WS-FEC-OCURRENCIA
           END-IF.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4100-RECLASIFICAR
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-ANTES.

           IF NEV-TIPO-EVENTO IS NOT EQUAL SPACES
              MOVE NEV-TIPO-EVENTO TO EVP-TIPO-EVENTO
           END-IF.
           IF NEV-LINEA-NEGOCIO IS NOT EQUAL SPACES
              MOVE NEV-LINEA-NEGOCIO TO EVP-LINEA-NEGOCIO
           END-IF.
           IF NEV-SUCURSAL IS NOT EQUAL ZEROS
              MOVE NEV-SUCURSAL TO EVP-SUCURSAL
           END-IF.
           MOVE WS-FEC-OCURRENCIA TO EVP-FEC-OCURRENCIA.
           IF NEV-DESCRIPCION IS NOT EQUAL SPACES
              MOVE NEV-DESCRIPCION TO EVP-DESCRIPCION
           END-IF.
           MOVE LK-FP-FECHA-8 TO EVP-FEC-ULT-MOD.
           MOVE NEV-OPERADOR  TO EVP-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4100-RECLASIFICAR
           END-IF.

           ADD 1 TO WS-TOT-RECLASIF.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-DESPUES.
           MOVE 'MODIF'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'EVENTO RECLASIFICADO' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-EVENTO THRU F-7200-IMPRIMIR-EVENTO.

       F-4100-RECLASIFICAR. EXIT.

      ***** RECUPERO MANUAL (SEGURO, DEVOLUCION DEL CLIENTE, ETC.). ***
      ***** EL DEL CASTIGO LLEGA SOLO DESDE LA COBRANZA DE DDRECUPE ***
       4200-RECUPERO.

           PERFORM 4850-LEER-NOVEDAD THRU F-4850-LEER-NOVEDAD.
           IF WS-ERROR
              GO TO F-4200-RECUPERO
           END-IF.

           IF EVP-ORI-CASTIGO
              MOVE 'CASTIGO: RECUPERO POR COBRANZA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-RECUPERO
           END-IF.

           IF NEV-IMPORTE IS NOT NUMERIC
              OR NEV-IMPORTE IS EQUAL ZEROS
              MOVE 'IMPORTE DE RECUPERO INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-RECUPERO
           END-IF.

           IF EVP-IMP-RECUPERADO + NEV-IMPORTE IS GREATER EVP-IMP-BRUTO
              MOVE 'RECUPERO SUPERA LA PERDIDA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-RECUPERO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-ANTES.

           ADD NEV-IMPORTE    TO EVP-IMP-RECUPERADO.
           MOVE LK-FP-FECHA-8 TO EVP-FEC-ULT-RECUP.
           PERFORM 4950-ESTADO-RECUPERO THRU F-4950-ESTADO-RECUPERO.
           MOVE LK-FP-FECHA-8 TO EVP-FEC-ULT-MOD.
           MOVE NEV-OPERADOR  TO EVP-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4200-RECUPERO
           END-IF.

           ADD 1 TO WS-TOT-RECUPEROS.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-DESPUES.
           MOVE 'RECUP'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'RECUPERO REGISTRADO' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-EVENTO THRU F-7200-IMPRIMIR-EVENTO.

       F-4200-RECUPERO. EXIT.

      ***** ANULACION: EL EVENTO QUEDA GRABADO FUERA DEL REPORTE ******
       4300-ANULAR.

           PERFORM 4850-LEER-NOVEDAD THRU F-4850-LEER-NOVEDAD.
           IF WS-ERROR
              GO TO F-4300-ANULAR
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-ANTES.

           SET EVP-ANULADO    TO TRUE.
           MOVE LK-FP-FECHA-8 TO EVP-FEC-ESTADO.
           MOVE LK-FP-FECHA-8 TO EVP-FEC-ULT-MOD.
           MOVE NEV-OPERADOR  TO EVP-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4300-ANULAR
           END-IF.

           ADD 1 TO WS-TOT-ANULADOS.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-EVP TO AUD-DESPUES.
           MOVE 'BAJA'        TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'EVENTO ANULADO' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-EVENTO THRU F-7200-IMPRIMIR-EVENTO.

       F-4300-ANULAR. EXIT.

      ***** ALTA DEL EVENTO EN EL REGISTRO CON SU AUDITORIA ***********
       4600-GRABAR-EVENTO.

           MOVE EVP-CLAVE TO KEY-EVPERD.
           WRITE REG-EVPERD FROM WS-REG-EVPERD.

           EVALUATE FS-EVP
              WHEN '00'
                 ADD EVP-IMP-BRUTO TO WS-IMP-REGISTRADO
                 MOVE SPACES TO WS-REG-AUDITORIA
                 PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-EVP TO AUD-DESPUES
                 MOVE 'ALTA'        TO WS-AUD-OPERACION
                 PERFORM 7000-AUDITAR THRU F-7000-AUDITAR
              WHEN '22'
                 SET WS-ERROR TO TRUE
                 MOVE 'EVENTO YA REGISTRADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE EVPERD = ' FS-EVP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-GRABAR-EVENTO. EXIT.

      ***** REGRABACION DEL EVENTO ACTUALIZADO ************************
       4700-REGRABAR.

           REWRITE REG-EVPERD FROM WS-REG-EVPERD.
           IF FS-EVP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE EVPERD = ' FS-EVP
              MOVE 9999 TO RETURN-CODE
              SET WS-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4700-REGRABAR. EXIT.

      ***** LECTURA DEL EVENTO DE CLAVE NEV-CLAVE *********************
       4800-LEER-EVENTO.

           SET WS-NO-ERROR       TO TRUE.
           SET WS-EVP-NO-HALLADO TO TRUE.
           MOVE NEV-CLAVE TO KEY-EVPERD.

           READ EVPERD INTO WS-REG-EVPERD.

           EVALUATE FS-EVP
              WHEN '00'
                 SET WS-EVP-HALLADO TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA EVPERD = ' FS-EVP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4800-LEER-EVENTO. EXIT.

      ***** EVENTO A RECLASIFICAR, RECUPERAR O ANULAR: DEBE EXISTIR ***
      ***** Y NO ESTAR ANULADO ****************************************
       4850-LEER-NOVEDAD.

           PERFORM 4800-LEER-EVENTO THRU F-4800-LEER-EVENTO.
           IF WS-ERROR
              GO TO F-4850-LEER-NOVEDAD
           END-IF.

           IF WS-EVP-NO-HALLADO
              SET WS-ERROR TO TRUE
              MOVE 'EVENTO NO REGISTRADO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4850-LEER-NOVEDAD
           END-IF.

           IF EVP-ANULADO
              SET WS-ERROR TO TRUE
              MOVE 'EVENTO ANULADO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-4850-LEER-NOVEDAD. EXIT.

      ***** FECHA AAAAMMDD DE LOS ULTIMOS DIEZ ANIOS ******************
       4900-VALIDAR-FECHA.

           MOVE WS-VAL-AAAA        TO LK-ANIO.
           MOVE WS-VAL-MM          TO LK-MES.
           MOVE WS-VAL-DD          TO LK-DIA.
           MOVE WS-HOY-ANIO        TO LK-ANIO-MAX.
           COMPUTE LK-ANIO-MIN = LK-ANIO-MAX - 10.
           CALL WS-PGMVFC15 USING LK-PARM-FECHA.
           IF LK-FECHA-NOT-VALIDA
              SET WS-ERROR TO TRUE
              MOVE 'FECHA INVALIDA' TO SUS-MOTIVO
           END-IF.

       F-4900-VALIDAR-FECHA. EXIT.

      ***** ESTADO SEGUN EL RECUPERO: TOTAL = RECUPERADO **************
       4950-ESTADO-RECUPERO.

           IF EVP-IMP-RECUPERADO IS NOT LESS THAN EVP-IMP-BRUTO
              IF NOT EVP-RECUPERADO
                 SET EVP-RECUPERADO TO TRUE
                 MOVE LK-FP-FECHA-8 TO EVP-FEC-ESTADO
              END-IF
           ELSE
              IF NOT EVP-ABIERTO
                 SET EVP-ABIERTO TO TRUE
                 MOVE LK-FP-FECHA-8 TO EVP-FEC-ESTADO
              END-IF
           END-IF.

       F-4950-ESTADO-RECUPERO. EXIT.

      **************************************
      *                                    *
      *  MODO 'T' - REGIMEN INFORMATIVO Y  *
      *  TENDENCIA                         *
      *                                    *
      **************************************
       5000-REPORTE-TRIMESTRAL.

           ADD 1 TO WS-TOT-LEIDOS-EVP.

           PERFORM 5100-INFORMAR-EVENTO THRU F-5100-INFORMAR-EVENTO.

           IF NOT EVP-ANULADO
              PERFORM 5200-ACUMULAR-TENDENCIA
                      THRU F-5200-ACUMULAR-TENDENCIA
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 5900-LEER-EVENTO THRU F-5900-LEER-EVENTO
           END-IF.

       F-5000-REPORTE-TRIMESTRAL. EXIT.

      ***** SE INFORMA EL EVENTO DESCUBIERTO EN EL TRIMESTRE, EL ******
      ***** ANTERIOR CON RECUPERO O CAMBIO EN EL TRIMESTRE Y EL *******
      ***** ANULADO EN EL TRIMESTRE QUE YA SE HABIA INFORMADO *********
       5100-INFORMAR-EVENTO.

           IF EVP-FEC-DESCUBRIM IS GREATER THAN WS-FEC-HASTA-N
              GO TO F-5100-INFORMAR-EVENTO
           END-IF.

           INITIALIZE WS-REG-BCRA.

           EVALUATE TRUE
              WHEN EVP-ANULADO
                 IF EVP-FEC-DESCUBRIM IS LESS THAN WS-FEC-DESDE-N
                    AND EVP-FEC-ESTADO IS NOT LESS THAN WS-FEC-DESDE-N
                    AND EVP-FEC-ESTADO IS NOT GREATER WS-FEC-HASTA-N
                    MOVE 'B' TO BEV-NOVEDAD
                    ADD 1 TO WS-TOT-BAJAS-BCR
                 END-IF
              WHEN EVP-FEC-DESCUBRIM IS NOT LESS THAN WS-FEC-DESDE-N
                 MOVE 'N' TO BEV-NOVEDAD
                 ADD 1 TO WS-TOT-NUEVOS
                 ADD EVP-IMP-BRUTO TO WS-IMP-BRUTO-TRI
              WHEN EVP-FEC-ULT-MOD IS NOT LESS THAN WS-FEC-DESDE-N
                   AND EVP-FEC-ULT-MOD IS NOT GREATER WS-FEC-HASTA-N
                 MOVE 'A' TO BEV-NOVEDAD
                 ADD 1 TO WS-TOT-ACTUALIZ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF BEV-NOVEDAD IS EQUAL SPACES
              GO TO F-5100-INFORMAR-EVENTO
           END-IF.

           IF EVP-FEC-ULT-RECUP IS NOT LESS THAN WS-FEC-DESDE-N
              AND EVP-FEC-ULT-RECUP IS NOT GREATER WS-FEC-HASTA-N
              AND NOT EVP-ANULADO
              ADD EVP-IMP-RECUPERADO TO WS-IMP-RECUP-TRI
           END-IF.

           MOVE 'D'                TO BEV-TIPO-REG.
           MOVE WS-PAR-PERIODO     TO BEV-PERIODO.
           MOVE EVP-ORIGEN         TO BEV-ORIGEN.
           MOVE EVP-REFERENCIA     TO BEV-REFERENCIA.
           MOVE EVP-TIPO-EVENTO    TO BEV-TIPO-EVENTO.
           MOVE EVP-LINEA-NEGOCIO  TO BEV-LINEA-NEGOCIO.
           MOVE EVP-SUCURSAL       TO BEV-SUCURSAL.
           MOVE EVP-FEC-OCURRENCIA TO BEV-FEC-OCURRENCIA.
           MOVE EVP-FEC-DESCUBRIM  TO BEV-FEC-DESCUBRIM.
           MOVE EVP-FEC-REGISTRO   TO BEV-FEC-REGISTRO.
           MOVE EVP-IMP-BRUTO      TO BEV-IMP-BRUTO.
           MOVE EVP-IMP-RECUPERADO TO BEV-IMP-RECUPERADO.
           COMPUTE BEV-IMP-NETO = EVP-IMP-BRUTO - EVP-IMP-RECUPERADO.
           MOVE EVP-ESTADO         TO BEV-ESTADO.

           WRITE REG-EVPBCR FROM WS-REG-BCRA.
           IF FS-BCR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EVPBCR = ' FS-BCR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-BCRA
           END-IF.

       F-5100-INFORMAR-EVENTO. EXIT.

      ***** PERDIDA BRUTA DEL EVENTO EN EL TRIMESTRE DE SU ************
      ***** DESCUBRIMIENTO, POR TIPO Y POR SUCURSAL *******************
       5200-ACUMULAR-TENDENCIA.

           MOVE ZEROS TO WS-TRI-EVENTO.
           PERFORM 5210-BUSCAR-TRIMESTRE THRU F-5210-BUSCAR-TRIMESTRE
                   VARYING WS-IND-TRI FROM 1 BY 1
                   UNTIL WS-IND-TRI > 4.

           IF WS-TRI-EVENTO IS EQUAL ZEROS
              GO TO F-5200-ACUMULAR-TENDENCIA
           END-IF.

           MOVE ZEROS TO WS-TIPO-MATCH.
           PERFORM 5220-BUSCAR-TIPO THRU F-5220-BUSCAR-TIPO
                   VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 7.

           IF WS-TIPO-MATCH IS GREATER ZEROS
              ADD 1 TO WS-TTI-CANT(WS-TIPO-MATCH, WS-TRI-EVENTO)
              ADD EVP-IMP-BRUTO
                  TO WS-TTI-IMPORTE(WS-TIPO-MATCH, WS-TRI-EVENTO)
           END-IF.

           ADD 1 TO WS-TTO-CANT(WS-TRI-EVENTO).
           ADD EVP-IMP-BRUTO TO WS-TTO-IMPORTE(WS-TRI-EVENTO).

           COMPUTE WS-IND-SUC = EVP-SUCURSAL + 1.
           ADD 1 TO WS-TSU-CANT(WS-IND-SUC, WS-TRI-EVENTO).
           ADD EVP-IMP-BRUTO
               TO WS-TSU-IMPORTE(WS-IND-SUC, WS-TRI-EVENTO).

       F-5200-ACUMULAR-TENDENCIA. EXIT.

       5210-BUSCAR-TRIMESTRE.

           IF EVP-FEC-DESCUBRIM IS NOT LESS THAN
                                    WS-TRI-DESDE(WS-IND-TRI)
              AND EVP-FEC-DESCUBRIM IS NOT GREATER
                                    WS-TRI-HASTA(WS-IND-TRI)
              MOVE WS-IND-TRI TO WS-TRI-EVENTO
           END-IF.

       F-5210-BUSCAR-TRIMESTRE. EXIT.

       5220-BUSCAR-TIPO.

           IF WS-TIP-CODIGO(WS-IND-TIPO) IS EQUAL EVP-TIPO-EVENTO
              MOVE WS-IND-TIPO TO WS-TIPO-MATCH
           END-IF.

       F-5220-BUSCAR-TIPO. EXIT.

      ***** REGISTRO DE TOTALES DEL TRIMESTRE *************************
       5700-GRABAR-TOTALES-BCRA.

           INITIALIZE WS-REG-BCRA-TOT.
           MOVE 'T'                  TO BET-TIPO-REG.
           MOVE WS-PAR-PERIODO       TO BET-PERIODO.
           MOVE WS-TOT-NUEVOS        TO BET-CANT-NUEVOS.
           MOVE WS-TOT-ACTUALIZ      TO BET-CANT-ACTUALIZ.
           MOVE WS-TOT-BAJAS-BCR     TO BET-CANT-ANULADOS.
           MOVE WS-IMP-BRUTO-TRI     TO BET-IMP-BRUTO.
           MOVE WS-IMP-RECUP-TRI     TO BET-IMP-RECUPERADO.

           WRITE REG-EVPBCR FROM WS-REG-BCRA-TOT.
           IF FS-BCR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EVPBCR = ' FS-BCR
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5700-GRABAR-TOTALES-BCRA. EXIT.

      ***** LECTURA SECUENCIAL DEL REGISTRO DE EVENTOS ****************
       5900-LEER-EVENTO.

           READ EVPERD NEXT INTO WS-REG-EVPERD.
           EVALUATE FS-EVP
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA EVPERD : ' FS-EVP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5900-LEER-EVENTO. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **************
      ***** LOS EVENTOS AUTOMATICOS NO VAN A SUSPENSO: SE LISTAN ******
       6000-GRABAR-SUSPENSO.

           IF WS-DET-ORIGEN-NOV IS EQUAL 'AU'
              MOVE SPACES TO WS-REG-DETALLE
              MOVE 'AU'        TO WS-DET-NOVEDAD
              MOVE NEV-ORIGEN  TO WS-DET-ORIGEN
              MOVE NEV-REFERENCIA TO WS-DET-REFERENCIA
              MOVE ZEROS       TO WS-DET-SUCURSAL WS-DET-DESCUBRIM
                                  WS-DET-BRUTO WS-DET-RECUPERADO
              MOVE SUS-MOTIVO  TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
              GO TO F-6000-GRABAR-SUSPENSO
           END-IF.

           MOVE WS-REG-NOVEVP TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES           TO WS-REG-DETALLE
              MOVE NEV-TIPO-NOVEDAD TO WS-DET-NOVEDAD
              MOVE NEV-ORIGEN       TO WS-DET-ORIGEN
              MOVE NEV-REFERENCIA   TO WS-DET-REFERENCIA
              MOVE NEV-TIPO-EVENTO  TO WS-DET-TIPO
              MOVE NEV-LINEA-NEGOCIO TO WS-DET-LINEA
              MOVE ZEROS            TO WS-DET-SUCURSAL WS-DET-DESCUBRIM
                                       WS-DET-BRUTO WS-DET-RECUPERADO
              IF NEV-SUCURSAL IS NUMERIC
                 MOVE NEV-SUCURSAL  TO WS-DET-SUCURSAL
              END-IF
              MOVE SUS-MOTIVO       TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL REGISTRO DE EVENTOS ***********
      ***** (OPERADOR EN BLANCO = CARGA AUTOMATICA DE LAS FUENTES) ****
       7000-AUDITAR.

           MOVE 'PGMVOR15'       TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES     TO AUD-FECHA.
           MOVE 'EVPERD'         TO AUD-TABLA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE EVP-CLAVE        TO AUD-CLAVE.
           MOVE EVP-OPERADOR     TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7000-AUDITAR. EXIT.

       7100-ARMAR-IMAGEN.

           MOVE EVP-TIPO-EVENTO        TO WS-IMG-TIPO.
           MOVE EVP-LINEA-NEGOCIO      TO WS-IMG-LINEA.
           MOVE EVP-SUCURSAL           TO WS-IMG-SUCURSAL.
           MOVE EVP-ESTADO             TO WS-IMG-ESTADO.
           MOVE EVP-IMP-BRUTO          TO WS-IMG-BRUTO.
           MOVE EVP-IMP-RECUPERADO     TO WS-IMG-RECUPERADO.

       F-7100-ARMAR-IMAGEN. EXIT.

      ***** LINEA DEL EVENTO (ACCION YA CARGADA) **********************
       7200-IMPRIMIR-EVENTO.

           MOVE WS-DET-ORIGEN-NOV  TO WS-DET-NOVEDAD.
           MOVE EVP-ORIGEN         TO WS-DET-ORIGEN.
           MOVE EVP-REFERENCIA     TO WS-DET-REFERENCIA.
           MOVE EVP-TIPO-EVENTO    TO WS-DET-TIPO.
           MOVE EVP-LINEA-NEGOCIO  TO WS-DET-LINEA.
           MOVE EVP-SUCURSAL       TO WS-DET-SUCURSAL.
           MOVE EVP-FEC-DESCUBRIM  TO WS-DET-DESCUBRIM.
           MOVE EVP-IMP-BRUTO      TO WS-DET-BRUTO.
           MOVE EVP-IMP-RECUPERADO TO WS-DET-RECUPERADO.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7200-IMPRIMIR-EVENTO. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7300-IMPRIMIR-TOTALES.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 MOVE 'FALTANTES DE ARQUEO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ARQUEOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE '  SOBRANTES NO REGISTRADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SOBRANTES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'SALDOS CASTIGADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-CASTIGOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  CON RECUPERO ACTUALIZADO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RECUP-CASTIGO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'REINTEGROS DE RECLAMOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-REINTEGROS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  POR FRAUDE' TO WS-TOT-TEXTO
                 MOVE WS-TOT-FRAUDES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'YA REGISTRADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-YA-REGISTRADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'FUENTES NO DISPONIBLES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SIN-FUENTE TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'NOVEDADES MANUALES LEIDAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'EVENTOS MANUALES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ALTAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'RECLASIFICACIONES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RECLASIF TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'RECUPEROS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RECUPEROS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'ANULACIONES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ANULADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'PERDIDA BRUTA REGISTRADA' TO WS-TOI-TEXTO
                 MOVE WS-IMP-REGISTRADO TO WS-TOI-IMPORTE
                 WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1
              WHEN WS-MODO-TRIMESTRAL
                 MOVE 'EVENTOS NUEVOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-NUEVOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'EVENTOS ACTUALIZADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ACTUALIZ TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'EVENTOS ANULADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-BAJAS-BCR TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'PERDIDA BRUTA DEL TRIMESTRE' TO WS-TOI-TEXTO
                 MOVE WS-IMP-BRUTO-TRI TO WS-TOI-IMPORTE
                 WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1
                 MOVE 'RECUPEROS DEL TRIMESTRE' TO WS-TOI-TEXTO
                 MOVE WS-IMP-RECUP-TRI TO WS-TOI-IMPORTE
                 WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1
                 MOVE 'REGISTROS INFORMADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-BCRA TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
           END-EVALUATE.

       F-7300-IMPRIMIR-TOTALES. EXIT.

      **************************************
      *                                    *
      *  MODO 'T' - LISTADO DE TENDENCIA   *
      *                                    *
      **************************************
       8000-IMPRIMIR-TENDENCIA.

           PERFORM 8050-PERIODOS-SUBTITULO
                   THRU F-8050-PERIODOS-SUBTITULO
                   VARYING WS-IND-TRI FROM 1 BY 1
                   UNTIL WS-IND-TRI > 4.

           MOVE 'TIPO DE EVENTO' TO WS-STE-TEXTO.
           WRITE REG-LISTADO FROM WS-SUBTITULO-TEN AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 8100-LINEA-TIPO THRU F-8100-LINEA-TIPO
                   VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 7.

           MOVE 'TOTAL' TO WS-TEN-TEXTO.
           PERFORM 8110-CELDA-TOTAL THRU F-8110-CELDA-TOTAL
                   VARYING WS-IND-TRI FROM 1 BY 1
                   UNTIL WS-IND-TRI > 4.
           PERFORM 8400-CALCULAR-VARIACION
                   THRU F-8400-CALCULAR-VARIACION.
           WRITE REG-LISTADO FROM WS-REG-TENDENCIA AFTER 2.

           MOVE 'SUCURSAL' TO WS-STE-TEXTO.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.
           WRITE REG-LISTADO FROM WS-SUBTITULO-TEN AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 8200-LINEA-SUCURSAL THRU F-8200-LINEA-SUCURSAL
                   VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > 1000.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-8000-IMPRIMIR-TENDENCIA. EXIT.

       8050-PERIODOS-SUBTITULO.

           MOVE WS-TRI-ANIO(WS-IND-TRI) TO WS-STE-ANIO(WS-IND-TRI).
           MOVE WS-TRI-NRO(WS-IND-TRI)  TO WS-STE-NRO(WS-IND-TRI).

       F-8050-PERIODOS-SUBTITULO. EXIT.

      ***** UN TIPO DE EVENTO: CANTIDAD Y PERDIDA POR TRIMESTRE *******
       8100-LINEA-TIPO.

           MOVE WS-TIP-DESCRIP(WS-IND-TIPO) TO WS-TEN-TEXTO.
           PERFORM 8120-CELDA-TIPO THRU F-8120-CELDA-TIPO
                   VARYING WS-IND-TRI FROM 1 BY 1
                   UNTIL WS-IND-TRI > 4.
           PERFORM 8400-CALCULAR-VARIACION
                   THRU F-8400-CALCULAR-VARIACION.
           WRITE REG-LISTADO FROM WS-REG-TENDENCIA AFTER 1.

       F-8100-LINEA-TIPO. EXIT.

       8110-CELDA-TOTAL.

           MOVE WS-TTO-CANT(WS-IND-TRI)    TO WS-TEN-CANT(WS-IND-TRI).
           MOVE WS-TTO-IMPORTE(WS-IND-TRI)
                TO WS-TEN-IMPORTE(WS-IND-TRI).

       F-8110-CELDA-TOTAL. EXIT.

       8120-CELDA-TIPO.

           MOVE WS-TTI-CANT(WS-IND-TIPO, WS-IND-TRI)
                TO WS-TEN-CANT(WS-IND-TRI).
           MOVE WS-TTI-IMPORTE(WS-IND-TIPO, WS-IND-TRI)
                TO WS-TEN-IMPORTE(WS-IND-TRI).

       F-8120-CELDA-TIPO. EXIT.

      ***** UNA SUCURSAL CON PERDIDAS EN ALGUNO DE LOS TRIMESTRES *****
       8200-LINEA-SUCURSAL.

           MOVE 'N' TO WS-SUC-CON-DATOS.
           PERFORM 8210-CELDA-SUCURSAL THRU F-8210-CELDA-SUCURSAL
                   VARYING WS-IND-TRI FROM 1 BY 1
                   UNTIL WS-IND-TRI > 4.

           IF WS-SUC-CON-DATOS IS EQUAL 'N'
              GO TO F-8200-LINEA-SUCURSAL
           END-IF.

           MOVE SPACES TO WS-TEN-TEXTO.
           COMPUTE WS-DET-SUCURSAL = WS-IND-SUC - 1.
           STRING 'SUCURSAL ' WS-DET-SUCURSAL
                  DELIMITED BY SIZE INTO WS-TEN-TEXTO
           END-STRING.
           PERFORM 8400-CALCULAR-VARIACION
                   THRU F-8400-CALCULAR-VARIACION.
           WRITE REG-LISTADO FROM WS-REG-TENDENCIA AFTER 1.

       F-8200-LINEA-SUCURSAL. EXIT.

       8210-CELDA-SUCURSAL.

           IF WS-TSU-CANT(WS-IND-SUC, WS-IND-TRI) IS GREATER ZEROS
              MOVE 'S' TO WS-SUC-CON-DATOS
           END-IF.
           MOVE WS-TSU-CANT(WS-IND-SUC, WS-IND-TRI)
                TO WS-TEN-CANT(WS-IND-TRI).
           MOVE WS-TSU-IMPORTE(WS-IND-SUC, WS-IND-TRI)
                TO WS-TEN-IMPORTE(WS-IND-TRI).

       F-8210-CELDA-SUCURSAL. EXIT.

      ***** VARIACION % DEL TRIMESTRE INFORMADO CONTRA EL ANTERIOR ****
      ***** (SIN PERDIDA EN EL ANTERIOR NO HAY VARIACION) *************
       8400-CALCULAR-VARIACION.

           MOVE ZEROS TO WS-VARIACION.
           EVALUATE TRUE
              WHEN WS-TEN-TEXTO IS EQUAL 'TOTAL'
                 IF WS-TTO-IMPORTE(3) IS NOT EQUAL ZEROS
                    COMPUTE WS-VARIACION ROUNDED =
                            (WS-TTO-IMPORTE(4) - WS-TTO-IMPORTE(3))
                            * 100 / WS-TTO-IMPORTE(3)
                       ON SIZE ERROR MOVE 99999 TO WS-VARIACION
                    END-COMPUTE
                 END-IF
              WHEN WS-TEN-TEXTO(1:9) IS EQUAL 'SUCURSAL '
                 IF WS-TSU-IMPORTE(WS-IND-SUC, 3) IS NOT EQUAL ZEROS
                    COMPUTE WS-VARIACION ROUNDED =
                            (WS-TSU-IMPORTE(WS-IND-SUC, 4)
                             - WS-TSU-IMPORTE(WS-IND-SUC, 3))
                            * 100 / WS-TSU-IMPORTE(WS-IND-SUC, 3)
                       ON SIZE ERROR MOVE 99999 TO WS-VARIACION
                    END-COMPUTE
                 END-IF
              WHEN OTHER
                 IF WS-TTI-IMPORTE(WS-IND-TIPO, 3) IS NOT EQUAL ZEROS
                    COMPUTE WS-VARIACION ROUNDED =
                            (WS-TTI-IMPORTE(WS-IND-TIPO, 4)
                             - WS-TTI-IMPORTE(WS-IND-TIPO, 3))
                            * 100 / WS-TTI-IMPORTE(WS-IND-TIPO, 3)
                       ON SIZE ERROR MOVE 99999 TO WS-VARIACION
                    END-COMPUTE
                 END-IF
           END-EVALUATE.
           MOVE WS-VARIACION TO WS-TEN-VARIACION.

       F-8400-CALCULAR-VARIACION. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF WS-MODO-TRIMESTRAL AND RETURN-CODE IS EQUAL ZEROS
              PERFORM 5700-GRABAR-TOTALES-BCRA
                      THRU F-5700-GRABAR-TOTALES-BCRA
              PERFORM 8000-IMPRIMIR-TENDENCIA
                      THRU F-8000-IMPRIMIR-TENDENCIA
           END-IF.

           PERFORM 7300-IMPRIMIR-TOTALES THRU F-7300-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 DISPLAY 'FALTANTES DE ARQUEO     = ' WS-TOT-ARQUEOS
                 DISPLAY 'SALDOS CASTIGADOS       = ' WS-TOT-CASTIGOS
                 DISPLAY 'RECUPEROS DE CASTIGOS   = '
                         WS-TOT-RECUP-CASTIGO
                 DISPLAY 'REINTEGROS DE RECLAMOS  = ' WS-TOT-REINTEGROS
                 DISPLAY 'FUENTES NO DISPONIBLES  = ' WS-TOT-SIN-FUENTE
                 DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
                 DISPLAY 'EVENTOS MANUALES        = ' WS-TOT-ALTAS
                 DISPLAY 'RECLASIFICACIONES       = ' WS-TOT-RECLASIF
                 DISPLAY 'RECUPEROS               = ' WS-TOT-RECUPEROS
                 DISPLAY 'ANULACIONES             = ' WS-TOT-ANULADOS
                 DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
                 CLOSE ENTRADA
                 CLOSE SUSPENSO
                 IF FS-SUS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                    MOVE 9999 TO RETURN-CODE
                 END-IF
                 CLOSE AUDITORIA
                 IF FS-AUD IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-TRIMESTRAL
                 DISPLAY 'EVENTOS LEIDOS          = ' WS-TOT-LEIDOS-EVP
                 DISPLAY 'EVENTOS NUEVOS          = ' WS-TOT-NUEVOS
                 DISPLAY 'EVENTOS ACTUALIZADOS    = ' WS-TOT-ACTUALIZ
                 DISPLAY 'EVENTOS ANULADOS        = ' WS-TOT-BAJAS-BCR
                 DISPLAY 'REGISTROS INFORMADOS    = ' WS-TOT-BCRA
                 CLOSE EVPBCR
                 IF FS-BCR IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE EVPBCR = ' FS-BCR
                    MOVE 9999 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

           CLOSE EVPERD.
           IF FS-EVP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE EVPERD = ' FS-EVP
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

      * NOVEDADES RECHAZADAS O FUENTES QUE NO LLEGARON: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR WS-TOT-SIN-FUENTE > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVOR15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-TRIMESTRAL
              MOVE WS-TOT-BCRA     TO RES-CANT-PROCESADOS
              MOVE ZEROS           TO RES-CANT-ERRORES
           ELSE
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ARQUEOS
                      + WS-TOT-CASTIGOS + WS-TOT-RECUP-CASTIGO
                      + WS-TOT-REINTEGROS + WS-TOT-ALTAS
                      + WS-TOT-RECLASIF + WS-TOT-RECUPEROS
                      + WS-TOT-ANULADOS
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           END-IF.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
