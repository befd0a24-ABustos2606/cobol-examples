       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVBV15.

      ***********************************************
      *                                             *
      *  POSICION DE EFECTIVO DE LAS BOVEDAS DE     *
      *  SUCURSAL Y PLANIFICACION DE REMESAS CON    *
      *  LA TRANSPORTADORA DE CAUDALES              *
      *        TP 35 - BATCH DE TESORERIA           *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVTL15 ARQUEA A CADA CAJERO PERO NADIE    *
      * SABIA CUANTO EFECTIVO TIENE CADA SUCURSAL   *
      * NI CUANDO SE VA A QUEDAR CORTA. ESTE        *
      * PROGRAMA MANTIENE EL MAESTRO DDBOVEDA       *
      * (CPBOVEDA), UNA BOVEDA POR SUCURSAL Y       *
      * MONEDA, Y SU HISTORIA DIARIA DDBOVHIS       *
      * (CPBOVHIS).                                 *
      *                                             *
      * MODO 'M': FEED DDBOVNOV DE TESORERIA        *
      *   'AL' ALTA DE LA BOVEDA CON SUS LIMITES    *
      *        Y EL EFECTIVO INICIAL (APERTURA DEL  *
      *        DIA DE PROCESO)                      *
      *   'MO' CAMBIO DE LIMITES O TRANSPORTADORA   *
      *        (CEROS/ESPACIOS = SIN CAMBIO)        *
      *   'AJ' AJUSTE DE POSICION POR ARQUEO DEL    *
      *        TESORO (IMPORTE CON SIGNO Y MOTIVO)  *
      *   'BA' BAJA DE LA BOVEDA, SOLO SIN EFECTIVO *
      * CADA NOVEDAD TRAE EL OPERADOR, QUE DEBE     *
      * ESTAR HABILITADO PARA LA FUNCION 'BV' EN LA *
      * SUCURSAL DE LA BOVEDA (PGMVOP15) Y QUEDA EN *
      * LA AUDITORIA ANTES/DESPUES.                 *
      *                                             *
      * MODO 'D' (DEFAULT), DESPUES DE PGMVTL15:    *
      *   CIERRE = APERTURA + NETO DE VENTANILLA    *
      *   (DDMOVIM, EN MONEDA LOCAL) + REMESAS      *
      *   CONFIRMADAS POR LA TRANSPORTADORA         *
      *   (DDREMCON) + AJUSTES DEL DIA. EL CIERRE   *
      *   ANTERIOR PASA A SER LA APERTURA SOLO LA   *
      *   PRIMERA VEZ QUE SE PROCESA EL DIA: UN     *
      *   REPROCESO RECALCULA EL MISMO DIA.         *
      *   LA PREVISION DEL PROXIMO DIA HABIL        *
      *   (PGMVBD15) PROMEDIA INGRESOS Y EGRESOS DE *
      *   CAJA DE LOS MISMOS DIAS DE SEMANA DE LAS  *
      *   ULTIMAS SEMANAS; SI ESE DIA ES VISPERA DE *
      *   FERIADO LOS EGRESOS SE AUMENTAN POR EL    *
      *   FACTOR DE PARAMETROS. CON LA POSICION     *
      *   PROYECTADA POR DEBAJO DEL MINIMO SE PIDE  *
      *   PROVISION HASTA EL OBJETIVO Y POR ENCIMA  *
      *   DEL LIMITE ASEGURADO SE DEVUELVE EL       *
      *   EXCEDENTE, EN MODULOS DE PARAMETROS, EN   *
      *   EL ARCHIVO DDREMCAR (CPREMESA) PARA LA    *
      *   TRANSPORTADORA. UNA BOVEDA QUE CIERRA POR *
      *   ENCIMA DEL LIMITE ASEGURADO SE MARCA EN   *
      *   EL LISTADO Y DEJA RC 0004                 *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT BOVEDA ASSIGN DDBOVEDA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-BOVEDA
                    FILE STATUS IS FS-BOV.

             SELECT BOVHIS ASSIGN DDBOVHIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-BOVHIS
                    FILE STATUS IS FS-BVH.

      * ALTAS, CAMBIOS DE LIMITES, AJUSTES Y BAJAS DE BOVEDAS *
             SELECT ENTRADA ASSIGN DDBOVNOV
                    FILE STATUS IS FS-ENT.

      * MOVIMIENTOS DE VENTANILLA CAPTURADOS POR PGMVTL15 *
             SELECT MOVIMI ASSIGN DDMOVIM
                    FILE STATUS IS FS-MOV.

      * REMESAS REALIZADAS INFORMADAS POR LA TRANSPORTADORA *
             SELECT REMCON ASSIGN DDREMCON
                    FILE STATUS IS FS-RCO.

      * PEDIDOS DE PROVISION Y DEVOLUCION A LA TRANSPORTADORA *
             SELECT REMESA ASSIGN DDREMCAR
                    FILE STATUS IS FS-REM.

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

       FD BOVEDA.

       01 REG-BOVEDA.
           03 KEY-BOVEDA    PIC X(05).
           03 FILLER        PIC X(245).

       FD BOVHIS.

       01 REG-BOVHIS.
           03 KEY-BOVHIS    PIC X(13).
           03 FILLER        PIC X(67).

      * FEED DE TESORERIA - AL / MO / AJ / BA *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(120).

       FD MOVIMI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MOVIMI        PIC X(93).

       FD REMCON
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REMCON        PIC X(80).

       FD REMESA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REMESA        PIC X(80).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(120).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(17).

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
       77  FS-BOV           PIC XX    VALUE SPACES.
       77  FS-BVH           PIC XX    VALUE SPACES.
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-MOV           PIC XX    VALUE SPACES.
       77  FS-RCO           PIC XX    VALUE SPACES.
       77  FS-REM           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPBOVEDA.
           COPY CPBOVHIS.
           COPY CPREMESA.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-REG-SUCUR.
           COPY CPSUCUR.

      * MODO DE LA CORRIDA, SEMANAS QUE SE PROMEDIAN, FACTOR DE       *
      * EGRESOS EN VISPERA DE FERIADO (%), MODULO DE LAS REMESAS Y    *
      * MONEDAS DEL TESORO (LA VENTANILLA OPERA EN LA LOCAL) **********
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'D'.
               88  WS-MODO-MANTENIMIENTO       VALUE 'M'.
               88  WS-MODO-DIARIO              VALUE 'D'.
           03  WS-PAR-SEMANAS       PIC 9(02)  VALUE 04.
           03  WS-PAR-FACTOR-FERIADO PIC 9(03) VALUE 150.
           03  WS-PAR-MODULO        PIC 9(07)  VALUE 0010000.
           03  WS-PAR-MONEDA-LOCAL  PIC 99     VALUE 02.
           03  WS-PAR-MONEDA-EXT    PIC 99     VALUE 80.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * FIN DE LA FUENTE EN CURSO (VENTANILLA / CONFIRMACIONES) *
       01  WS-STATUS-FUENTE PIC X.
           88  WS-FIN-FUENTE          VALUE 'Y'.
           88  WS-NO-FIN-FUENTE       VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-BOVEDA     PIC X(01)  VALUE 'N'.
           88  WS-BOV-HALLADA          VALUE 'S'.
           88  WS-BOV-NO-HALLADA       VALUE 'N'.

      * EL PROXIMO DIA HABIL ES VISPERA DE FERIADO *
       01  WS-SW-FERIADO    PIC X(01)  VALUE 'N'.
           88  WS-VISPERA-FERIADO      VALUE 'S'.
           88  WS-DIA-NORMAL           VALUE 'N'.

       01  WS-SW-SIN-CALENDARIO PIC X(01) VALUE 'N'.
           88  WS-SIN-CALENDARIO       VALUE 'S'.
           88  WS-CON-CALENDARIO       VALUE 'N'.

      * NOVEDAD DE TESORERIA SOBRE UNA BOVEDA *
       01  WS-REG-NOVBOV.
           03  NBV-TIPO-NOVEDAD   PIC X(02).
           03  NBV-CLAVE.
               05  NBV-SUCURSAL   PIC 9(03).
               05  NBV-MONEDA     PIC 9(02).
           03  NBV-TRANSPORTADORA PIC X(04).
           03  NBV-LIMITE-SEGURO  PIC 9(11)V99.
           03  NBV-STOCK-MINIMO   PIC 9(11)V99.
           03  NBV-STOCK-OBJETIVO PIC 9(11)V99.
      *    EFECTIVO INICIAL (AL) O AJUSTE CON SIGNO (AJ)             *
           03  NBV-IMPORTE        PIC S9(11)V99.
           03  NBV-MOTIVO         PIC X(30).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NBV-OPERADOR       PIC X(08).
           03  FILLER             PIC X(19).

      * ACUMULADOS DEL DIA POR SUCURSAL (SUBINDICE = SUCURSAL + 1) Y  *
      * MONEDA (1 LOCAL / 2 EXTRANJERA); LA VENTANILLA SOLO EN LA     *
      * LOCAL. LA MARCA DE BOVEDA DETECTA MOVIMIENTO SIN BOVEDA *******
       01  WS-ACU-SUCURSALES.
           03  WS-ACU-SUCURSAL OCCURS 1000 TIMES.
               05  WS-ACU-MONEDA OCCURS 2 TIMES.
                   07  WS-ACU-ING-CAJA      PIC 9(11)V99.
                   07  WS-ACU-EGR-CAJA      PIC 9(11)V99.
                   07  WS-ACU-CANT-CAJA     PIC 9(05).
                   07  WS-ACU-REM-RECIB     PIC 9(11)V99.
                   07  WS-ACU-REM-ENVIAD    PIC 9(11)V99.
                   07  WS-ACU-CON-MOV       PIC X(01).
                   07  WS-ACU-CON-BOVEDA    PIC X(01).

       77  WS-IND-SUC       PIC 9(04)  VALUE ZEROS.
       77  WS-IND-MON       PIC 9(01)  VALUE ZEROS.
       77  WS-IMP-CAJA      PIC S9(7)V99 VALUE ZEROS.

      * FECHAS DE LA PREVISION *
       01  WS-FEC-HOY         PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-PROXIMO     PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-SUBSIGUIENTE PIC 9(08) VALUE ZEROS.
       01  WS-FEC-AUX         PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-VAL         PIC 9(08)  VALUE ZEROS.

       77  WS-ENTERO-FECHA    PIC 9(09)  VALUE ZEROS.
       77  WS-ENTERO-AUX      PIC 9(09)  VALUE ZEROS.
       77  WS-COCIENTE        PIC 9(09)  VALUE ZEROS.
       77  WS-RESTO           PIC 9(01)  VALUE ZEROS.
       77  WS-DIA-SEMANA      PIC 9(01)  VALUE ZEROS.
       77  WS-DIA-SEM-PROXIMO PIC 9(01)  VALUE ZEROS.
       77  WS-DIAS-HUECO      PIC 9(03)  VALUE ZEROS.
       77  WS-HUECO-NORMAL    PIC 9(03)  VALUE ZEROS.
       77  WS-IND-SEM         PIC 9(02)  VALUE ZEROS.

      * PREVISION DE LA BOVEDA EN CURSO *
       77  WS-PRV-ING         PIC 9(13)V99 VALUE ZEROS.
       77  WS-PRV-EGR         PIC 9(13)V99 VALUE ZEROS.
       77  WS-PRV-DIAS        PIC 9(02)  VALUE ZEROS.
       77  WS-PRV-NETA        PIC S9(11)V99 VALUE ZEROS.
       77  WS-PROYECTADO      PIC S9(11)V99 VALUE ZEROS.
       77  WS-OBJETIVO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-NECESIDAD       PIC S9(11)V99 VALUE ZEROS.
       77  WS-MODULOS         PIC 9(09)  VALUE ZEROS.
       77  WS-IMP-REMESA      PIC 9(11)V99 VALUE ZEROS.
       77  WS-SECUENCIA-REM   PIC 9(02)  VALUE ZEROS.

      * REFERENCIA DEL PEDIDO A LA TRANSPORTADORA *
       01  WS-REF-REMESA.
           03  WS-RRE-SUCURSAL    PIC 9(03).
           03  WS-RRE-MONEDA      PIC 9(02).
           03  WS-RRE-FECHA       PIC 9(08).
           03  WS-RRE-TIPO        PIC X(01).
           03  FILLER             PIC X(06)  VALUE SPACES.

      * IMAGEN DE LA BOVEDA PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-BOV.
           03  FILLER             PIC X(01) VALUE 'E'.
           03  WS-IMG-ESTADO      PIC X(01).
           03  FILLER             PIC X(01) VALUE 'L'.
           03  WS-IMG-LIMITE      PIC 9(11)V99.
           03  FILLER             PIC X(01) VALUE 'M'.
           03  WS-IMG-MINIMO      PIC 9(11)V99.
           03  FILLER             PIC X(01) VALUE 'O'.
           03  WS-IMG-OBJETIVO    PIC 9(11)V99.
           03  FILLER             PIC X(01) VALUE 'S'.
           03  WS-IMG-CIERRE      PIC S9(11)V99
                                  SIGN IS LEADING SEPARATE.
           03  FILLER             PIC X(01) VALUE SPACES.

       77  WS-AUD-OPERACION PIC X(06) VALUE SPACES.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

      * CALENDARIO DE DIAS HABILES (RUTINA COMPARTIDA) ****************
       01  WS-PGMVBD15      PIC X(8)  VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

      * MANTENIMIENTO *
       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-AJUSTES       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
      * DIARIO *
       77  WS-TOT-MOV-CAJA      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CONFIRMADAS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CONF-RECHAZ   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BOVEDAS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SOBRE-LIMITE  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJO-MINIMO   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PROVISIONES   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DEVOLUCIONES  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-BOVEDA    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-FUENTE    PIC 9(07) VALUE ZEROS.
       77  WS-IMP-PROVISION     PIC 9(13)V99 VALUE ZEROS.
       77  WS-IMP-DEVOLUCION    PIC 9(13)V99 VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTITULO-PRV.
           03  FILLER        PIC X(40)    VALUE
                   'PREVISION PARA EL DIA HABIL             '.
           03  WS-STP-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  WS-STP-MARCA  PIC X(30)    VALUE SPACES.
           03  FILLER        PIC X(51)    VALUE SPACES.

      * MODO 'M' *
       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'NOV'.
           03  FILLER        PIC X(05)    VALUE 'SUC'.
           03  FILLER        PIC X(04)    VALUE 'MON'.
           03  FILLER        PIC X(16)    VALUE '  LIMITE SEGURO'.
           03  FILLER        PIC X(16)    VALUE '    STOCK MINIMO'.
           03  FILLER        PIC X(16)    VALUE '  STOCK OBJETIVO'.
           03  FILLER        PIC X(16)    VALUE '         IMPORTE'.
           03  FILLER        PIC X(16)    VALUE '          CIERRE'.
           03  FILLER        PIC X(38)    VALUE ' ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-NOVEDAD     PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-LIMITE      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-MINIMO      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-OBJETIVO    PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CIERRE      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(07)    VALUE SPACES.

      * MODO 'D' - DOS LINEAS POR BOVEDA: POSICION Y PREVISION *
       01  WS-SUBTITULO-POS.
           03  FILLER        PIC X(10)    VALUE 'SUC MON'.
           03  FILLER        PIC X(16)    VALUE '        APERTURA'.
           03  FILLER        PIC X(16)    VALUE '   INGRESOS CAJA'.
           03  FILLER        PIC X(16)    VALUE '    EGRESOS CAJA'.
           03  FILLER        PIC X(16)    VALUE ' REMESAS RECIBID'.
           03  FILLER        PIC X(16)    VALUE ' REMESAS ENVIAD.'.
           03  FILLER        PIC X(16)    VALUE '         AJUSTES'.
           03  FILLER        PIC X(16)    VALUE '          CIERRE'.
           03  FILLER        PIC X(10)    VALUE SPACES.

       01  WS-SUBTITULO-PRE.
           03  FILLER        PIC X(10)    VALUE SPACES.
           03  FILLER        PIC X(16)    VALUE '  LIMITE SEGURO'.
           03  FILLER        PIC X(16)    VALUE '    STOCK MINIMO'.
           03  FILLER        PIC X(16)    VALUE '  EGRESO PREVIST'.
           03  FILLER        PIC X(16)    VALUE '      PROYECTADO'.
           03  FILLER        PIC X(20)    VALUE '  REMESA       '.
           03  FILLER        PIC X(38)    VALUE ' OBSERVACION'.

       01  WS-REG-POSICION.
           03  WS-POS-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-POS-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-POS-APERTURA    PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-POS-INGRESOS    PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-POS-EGRESOS     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-POS-RECIBIDAS   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-POS-ENVIADAS    PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-POS-AJUSTES     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-POS-CIERRE      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(10)    VALUE SPACES.

       01  WS-REG-PREVISION.
           03  FILLER             PIC X(10)    VALUE SPACES.
           03  WS-PRE-LIMITE      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-PRE-MINIMO      PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-PRE-NETA        PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-PRE-PROYECTADO  PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-PRE-REM-TIPO    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-PRE-REM-IMPORTE PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-PRE-OBSERVACION PIC X(36)    VALUE SPACES.

      * MOVIMIENTO DE UNA SUCURSAL SIN BOVEDA O CONFIRMACION RECHAZADA *
       01  WS-REG-AVISO.
           03  WS-AVI-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-AVI-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-AVI-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-AVI-TEXTO       PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(65)    VALUE SPACES.

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

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2000-PROCESO THRU F-2000-PROCESO
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 3000-ACUMULAR-FUENTES
                      THRU F-3000-ACUMULAR-FUENTES
              PERFORM 5000-POSICION-BOVEDA
                      THRU F-5000-POSICION-BOVEDA
                      UNTIL WS-FIN-LECTURA
              PERFORM 5900-SUCURSALES-SIN-BOVEDA
                      THRU F-5900-SUCURSALES-SIN-BOVEDA
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

           IF WS-PAR-SEMANAS IS NOT NUMERIC
              OR WS-PAR-SEMANAS IS EQUAL ZEROS
              MOVE 04 TO WS-PAR-SEMANAS
           END-IF.
           IF WS-PAR-FACTOR-FERIADO IS NOT NUMERIC
              OR WS-PAR-FACTOR-FERIADO IS LESS THAN 100
              MOVE 150 TO WS-PAR-FACTOR-FERIADO
           END-IF.
           IF WS-PAR-MODULO IS NOT NUMERIC
              OR WS-PAR-MODULO IS EQUAL ZEROS
              MOVE 0010000 TO WS-PAR-MODULO
           END-IF.
           IF WS-PAR-MONEDA-LOCAL IS NOT NUMERIC
              MOVE 02 TO WS-PAR-MONEDA-LOCAL
           END-IF.
           IF WS-PAR-MONEDA-EXT IS NOT NUMERIC
              MOVE 80 TO WS-PAR-MONEDA-EXT
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'MANTENIMIENTO DE BOVEDAS DE SUCURSAL -'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
              WHEN WS-MODO-DIARIO
                 MOVE 'POSICION DE EFECTIVO DE BOVEDAS -'
                      TO WS-TIT-TEXTO
                 PERFORM 1200-ABRIR-DIARIO
                         THRU F-1200-ABRIR-DIARIO
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE WS-FEC-HOY TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-MANTENIMIENTO
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
           ELSE
              MOVE WS-FEC-PROXIMO TO WS-STP-FECHA
              EVALUATE TRUE
                 WHEN WS-SIN-CALENDARIO
                    MOVE '(SIN CALENDARIO DE HABILES)' TO WS-STP-MARCA
                 WHEN WS-VISPERA-FERIADO
                    MOVE '(VISPERA DE FERIADO)' TO WS-STP-MARCA
              END-EVALUATE
              WRITE REG-LISTADO FROM WS-SUBTITULO-PRV AFTER 1
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
              WRITE REG-LISTADO FROM WS-SUBTITULO-POS AFTER 1
              WRITE REG-LISTADO FROM WS-SUBTITULO-PRE AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1000-INICIO.   EXIT.

      ***** MODO 'M': MAESTRO, FEED, SUSPENSO Y AUDITORIA *************
       1100-ABRIR-MANTENIMIENTO.

           OPEN I-O BOVEDA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-BOV IS EQUAL '35'
              OPEN OUTPUT BOVEDA
              IF FS-BOV IS EQUAL '00'
                 CLOSE BOVEDA
                 OPEN I-O BOVEDA
              END-IF
           END-IF.
           IF FS-BOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BOVEDA = ' FS-BOV
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

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-1100-ABRIR-MANTENIMIENTO. EXIT.

      ***** MODO 'D': MAESTRO, HISTORIA, ARCHIVO DE REMESAS Y *********
      ***** PROXIMO DIA HABIL *****************************************
       1200-ABRIR-DIARIO.

           INITIALIZE WS-ACU-SUCURSALES.
           SET WS-NO-ERROR TO TRUE.

           OPEN I-O BOVEDA.
           IF FS-BOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BOVEDA = ' FS-BOV
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-DIARIO
           END-IF.

           OPEN I-O BOVHIS.
           IF FS-BVH IS EQUAL '35'
              OPEN OUTPUT BOVHIS
              IF FS-BVH IS EQUAL '00'
                 CLOSE BOVHIS
                 OPEN I-O BOVHIS
              END-IF
           END-IF.
           IF FS-BVH IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN BOVHIS = ' FS-BVH
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-DIARIO
           END-IF.

           OPEN OUTPUT REMESA.
           IF FS-REM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REMESA = ' FS-REM
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-DIARIO
           END-IF.

           PERFORM 1300-PROXIMO-HABIL THRU F-1300-PROXIMO-HABIL.

           DISPLAY 'PREVISION PARA EL DIA   = ' WS-FEC-PROXIMO.

           MOVE LOW-VALUES TO KEY-BOVEDA.
           START BOVEDA KEY IS NOT LESS THAN KEY-BOVEDA
              INVALID KEY
                 DISPLAY '* MAESTRO DE BOVEDAS SIN REGISTROS'
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-1200-ABRIR-DIARIO. EXIT.

      ***** PROXIMO DIA HABIL Y SI ES VISPERA DE FERIADO: EL HABIL ****
      ***** SIGUIENTE QUEDA MAS LEJOS QUE EL FIN DE SEMANA NORMAL *****
       1300-PROXIMO-HABIL.

           SET WS-CON-CALENDARIO TO TRUE.
           SET WS-DIA-NORMAL     TO TRUE.

           MOVE WS-FEC-HOY TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.
           MOVE LK-BD-SIGUIENTE TO WS-FEC-PROXIMO.

      * SIN CALENDARIO SE TOMA EL PROXIMO DIA DE LUNES A VIERNES Y NO *
      * SE DETECTAN FERIADOS *****************************************
           IF LK-BD-SIN-CALENDARIO
              OR WS-FEC-PROXIMO IS EQUAL ZEROS
              SET WS-SIN-CALENDARIO TO TRUE
              COMPUTE WS-ENTERO-FECHA =
                      FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)
              PERFORM 1310-DIA-SIGUIENTE THRU F-1310-DIA-SIGUIENTE
              PERFORM 1310-DIA-SIGUIENTE THRU F-1310-DIA-SIGUIENTE
                      UNTIL WS-DIA-SEMANA IS LESS THAN 6
              MOVE WS-FEC-AUX TO WS-FEC-PROXIMO
              MOVE WS-DIA-SEMANA TO WS-DIA-SEM-PROXIMO
              GO TO F-1300-PROXIMO-HABIL
           END-IF.

           MOVE WS-FEC-PROXIMO TO WS-FEC-VAL.
           PERFORM 1320-DIA-SEMANA THRU F-1320-DIA-SEMANA.
           MOVE WS-DIA-SEMANA TO WS-DIA-SEM-PROXIMO.

           MOVE WS-FEC-PROXIMO TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.
           MOVE LK-BD-SIGUIENTE TO WS-FEC-SUBSIGUIENTE.
           IF WS-FEC-SUBSIGUIENTE IS EQUAL ZEROS
              GO TO F-1300-PROXIMO-HABIL
           END-IF.

           COMPUTE WS-DIAS-HUECO =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-SUBSIGUIENTE)
                 - FUNCTION INTEGER-OF-DATE(WS-FEC-PROXIMO).

      * UN VIERNES SALTA EL FIN DE SEMANA: TRES DIAS SON LO NORMAL *
           IF WS-DIA-SEM-PROXIMO IS EQUAL 5
              MOVE 3 TO WS-HUECO-NORMAL
           ELSE
              MOVE 1 TO WS-HUECO-NORMAL
           END-IF.

           IF WS-DIAS-HUECO IS GREATER THAN WS-HUECO-NORMAL
              SET WS-VISPERA-FERIADO TO TRUE
           END-IF.

       F-1300-PROXIMO-HABIL. EXIT.

      ***** DIA CORRIDO SIGUIENTE A WS-ENTERO-FECHA *******************
       1310-DIA-SIGUIENTE.

           ADD 1 TO WS-ENTERO-FECHA.
           COMPUTE WS-FEC-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           MOVE WS-FEC-AUX TO WS-FEC-VAL.
           PERFORM 1320-DIA-SEMANA THRU F-1320-DIA-SEMANA.

       F-1310-DIA-SIGUIENTE. EXIT.

      ***** DIA DE LA SEMANA DE WS-FEC-VAL: EL DIA 1 DEL CALENDARIO ***
      ***** ENTERO (01/01/1601) FUE LUNES *****************************
       1320-DIA-SEMANA.

           COMPUTE WS-ENTERO-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-VAL) - 1.
           DIVIDE WS-ENTERO-AUX BY 7
                  GIVING WS-COCIENTE REMAINDER WS-RESTO.
           COMPUTE WS-DIA-SEMANA = WS-RESTO + 1.

       F-1320-DIA-SEMANA. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - FEED DE TESORERIA      *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.
           MOVE SPACES TO SUS-MOTIVO.

           IF NBV-SUCURSAL IS NOT NUMERIC
              OR NBV-MONEDA IS NOT NUMERIC
              MOVE 'SUCURSAL O MONEDA NO NUMERICA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

      * EL OPERADOR DEBE ESTAR HABILITADO PARA LA FUNCION EN LA       *
      * SUCURSAL DE LA BOVEDA ****************************************
           MOVE NBV-OPERADOR TO LK-OPE-ID.
           MOVE 'BV'         TO LK-OPE-FUNCION.
           MOVE NBV-SUCURSAL TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           IF NBV-MONEDA IS NOT EQUAL WS-PAR-MONEDA-LOCAL
              AND NBV-MONEDA IS NOT EQUAL WS-PAR-MONEDA-EXT
              MOVE 'MONEDA INVALIDA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE NBV-TIPO-NOVEDAD
              WHEN 'AL'
                 PERFORM 4000-ALTA-BOVEDA THRU F-4000-ALTA-BOVEDA
              WHEN 'MO'
                 PERFORM 4100-MODIFICAR THRU F-4100-MODIFICAR
              WHEN 'AJ'
                 PERFORM 4200-AJUSTAR THRU F-4200-AJUSTAR
              WHEN 'BA'
                 PERFORM 4300-BAJA THRU F-4300-BAJA
              WHEN OTHER
                 MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE TESORERIA *****************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVBOV.
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
      *  MODO 'D' - MOVIMIENTO DE CAJA Y   *
      *  REMESAS REALIZADAS DEL DIA        *
      *                                    *
      **************************************
       3000-ACUMULAR-FUENTES.

           IF WS-FIN-LECTURA
              GO TO F-3000-ACUMULAR-FUENTES
           END-IF.

           PERFORM 3100-ACUMULAR-CAJA THRU F-3100-ACUMULAR-CAJA.
           IF WS-NO-FIN-LECTURA
              PERFORM 3200-ACUMULAR-REMESAS
                      THRU F-3200-ACUMULAR-REMESAS
           END-IF.

      * PRIMERA BOVEDA DEL MAESTRO *
           IF WS-NO-FIN-LECTURA
              PERFORM 5800-LEER-BOVEDA THRU F-5800-LEER-BOVEDA
           END-IF.

       F-3000-ACUMULAR-FUENTES. EXIT.

      ***** NETO DE VENTANILLA POR SUCURSAL (PGMVTL15, LAYOUT CPSUCUR):*
      ***** IMPORTE POSITIVO = DEPOSITO, NEGATIVO = EXTRACCION *********
       3100-ACUMULAR-CAJA.

           OPEN INPUT MOVIMI.
           IF FS-MOV IS NOT EQUAL '00'
              DISPLAY '* MOVIMIENTOS DE CAJA DDMOVIM NO '
                      'DISPONIBLES = ' FS-MOV
              ADD 1 TO WS-TOT-SIN-FUENTE
              GO TO F-3100-ACUMULAR-CAJA
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3110-LEER-MOVIMIENTO THRU F-3110-LEER-MOVIMIENTO.
           PERFORM 3120-SUMAR-MOVIMIENTO THRU F-3120-SUMAR-MOVIMIENTO
                   UNTIL WS-FIN-FUENTE.

           CLOSE MOVIMI.

       F-3100-ACUMULAR-CAJA. EXIT.

       3110-LEER-MOVIMIENTO.

           READ MOVIMI INTO WS-REG-SUCURSAL.
           EVALUATE FS-MOV
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA MOVIMI : ' FS-MOV
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3110-LEER-MOVIMIENTO. EXIT.

       3120-SUMAR-MOVIMIENTO.

           IF WS-SUC-NRO IS NOT NUMERIC
              OR WS-SUC-SALDO IS NOT NUMERIC
              DISPLAY '* MOVIMIENTO DE CAJA NO NUMERICO - SE OMITE'
              GO TO F-3120-LEER-SIGUIENTE
           END-IF.

           COMPUTE WS-IND-SUC = WS-SUC-NRO + 1.
           MOVE WS-SUC-SALDO TO WS-IMP-CAJA.

           IF WS-IMP-CAJA IS LESS THAN ZEROS
              SUBTRACT WS-IMP-CAJA FROM WS-ACU-EGR-CAJA(WS-IND-SUC, 1)
           ELSE
              ADD WS-IMP-CAJA TO WS-ACU-ING-CAJA(WS-IND-SUC, 1)
           END-IF.
           ADD 1 TO WS-ACU-CANT-CAJA(WS-IND-SUC, 1).
           MOVE 'S' TO WS-ACU-CON-MOV(WS-IND-SUC, 1).
           ADD 1 TO WS-TOT-MOV-CAJA.

       F-3120-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3110-LEER-MOVIMIENTO THRU F-3110-LEER-MOVIMIENTO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3120-SUMAR-MOVIMIENTO. EXIT.

      ***** REMESAS REALIZADAS POR LA TRANSPORTADORA: 'E' ENTREGADA ***
      ***** EN LA SUCURSAL / 'R' RETIRADA DE LA SUCURSAL **************
       3200-ACUMULAR-REMESAS.

           OPEN INPUT REMCON.
           IF FS-RCO IS NOT EQUAL '00'
              DISPLAY '* CONFIRMACIONES DE REMESAS DDREMCON NO '
                      'DISPONIBLES = ' FS-RCO
              ADD 1 TO WS-TOT-SIN-FUENTE
              GO TO F-3200-ACUMULAR-REMESAS
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3210-LEER-CONFIRMACION THRU F-3210-LEER-CONFIRMACION.
           PERFORM 3220-SUMAR-CONFIRMACION
                   THRU F-3220-SUMAR-CONFIRMACION
                   UNTIL WS-FIN-FUENTE.

           CLOSE REMCON.

       F-3200-ACUMULAR-REMESAS. EXIT.

       3210-LEER-CONFIRMACION.

           READ REMCON INTO WS-REG-REMESA.
           EVALUATE FS-RCO
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA REMCON : ' FS-RCO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3210-LEER-CONFIRMACION. EXIT.

      * EL TRAILER DE LA TRANSPORTADORA NO SE ACUMULA *
       3220-SUMAR-CONFIRMACION.

           IF NOT REM-DETALLE
              GO TO F-3220-LEER-SIGUIENTE
           END-IF.

           MOVE SPACES TO WS-AVI-TEXTO.
           EVALUATE TRUE
              WHEN REM-SUCURSAL IS NOT NUMERIC
                   OR REM-MONEDA IS NOT NUMERIC
                   OR REM-IMPORTE IS NOT NUMERIC
                 MOVE 'CONFIRMACION CON CAMPOS NO NUMERICOS'
                      TO WS-AVI-TEXTO
              WHEN NOT REM-ENTREGADA AND NOT REM-RETIRADA
                 MOVE 'CONFIRMACION CON TIPO INVALIDO'
                      TO WS-AVI-TEXTO
              WHEN REM-MONEDA IS EQUAL WS-PAR-MONEDA-LOCAL
                 MOVE 1 TO WS-IND-MON
              WHEN REM-MONEDA IS EQUAL WS-PAR-MONEDA-EXT
                 MOVE 2 TO WS-IND-MON
              WHEN OTHER
                 MOVE 'CONFIRMACION CON MONEDA INVALIDA'
                      TO WS-AVI-TEXTO
           END-EVALUATE.

           IF WS-AVI-TEXTO IS NOT EQUAL SPACES
              ADD 1 TO WS-TOT-CONF-RECHAZ
              MOVE ZEROS TO WS-AVI-SUCURSAL WS-AVI-MONEDA
                            WS-AVI-IMPORTE
              IF REM-SUCURSAL IS NUMERIC
                 MOVE REM-SUCURSAL TO WS-AVI-SUCURSAL
              END-IF
              IF REM-MONEDA IS NUMERIC
                 MOVE REM-MONEDA   TO WS-AVI-MONEDA
              END-IF
              IF REM-IMPORTE IS NUMERIC
                 MOVE REM-IMPORTE  TO WS-AVI-IMPORTE
              END-IF
              WRITE REG-LISTADO FROM WS-REG-AVISO AFTER 1
              GO TO F-3220-LEER-SIGUIENTE
           END-IF.

           COMPUTE WS-IND-SUC = REM-SUCURSAL + 1.
           IF REM-ENTREGADA
              ADD REM-IMPORTE
                  TO WS-ACU-REM-RECIB(WS-IND-SUC, WS-IND-MON)
           ELSE
              ADD REM-IMPORTE
                  TO WS-ACU-REM-ENVIAD(WS-IND-SUC, WS-IND-MON)
           END-IF.
           MOVE 'S' TO WS-ACU-CON-MOV(WS-IND-SUC, WS-IND-MON).
           ADD 1 TO WS-TOT-CONFIRMADAS.

       F-3220-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3210-LEER-CONFIRMACION
                      THRU F-3210-LEER-CONFIRMACION
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3220-SUMAR-CONFIRMACION. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - NOVEDADES              *
      *                                    *
      **************************************

      ***** ALTA: LIMITES COHERENTES Y EFECTIVO INICIAL ***************
       4000-ALTA-BOVEDA.

           PERFORM 4800-LEER-BOVEDA THRU F-4800-LEER-BOVEDA.
           IF WS-ERROR
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

           IF WS-BOV-HALLADA
              MOVE 'BOVEDA YA EXISTENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

           IF NBV-LIMITE-SEGURO IS NOT NUMERIC
              OR NBV-STOCK-MINIMO IS NOT NUMERIC
              OR NBV-STOCK-OBJETIVO IS NOT NUMERIC
              OR NBV-IMPORTE IS NOT NUMERIC
              MOVE 'IMPORTES NO NUMERICOS' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

           IF NBV-IMPORTE IS LESS THAN ZEROS
              MOVE 'EFECTIVO INICIAL NEGATIVO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

           IF NBV-TRANSPORTADORA IS EQUAL SPACES
              MOVE 'TRANSPORTADORA EN BLANCO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

           INITIALIZE WS-REG-BOVEDA.
           MOVE NBV-CLAVE          TO BOV-CLAVE.
           MOVE 'A'                TO BOV-ESTADO.
           MOVE NBV-TRANSPORTADORA TO BOV-TRANSPORTADORA.
           MOVE NBV-LIMITE-SEGURO  TO BOV-LIMITE-SEGURO.
           MOVE NBV-STOCK-MINIMO   TO BOV-STOCK-MINIMO.
           MOVE NBV-STOCK-OBJETIVO TO BOV-STOCK-OBJETIVO.
           MOVE SPACES             TO BOV-REMESA-TIPO.

           PERFORM 4900-VALIDAR-LIMITES THRU F-4900-VALIDAR-LIMITES.
           IF WS-ERROR
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

      * EL EFECTIVO INICIAL ES LA APERTURA DEL DIA DE PROCESO *
           MOVE WS-FEC-HOY         TO BOV-FEC-POSICION
                                      BOV-FEC-ALTA
                                      BOV-FEC-ULT-MOD.
           MOVE NBV-IMPORTE        TO BOV-SALDO-APERTURA
                                      BOV-SALDO-CIERRE.
           MOVE NBV-OPERADOR       TO BOV-OPERADOR.

           MOVE BOV-CLAVE TO KEY-BOVEDA.
           WRITE REG-BOVEDA FROM WS-REG-BOVEDA.
           IF FS-BOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE BOVEDA = ' FS-BOV
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-ALTA-BOVEDA
           END-IF.

           ADD 1 TO WS-TOT-ALTAS.
           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-DESPUES.
           MOVE 'ALTA'        TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'ALTA DE BOVEDA' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-NOVEDAD THRU F-7200-IMPRIMIR-NOVEDAD.

       F-4000-ALTA-BOVEDA. EXIT.

      ***** CAMBIO DE LIMITES O TRANSPORTADORA ************************
       4100-MODIFICAR.

           PERFORM 4850-LEER-ACTIVA THRU F-4850-LEER-ACTIVA.
           IF WS-ERROR
              GO TO F-4100-MODIFICAR
           END-IF.

           IF NBV-LIMITE-SEGURO IS NOT NUMERIC
              OR NBV-STOCK-MINIMO IS NOT NUMERIC
              OR NBV-STOCK-OBJETIVO IS NOT NUMERIC
              MOVE 'IMPORTES NO NUMERICOS' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4100-MODIFICAR
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-ANTES.

           IF NBV-TRANSPORTADORA IS NOT EQUAL SPACES
              MOVE NBV-TRANSPORTADORA TO BOV-TRANSPORTADORA
           END-IF.
           IF NBV-LIMITE-SEGURO IS NOT EQUAL ZEROS
              MOVE NBV-LIMITE-SEGURO  TO BOV-LIMITE-SEGURO
           END-IF.
           IF NBV-STOCK-MINIMO IS NOT EQUAL ZEROS
              MOVE NBV-STOCK-MINIMO   TO BOV-STOCK-MINIMO
           END-IF.
           IF NBV-STOCK-OBJETIVO IS NOT EQUAL ZEROS
              MOVE NBV-STOCK-OBJETIVO TO BOV-STOCK-OBJETIVO
           END-IF.

           PERFORM 4900-VALIDAR-LIMITES THRU F-4900-VALIDAR-LIMITES.
           IF WS-ERROR
              GO TO F-4100-MODIFICAR
           END-IF.

           MOVE WS-FEC-HOY   TO BOV-FEC-ULT-MOD.
           MOVE NBV-OPERADOR TO BOV-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4100-MODIFICAR
           END-IF.

           ADD 1 TO WS-TOT-MODIF.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-DESPUES.
           MOVE 'MODIF'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'LIMITES MODIFICADOS' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-NOVEDAD THRU F-7200-IMPRIMIR-NOVEDAD.

       F-4100-MODIFICAR. EXIT.

      ***** AJUSTE DE POSICION POR ARQUEO DEL TESORO: SE SUMA A LOS ***
      ***** AJUSTES DEL DIA, QUE EL MODO 'D' RESPETA ******************
       4200-AJUSTAR.

           PERFORM 4850-LEER-ACTIVA THRU F-4850-LEER-ACTIVA.
           IF WS-ERROR
              GO TO F-4200-AJUSTAR
           END-IF.

           IF NBV-IMPORTE IS NOT NUMERIC
              OR NBV-IMPORTE IS EQUAL ZEROS
              MOVE 'IMPORTE DE AJUSTE INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-AJUSTAR
           END-IF.

           IF NBV-MOTIVO IS EQUAL SPACES
              MOVE 'AJUSTE SIN MOTIVO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-AJUSTAR
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-ANTES.

           PERFORM 5100-ABRIR-DIA THRU F-5100-ABRIR-DIA.
           ADD NBV-IMPORTE TO BOV-AJUSTES
                              BOV-SALDO-CIERRE.

           MOVE WS-FEC-HOY   TO BOV-FEC-ULT-MOD.
           MOVE NBV-OPERADOR TO BOV-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4200-AJUSTAR
           END-IF.

           ADD 1 TO WS-TOT-AJUSTES.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-DESPUES.
           MOVE 'AJUSTE'      TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE NBV-MOTIVO    TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-NOVEDAD THRU F-7200-IMPRIMIR-NOVEDAD.

       F-4200-AJUSTAR. EXIT.

      ***** BAJA: SOLO UNA BOVEDA SIN EFECTIVO ************************
       4300-BAJA.

           PERFORM 4850-LEER-ACTIVA THRU F-4850-LEER-ACTIVA.
           IF WS-ERROR
              GO TO F-4300-BAJA
           END-IF.

           IF BOV-SALDO-CIERRE IS NOT EQUAL ZEROS
              MOVE 'BOVEDA CON EFECTIVO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4300-BAJA
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-ANTES.

           MOVE 'B'          TO BOV-ESTADO.
           MOVE WS-FEC-HOY   TO BOV-FEC-ULT-MOD.
           MOVE NBV-OPERADOR TO BOV-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4300-BAJA
           END-IF.

           ADD 1 TO WS-TOT-BAJAS.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-BOV TO AUD-DESPUES.
           MOVE 'BAJA'        TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.
           MOVE 'BAJA DE BOVEDA' TO WS-DET-ACCION.
           PERFORM 7200-IMPRIMIR-NOVEDAD THRU F-7200-IMPRIMIR-NOVEDAD.

       F-4300-BAJA. EXIT.

      ***** REGRABACION DE LA BOVEDA **********************************
       4700-REGRABAR.

           REWRITE REG-BOVEDA FROM WS-REG-BOVEDA.
           IF FS-BOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE BOVEDA = ' FS-BOV
              MOVE 9999 TO RETURN-CODE
              SET WS-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4700-REGRABAR. EXIT.

      ***** LECTURA DE LA BOVEDA DE LA NOVEDAD ************************
       4800-LEER-BOVEDA.

           SET WS-NO-ERROR       TO TRUE.
           SET WS-BOV-NO-HALLADA TO TRUE.
           MOVE NBV-CLAVE TO KEY-BOVEDA.

           READ BOVEDA INTO WS-REG-BOVEDA.

           EVALUATE FS-BOV
              WHEN '00'
                 SET WS-BOV-HALLADA TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA BOVEDA = ' FS-BOV
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4800-LEER-BOVEDA. EXIT.

      ***** BOVEDA A MODIFICAR, AJUSTAR O DAR DE BAJA: DEBE EXISTIR ***
      ***** Y ESTAR ACTIVA ********************************************
       4850-LEER-ACTIVA.

           PERFORM 4800-LEER-BOVEDA THRU F-4800-LEER-BOVEDA.
           IF WS-ERROR
              GO TO F-4850-LEER-ACTIVA
           END-IF.

           IF WS-BOV-NO-HALLADA
              SET WS-ERROR TO TRUE
              MOVE 'BOVEDA INEXISTENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4850-LEER-ACTIVA
           END-IF.

           IF BOV-BAJA
              SET WS-ERROR TO TRUE
              MOVE 'BOVEDA DADA DE BAJA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-4850-LEER-ACTIVA. EXIT.

      ***** MINIMO <= OBJETIVO <= LIMITE ASEGURADO (SI LO HAY) ********
       4900-VALIDAR-LIMITES.

           IF BOV-STOCK-OBJETIVO IS EQUAL ZEROS
              MOVE BOV-STOCK-MINIMO TO BOV-STOCK-OBJETIVO
           END-IF.

           IF BOV-STOCK-OBJETIVO IS LESS THAN BOV-STOCK-MINIMO
              SET WS-ERROR TO TRUE
              MOVE 'OBJETIVO MENOR AL MINIMO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4900-VALIDAR-LIMITES
           END-IF.

           IF BOV-LIMITE-SEGURO IS NOT EQUAL ZEROS
              AND BOV-STOCK-OBJETIVO IS GREATER THAN BOV-LIMITE-SEGURO
              SET WS-ERROR TO TRUE
              MOVE 'OBJETIVO SUPERA LIMITE SEGURO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-4900-VALIDAR-LIMITES. EXIT.

      **************************************
      *                                    *
      *  MODO 'D' - POSICION, PREVISION Y  *
      *  REMESA DE CADA BOVEDA             *
      *                                    *
      **************************************
       5000-POSICION-BOVEDA.

           IF BOV-BAJA
              GO TO F-5000-LEER-SIGUIENTE
           END-IF.

           EVALUATE BOV-MONEDA
              WHEN WS-PAR-MONEDA-LOCAL
                 MOVE 1 TO WS-IND-MON
              WHEN WS-PAR-MONEDA-EXT
                 MOVE 2 TO WS-IND-MON
              WHEN OTHER
                 DISPLAY '* BOVEDA CON MONEDA INVALIDA = ' BOV-CLAVE
                 GO TO F-5000-LEER-SIGUIENTE
           END-EVALUATE.

           COMPUTE WS-IND-SUC = BOV-SUCURSAL + 1.
           MOVE 'S' TO WS-ACU-CON-BOVEDA(WS-IND-SUC, WS-IND-MON).
           ADD 1 TO WS-TOT-BOVEDAS.

      * LOS IMPORTES DEL DIA SE REEMPLAZAN (UN REPROCESO NO SUMA DOS  *
      * VECES); LOS AJUSTES LOS CARGO EL MODO 'M' ********************
           PERFORM 5100-ABRIR-DIA THRU F-5100-ABRIR-DIA.
           MOVE WS-ACU-ING-CAJA(WS-IND-SUC, WS-IND-MON)
                TO BOV-ING-CAJA.
           MOVE WS-ACU-EGR-CAJA(WS-IND-SUC, WS-IND-MON)
                TO BOV-EGR-CAJA.
           MOVE WS-ACU-CANT-CAJA(WS-IND-SUC, WS-IND-MON)
                TO BOV-CANT-MOV-CAJA.
           MOVE WS-ACU-REM-RECIB(WS-IND-SUC, WS-IND-MON)
                TO BOV-REM-RECIBIDAS.
           MOVE WS-ACU-REM-ENVIAD(WS-IND-SUC, WS-IND-MON)
                TO BOV-REM-ENVIADAS.
           COMPUTE BOV-SALDO-CIERRE = BOV-SALDO-APERTURA
                   + BOV-ING-CAJA - BOV-EGR-CAJA
                   + BOV-REM-RECIBIDAS - BOV-REM-ENVIADAS
                   + BOV-AJUSTES.

           PERFORM 5200-GRABAR-HISTORIA THRU F-5200-GRABAR-HISTORIA.
           IF WS-FIN-LECTURA
              GO TO F-5000-POSICION-BOVEDA
           END-IF.

           PERFORM 5300-PREVER-NECESIDAD THRU F-5300-PREVER-NECESIDAD.
           PERFORM 5400-PLANIFICAR-REMESA
                   THRU F-5400-PLANIFICAR-REMESA.
           IF WS-FIN-LECTURA
              GO TO F-5000-POSICION-BOVEDA
           END-IF.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-5000-POSICION-BOVEDA
           END-IF.

           PERFORM 7300-IMPRIMIR-POSICION THRU F-7300-IMPRIMIR-POSICION.

       F-5000-LEER-SIGUIENTE.
           PERFORM 5800-LEER-BOVEDA THRU F-5800-LEER-BOVEDA.

       F-5000-POSICION-BOVEDA. EXIT.

      ***** LA PRIMERA VEZ QUE SE TOCA EL DIA, EL CIERRE ANTERIOR ES **
      ***** LA APERTURA Y LOS IMPORTES DEL DIA VUELVEN A CERO *********
       5100-ABRIR-DIA.

           IF BOV-FEC-POSICION IS NOT LESS THAN WS-FEC-HOY
              GO TO F-5100-ABRIR-DIA
           END-IF.

           MOVE BOV-SALDO-CIERRE TO BOV-SALDO-APERTURA.
           MOVE ZEROS TO BOV-ING-CAJA BOV-EGR-CAJA BOV-CANT-MOV-CAJA
                         BOV-REM-RECIBIDAS BOV-REM-ENVIADAS
                         BOV-AJUSTES.
           MOVE WS-FEC-HOY TO BOV-FEC-POSICION.

       F-5100-ABRIR-DIA. EXIT.

      ***** HISTORIA DEL DIA (UN REPROCESO LA REGRABA) ****************
       5200-GRABAR-HISTORIA.

           MOVE WS-FEC-HOY TO WS-FEC-VAL.
           PERFORM 1320-DIA-SEMANA THRU F-1320-DIA-SEMANA.

           INITIALIZE WS-REG-BOVHIS.
           MOVE BOV-SUCURSAL      TO BVH-SUCURSAL.
           MOVE BOV-MONEDA        TO BVH-MONEDA.
           MOVE WS-FEC-HOY        TO BVH-FECHA.
           MOVE WS-DIA-SEMANA     TO BVH-DIA-SEMANA.
           MOVE BOV-ING-CAJA      TO BVH-ING-CAJA.
           MOVE BOV-EGR-CAJA      TO BVH-EGR-CAJA.
           COMPUTE BVH-REM-NETO = BOV-REM-RECIBIDAS
                                - BOV-REM-ENVIADAS.
           MOVE BOV-SALDO-CIERRE  TO BVH-SALDO-CIERRE.

           MOVE BVH-CLAVE TO KEY-BOVHIS.
           WRITE REG-BOVHIS FROM WS-REG-BOVHIS.
           IF FS-BVH IS EQUAL '22'
              REWRITE REG-BOVHIS FROM WS-REG-BOVHIS
           END-IF.
           IF FS-BVH IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION BOVHIS = ' FS-BVH
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5200-GRABAR-HISTORIA. EXIT.

      ***** EGRESO NETO PREVISTO PARA EL PROXIMO DIA HABIL: PROMEDIO **
      ***** DE LOS MISMOS DIAS DE SEMANA DE LAS ULTIMAS SEMANAS; SIN **
      ***** HISTORIA SE REPITE EL DIA DE HOY **************************
       5300-PREVER-NECESIDAD.

           MOVE ZEROS TO WS-PRV-ING WS-PRV-EGR WS-PRV-DIAS.
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-PROXIMO).

           PERFORM 5310-SEMANA-ANTERIOR THRU F-5310-SEMANA-ANTERIOR
                   VARYING WS-IND-SEM FROM 1 BY 1
                   UNTIL WS-IND-SEM > WS-PAR-SEMANAS
                      OR WS-FIN-LECTURA.

           IF WS-PRV-DIAS IS EQUAL ZEROS
              MOVE BOV-ING-CAJA TO WS-PRV-ING
              MOVE BOV-EGR-CAJA TO WS-PRV-EGR
           ELSE
              DIVIDE WS-PRV-DIAS INTO WS-PRV-ING ROUNDED
              DIVIDE WS-PRV-DIAS INTO WS-PRV-EGR ROUNDED
           END-IF.

      * EN VISPERA DE FERIADO LA EXTRACCION SE ANTICIPA *
           IF WS-VISPERA-FERIADO
              COMPUTE WS-PRV-EGR ROUNDED =
                      WS-PRV-EGR * WS-PAR-FACTOR-FERIADO / 100
           END-IF.

           COMPUTE WS-PRV-NETA = WS-PRV-EGR - WS-PRV-ING.
           COMPUTE WS-PROYECTADO = BOV-SALDO-CIERRE - WS-PRV-NETA.

           MOVE WS-FEC-PROXIMO TO BOV-FEC-PREVISION.
           MOVE WS-PRV-NETA    TO BOV-PREVISION-NETA.

       F-5300-PREVER-NECESIDAD. EXIT.

       5310-SEMANA-ANTERIOR.

           COMPUTE WS-ENTERO-AUX = WS-ENTERO-FECHA - (7 * WS-IND-SEM).
           COMPUTE WS-FEC-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-AUX).

           MOVE BOV-SUCURSAL TO BVH-SUCURSAL.
           MOVE BOV-MONEDA   TO BVH-MONEDA.
           MOVE WS-FEC-AUX   TO BVH-FECHA.
           MOVE BVH-CLAVE    TO KEY-BOVHIS.

           READ BOVHIS INTO WS-REG-BOVHIS.

           EVALUATE FS-BVH
              WHEN '00'
                 ADD BVH-ING-CAJA TO WS-PRV-ING
                 ADD BVH-EGR-CAJA TO WS-PRV-EGR
                 ADD 1 TO WS-PRV-DIAS
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA BOVHIS = ' FS-BVH
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5310-SEMANA-ANTERIOR. EXIT.

      ***** PROVISION SI LO PROYECTADO QUEDA BAJO EL MINIMO, **********
      ***** DEVOLUCION SI SUPERA EL LIMITE ASEGURADO; SIEMPRE HASTA ***
      ***** EL OBJETIVO Y EN MODULOS DE PARAMETROS ********************
       5400-PLANIFICAR-REMESA.

           MOVE SPACES TO BOV-REMESA-TIPO.
           MOVE ZEROS  TO BOV-REMESA-IMPORTE.

           MOVE BOV-STOCK-OBJETIVO TO WS-OBJETIVO.
           IF WS-OBJETIVO IS LESS THAN BOV-STOCK-MINIMO
              MOVE BOV-STOCK-MINIMO TO WS-OBJETIVO
           END-IF.

           EVALUATE TRUE
              WHEN WS-PROYECTADO IS LESS THAN BOV-STOCK-MINIMO
                 ADD 1 TO WS-TOT-BAJO-MINIMO
                 COMPUTE WS-NECESIDAD = WS-OBJETIVO - WS-PROYECTADO
      *          LA PROVISION SE REDONDEA PARA ARRIBA *
                 DIVIDE WS-NECESIDAD BY WS-PAR-MODULO
                        GIVING WS-MODULOS
                 IF WS-MODULOS * WS-PAR-MODULO < WS-NECESIDAD
                    ADD 1 TO WS-MODULOS
                 END-IF
                 COMPUTE WS-IMP-REMESA = WS-MODULOS * WS-PAR-MODULO
                 MOVE 'P' TO BOV-REMESA-TIPO
              WHEN BOV-LIMITE-SEGURO IS NOT EQUAL ZEROS
                   AND WS-PROYECTADO IS GREATER THAN BOV-LIMITE-SEGURO
                 COMPUTE WS-NECESIDAD = WS-PROYECTADO - WS-OBJETIVO
      *          LA DEVOLUCION SE REDONDEA PARA ABAJO *
                 DIVIDE WS-NECESIDAD BY WS-PAR-MODULO
                        GIVING WS-MODULOS
                 COMPUTE WS-IMP-REMESA = WS-MODULOS * WS-PAR-MODULO
                 IF WS-IMP-REMESA IS GREATER THAN ZEROS
                    MOVE 'D' TO BOV-REMESA-TIPO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF BOV-SIN-REMESA
              GO TO F-5400-PLANIFICAR-REMESA
           END-IF.

           MOVE WS-IMP-REMESA TO BOV-REMESA-IMPORTE.

           INITIALIZE WS-REG-REMESA.
           MOVE 'D'                TO REM-TIPO-REG.
           MOVE BOV-REMESA-TIPO    TO REM-TIPO.
           MOVE BOV-TRANSPORTADORA TO REM-TRANSPORTADORA.
           MOVE BOV-SUCURSAL       TO REM-SUCURSAL.
           MOVE BOV-MONEDA         TO REM-MONEDA.
           MOVE WS-FEC-PROXIMO     TO REM-FECHA.
           MOVE WS-IMP-REMESA      TO REM-IMPORTE.
           MOVE BOV-SUCURSAL       TO WS-RRE-SUCURSAL.
           MOVE BOV-MONEDA         TO WS-RRE-MONEDA.
           MOVE WS-FEC-PROXIMO     TO WS-RRE-FECHA.
           MOVE BOV-REMESA-TIPO    TO WS-RRE-TIPO.
           MOVE WS-REF-REMESA      TO REM-REFERENCIA.

           WRITE REG-REMESA FROM WS-REG-REMESA.
           IF FS-REM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REMESA = ' FS-REM
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5400-PLANIFICAR-REMESA
           END-IF.

           IF BOV-REMESA-PROVISION
              ADD 1 TO WS-TOT-PROVISIONES
              ADD WS-IMP-REMESA TO WS-IMP-PROVISION
           ELSE
              ADD 1 TO WS-TOT-DEVOLUCIONES
              ADD WS-IMP-REMESA TO WS-IMP-DEVOLUCION
           END-IF.

       F-5400-PLANIFICAR-REMESA. EXIT.

      ***** SIGUIENTE BOVEDA DEL MAESTRO ******************************
       5800-LEER-BOVEDA.

           READ BOVEDA NEXT INTO WS-REG-BOVEDA.
           EVALUATE FS-BOV
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA BOVEDA : ' FS-BOV
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5800-LEER-BOVEDA. EXIT.

      ***** MOVIMIENTO DE CAJA O REMESA DE UNA SUCURSAL Y MONEDA SIN **
      ***** BOVEDA ACTIVA: NO ENTRA EN NINGUNA POSICION ***************
       5900-SUCURSALES-SIN-BOVEDA.

           IF RETURN-CODE IS EQUAL 9999
              GO TO F-5900-SUCURSALES-SIN-BOVEDA
           END-IF.

           PERFORM VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC > 1000
              PERFORM VARYING WS-IND-MON FROM 1 BY 1
                      UNTIL WS-IND-MON > 2
                 IF WS-ACU-CON-MOV(WS-IND-SUC, WS-IND-MON)
                    IS EQUAL 'S'
                    AND WS-ACU-CON-BOVEDA(WS-IND-SUC, WS-IND-MON)
                    IS NOT EQUAL 'S'
                    PERFORM 5910-AVISAR-SIN-BOVEDA
                            THRU F-5910-AVISAR-SIN-BOVEDA
                 END-IF
              END-PERFORM
           END-PERFORM.

       F-5900-SUCURSALES-SIN-BOVEDA. EXIT.

       5910-AVISAR-SIN-BOVEDA.

           ADD 1 TO WS-TOT-SIN-BOVEDA.
           COMPUTE WS-AVI-SUCURSAL = WS-IND-SUC - 1.
           IF WS-IND-MON IS EQUAL 1
              MOVE WS-PAR-MONEDA-LOCAL TO WS-AVI-MONEDA
           ELSE
              MOVE WS-PAR-MONEDA-EXT   TO WS-AVI-MONEDA
           END-IF.
           COMPUTE WS-AVI-IMPORTE =
                   WS-ACU-ING-CAJA(WS-IND-SUC, WS-IND-MON)
                 - WS-ACU-EGR-CAJA(WS-IND-SUC, WS-IND-MON)
                 + WS-ACU-REM-RECIB(WS-IND-SUC, WS-IND-MON)
                 - WS-ACU-REM-ENVIAD(WS-IND-SUC, WS-IND-MON).
           MOVE 'MOVIMIENTO DE EFECTIVO SIN BOVEDA ACTIVA'
                TO WS-AVI-TEXTO.
           WRITE REG-LISTADO FROM WS-REG-AVISO AFTER 1.

       F-5910-AVISAR-SIN-BOVEDA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **************
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVBOV TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES           TO WS-REG-DETALLE
              MOVE NBV-TIPO-NOVEDAD TO WS-DET-NOVEDAD
              MOVE ZEROS            TO WS-DET-SUCURSAL WS-DET-MONEDA
                                       WS-DET-LIMITE WS-DET-MINIMO
                                       WS-DET-OBJETIVO WS-DET-IMPORTE
                                       WS-DET-CIERRE
              IF NBV-SUCURSAL IS NUMERIC
                 MOVE NBV-SUCURSAL  TO WS-DET-SUCURSAL
              END-IF
              IF NBV-MONEDA IS NUMERIC
                 MOVE NBV-MONEDA    TO WS-DET-MONEDA
              END-IF
              MOVE SUS-MOTIVO       TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE BOVEDAS ************
       7000-AUDITAR.

           MOVE 'PGMVBV15'       TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES     TO AUD-FECHA.
           MOVE 'BOVEDA'         TO AUD-TABLA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE BOV-CLAVE        TO AUD-CLAVE.
           MOVE BOV-OPERADOR     TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7000-AUDITAR. EXIT.

       7100-ARMAR-IMAGEN.

           MOVE BOV-ESTADO             TO WS-IMG-ESTADO.
           MOVE BOV-LIMITE-SEGURO      TO WS-IMG-LIMITE.
           MOVE BOV-STOCK-MINIMO       TO WS-IMG-MINIMO.
           MOVE BOV-STOCK-OBJETIVO     TO WS-IMG-OBJETIVO.
           MOVE BOV-SALDO-CIERRE       TO WS-IMG-CIERRE.

       F-7100-ARMAR-IMAGEN. EXIT.

      ***** LINEA DE LA NOVEDAD APLICADA (ACCION YA CARGADA) **********
       7200-IMPRIMIR-NOVEDAD.

           MOVE NBV-TIPO-NOVEDAD   TO WS-DET-NOVEDAD.
           MOVE BOV-SUCURSAL       TO WS-DET-SUCURSAL.
           MOVE BOV-MONEDA         TO WS-DET-MONEDA.
           MOVE BOV-LIMITE-SEGURO  TO WS-DET-LIMITE.
           MOVE BOV-STOCK-MINIMO   TO WS-DET-MINIMO.
           MOVE BOV-STOCK-OBJETIVO TO WS-DET-OBJETIVO.
           MOVE ZEROS              TO WS-DET-IMPORTE.
           IF NBV-IMPORTE IS NUMERIC
              MOVE NBV-IMPORTE     TO WS-DET-IMPORTE
           END-IF.
           MOVE BOV-SALDO-CIERRE   TO WS-DET-CIERRE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7200-IMPRIMIR-NOVEDAD. EXIT.

      ***** POSICION Y PREVISION DE LA BOVEDA *************************
       7300-IMPRIMIR-POSICION.

           MOVE BOV-SUCURSAL       TO WS-POS-SUCURSAL.
           MOVE BOV-MONEDA         TO WS-POS-MONEDA.
           MOVE BOV-SALDO-APERTURA TO WS-POS-APERTURA.
           MOVE BOV-ING-CAJA       TO WS-POS-INGRESOS.
           MOVE BOV-EGR-CAJA       TO WS-POS-EGRESOS.
           MOVE BOV-REM-RECIBIDAS  TO WS-POS-RECIBIDAS.
           MOVE BOV-REM-ENVIADAS   TO WS-POS-ENVIADAS.
           MOVE BOV-AJUSTES        TO WS-POS-AJUSTES.
           MOVE BOV-SALDO-CIERRE   TO WS-POS-CIERRE.
           WRITE REG-LISTADO FROM WS-REG-POSICION AFTER 2.

           MOVE BOV-LIMITE-SEGURO  TO WS-PRE-LIMITE.
           MOVE BOV-STOCK-MINIMO   TO WS-PRE-MINIMO.
           MOVE BOV-PREVISION-NETA TO WS-PRE-NETA.
           MOVE WS-PROYECTADO      TO WS-PRE-PROYECTADO.
           MOVE BOV-REMESA-TIPO    TO WS-PRE-REM-TIPO.
           MOVE BOV-REMESA-IMPORTE TO WS-PRE-REM-IMPORTE.
           MOVE SPACES             TO WS-PRE-OBSERVACION.

      * EL EFECTIVO POR ENCIMA DEL SEGURO SE MARCA AUNQUE SE PIDA LA  *
      * DEVOLUCION: HASTA QUE LA RETIREN LA SUCURSAL NO ESTA CUBIERTA *
           EVALUATE TRUE
              WHEN BOV-LIMITE-SEGURO IS NOT EQUAL ZEROS
                   AND BOV-SALDO-CIERRE IS GREATER THAN
                       BOV-LIMITE-SEGURO
                 ADD 1 TO WS-TOT-SOBRE-LIMITE
                 MOVE '*** SOBRE LIMITE ASEGURADO ***'
                      TO WS-PRE-OBSERVACION
              WHEN BOV-SALDO-CIERRE IS LESS THAN BOV-STOCK-MINIMO
                 MOVE 'CIERRE BAJO EL STOCK MINIMO'
                      TO WS-PRE-OBSERVACION
              WHEN BOV-REMESA-PROVISION
                 MOVE 'PROVISION PARA EL PROXIMO HABIL'
                      TO WS-PRE-OBSERVACION
           END-EVALUATE.
           WRITE REG-LISTADO FROM WS-REG-PREVISION AFTER 1.

       F-7300-IMPRIMIR-POSICION. EXIT.

      ***** TOTALES DE LA CORRIDA *************************************
       7400-IMPRIMIR-TOTALES.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.

           IF WS-MODO-MANTENIMIENTO
              MOVE 'NOVEDADES LEIDAS'       TO WS-TOT-TEXTO
              MOVE WS-TOT-LEIDAS            TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'ALTAS DE BOVEDAS'       TO WS-TOT-TEXTO
              MOVE WS-TOT-ALTAS             TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'CAMBIOS DE LIMITES'     TO WS-TOT-TEXTO
              MOVE WS-TOT-MODIF             TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'AJUSTES DE POSICION'    TO WS-TOT-TEXTO
              MOVE WS-TOT-AJUSTES           TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'BAJAS DE BOVEDAS'       TO WS-TOT-TEXTO
              MOVE WS-TOT-BAJAS             TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'NOVEDADES A SUSPENSO'   TO WS-TOT-TEXTO
              MOVE WS-TOT-SUSPENSO          TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              GO TO F-7400-IMPRIMIR-TOTALES
           END-IF.

           MOVE 'BOVEDAS PROCESADAS'         TO WS-TOT-TEXTO.
           MOVE WS-TOT-BOVEDAS               TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'MOVIMIENTOS DE CAJA'        TO WS-TOT-TEXTO.
           MOVE WS-TOT-MOV-CAJA              TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REMESAS CONFIRMADAS'        TO WS-TOT-TEXTO.
           MOVE WS-TOT-CONFIRMADAS           TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CONFIRMACIONES RECHAZADAS'  TO WS-TOT-TEXTO.
           MOVE WS-TOT-CONF-RECHAZ           TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'SUCURSALES SIN BOVEDA'      TO WS-TOT-TEXTO.
           MOVE WS-TOT-SIN-BOVEDA            TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'BOVEDAS SOBRE LIMITE SEGURO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SOBRE-LIMITE          TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'PROYECTADAS BAJO MINIMO'    TO WS-TOT-TEXTO.
           MOVE WS-TOT-BAJO-MINIMO           TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'PEDIDOS DE PROVISION'       TO WS-TOT-TEXTO.
           MOVE WS-TOT-PROVISIONES           TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'IMPORTE A PROVEER'          TO WS-TOI-TEXTO.
           MOVE WS-IMP-PROVISION             TO WS-TOI-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1.
           MOVE 'PEDIDOS DE DEVOLUCION'      TO WS-TOT-TEXTO.
           MOVE WS-TOT-DEVOLUCIONES          TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'IMPORTE A DEVOLVER'         TO WS-TOI-TEXTO.
           MOVE WS-IMP-DEVOLUCION            TO WS-TOI-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1.

       F-7400-IMPRIMIR-TOTALES. EXIT.

      ***** TRAILER DEL ARCHIVO DE REMESAS ****************************
       7500-GRABAR-TRAILER.

           INITIALIZE WS-REG-REMESA-TOT.
           MOVE 'T'               TO RMT-TIPO-REG.
           MOVE WS-FEC-PROXIMO    TO RMT-FECHA.
           COMPUTE RMT-CANT-PEDIDOS = WS-TOT-PROVISIONES
                                    + WS-TOT-DEVOLUCIONES.
           MOVE WS-IMP-PROVISION  TO RMT-IMP-PROVISION.
           MOVE WS-IMP-DEVOLUCION TO RMT-IMP-DEVOLUCION.

           WRITE REG-REMESA FROM WS-REG-REMESA-TOT.
           IF FS-REM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REMESA = ' FS-REM
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-7500-GRABAR-TRAILER. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           PERFORM 7400-IMPRIMIR-TOTALES THRU F-7400-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
                 DISPLAY 'ALTAS DE BOVEDAS        = ' WS-TOT-ALTAS
                 DISPLAY 'CAMBIOS DE LIMITES      = ' WS-TOT-MODIF
                 DISPLAY 'AJUSTES DE POSICION     = ' WS-TOT-AJUSTES
                 DISPLAY 'BAJAS DE BOVEDAS        = ' WS-TOT-BAJAS
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
              WHEN WS-MODO-DIARIO
                 IF RETURN-CODE IS NOT EQUAL 9999
                    PERFORM 7500-GRABAR-TRAILER
                            THRU F-7500-GRABAR-TRAILER
                 END-IF
                 DISPLAY 'BOVEDAS PROCESADAS      = ' WS-TOT-BOVEDAS
                 DISPLAY 'MOVIMIENTOS DE CAJA     = ' WS-TOT-MOV-CAJA
                 DISPLAY 'REMESAS CONFIRMADAS     = '
                         WS-TOT-CONFIRMADAS
                 DISPLAY 'CONFIRMACIONES RECHAZ.  = '
                         WS-TOT-CONF-RECHAZ
                 DISPLAY 'SUCURSALES SIN BOVEDA   = ' WS-TOT-SIN-BOVEDA
                 DISPLAY 'SOBRE LIMITE ASEGURADO  = '
                         WS-TOT-SOBRE-LIMITE
                 DISPLAY 'PEDIDOS DE PROVISION    = '
                         WS-TOT-PROVISIONES
                 DISPLAY 'PEDIDOS DE DEVOLUCION   = '
                         WS-TOT-DEVOLUCIONES
                 DISPLAY 'FUENTES NO DISPONIBLES  = ' WS-TOT-SIN-FUENTE
                 CLOSE BOVHIS
                 IF FS-BVH IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE BOVHIS = ' FS-BVH
                    MOVE 9999 TO RETURN-CODE
                 END-IF
                 CLOSE REMESA
                 IF FS-REM IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE REMESA = ' FS-REM
                    MOVE 9999 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

           CLOSE BOVEDA.
           IF FS-BOV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE BOVEDA = ' FS-BOV
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

      * BOVEDAS SOBRE EL SEGURO, MOVIMIENTOS SIN BOVEDA, NOVEDADES    *
      * RECHAZADAS O FUENTES QUE NO LLEGARON: ALERTA ******************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR WS-TOT-SIN-FUENTE > ZEROS
                   OR WS-TOT-SOBRE-LIMITE > ZEROS
                   OR WS-TOT-SIN-BOVEDA > ZEROS
                   OR WS-TOT-CONF-RECHAZ > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVBV15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-MANTENIMIENTO
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                      + WS-TOT-MODIF + WS-TOT-AJUSTES + WS-TOT-BAJAS
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           ELSE
              MOVE WS-TOT-BOVEDAS  TO RES-CANT-PROCESADOS
              COMPUTE RES-CANT-ERRORES = WS-TOT-CONF-RECHAZ
                      + WS-TOT-SIN-BOVEDA
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
