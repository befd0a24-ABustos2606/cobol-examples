       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVUI15.

      ***********************************************
      *                                             *
      *  GESTION DE CASOS DE OPERACION SOSPECHOSA   *
      *  Y REPORTE A LA UIF (ROS)                   *
      *        TP 35 - BATCH DE CUMPLIMIENTO        *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS ALERTAS DE MONITOREO DE PGMVLM15, LOS   *
      * BLOQUEOS POR LISTA DE DB2@TP40 Y PGMVAZ15   *
      * (DDSUSCOM/DDSUSCOZ) Y LAS ANOMALIAS DE      *
      * EFECTIVO DE VENTANILLA DE PGMVTL15 SALIAN   *
      * EN LISTADOS SUELTOS QUE CUMPLIMIENTO        *
      * SEGUIA A MANO. ESTE PROGRAMA MANTIENE EL    *
      * MAESTRO DE CASOS DDCASUIF (CPCASUIF).       *
      * MODO 'A' (DIARIO): LEE LAS CUATRO FUENTES   *
      * (LAS QUE NO ESTAN ASIGNADAS SE SALTEAN),    *
      * ABRE UN CASO POR DOCUMENTO Y VINCULA LAS    *
      * ALERTAS SIGUIENTES AL CASO VIGENTE EN LUGAR *
      * DE ABRIR OTRO. EL PLAZO LEGAL PARA REPORTAR *
      * CORRE DESDE LA APERTURA.                    *
      * MODO 'D': APLICA EL FEED DDDECUIF DE        *
      * DECISIONES DEL ANALISTA (EN ANALISIS,       *
      * DESESTIMADO, REPORTADO) CON SUS FECHAS Y    *
      * AUDITORIA CPAUDIT; LO INVALIDO A SUSPENSO.  *
      * MODO 'R': GRABA EL ARCHIVO ROS (DDROSUIF)   *
      * DE LOS CASOS REPORTADOS QUE AUN NO LO       *
      * TENIAN Y LISTA LOS CASOS VIGENTES CERCA DEL *
      * VENCIMIENTO DEL PLAZO O YA VENCIDOS         *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CASUIF ASSIGN DDCASUIF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CASUIF
                    FILE STATUS IS FS-CAS.

      * OPERACIONES A REPORTAR DE PGMVLM15 (SU DDROS) *
             SELECT ALERTAS ASSIGN DDROS
                    FILE STATUS IS FS-ALE.

      * SUSPENSOS DE CUMPLIMIENTO DE DB2@TP40 Y PGMVAZ15 *
             SELECT SUSCOM ASSIGN DDSUSCOM
                    FILE STATUS IS FS-SCM.

             SELECT SUSCOZ ASSIGN DDSUSCOZ
                    FILE STATUS IS FS-SCZ.

      * SUSPENSO DE LA CAPTURA DE VENTANILLA DE PGMVTL15 *
             SELECT SUSCAJA ASSIGN DDSUSCAJ
                    FILE STATUS IS FS-SCJ.

      * NOMBRE DEL CLIENTE CUANDO LA ALERTA NO LO TRAE *
             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * DECISIONES DEL ANALISTA *
             SELECT ENTRADA ASSIGN DDDECUIF
                    FILE STATUS IS FS-ENT.

             SELECT ROSUIF ASSIGN DDROSUIF
                    FILE STATUS IS FS-ROS.

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

       FD CASUIF.

       01 REG-CASUIF.
           03 KEY-CASUIF    PIC X(20).
           03 FILLER        PIC X(220).

       FD ALERTAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ALERTAS       PIC X(80).

       FD SUSCOM
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSCOM        PIC X(112).

       FD SUSCOZ
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSCOZ        PIC X(242).

       FD SUSCAJA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSCAJA       PIC X(72).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(80).

      * REPORTE DE OPERACION SOSPECHOSA, UN REGISTRO POR CASO *
       FD ROSUIF
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ROSUIF        PIC X(200).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(80).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(07).

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
       77  FS-CAS           PIC XX    VALUE SPACES.
       77  FS-ALE           PIC XX    VALUE SPACES.
       77  FS-SCM           PIC XX    VALUE SPACES.
       77  FS-SCZ           PIC XX    VALUE SPACES.
       77  FS-SCJ           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-ROS           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPCASUIF.
           COPY NOVECLIE.
           COPY TBCLIENT.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, DIAS CORRIDOS DESDE LA APERTURA PARA      *
      * REPORTAR A LA UIF Y DIAS DE ANTICIPACION DEL AVISO DE         *
      * VENCIMIENTO ****************************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'A'.
               88  WS-MODO-ALERTAS             VALUE 'A'.
               88  WS-MODO-DECISIONES          VALUE 'D'.
               88  WS-MODO-REPORTE             VALUE 'R'.
           03  WS-PAR-DIAS-PLAZO    PIC 9(03)  VALUE 150.
           03  WS-PAR-DIAS-AVISO    PIC 9(03)  VALUE 030.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * FIN DE CADA UNA DE LAS FUENTES DE ALERTAS *
       01  WS-STATUS-FUENTE PIC X.
           88  WS-FIN-FUENTE          VALUE 'Y'.
           88  WS-NO-FIN-FUENTE       VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-CLIENTE    PIC X(01)  VALUE 'S'.
           88  WS-CLIENTE-DISPONIBLE   VALUE 'S'.
           88  WS-CLIENTE-AUSENTE      VALUE 'N'.

       01  WS-SW-CASO       PIC X(01)  VALUE 'N'.
           88  WS-CASO-HALLADO         VALUE 'S'.
           88  WS-CASO-NO-HALLADO      VALUE 'N'.

       01  WS-SW-BUSQUEDA   PIC X(01)  VALUE 'N'.
           88  WS-FIN-BUSQUEDA         VALUE 'S'.
           88  WS-NO-FIN-BUSQUEDA      VALUE 'N'.

      * OPERACION A REPORTAR DE PGMVLM15 (MISMO LAYOUT QUE SU ROS) *
       01  WS-REG-ALERTA.
           03  ALE-TIPDOC     PIC X(02).
           03  ALE-NRODOC     PIC 9(11).
           03  ALE-NOMAPE     PIC X(30).
           03  ALE-CANT       PIC 9(05).
           03  ALE-TOTAL      PIC S9(11)V99.
           03  ALE-MOTIVO     PIC X(01).
               88  ALE-POR-INDIVIDUAL        VALUE 'I'.
               88  ALE-POR-ACUMULADO         VALUE 'A'.
           03  ALE-RECURRENTE PIC X(01).
           03  FILLER         PIC X(17).

      * NOVEDAD DE DB2@TP40 BLOQUEADA POR LISTA *
       01  WS-REG-SUSCOM.
           03  SCM-NOVEDAD    PIC X(80).
           03  FILLER         PIC X(02).
           03  SCM-MOTIVO     PIC X(30).

      * CAPTURA DE VENTANILLA RECHAZADA POR PGMVTL15 *
       01  WS-REG-SUSCAJA.
           03  SCJ-CAPTURA.
               05  SCJ-OPERADOR       PIC X(04).
               05  SCJ-TIPO-REG       PIC X(01).
                   88  SCJ-MOVIMIENTO          VALUE 'M'.
               05  SCJ-SUC            PIC 9(03).
               05  SCJ-CUENTA         PIC 9(05).
               05  SCJ-TIPDOC         PIC X(02).
               05  SCJ-NRODOC         PIC 9(11).
               05  SCJ-TIP-MOV        PIC X(03).
               05  SCJ-IMPORTE        PIC S9(7)V99.
               05  FILLER             PIC X(02).
           03  FILLER         PIC X(02).
           03  SCJ-MOTIVO     PIC X(30).
           03  SCJ-MOTIVO-R REDEFINES SCJ-MOTIVO.
               05  SCJ-MOT-CODIGO     PIC X(04).
               05  FILLER             PIC X(26).

      * ALERTA EN PROCESO, CUALQUIERA SEA SU ORIGEN *
       01  WS-ALERTA-ACTUAL.
           03  ACT-ORIGEN         PIC X(01).
               88  ACT-MONITOREO           VALUE 'M'.
               88  ACT-LISTA               VALUE 'L'.
               88  ACT-CAJA                VALUE 'C'.
           03  ACT-TIPDOC         PIC X(02).
           03  ACT-NRODOC         PIC 9(11).
           03  ACT-NOMAPE         PIC X(30).
           03  ACT-IMPORTE        PIC S9(11)V99.
           03  ACT-MOTIVO         PIC X(30).

      * DECISION DEL ANALISTA SOBRE UN CASO *
       01  WS-REG-DECISION.
           03  DEC-CLAVE.
               05  DEC-TIPDOC     PIC X(02).
               05  DEC-NRODOC     PIC 9(11).
               05  DEC-NROCASO    PIC 9(07).
           03  DEC-DECISION       PIC X(01).
               88  DEC-EN-ANALISIS         VALUE 'E'.
               88  DEC-DESESTIMADO         VALUE 'D'.
               88  DEC-REPORTADO           VALUE 'R'.
               88  DEC-VALIDA              VALUE 'E' 'D' 'R'.
           03  DEC-FECHA          PIC 9(08).
           03  DEC-ANALISTA       PIC X(08).
           03  DEC-FUNDAMENTO     PIC X(40).
           03  FILLER             PIC X(03).

      * REPORTE DE OPERACION SOSPECHOSA *
       01  WS-REG-ROS.
           03  ROU-NROCASO        PIC 9(07).
           03  ROU-TIPDOC         PIC X(02).
           03  ROU-NRODOC         PIC 9(11).
           03  ROU-NOMAPE         PIC X(30).
           03  ROU-FEC-APERTURA   PIC 9(08).
           03  ROU-FEC-DECISION   PIC 9(08).
           03  ROU-CANT-ALERTAS   PIC 9(04).
           03  ROU-CANT-MONITOREO PIC 9(04).
           03  ROU-CANT-LISTAS    PIC 9(04).
           03  ROU-CANT-CAJA      PIC 9(04).
           03  ROU-IMPORTE        PIC S9(13)V99.
           03  ROU-ULT-MOTIVO     PIC X(30).
           03  ROU-ANALISTA       PIC X(08).
           03  ROU-FUNDAMENTO     PIC X(40).
           03  ROU-FEC-EMISION    PIC 9(08).
           03  FILLER             PIC X(17).

      * CLAVE PARCIAL PARA BUSCAR EL DOCUMENTO EN EL VSAM CLIENTE *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       77  WS-ULT-NROCASO   PIC 9(07)  VALUE ZEROS.
       77  WS-IMP-ABS       PIC S9(11)V99 VALUE ZEROS.
       77  WS-DIAS-RESTAN   PIC S9(05) VALUE ZEROS.
       77  WS-ESTADO-ANT    PIC X(01)  VALUE SPACES.

       77  WS-TOT-MONITOREO     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LISTAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CAJA          PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CAJA-OTRAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-DOC       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CASOS-NVOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VINCULADAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ANALISIS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DESESTIMADOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REPORTADOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FUERA-PLAZO   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ROS           PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VIGENTES      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-POR-VENCER    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VENCIDOS      PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * MODOS 'A' Y 'D' *
       01  WS-SUBTITULO.
           03  WS-SUB-ORIGEN PIC X(09)    VALUE 'ORIGEN'.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(08)    VALUE 'CASO'.
           03  FILLER        PIC X(16)    VALUE '        IMPORTE'.
           03  FILLER        PIC X(31)    VALUE 'MOTIVO'.
           03  FILLER        PIC X(22)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-ORIGEN      PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NROCASO     PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-MOTIVO      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(22)    VALUE SPACES.

      * MODO 'R' - CASOS VIGENTES POR VENCIMIENTO Y ROS EMITIDOS *
       01  WS-SUBTITULO-VTO.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(08)    VALUE 'CASO'.
           03  FILLER        PIC X(04)    VALUE 'EST'.
           03  FILLER        PIC X(10)    VALUE 'APERTURA'.
           03  FILLER        PIC X(10)    VALUE 'LIMITE'.
           03  FILLER        PIC X(07)    VALUE ' DIAS'.
           03  FILLER        PIC X(06)    VALUE 'ALER.'.
           03  FILLER        PIC X(17)    VALUE '        IMPORTE'.
           03  FILLER        PIC X(24)    VALUE 'SITUACION'.

       01  WS-REG-VTO.
           03  WS-VTO-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-NROCASO     PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-ESTADO      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-VTO-APERTURA    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-LIMITE      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-DIAS        PIC ZZZZ9-   VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-ALERTAS     PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-SITUACION   PIC X(24)    VALUE SPACES.

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

           EVALUATE TRUE
              WHEN WS-MODO-DECISIONES
                 PERFORM 2000-PROCESO THRU F-2000-PROCESO
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-REPORTE
                 PERFORM 4000-REVISAR-CASO THRU F-4000-REVISAR-CASO
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 3000-CARGAR-ALERTAS THRU F-3000-CARGAR-ALERTAS
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

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-DIAS-PLAZO IS NOT NUMERIC
              OR WS-PAR-DIAS-PLAZO IS EQUAL ZEROS
              MOVE 150 TO WS-PAR-DIAS-PLAZO
           END-IF.
           IF WS-PAR-DIAS-AVISO IS NOT NUMERIC
              MOVE 030 TO WS-PAR-DIAS-AVISO
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CASUIF.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-CAS IS EQUAL '35'
              OPEN OUTPUT CASUIF
              IF FS-CAS IS EQUAL '00'
                 CLOSE CASUIF
                 OPEN I-O CASUIF
              END-IF
           END-IF.
           IF FS-CAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CASUIF = ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-ALERTAS
                 MOVE 'ALERTAS DE CUMPLIMIENTO Y CASOS UIF - CORRIDA'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-ALERTAS THRU F-1100-ABRIR-ALERTAS
              WHEN WS-MODO-DECISIONES
                 MOVE 'DECISIONES SOBRE CASOS UIF - PROCESO'
                      TO WS-TIT-TEXTO
                 MOVE 'DECISION' TO WS-SUB-ORIGEN
                 PERFORM 1200-ABRIR-DECISIONES
                         THRU F-1200-ABRIR-DECISIONES
              WHEN WS-MODO-REPORTE
                 MOVE 'CASOS UIF POR VENCER, VENCIDOS Y ROS EMITIDOS'
                      TO WS-TIT-TEXTO
                 PERFORM 1300-ABRIR-REPORTE THRU F-1300-ABRIR-REPORTE
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-REPORTE
              WRITE REG-LISTADO FROM WS-SUBTITULO-VTO AFTER 1
           ELSE
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO F-1000-INICIO
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-DECISIONES
                 PERFORM 2100-LECTURA THRU F-2100-LECTURA
              WHEN WS-MODO-REPORTE
                 PERFORM 4100-LEER-CASO THRU F-4100-LEER-CASO
           END-EVALUATE.

       F-1000-INICIO.   EXIT.

      ***** MODO 'A': CONTROL DE NUMERACION Y NOMBRES DEL CLIENTE *****
       1100-ABRIR-ALERTAS.

           PERFORM 1150-LEER-CONTROL THRU F-1150-LEER-CONTROL.

      * SIN VSAM CLIENTE LAS ALERTAS SIN NOMBRE QUEDAN SIN NOMBRE *
           OPEN INPUT CLIENTE.
           EVALUATE FS-CLI
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET WS-CLIENTE-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
                 SET WS-CLIENTE-AUSENTE TO TRUE
           END-EVALUATE.

       F-1100-ABRIR-ALERTAS. EXIT.

      ***** REGISTRO DE CONTROL CON EL ULTIMO NUMERO DE CASO **********
       1150-LEER-CONTROL.

           MOVE ZEROS TO CAS-CLAVE.
           MOVE CAS-CLAVE TO KEY-CASUIF.

           READ CASUIF INTO WS-REG-CASUIF.

           EVALUATE FS-CAS
              WHEN '00'
                 MOVE CTL-ULT-NROCASO TO WS-ULT-NROCASO
              WHEN '23'
                 INITIALIZE WS-REG-CASUIF
                 MOVE ZEROS          TO CAS-CLAVE
                 MOVE ZEROS          TO CTL-ULT-NROCASO
                 MOVE ZEROS          TO CTL-FEC-ULT-CARGA
                 WRITE REG-CASUIF FROM WS-REG-CASUIF
                 IF FS-CAS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE CONTROL CASUIF = ' FS-CAS
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
                 MOVE ZEROS TO WS-ULT-NROCASO
              WHEN OTHER
                 DISPLAY '* ERROR EN READ CONTROL CASUIF = ' FS-CAS
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-1150-LEER-CONTROL
           END-EVALUATE.

      * LAS ALERTAS DEL DIA YA SE CARGARON: UN RERUN LAS DUPLICARIA *
           IF CTL-FEC-ULT-CARGA IS EQUAL WS-FECHA-HOY-8
              DISPLAY '* ALERTAS DEL ' WS-FECHA-HOY-8
                      ' YA CARGADAS - NO SE REPROCESAN'
              MOVE 0004 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1150-LEER-CONTROL. EXIT.

      ***** MODO 'D': FEED DE DECISIONES Y SUSPENSO *******************
       1200-ABRIR-DECISIONES.

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

       F-1200-ABRIR-DECISIONES. EXIT.

      ***** MODO 'R': ARCHIVO ROS Y POSICION AL INICIO DEL MAESTRO ****
       1300-ABRIR-REPORTE.

           OPEN OUTPUT ROSUIF.
           IF FS-ROS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ROSUIF = ' FS-ROS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1300-ABRIR-REPORTE
           END-IF.

           MOVE LOW-VALUES TO KEY-CASUIF.
           START CASUIF KEY IS NOT LESS THAN KEY-CASUIF
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-1300-ABRIR-REPORTE. EXIT.

      **************************************
      *                                    *
      *  MODO 'D' - DECISIONES DEL         *
      *  ANALISTA                          *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-DECISION THRU F-2200-VALIDAR-DECISION.

           IF WS-NO-ERROR
              PERFORM 2300-APLICAR-DECISION
                      THRU F-2300-APLICAR-DECISION
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE DECISIONES ****
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-DECISION.
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

      ***** VALIDACION DE LA DECISION CONTRA EL CASO ******************
       2200-VALIDAR-DECISION.

           IF DEC-TIPDOC IS EQUAL SPACES
              OR DEC-NRODOC IS NOT NUMERIC
              OR DEC-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF DEC-NROCASO IS NOT NUMERIC
              OR DEC-NROCASO IS EQUAL ZEROS
              MOVE 'NUMERO DE CASO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT DEC-VALIDA
              MOVE 'DECISION INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF DEC-FECHA IS NOT NUMERIC
              OR DEC-FECHA IS EQUAL ZEROS
              MOVE 'FECHA DE DECISION INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF DEC-FECHA IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'DECISION CON FECHA FUTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF DEC-ANALISTA IS EQUAL SPACES
              MOVE 'ANALISTA NO INFORMADO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * DESESTIMAR O REPORTAR EXIGE DEJAR ASENTADO EL FUNDAMENTO *
           IF NOT DEC-EN-ANALISIS
              AND DEC-FUNDAMENTO IS EQUAL SPACES
              MOVE 'DECISION SIN FUNDAMENTO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE DEC-CLAVE TO KEY-CASUIF.
           READ CASUIF INTO WS-REG-CASUIF.

           EVALUATE FS-CAS
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'CASO INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              WHEN OTHER
                 DISPLAY '* ERROR EN READ CASUIF = ' FS-CAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 GO TO F-2200-VALIDAR-DECISION
           END-EVALUATE.

           IF NOT CAS-VIGENTE
              MOVE 'CASO YA CERRADO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF DEC-EN-ANALISIS
              AND CAS-EN-ANALISIS
              MOVE 'CASO YA EN ANALISIS' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF DEC-FECHA IS LESS THAN CAS-FEC-APERTURA
              MOVE 'DECISION ANTERIOR A APERTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-DECISION.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-DECISION. EXIT.

      ***** NUEVO ESTADO DEL CASO CON FECHA Y ANALISTA ****************
       2300-APLICAR-DECISION.

           MOVE CAS-ESTADO TO WS-ESTADO-ANT.
           MOVE SPACES TO AUD-ANTES.
           STRING 'EST=' CAS-ESTADO ' ALE=' CAS-CANT-ALERTAS
                  ' LIM=' CAS-FEC-LIMITE ' ANA=' CAS-ANALISTA
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

           MOVE DEC-DECISION   TO CAS-ESTADO.
           MOVE DEC-ANALISTA   TO CAS-ANALISTA.
           IF DEC-FUNDAMENTO IS NOT EQUAL SPACES
              MOVE DEC-FUNDAMENTO TO CAS-FUNDAMENTO
           END-IF.
           MOVE WS-FECHA-HOY-8 TO CAS-FEC-ULT-MOD.

           MOVE SPACES TO WS-REG-DETALLE.
           EVALUATE TRUE
              WHEN DEC-EN-ANALISIS
                 MOVE DEC-FECHA  TO CAS-FEC-ANALISIS
                 MOVE 'ANALIS'   TO AUD-OPERACION
                 MOVE 'ANALISIS' TO WS-DET-ORIGEN
                 MOVE 'CASO EN ANALISIS' TO WS-DET-ACCION
                 ADD 1 TO WS-TOT-ANALISIS
              WHEN DEC-DESESTIMADO
                 MOVE DEC-FECHA  TO CAS-FEC-DECISION
                 MOVE 'DESEST'   TO AUD-OPERACION
                 MOVE 'DESESTIM' TO WS-DET-ORIGEN
                 MOVE 'CASO DESESTIMADO' TO WS-DET-ACCION
                 ADD 1 TO WS-TOT-DESESTIMADOS
              WHEN DEC-REPORTADO
                 MOVE DEC-FECHA  TO CAS-FEC-DECISION
                 SET CAS-ROS-PENDIENTE TO TRUE
                 MOVE ZEROS      TO CAS-FEC-ROS
                 MOVE 'REPORT'   TO AUD-OPERACION
                 MOVE 'REPORTE'  TO WS-DET-ORIGEN
                 ADD 1 TO WS-TOT-REPORTADOS
                 IF DEC-FECHA IS GREATER THAN CAS-FEC-LIMITE
                    ADD 1 TO WS-TOT-FUERA-PLAZO
                    MOVE 'REPORTADO FUERA DE PLAZO' TO WS-DET-ACCION
                 ELSE
                    MOVE 'CASO REPORTADO' TO WS-DET-ACCION
                 END-IF
           END-EVALUATE.

           MOVE CAS-CLAVE TO KEY-CASUIF.
           REWRITE REG-CASUIF FROM WS-REG-CASUIF.
           IF FS-CAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CASUIF = ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-APLICAR-DECISION
           END-IF.

           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.

           MOVE CAS-FUNDAMENTO TO WS-DET-MOTIVO.
           PERFORM 7000-IMPRIMIR-CASO THRU F-7000-IMPRIMIR-CASO.

       F-2300-APLICAR-DECISION. EXIT.

      **************************************
      *                                    *
      *  MODO 'A' - ALERTAS DEL DIA        *
      *                                    *
      **************************************
       3000-CARGAR-ALERTAS.

           IF WS-FIN-LECTURA
              GO TO F-3000-CARGAR-ALERTAS
           END-IF.

           PERFORM 3100-ALERTAS-MONITOREO
                   THRU F-3100-ALERTAS-MONITOREO.

           IF NOT WS-FIN-LECTURA
              PERFORM 3200-BLOQUEOS-NOVEDADES
                      THRU F-3200-BLOQUEOS-NOVEDADES
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 3300-BLOQUEOS-ALTAS
                      THRU F-3300-BLOQUEOS-ALTAS
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 3400-ANOMALIAS-CAJA
                      THRU F-3400-ANOMALIAS-CAJA
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 3600-ACTUALIZAR-CONTROL
                      THRU F-3600-ACTUALIZAR-CONTROL
           END-IF.

       F-3000-CARGAR-ALERTAS. EXIT.

      ***** OPERACIONES A REPORTAR DEL MONITOREO (PGMVLM15) ***********
       3100-ALERTAS-MONITOREO.

           OPEN INPUT ALERTAS.
           EVALUATE FS-ALE
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN ALERTAS DE MONITOREO (DDROS)'
                 GO TO F-3100-ALERTAS-MONITOREO
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN ALERTAS = ' FS-ALE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3100-ALERTAS-MONITOREO
           END-EVALUATE.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3110-LEER-MONITOREO THRU F-3110-LEER-MONITOREO.
           PERFORM 3120-ALERTA-MONITOREO THRU F-3120-ALERTA-MONITOREO
                   UNTIL WS-FIN-FUENTE.

           CLOSE ALERTAS.

       F-3100-ALERTAS-MONITOREO. EXIT.

       3110-LEER-MONITOREO.

           READ ALERTAS INTO WS-REG-ALERTA.
           EVALUATE FS-ALE
             WHEN '00'
              ADD 1 TO WS-TOT-MONITOREO
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ALERTAS : ' FS-ALE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3110-LEER-MONITOREO. EXIT.

       3120-ALERTA-MONITOREO.

           INITIALIZE WS-ALERTA-ACTUAL.
           SET ACT-MONITOREO  TO TRUE.
           MOVE ALE-TIPDOC    TO ACT-TIPDOC.
           MOVE ALE-NRODOC    TO ACT-NRODOC.
           MOVE ALE-NOMAPE    TO ACT-NOMAPE.
           IF ALE-TOTAL IS NUMERIC
              MOVE ALE-TOTAL  TO ACT-IMPORTE
           END-IF.

           IF ALE-POR-INDIVIDUAL
              MOVE 'MOVIMIENTO SUPERA TOPE' TO ACT-MOTIVO
           ELSE
              MOVE 'ACUMULADO DIARIO SUPERA TOPE' TO ACT-MOTIVO
           END-IF.
           IF ALE-RECURRENTE IS EQUAL 'R'
              MOVE 'RECURRENTE A 30 DIAS' TO ACT-MOTIVO
           END-IF.

           PERFORM 3500-REGISTRAR-ALERTA THRU F-3500-REGISTRAR-ALERTA.

           IF NOT WS-FIN-LECTURA
              PERFORM 3110-LEER-MONITOREO THRU F-3110-LEER-MONITOREO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3120-ALERTA-MONITOREO. EXIT.

      ***** NOVEDADES DE CLIENTE BLOQUEADAS POR LISTA (DB2@TP40) ******
       3200-BLOQUEOS-NOVEDADES.

           OPEN INPUT SUSCOM.
           EVALUATE FS-SCM
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN BLOQUEOS DE NOVEDADES (DDSUSCOM)'
                 GO TO F-3200-BLOQUEOS-NOVEDADES
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN SUSCOM = ' FS-SCM
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-BLOQUEOS-NOVEDADES
           END-EVALUATE.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3210-LEER-SUSCOM THRU F-3210-LEER-SUSCOM.
           PERFORM 3220-ALERTA-SUSCOM THRU F-3220-ALERTA-SUSCOM
                   UNTIL WS-FIN-FUENTE.

           CLOSE SUSCOM.

       F-3200-BLOQUEOS-NOVEDADES. EXIT.

       3210-LEER-SUSCOM.

           READ SUSCOM INTO WS-REG-SUSCOM.
           EVALUATE FS-SCM
             WHEN '00'
              ADD 1 TO WS-TOT-LISTAS
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA SUSCOM : ' FS-SCM
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3210-LEER-SUSCOM. EXIT.

       3220-ALERTA-SUSCOM.

           MOVE SCM-NOVEDAD   TO WS-REG-NOVECLI.

           INITIALIZE WS-ALERTA-ACTUAL.
           SET ACT-LISTA      TO TRUE.
           MOVE NOV-TIP-DOC   TO ACT-TIPDOC.
           MOVE NOV-NRO-DOC   TO ACT-NRODOC.
           MOVE NOV-CLI-NOMBRE TO ACT-NOMAPE.
           MOVE SCM-MOTIVO    TO ACT-MOTIVO.

           PERFORM 3500-REGISTRAR-ALERTA THRU F-3500-REGISTRAR-ALERTA.

           IF NOT WS-FIN-LECTURA
              PERFORM 3210-LEER-SUSCOM THRU F-3210-LEER-SUSCOM
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3220-ALERTA-SUSCOM. EXIT.

      ***** ALTAS DE CLIENTE BLOQUEADAS POR LISTA (PGMVAZ15) **********
       3300-BLOQUEOS-ALTAS.

           OPEN INPUT SUSCOZ.
           EVALUATE FS-SCZ
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN BLOQUEOS DE ALTAS (DDSUSCOZ)'
                 GO TO F-3300-BLOQUEOS-ALTAS
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN SUSCOZ = ' FS-SCZ
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3300-BLOQUEOS-ALTAS
           END-EVALUATE.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3310-LEER-SUSCOZ THRU F-3310-LEER-SUSCOZ.
           PERFORM 3320-ALERTA-SUSCOZ THRU F-3320-ALERTA-SUSCOZ
                   UNTIL WS-FIN-FUENTE.

           CLOSE SUSCOZ.

       F-3300-BLOQUEOS-ALTAS. EXIT.

       3310-LEER-SUSCOZ.

           READ SUSCOZ INTO WN-TBCLIE.
           EVALUATE FS-SCZ
             WHEN '00'
              ADD 1 TO WS-TOT-LISTAS
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA SUSCOZ : ' FS-SCZ
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3310-LEER-SUSCOZ. EXIT.

       3320-ALERTA-SUSCOZ.

           INITIALIZE WS-ALERTA-ACTUAL.
           SET ACT-LISTA      TO TRUE.
           MOVE WN-CLI-TIPO-DOCUMENTO TO ACT-TIPDOC.
           MOVE WN-CLI-NRO-DOCUMENTO  TO ACT-NRODOC.
           STRING WN-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                  ' '                     DELIMITED BY SIZE
                  WN-CLI-NOMBRE-CLIENTE   DELIMITED BY '  '
                  INTO ACT-NOMAPE
           END-STRING.
           MOVE 'ALTA BLOQUEADA POR LISTA' TO ACT-MOTIVO.

           PERFORM 3500-REGISTRAR-ALERTA THRU F-3500-REGISTRAR-ALERTA.

           IF NOT WS-FIN-LECTURA
              PERFORM 3310-LEER-SUSCOZ THRU F-3310-LEER-SUSCOZ
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3320-ALERTA-SUSCOZ. EXIT.

      ***** EFECTIVO DE VENTANILLA RECHAZADO POR PGMVTL15 - SOLO ******
      ***** TOPE DE VENTANILLA Y EXCESO DE LIMITE (LT01); EL RESTO ****
      ***** SON ERRORES DE CARGA ***************************************
       3400-ANOMALIAS-CAJA.

           OPEN INPUT SUSCAJA.
           EVALUATE FS-SCJ
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN ANOMALIAS DE CAJA (DDSUSCAJ)'
                 GO TO F-3400-ANOMALIAS-CAJA
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN SUSCAJA = ' FS-SCJ
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-ANOMALIAS-CAJA
           END-EVALUATE.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3410-LEER-SUSCAJA THRU F-3410-LEER-SUSCAJA.
           PERFORM 3420-ALERTA-CAJA THRU F-3420-ALERTA-CAJA
                   UNTIL WS-FIN-FUENTE.

           CLOSE SUSCAJA.

       F-3400-ANOMALIAS-CAJA. EXIT.

       3410-LEER-SUSCAJA.

           READ SUSCAJA INTO WS-REG-SUSCAJA.
           EVALUATE FS-SCJ
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA SUSCAJA : ' FS-SCJ
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3410-LEER-SUSCAJA. EXIT.

       3420-ALERTA-CAJA.

           IF NOT SCJ-MOVIMIENTO
              OR (SCJ-MOTIVO IS NOT EQUAL 'SUPERA TOPE DE VENTANILLA'
                  AND SCJ-MOT-CODIGO IS NOT EQUAL 'LT01')
              ADD 1 TO WS-TOT-CAJA-OTRAS
              GO TO F-3420-LEER
           END-IF.

           ADD 1 TO WS-TOT-CAJA.

           INITIALIZE WS-ALERTA-ACTUAL.
           SET ACT-CAJA       TO TRUE.
           MOVE SCJ-TIPDOC    TO ACT-TIPDOC.
           MOVE SCJ-NRODOC    TO ACT-NRODOC.
           IF SCJ-IMPORTE IS NUMERIC
              MOVE SCJ-IMPORTE TO ACT-IMPORTE
           END-IF.
           MOVE SCJ-MOTIVO    TO ACT-MOTIVO.

           PERFORM 3500-REGISTRAR-ALERTA THRU F-3500-REGISTRAR-ALERTA.

       F-3420-LEER.
           IF NOT WS-FIN-LECTURA
              PERFORM 3410-LEER-SUSCAJA THRU F-3410-LEER-SUSCAJA
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3420-ALERTA-CAJA. EXIT.

      ***** ALERTA AL CASO VIGENTE DEL DOCUMENTO, O CASO NUEVO ********
       3500-REGISTRAR-ALERTA.

           MOVE SPACES TO WS-REG-DETALLE.
           EVALUATE TRUE
              WHEN ACT-MONITOREO
                 MOVE 'MONITOR.' TO WS-DET-ORIGEN
              WHEN ACT-LISTA
                 MOVE 'LISTA'    TO WS-DET-ORIGEN
              WHEN ACT-CAJA
                 MOVE 'CAJA'     TO WS-DET-ORIGEN
           END-EVALUATE.

           IF ACT-TIPDOC IS EQUAL SPACES
              OR ACT-NRODOC IS NOT NUMERIC
              OR ACT-NRODOC IS EQUAL ZEROS
              ADD 1 TO WS-TOT-SIN-DOC
              MOVE ACT-TIPDOC TO WS-DET-TIPDOC
              MOVE ZEROS      TO WS-DET-NRODOC WS-DET-NROCASO
                                 WS-DET-IMPORTE
              MOVE ACT-MOTIVO TO WS-DET-MOTIVO
              MOVE 'SIN DOCUMENTO - REVISAR' TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
              GO TO F-3500-REGISTRAR-ALERTA
           END-IF.

           IF ACT-IMPORTE IS LESS THAN ZEROS
              COMPUTE WS-IMP-ABS = ACT-IMPORTE * -1
           ELSE
              MOVE ACT-IMPORTE TO WS-IMP-ABS
           END-IF.

           PERFORM 3550-BUSCAR-CASO-VIGENTE
                   THRU F-3550-BUSCAR-CASO-VIGENTE.

           IF WS-FIN-LECTURA
              GO TO F-3500-REGISTRAR-ALERTA
           END-IF.

           IF WS-CASO-HALLADO
              ADD 1 TO WS-TOT-VINCULADAS
              MOVE 'ALERTA VINCULADA' TO WS-DET-ACCION
           ELSE
              PERFORM 3560-ABRIR-CASO THRU F-3560-ABRIR-CASO
              ADD 1 TO WS-TOT-CASOS-NVOS
              MOVE 'CASO NUEVO' TO WS-DET-ACCION
           END-IF.

           IF CAS-NOMAPE IS EQUAL SPACES
              MOVE ACT-NOMAPE TO CAS-NOMAPE
           END-IF.
           IF CAS-NOMAPE IS EQUAL SPACES
              PERFORM 8200-LEER-CLIENTE-VSAM
                      THRU F-8200-LEER-CLIENTE-VSAM
           END-IF.

           ADD 1 TO CAS-CANT-ALERTAS.
           EVALUATE TRUE
              WHEN ACT-MONITOREO
                 ADD 1 TO CAS-CANT-MONITOREO
              WHEN ACT-LISTA
                 ADD 1 TO CAS-CANT-LISTAS
              WHEN ACT-CAJA
                 ADD 1 TO CAS-CANT-CAJA
           END-EVALUATE.
           ADD WS-IMP-ABS       TO CAS-IMPORTE.
           MOVE ACT-MOTIVO      TO CAS-ULT-MOTIVO.
           MOVE WS-FECHA-HOY-8  TO CAS-FEC-ULT-ALERTA.
           MOVE WS-FECHA-HOY-8  TO CAS-FEC-ULT-MOD.

           MOVE CAS-CLAVE TO KEY-CASUIF.
           IF WS-CASO-HALLADO
              REWRITE REG-CASUIF FROM WS-REG-CASUIF
           ELSE
              WRITE REG-CASUIF FROM WS-REG-CASUIF
           END-IF.
           IF FS-CAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION CASUIF = ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3500-REGISTRAR-ALERTA
           END-IF.

           IF WS-CASO-NO-HALLADO
              MOVE SPACES TO AUD-ANTES
              MOVE 'ALTA'  TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA
           END-IF.

           MOVE WS-IMP-ABS TO WS-DET-IMPORTE.
           MOVE ACT-MOTIVO TO WS-DET-MOTIVO.
           PERFORM 7000-IMPRIMIR-CASO THRU F-7000-IMPRIMIR-CASO.

       F-3500-REGISTRAR-ALERTA. EXIT.

      ***** CASOS DEL DOCUMENTO EN ORDEN DE NUMERO: SOLO EL ULTIMO ****
      ***** PUEDE ESTAR VIGENTE ****************************************
       3550-BUSCAR-CASO-VIGENTE.

           SET WS-CASO-NO-HALLADO TO TRUE.
           SET WS-NO-FIN-BUSQUEDA TO TRUE.
           MOVE ACT-TIPDOC TO CAS-TIPDOC.
           MOVE ACT-NRODOC TO CAS-NRODOC.
           MOVE ZEROS      TO CAS-NROCASO.
           MOVE CAS-CLAVE  TO KEY-CASUIF.

           START CASUIF KEY IS GREATER THAN KEY-CASUIF
              INVALID KEY
                 GO TO F-3550-BUSCAR-CASO-VIGENTE
           END-START.

           PERFORM 3555-LEER-CASO-DOC THRU F-3555-LEER-CASO-DOC
                   UNTIL WS-FIN-BUSQUEDA.

       F-3550-BUSCAR-CASO-VIGENTE. EXIT.

       3555-LEER-CASO-DOC.

           READ CASUIF NEXT INTO WS-REG-CASUIF.

           EVALUATE FS-CAS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-BUSQUEDA TO TRUE
                 GO TO F-3555-LEER-CASO-DOC
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CASUIF = ' FS-CAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-FIN-BUSQUEDA TO TRUE
                 GO TO F-3555-LEER-CASO-DOC
           END-EVALUATE.

           IF CAS-TIPDOC IS NOT EQUAL ACT-TIPDOC
              OR CAS-NRODOC IS NOT EQUAL ACT-NRODOC
              SET WS-FIN-BUSQUEDA TO TRUE
              GO TO F-3555-LEER-CASO-DOC
           END-IF.

           IF CAS-VIGENTE
              SET WS-CASO-HALLADO TO TRUE
              SET WS-FIN-BUSQUEDA TO TRUE
           END-IF.

       F-3555-LEER-CASO-DOC. EXIT.

      ***** CASO NUEVO CON EL PROXIMO NUMERO Y EL PLAZO LEGAL *********
       3560-ABRIR-CASO.

           ADD 1 TO WS-ULT-NROCASO.

           INITIALIZE WS-REG-CASUIF.
           MOVE ACT-TIPDOC      TO CAS-TIPDOC.
           MOVE ACT-NRODOC      TO CAS-NRODOC.
           MOVE WS-ULT-NROCASO  TO CAS-NROCASO.
           SET CAS-ABIERTO      TO TRUE.
           MOVE WS-FECHA-HOY-8  TO CAS-FEC-APERTURA.
           COMPUTE CAS-FEC-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                   + WS-PAR-DIAS-PLAZO).
           MOVE SPACE           TO CAS-ROS.

       F-3560-ABRIR-CASO. EXIT.

      ***** ULTIMO NUMERO DE CASO Y FECHA DE CARGA EN EL CONTROL ******
       3600-ACTUALIZAR-CONTROL.

           MOVE ZEROS TO CAS-CLAVE.
           MOVE CAS-CLAVE TO KEY-CASUIF.
           READ CASUIF INTO WS-REG-CASUIF.
           IF FS-CAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ CONTROL CASUIF = ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-3600-ACTUALIZAR-CONTROL
           END-IF.

           MOVE WS-ULT-NROCASO  TO CTL-ULT-NROCASO.
           MOVE WS-FECHA-HOY-8  TO CTL-FEC-ULT-CARGA.

           REWRITE REG-CASUIF FROM WS-REG-CASUIF.
           IF FS-CAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CONTROL CASUIF = ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3600-ACTUALIZAR-CONTROL. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - ROS Y VENCIMIENTOS     *
      *                                    *
      **************************************
       4000-REVISAR-CASO.

           EVALUATE TRUE
              WHEN CAS-TIPDOC IS EQUAL '00'
                 CONTINUE
              WHEN CAS-REPORTADO AND CAS-ROS-PENDIENTE
                 PERFORM 4200-GRABAR-ROS THRU F-4200-GRABAR-ROS
              WHEN CAS-VIGENTE
                 PERFORM 4300-CONTROLAR-PLAZO
                         THRU F-4300-CONTROLAR-PLAZO
           END-EVALUATE.

           IF NOT WS-FIN-LECTURA
              PERFORM 4100-LEER-CASO THRU F-4100-LEER-CASO
           END-IF.

       F-4000-REVISAR-CASO. EXIT.

       4100-LEER-CASO.

           READ CASUIF NEXT INTO WS-REG-CASUIF.
           EVALUATE FS-CAS
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA CASUIF : ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-LEER-CASO. EXIT.

      ***** REPORTE DE OPERACION SOSPECHOSA DEL CASO REPORTADO ********
       4200-GRABAR-ROS.

           INITIALIZE WS-REG-ROS.
           MOVE CAS-NROCASO         TO ROU-NROCASO.
           MOVE CAS-TIPDOC          TO ROU-TIPDOC.
           MOVE CAS-NRODOC          TO ROU-NRODOC.
           MOVE CAS-NOMAPE          TO ROU-NOMAPE.
           MOVE CAS-FEC-APERTURA    TO ROU-FEC-APERTURA.
           MOVE CAS-FEC-DECISION    TO ROU-FEC-DECISION.
           MOVE CAS-CANT-ALERTAS    TO ROU-CANT-ALERTAS.
           MOVE CAS-CANT-MONITOREO  TO ROU-CANT-MONITOREO.
           MOVE CAS-CANT-LISTAS     TO ROU-CANT-LISTAS.
           MOVE CAS-CANT-CAJA       TO ROU-CANT-CAJA.
           MOVE CAS-IMPORTE         TO ROU-IMPORTE.
           MOVE CAS-ULT-MOTIVO      TO ROU-ULT-MOTIVO.
           MOVE CAS-ANALISTA        TO ROU-ANALISTA.
           MOVE CAS-FUNDAMENTO      TO ROU-FUNDAMENTO.
           MOVE WS-FECHA-HOY-8      TO ROU-FEC-EMISION.

           WRITE REG-ROSUIF FROM WS-REG-ROS.
           IF FS-ROS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ROSUIF = ' FS-ROS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4200-GRABAR-ROS
           END-IF.

           SET CAS-ROS-GENERADO TO TRUE.
           MOVE WS-FECHA-HOY-8  TO CAS-FEC-ROS.
           MOVE WS-FECHA-HOY-8  TO CAS-FEC-ULT-MOD.

           REWRITE REG-CASUIF FROM WS-REG-CASUIF.
           IF FS-CAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CASUIF = ' FS-CAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4200-GRABAR-ROS
           END-IF.

           ADD 1 TO WS-TOT-ROS.
           MOVE ZEROS TO WS-DIAS-RESTAN.
           MOVE 'ROS EMITIDO' TO WS-VTO-SITUACION.
           PERFORM 7100-IMPRIMIR-VENCIMIENTO
                   THRU F-7100-IMPRIMIR-VENCIMIENTO.

       F-4200-GRABAR-ROS. EXIT.

      ***** DIAS HASTA EL VENCIMIENTO DEL PLAZO PARA REPORTAR *********
       4300-CONTROLAR-PLAZO.

           ADD 1 TO WS-TOT-VIGENTES.

           COMPUTE WS-DIAS-RESTAN =
                   FUNCTION INTEGER-OF-DATE(CAS-FEC-LIMITE)
                 - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8).

           EVALUATE TRUE
              WHEN WS-DIAS-RESTAN IS LESS THAN ZEROS
                 ADD 1 TO WS-TOT-VENCIDOS
                 MOVE 'PLAZO VENCIDO' TO WS-VTO-SITUACION
              WHEN WS-DIAS-RESTAN IS NOT GREATER THAN WS-PAR-DIAS-AVISO
                 ADD 1 TO WS-TOT-POR-VENCER
                 MOVE 'POR VENCER' TO WS-VTO-SITUACION
              WHEN OTHER
                 GO TO F-4300-CONTROLAR-PLAZO
           END-EVALUATE.

           PERFORM 7100-IMPRIMIR-VENCIMIENTO
                   THRU F-7100-IMPRIMIR-VENCIMIENTO.

       F-4300-CONTROLAR-PLAZO. EXIT.

      ***** AUDITORIA DEL CASO (OPERACION Y ANTES YA CARGADOS) ********
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVUI15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'CASUIF'       TO AUD-TABLA.
           MOVE CAS-CLAVE      TO AUD-CLAVE.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'EST=' CAS-ESTADO ' ALE=' CAS-CANT-ALERTAS
                  ' LIM=' CAS-FEC-LIMITE ' ANA=' CAS-ANALISTA
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE DECISIONES RECHAZADAS (SUSPENSO) *************
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-DECISION TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES         TO WS-REG-DETALLE
              MOVE DEC-DECISION   TO WS-DET-ORIGEN
              MOVE DEC-TIPDOC     TO WS-DET-TIPDOC
              MOVE ZEROS          TO WS-DET-NRODOC WS-DET-NROCASO
                                     WS-DET-IMPORTE
              IF DEC-NRODOC IS NUMERIC
                 MOVE DEC-NRODOC  TO WS-DET-NRODOC
              END-IF
              IF DEC-NROCASO IS NUMERIC
                 MOVE DEC-NROCASO TO WS-DET-NROCASO
              END-IF
              MOVE SUS-MOTIVO     TO WS-DET-MOTIVO
              MOVE 'RECHAZADA'    TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL CASO (ORIGEN, MOTIVO Y ACCION YA CARGADOS) ******
       7000-IMPRIMIR-CASO.

           MOVE CAS-TIPDOC        TO WS-DET-TIPDOC.
           MOVE CAS-NRODOC        TO WS-DET-NRODOC.
           MOVE CAS-NOMAPE        TO WS-DET-NOMAPE.
           MOVE CAS-NROCASO       TO WS-DET-NROCASO.
           IF WS-MODO-DECISIONES
              MOVE CAS-IMPORTE    TO WS-DET-IMPORTE
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-CASO. EXIT.

      ***** LINEA DE VENCIMIENTO O ROS (SITUACION YA CARGADA) *********
       7100-IMPRIMIR-VENCIMIENTO.

           MOVE CAS-TIPDOC        TO WS-VTO-TIPDOC.
           MOVE CAS-NRODOC        TO WS-VTO-NRODOC.
           MOVE CAS-NOMAPE        TO WS-VTO-NOMAPE.
           MOVE CAS-NROCASO       TO WS-VTO-NROCASO.
           MOVE CAS-ESTADO        TO WS-VTO-ESTADO.
           MOVE CAS-FEC-APERTURA  TO WS-VTO-APERTURA.
           MOVE CAS-FEC-LIMITE    TO WS-VTO-LIMITE.
           MOVE WS-DIAS-RESTAN    TO WS-VTO-DIAS.
           MOVE CAS-CANT-ALERTAS  TO WS-VTO-ALERTAS.
           MOVE CAS-IMPORTE       TO WS-VTO-IMPORTE.

           WRITE REG-LISTADO FROM WS-REG-VTO AFTER 1.

       F-7100-IMPRIMIR-VENCIMIENTO. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7200-IMPRIMIR-TOTALES.

           EVALUATE TRUE
              WHEN WS-MODO-DECISIONES
                 MOVE 'DECISIONES LEIDAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'CASOS EN ANALISIS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ANALISIS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'CASOS DESESTIMADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-DESESTIMADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'CASOS REPORTADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-REPORTADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  FUERA DE PLAZO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-FUERA-PLAZO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'DECISIONES A SUSPENSO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WHEN WS-MODO-REPORTE
                 MOVE 'ROS EMITIDOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ROS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'CASOS VIGENTES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-VIGENTES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  POR VENCER' TO WS-TOT-TEXTO
                 MOVE WS-TOT-POR-VENCER TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  CON PLAZO VENCIDO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-VENCIDOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WHEN OTHER
                 MOVE 'ALERTAS DE MONITOREO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-MONITOREO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'BLOQUEOS POR LISTA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LISTAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'ANOMALIAS DE CAJA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-CAJA TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  OTROS RECHAZOS NO TOMADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-CAJA-OTRAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'CASOS NUEVOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-CASOS-NVOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'ALERTAS VINCULADAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-VINCULADAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'ALERTAS SIN DOCUMENTO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SIN-DOC TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
           END-EVALUATE.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** NOMBRE DEL CLIENTE DESDE EL VSAM: SE POSICIONA POR ********
      ***** DOCUMENTO Y SE TOMA LA PRIMERA ALTA QUE MATCHEE ***********
       8200-LEER-CLIENTE-VSAM.

           IF WS-CLIENTE-AUSENTE
              GO TO F-8200-LEER-CLIENTE-VSAM
           END-IF.

           MOVE CAS-TIPDOC TO WS-CLV-TIPDOC.
           MOVE CAS-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL CAS-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL CAS-NRODOC
              STRING WK-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                     ' '                     DELIMITED BY SIZE
                     WK-CLI-NOMBRE-CLIENTE   DELIMITED BY '  '
                     INTO CAS-NOMAPE
              END-STRING
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           EVALUATE TRUE
              WHEN WS-MODO-DECISIONES
                 DISPLAY 'DECISIONES LEIDAS       = ' WS-TOT-LEIDAS
                 DISPLAY 'CASOS EN ANALISIS       = ' WS-TOT-ANALISIS
                 DISPLAY 'CASOS DESESTIMADOS      = '
                         WS-TOT-DESESTIMADOS
                 DISPLAY 'CASOS REPORTADOS        = ' WS-TOT-REPORTADOS
                 DISPLAY 'REPORTADOS FUERA PLAZO  = ' WS-TOT-FUERA-PLAZO
                 DISPLAY 'DECISIONES A SUSPENSO   = ' WS-TOT-SUSPENSO
                 CLOSE ENTRADA
                 CLOSE SUSPENSO
                 IF FS-SUS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-REPORTE
                 DISPLAY 'ROS EMITIDOS            = ' WS-TOT-ROS
                 DISPLAY 'CASOS VIGENTES          = ' WS-TOT-VIGENTES
                 DISPLAY 'CASOS POR VENCER        = ' WS-TOT-POR-VENCER
                 DISPLAY 'CASOS CON PLAZO VENCIDO = ' WS-TOT-VENCIDOS
                 CLOSE ROSUIF
                 IF FS-ROS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE ROSUIF = ' FS-ROS
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-ALERTAS
                 DISPLAY 'ALERTAS DE MONITOREO    = ' WS-TOT-MONITOREO
                 DISPLAY 'BLOQUEOS POR LISTA      = ' WS-TOT-LISTAS
                 DISPLAY 'ANOMALIAS DE CAJA       = ' WS-TOT-CAJA
                 DISPLAY 'CASOS NUEVOS            = ' WS-TOT-CASOS-NVOS
                 DISPLAY 'ALERTAS VINCULADAS      = ' WS-TOT-VINCULADAS
                 DISPLAY 'ALERTAS SIN DOCUMENTO   = ' WS-TOT-SIN-DOC
                 IF WS-CLIENTE-DISPONIBLE
                    CLOSE CLIENTE
                 END-IF
           END-EVALUATE.

           CLOSE CASUIF
              IF FS-CAS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CASUIF = ' FS-CAS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * CASOS CON PLAZO VENCIDO, REPORTES TARDIOS, ALERTAS SIN        *
      * DOCUMENTO O DECISIONES RECHAZADAS: ALERTA *********************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-VENCIDOS > ZEROS
                   OR WS-TOT-FUERA-PLAZO > ZEROS
                   OR WS-TOT-SIN-DOC > ZEROS
                   OR WS-TOT-SUSPENSO > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVUI15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           EVALUATE TRUE
              WHEN WS-MODO-DECISIONES
                 COMPUTE RES-CANT-PROCESADOS = WS-TOT-ANALISIS
                         + WS-TOT-DESESTIMADOS + WS-TOT-REPORTADOS
                 MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
              WHEN WS-MODO-REPORTE
                 MOVE WS-TOT-ROS      TO RES-CANT-PROCESADOS
                 MOVE WS-TOT-VENCIDOS TO RES-CANT-ERRORES
              WHEN OTHER
                 COMPUTE RES-CANT-PROCESADOS = WS-TOT-CASOS-NVOS
                         + WS-TOT-VINCULADAS
                 MOVE WS-TOT-SIN-DOC  TO RES-CANT-ERRORES
           END-EVALUATE.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
