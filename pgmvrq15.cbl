       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVRQ15.

      ***********************************************
      *                                             *
      *  REGISTRO DE RECLAMOS DE CLIENTES CON       *
      *  PLAZO DE RESPUESTA Y REPORTE AL BCRA       *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS RECLAMOS LLEGABAN POR SUCURSAL Y POR    *
      * TELEFONO Y SE SEGUIAN POR CORREO, AUNQUE EL *
      * BCRA EXIGE NUMERARLOS, RESPONDERLOS DENTRO  *
      * DE UN PLAZO EN DIAS HABILES E INFORMARLOS   *
      * TRIMESTRALMENTE. ESTE PROGRAMA MANTIENE EL  *
      * MAESTRO DDRECLAM (CPRECLAM).                *
      * MODO 'N' (DIARIO): APLICA EL FEED DDRECNOV. *
      * ALTA (AL): NUMERA EL RECLAMO CON EL         *
      * REGISTRO DE CONTROL Y CALCULA EL            *
      * VENCIMIENTO SUMANDO LOS DIAS HABILES DE     *
      * PARAMETROS CON EL CALENDARIO PGMVBD15.      *
      * MODIFICACION (MO): PASE A ANALISIS O        *
      * RESOLUCION A FAVOR O DESFAVORABLE, CON      *
      * FUNDAMENTO; EL REINTEGRO DE UN RECLAMO A    *
      * FAVOR SE ACREDITA EN LA CUENTA RECLAMADA    *
      * VIA PGMVPS15 CON UNA REFERENCIA QUE LLEVA   *
      * EL NUMERO DE RECLAMO. LO INVALIDO A         *
      * SUSPENSO, TODO CAMBIO A AUDITORIA CPAUDIT.  *
      * EL OPERADOR DE CADA NOVEDAD DEBE ESTAR      *
      * HABILITADO PARA LA FUNCION 'RQ' EN LA       *
      * SUCURSAL DEL RECLAMO (RUTINA PGMVOP15) Y    *
      * QUEDA ESTAMPADO EN LA AUDITORIA.            *
      * MODO 'V' (DIARIO): LISTADO POR SUCURSAL DE  *
      * LOS RECLAMOS VIGENTES POR VENCER O VENCIDOS *
      * MODO 'T' (TRIMESTRAL): ARCHIVO DDRECBCR     *
      * PARA EL BCRA CON LOS RECLAMOS RESUELTOS EN  *
      * EL TRIMESTRE Y LOS PENDIENTES AL CIERRE,    *
      * MAS UN REGISTRO DE TOTALES                  *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT RECLAM ASSIGN DDRECLAM
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-RECLAM
                    FILE STATUS IS FS-RCL.

      * ALTAS Y MODIFICACIONES DE RECLAMOS *
             SELECT ENTRADA ASSIGN DDRECNOV
                    FILE STATUS IS FS-ENT.

      * TITULAR DEL RECLAMO *
             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * REGIMEN INFORMATIVO TRIMESTRAL DE RECLAMOS *
             SELECT RECBCR ASSIGN DDRECBCR
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

       FD RECLAM.

       01 REG-RECLAM.
           03 KEY-RECLAM    PIC X(11).
           03 FILLER        PIC X(239).

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(120).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD RECBCR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RECBCR        PIC X(150).

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
       77  FS-RCL           PIC XX    VALUE SPACES.
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-BCR           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRECLAM.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, DIAS HABILES DE PLAZO PARA RESPONDER,     *
      * DIAS CORRIDOS DE ANTICIPACION DEL AVISO DE VENCIMIENTO Y      *
      * TRIMESTRE A INFORMAR (EN CEROS, EL ULTIMO TRIMESTRE CERRADO)  *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'N'.
               88  WS-MODO-NOVEDADES           VALUE 'N'.
               88  WS-MODO-VENCIMIENTOS        VALUE 'V'.
               88  WS-MODO-TRIMESTRAL          VALUE 'T'.
           03  WS-PAR-DIAS-PLAZO    PIC 9(03)  VALUE 010.
           03  WS-PAR-DIAS-AVISO    PIC 9(03)  VALUE 003.
           03  WS-PAR-PERIODO.
               05  WS-PAR-ANIO      PIC 9(04)  VALUE ZEROS.
               05  WS-PAR-TRIM      PIC 9(01)  VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

      * NOVEDAD DE RECLAMO *
       01  WS-REG-NOVRCL.
           03  NRC-TIPO-NOVEDAD   PIC X(02).
               88  NRC-ALTA                VALUE 'AL'.
               88  NRC-MODIFICACION        VALUE 'MO'.
           03  NRC-CLAVE.
               05  NRC-SUCURSAL   PIC 9(03).
               05  NRC-NUMERO     PIC 9(08).
           03  NRC-TIPDOC         PIC X(02).
           03  NRC-NRODOC         PIC 9(11).
           03  NRC-TIPCUEN        PIC 9(02).
           03  NRC-NROCUEN        PIC 9(10).
           03  NRC-CATEGORIA      PIC X(02).
           03  NRC-CANAL          PIC X(01).
      *    FECHA DE RECEPCION (AL) O DE LA NOVEDAD (MO)              *
           03  NRC-FECHA          PIC 9(08).
           03  NRC-ESTADO         PIC X(01).
               88  NRC-A-ANALISIS          VALUE 'E'.
               88  NRC-FAVORABLE           VALUE 'F'.
               88  NRC-DESFAVORABLE        VALUE 'D'.
               88  NRC-ESTADO-VALIDO       VALUE 'E' 'F' 'D'.
           03  NRC-IMP-REINTEGRO  PIC 9(09)V99.
      *    DESCRIPCION DEL RECLAMO (AL) O RESOLUCION (MO)            *
           03  NRC-TEXTO          PIC X(40).
      *    OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15)   *
           03  NRC-OPERADOR       PIC X(08).
           03  FILLER             PIC X(11).

      * REGIMEN INFORMATIVO: DETALLE POR RECLAMO Y TOTALES *
       01  WS-REG-BCRA.
           03  BCR-TIPO-REG       PIC X(01).
           03  BCR-PERIODO        PIC 9(05).
           03  BCR-SUCURSAL       PIC 9(03).
           03  BCR-NUMERO         PIC 9(08).
           03  BCR-TIPDOC         PIC X(02).
           03  BCR-NRODOC         PIC 9(11).
           03  BCR-CATEGORIA      PIC X(02).
           03  BCR-CANAL          PIC X(01).
           03  BCR-FEC-RECEPCION  PIC 9(08).
           03  BCR-FEC-VENCIM     PIC 9(08).
           03  BCR-ESTADO         PIC X(01).
           03  BCR-FEC-RESOLUCION PIC 9(08).
      *    'R' RESUELTO EN EL TRIMESTRE / 'P' PENDIENTE AL CIERRE    *
           03  BCR-SITUACION      PIC X(01).
           03  BCR-EN-PLAZO       PIC X(01).
           03  BCR-IMP-REINTEGRO  PIC S9(09)V99.
           03  FILLER             PIC X(79).

       01  WS-REG-BCRA-TOT REDEFINES WS-REG-BCRA.
           03  BCT-TIPO-REG       PIC X(01).
           03  BCT-PERIODO        PIC 9(05).
           03  BCT-CANT-RECIBIDOS PIC 9(07).
           03  BCT-CANT-RESUELTOS PIC 9(07).
           03  BCT-CANT-EN-PLAZO  PIC 9(07).
           03  BCT-CANT-PENDIENTES PIC 9(07).
           03  BCT-CANT-VENCIDOS  PIC 9(07).
           03  BCT-IMP-REINTEGROS PIC S9(11)V99.
           03  FILLER             PIC X(96).

      * CLAVE PARCIAL PARA BUSCAR EL DOCUMENTO EN EL VSAM CLIENTE *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

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

       77  WS-ULT-NUMERO    PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-VTO       PIC 9(08)  VALUE ZEROS.
       77  WS-DIAS-RESTAN   PIC S9(05) VALUE ZEROS.
       77  WS-ESTADO-ANT    PIC X(01)  VALUE SPACES.
       77  WS-SUCURSAL-ANT  PIC 9(03)  VALUE ZEROS.
       77  WS-SW-CABECERA   PIC X(01)  VALUE 'N'.

      * POSTEO DEL REINTEGRO VIA RUTINA COMPARTIDA ********************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

       77  WS-CODMOV-REINT  PIC X(03) VALUE 'RCL'.

      * REFERENCIA UNICA DEL POSTEO: RECLAMO (UN REPROCESO VUELVE     *
      * COMO YA POSTEADO) *********************************************
       01  WS-REF-POSTEO.
           03  FILLER             PIC X(03)  VALUE 'RCL'.
           03  WS-REF-SUCURSAL    PIC 9(03)  VALUE ZEROS.
           03  WS-REF-NUMERO      PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(11)  VALUE SPACES.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * CALENDARIO DE DIAS HABILES PARA EL VENCIMIENTO ****************
       01  WS-PGMVBD15      PIC X(8)  VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ANALISIS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FAVORABLES    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DESFAVORABLES PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FUERA-PLAZO   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REINTEGROS    PIC 9(07) VALUE ZEROS.
       77  WS-IMP-REINTEGROS    PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VIGENTES      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-POR-VENCER    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-VENCIDOS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECIBIDOS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RESUELTOS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EN-PLAZO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PENDIENTES    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PEND-VENCIDOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BCRA          PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * MODO 'N' *
       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'NOV'.
           03  FILLER        PIC X(13)    VALUE 'RECLAMO'.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(04)    VALUE 'CAT'.
           03  FILLER        PIC X(04)    VALUE 'EST'.
           03  FILLER        PIC X(10)    VALUE 'VENCIM.'.
           03  FILLER        PIC X(16)    VALUE '      REINTEGRO'.
           03  FILLER        PIC X(34)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-NOVEDAD     PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '-'.
           03  WS-DET-NUMERO      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CATEGORIA   PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-VENCIM      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(5)     VALUE SPACES.

      * MODO 'V' - RECLAMOS VIGENTES POR VENCER O VENCIDOS *
       01  WS-CABECERA-SUC.
           03  FILLER             PIC X(10)    VALUE 'SUCURSAL '.
           03  WS-CAB-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(119)   VALUE SPACES.

       01  WS-SUBTITULO-VTO.
           03  FILLER        PIC X(13)    VALUE 'RECLAMO'.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(04)    VALUE 'CAT'.
           03  FILLER        PIC X(04)    VALUE 'CAN'.
           03  FILLER        PIC X(04)    VALUE 'EST'.
           03  FILLER        PIC X(10)    VALUE 'RECEPCION'.
           03  FILLER        PIC X(10)    VALUE 'VENCIM.'.
           03  FILLER        PIC X(07)    VALUE ' DIAS'.
           03  FILLER        PIC X(34)    VALUE 'SITUACION'.

       01  WS-REG-VTO.
           03  WS-VTO-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '-'.
           03  WS-VTO-NUMERO      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-CATEGORIA   PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-CANAL       PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-VTO-ESTADO      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-VTO-RECEPCION   PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-VENCIM      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VTO-DIAS        PIC ZZZZ9-   VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VTO-SITUACION   PIC X(24)    VALUE SPACES.
           03  FILLER             PIC X(10)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

       01  WS-REG-TOTAL-IMP.
           03  WS-TOI-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOI-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(84)    VALUE SPACES.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

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
              WHEN WS-MODO-VENCIMIENTOS
                 PERFORM 4000-REVISAR-VENCIMIENTO
                         THRU F-4000-REVISAR-VENCIMIENTO
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-TRIMESTRAL
                 PERFORM 4500-REPORTE-TRIMESTRAL
                         THRU F-4500-REPORTE-TRIMESTRAL
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 2000-PROCESO THRU F-2000-PROCESO
                         UNTIL WS-FIN-LECTURA
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
           MOVE LK-FP-FECHA-8 TO WS-FEC-HOY.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-DIAS-PLAZO IS NOT NUMERIC
              OR WS-PAR-DIAS-PLAZO IS EQUAL ZEROS
              MOVE 010 TO WS-PAR-DIAS-PLAZO
           END-IF.
           IF WS-PAR-DIAS-AVISO IS NOT NUMERIC
              MOVE 003 TO WS-PAR-DIAS-AVISO
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O RECLAM.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-RCL IS EQUAL '35'
              OPEN OUTPUT RECLAM
              IF FS-RCL IS EQUAL '00'
                 CLOSE RECLAM
                 OPEN I-O RECLAM
              END-IF
           END-IF.
           IF FS-RCL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECLAM = ' FS-RCL
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
              WHEN WS-MODO-NOVEDADES
                 MOVE 'NOVEDADES DE RECLAMOS DE CLIENTES - PROCESO'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-NOVEDADES
                         THRU F-1100-ABRIR-NOVEDADES
              WHEN WS-MODO-VENCIMIENTOS
                 MOVE 'RECLAMOS POR VENCER Y VENCIDOS POR SUCURSAL'
                      TO WS-TIT-TEXTO
                 PERFORM 1300-POSICIONAR-MAESTRO
                         THRU F-1300-POSICIONAR-MAESTRO
              WHEN WS-MODO-TRIMESTRAL
                 MOVE 'REGIMEN INFORMATIVO DE RECLAMOS - TRIMESTRE'
                      TO WS-TIT-TEXTO
                 PERFORM 1200-ABRIR-TRIMESTRAL
                         THRU F-1200-ABRIR-TRIMESTRAL
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           IF WS-MODO-TRIMESTRAL
              MOVE WS-FEC-HASTA-N TO WS-TIT-FECHA
           END-IF.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           EVALUATE TRUE
              WHEN WS-MODO-VENCIMIENTOS
                 WRITE REG-LISTADO FROM WS-SUBTITULO-VTO AFTER 1
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
              WHEN WS-MODO-NOVEDADES
                 WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
                 WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
           END-EVALUATE.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO F-1000-INICIO
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 PERFORM 2100-LECTURA THRU F-2100-LECTURA
              WHEN OTHER
                 PERFORM 4100-LEER-RECLAMO THRU F-4100-LEER-RECLAMO
           END-EVALUATE.

       F-1000-INICIO.   EXIT.

      ***** MODO 'N': FEED, SUSPENSO, CLIENTES Y NUMERACION ***********
       1100-ABRIR-NOVEDADES.

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

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 1150-LEER-CONTROL THRU F-1150-LEER-CONTROL
           END-IF.

       F-1100-ABRIR-NOVEDADES. EXIT.

      ***** REGISTRO DE CONTROL CON EL ULTIMO NUMERO DE RECLAMO *******
       1150-LEER-CONTROL.

           MOVE ZEROS TO RCL-CLAVE.
           MOVE RCL-CLAVE TO KEY-RECLAM.
           READ RECLAM INTO WS-REG-RECLAM.

           EVALUATE FS-RCL
              WHEN '00'
                 MOVE CTL-ULT-NUMERO TO WS-ULT-NUMERO
              WHEN '23'
                 INITIALIZE WS-REG-RECLAM
                 MOVE ZEROS          TO RCL-CLAVE
                 MOVE ZEROS          TO CTL-ULT-NUMERO
                 MOVE ZEROS          TO CTL-FEC-ULT-CARGA
                 WRITE REG-RECLAM FROM WS-REG-RECLAM
                 IF FS-RCL IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE CONTROL RECLAM = ' FS-RCL
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
                 MOVE ZEROS TO WS-ULT-NUMERO
              WHEN OTHER
                 DISPLAY '* ERROR EN READ CONTROL RECLAM = ' FS-RCL
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO F-1150-LEER-CONTROL
           END-EVALUATE.

      * LAS ALTAS DEL DIA YA SE NUMERARON: UN RERUN LAS DUPLICARIA *
           IF CTL-FEC-ULT-CARGA IS EQUAL WS-FECHA-HOY-8
              DISPLAY '* RECLAMOS DEL ' WS-FECHA-HOY-8
                      ' YA CARGADOS - NO SE REPROCESAN'
              MOVE 0004 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1150-LEER-CONTROL. EXIT.

      ***** MODO 'T': TRIMESTRE A INFORMAR Y ARCHIVO PARA EL BCRA *****
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

           MOVE WS-PAR-ANIO TO WS-DES-ANIO WS-HAS-ANIO.
           COMPUTE WS-DES-MES = (WS-PAR-TRIM - 1) * 3 + 1.
           MOVE 01 TO WS-DES-DIA.
           COMPUTE WS-HAS-MES = WS-PAR-TRIM * 3.
           IF WS-HAS-MES IS EQUAL 06 OR WS-HAS-MES IS EQUAL 09
              MOVE 30 TO WS-HAS-DIA
           ELSE
              MOVE 31 TO WS-HAS-DIA
           END-IF.

           DISPLAY 'TRIMESTRE INFORMADO     = ' WS-PAR-PERIODO
                   ' (' WS-FEC-DESDE-N ' A ' WS-FEC-HASTA-N ')'.

           OPEN OUTPUT RECBCR.
           IF FS-BCR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECBCR = ' FS-BCR
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-TRIMESTRAL
           END-IF.

           PERFORM 1300-POSICIONAR-MAESTRO
                   THRU F-1300-POSICIONAR-MAESTRO.

       F-1200-ABRIR-TRIMESTRAL. EXIT.

      ***** MODOS 'V' Y 'T': RECORRIDO DEL MAESTRO DESDE EL INICIO ****
       1300-POSICIONAR-MAESTRO.

           IF WS-FIN-LECTURA
              GO TO F-1300-POSICIONAR-MAESTRO
           END-IF.

           MOVE LOW-VALUES TO KEY-RECLAM.
           START RECLAM KEY IS NOT LESS THAN KEY-RECLAM
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-1300-POSICIONAR-MAESTRO. EXIT.

      **************************************
      *                                    *
      *  MODO 'N' - ALTAS Y MODIFICACIONES *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE TRUE
                 WHEN NRC-ALTA
                    PERFORM 3000-ALTA-RECLAMO THRU F-3000-ALTA-RECLAMO
                 WHEN NRC-MODIFICACION
                    PERFORM 3100-MODIFICAR-RECLAMO
                            THRU F-3100-MODIFICAR-RECLAMO
              END-EVALUATE
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE RECLAMOS ******************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVRCL.
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

      ***** VALIDACION DE LA NOVEDAD **********************************
       2200-VALIDAR-NOVEDAD.

           MOVE SPACES TO SUS-MOTIVO.

           IF NOT NRC-ALTA AND NOT NRC-MODIFICACION
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRC-SUCURSAL IS NOT NUMERIC
              OR NRC-SUCURSAL IS EQUAL ZEROS
              MOVE 'SUCURSAL INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN LA SUCURSAL DEL RECLAMO ************************
           MOVE NRC-OPERADOR TO LK-OPE-ID.
           MOVE 'RQ'         TO LK-OPE-FUNCION.
           MOVE NRC-SUCURSAL TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRC-FECHA IS NOT NUMERIC
              OR NRC-FECHA IS EQUAL ZEROS
              MOVE 'FECHA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRC-FECHA IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'NOVEDAD CON FECHA FUTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRC-ALTA
              PERFORM 2300-VALIDAR-ALTA THRU F-2300-VALIDAR-ALTA
           ELSE
              PERFORM 2400-VALIDAR-MODIFICACION
                      THRU F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF SUS-MOTIVO IS NOT EQUAL SPACES
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           IF NOT WS-FIN-LECTURA
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ALTA: TITULAR, CUENTA, CATEGORIA, CANAL Y DESCRIPCION *****
       2300-VALIDAR-ALTA.

           IF NRC-TIPDOC IS EQUAL SPACES
              OR NRC-NRODOC IS NOT NUMERIC
              OR NRC-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-ALTA
           END-IF.

      * LA CUENTA ES OPCIONAL, PERO SI VIENE TIENE QUE ESTAR COMPLETA *
           IF NRC-TIPCUEN IS NOT NUMERIC
              OR NRC-NROCUEN IS NOT NUMERIC
              OR (NRC-TIPCUEN IS EQUAL ZEROS
                  AND NRC-NROCUEN IS NOT EQUAL ZEROS)
              OR (NRC-TIPCUEN IS NOT EQUAL ZEROS
                  AND NRC-NROCUEN IS EQUAL ZEROS)
              MOVE 'CUENTA RECLAMADA INVALIDA' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-ALTA
           END-IF.

           MOVE NRC-CATEGORIA TO RCL-CATEGORIA.
           IF NOT RCL-CATEGORIA-VALIDA
              MOVE 'CATEGORIA INVALIDA' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-ALTA
           END-IF.

           MOVE NRC-CANAL TO RCL-CANAL.
           IF NOT RCL-CANAL-VALIDO
              MOVE 'CANAL DE INGRESO INVALIDO' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-ALTA
           END-IF.

           IF NRC-TEXTO IS EQUAL SPACES
              MOVE 'RECLAMO SIN DESCRIPCION' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-ALTA
           END-IF.

           PERFORM 8200-LEER-CLIENTE-VSAM THRU F-8200-LEER-CLIENTE-VSAM.
           IF WS-VSAM-NO-HALLADO
              MOVE 'DOCUMENTO NO ES CLIENTE' TO SUS-MOTIVO
           END-IF.

       F-2300-VALIDAR-ALTA. EXIT.

      ***** MODIFICACION: RECLAMO VIGENTE Y RESOLUCION COMPLETA *******
       2400-VALIDAR-MODIFICACION.

           IF NRC-NUMERO IS NOT NUMERIC
              OR NRC-NUMERO IS EQUAL ZEROS
              MOVE 'NUMERO DE RECLAMO INVALIDO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF NOT NRC-ESTADO-VALIDO
              MOVE 'ESTADO INVALIDO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF NRC-IMP-REINTEGRO IS NOT NUMERIC
              MOVE 'IMPORTE DE REINTEGRO INVALIDO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

      * RESOLVER EXIGE DEJAR ASENTADA LA RESPUESTA AL CLIENTE *
           IF NOT NRC-A-ANALISIS
              AND NRC-TEXTO IS EQUAL SPACES
              MOVE 'RESOLUCION SIN FUNDAMENTO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF NRC-IMP-REINTEGRO IS GREATER THAN ZEROS
              AND NOT NRC-FAVORABLE
              MOVE 'REINTEGRO SIN RESOLUCION FAVOR.' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           MOVE NRC-CLAVE TO KEY-RECLAM.
           READ RECLAM INTO WS-REG-RECLAM.

           EVALUATE FS-RCL
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'RECLAMO INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2400-VALIDAR-MODIFICACION
              WHEN OTHER
                 DISPLAY '* ERROR EN READ RECLAM = ' FS-RCL
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE LECTURA' TO SUS-MOTIVO
                 GO TO F-2400-VALIDAR-MODIFICACION
           END-EVALUATE.

           IF NOT RCL-VIGENTE
              MOVE 'RECLAMO YA RESUELTO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF NRC-A-ANALISIS AND RCL-EN-ANALISIS
              MOVE 'RECLAMO YA EN ANALISIS' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF NRC-FECHA IS LESS THAN RCL-FEC-RECEPCION
              MOVE 'NOVEDAD ANTERIOR A RECEPCION' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MODIFICACION
           END-IF.

           IF NRC-IMP-REINTEGRO IS GREATER THAN ZEROS
              AND RCL-NROCUEN IS EQUAL ZEROS
              MOVE 'RECLAMO SIN CUENTA P/REINTEGRO' TO SUS-MOTIVO
           END-IF.

       F-2400-VALIDAR-MODIFICACION. EXIT.

      ***** ALTA CON EL PROXIMO NUMERO Y VENCIMIENTO EN DIAS HABILES **
       3000-ALTA-RECLAMO.

           PERFORM 3050-NUMERAR-RECLAMO THRU F-3050-NUMERAR-RECLAMO.
           IF WS-FIN-LECTURA
              GO TO F-3000-ALTA-RECLAMO
           END-IF.

           INITIALIZE WS-REG-RECLAM.
           MOVE NRC-SUCURSAL    TO RCL-SUCURSAL.
           MOVE WS-ULT-NUMERO   TO RCL-NUMERO.
           MOVE NRC-TIPDOC      TO RCL-TIPDOC.
           MOVE NRC-NRODOC      TO RCL-NRODOC.
           STRING WK-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                  ' '                     DELIMITED BY SIZE
                  WK-CLI-NOMBRE-CLIENTE   DELIMITED BY '  '
                  INTO RCL-NOMAPE
           END-STRING.
           MOVE NRC-TIPCUEN     TO RCL-TIPCUEN.
           MOVE NRC-NROCUEN     TO RCL-NROCUEN.
           MOVE NRC-CATEGORIA   TO RCL-CATEGORIA.
           MOVE NRC-CANAL       TO RCL-CANAL.
           MOVE NRC-FECHA       TO RCL-FEC-RECEPCION.
           SET RCL-ABIERTO      TO TRUE.
           MOVE NRC-TEXTO       TO RCL-DESCRIPCION.
           MOVE SPACE           TO RCL-EN-PLAZO RCL-REINTEGRO.
           MOVE WS-FECHA-HOY-8  TO RCL-FEC-ULT-MOD.

           MOVE NRC-FECHA TO WS-FEC-VTO.
           PERFORM 3060-SIGUIENTE-HABIL THRU F-3060-SIGUIENTE-HABIL
                   WS-PAR-DIAS-PLAZO TIMES.
           MOVE WS-FEC-VTO TO RCL-FEC-VENCIM.

           MOVE RCL-CLAVE TO KEY-RECLAM.
           WRITE REG-RECLAM FROM WS-REG-RECLAM.
           IF FS-RCL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECLAM = ' FS-RCL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3000-ALTA-RECLAMO
           END-IF.

           ADD 1 TO WS-TOT-ALTAS.
           MOVE SPACES TO AUD-ANTES.
           MOVE 'ALTA  ' TO AUD-OPERACION.
           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.

           MOVE SPACES TO WS-REG-DETALLE.
           MOVE 'RECLAMO REGISTRADO' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-RECLAMO THRU F-7000-IMPRIMIR-RECLAMO.

       F-3000-ALTA-RECLAMO. EXIT.

      ***** EL NUMERO QUEDA TOMADO EN EL CONTROL ANTES DEL ALTA, ASI **
      ***** UN REPROCESO NUNCA REPITE NUMEROS *************************
       3050-NUMERAR-RECLAMO.

           MOVE ZEROS TO RCL-CLAVE.
           MOVE RCL-CLAVE TO KEY-RECLAM.
           READ RECLAM INTO WS-REG-RECLAM.
           IF FS-RCL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ CONTROL RECLAM = ' FS-RCL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-3050-NUMERAR-RECLAMO
           END-IF.

           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO  TO CTL-ULT-NUMERO.
           MOVE WS-FECHA-HOY-8 TO CTL-FEC-ULT-CARGA.

           REWRITE REG-RECLAM FROM WS-REG-RECLAM.
           IF FS-RCL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CONTROL RECLAM = ' FS-RCL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3050-NUMERAR-RECLAMO. EXIT.

       3060-SIGUIENTE-HABIL.

           MOVE WS-FEC-VTO TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.

      * SIN CALENDARIO CARGADO SE CUENTAN DIAS CORRIDOS *
           IF LK-BD-SIN-CALENDARIO
              OR LK-BD-SIGUIENTE IS NOT GREATER THAN ZEROS
              COMPUTE WS-FEC-VTO = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-FEC-VTO) + 1)
           ELSE
              MOVE LK-BD-SIGUIENTE TO WS-FEC-VTO
           END-IF.

       F-3060-SIGUIENTE-HABIL. EXIT.

      ***** PASE A ANALISIS O RESOLUCION CON REINTEGRO ****************
       3100-MODIFICAR-RECLAMO.

           MOVE RCL-ESTADO TO WS-ESTADO-ANT.
           MOVE SPACES TO AUD-ANTES.
           STRING 'EST=' RCL-ESTADO ' VTO=' RCL-FEC-VENCIM
                  ' REI=' RCL-REINTEGRO
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

           MOVE SPACES TO WS-REG-DETALLE.

      * EL REINTEGRO SE ACREDITA ANTES DE CERRAR EL RECLAMO: SI EL    *
      * POSTEO SE RECHAZA, EL RECLAMO SIGUE VIGENTE ********************
           IF NRC-FAVORABLE
              AND NRC-IMP-REINTEGRO IS GREATER THAN ZEROS
              PERFORM 3200-ACREDITAR-REINTEGRO
                      THRU F-3200-ACREDITAR-REINTEGRO
              IF WS-ERROR OR WS-FIN-LECTURA
                 GO TO F-3100-MODIFICAR-RECLAMO
              END-IF
           END-IF.

           MOVE NRC-ESTADO     TO RCL-ESTADO.
           MOVE WS-FECHA-HOY-8 TO RCL-FEC-ULT-MOD.

           EVALUATE TRUE
              WHEN NRC-A-ANALISIS
                 MOVE NRC-FECHA  TO RCL-FEC-ANALISIS
                 MOVE 'ANALIS'   TO AUD-OPERACION
                 MOVE 'RECLAMO EN ANALISIS' TO WS-DET-ACCION
                 ADD 1 TO WS-TOT-ANALISIS
              WHEN OTHER
                 MOVE NRC-FECHA  TO RCL-FEC-RESOLUCION
                 MOVE NRC-TEXTO  TO RCL-RESOLUCION
                 MOVE 'RESUEL'   TO AUD-OPERACION
                 IF NRC-FAVORABLE
                    ADD 1 TO WS-TOT-FAVORABLES
                 ELSE
                    ADD 1 TO WS-TOT-DESFAVORABLES
                 END-IF
                 IF NRC-FECHA IS GREATER THAN RCL-FEC-VENCIM
                    SET RCL-RESUELTO-FUERA-PLAZO TO TRUE
                    ADD 1 TO WS-TOT-FUERA-PLAZO
                    MOVE 'RESUELTO FUERA DE PLAZO' TO WS-DET-ACCION
                 ELSE
                    SET RCL-RESUELTO-EN-PLAZO TO TRUE
                    MOVE 'RECLAMO RESUELTO' TO WS-DET-ACCION
                 END-IF
                 IF RCL-REINTEGRO-ACREDITADO
                    MOVE 'RESUELTO CON REINTEGRO' TO WS-DET-ACCION
                 END-IF
           END-EVALUATE.

           MOVE RCL-CLAVE TO KEY-RECLAM.
           REWRITE REG-RECLAM FROM WS-REG-RECLAM.
           IF FS-RCL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE RECLAM = ' FS-RCL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-MODIFICAR-RECLAMO
           END-IF.

           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.
           PERFORM 7000-IMPRIMIR-RECLAMO THRU F-7000-IMPRIMIR-RECLAMO.

       F-3100-MODIFICAR-RECLAMO. EXIT.

      ***** CREDITO DEL REINTEGRO EN LA CUENTA RECLAMADA **************
       3200-ACREDITAR-REINTEGRO.

           MOVE RCL-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE RCL-NROCUEN       TO LK-PS-NROCUEN.
           MOVE NRC-IMP-REINTEGRO TO LK-PS-IMPORTE.
           MOVE 'PGMVRQ15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-REINT   TO LK-PS-CODMOV.
           MOVE RCL-SUCURSAL      TO WS-REF-SUCURSAL.
           MOVE RCL-NUMERO        TO WS-REF-NUMERO.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE ZEROS             TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 CONTINUE
      * REINTEGRO YA ACREDITADO EN UNA CORRIDA ANTERIOR *
              WHEN LK-PS-YA-POSTEADO
                 CONTINUE
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO REINTEGRO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-ACREDITAR-REINTEGRO
              WHEN LK-PS-CODIGO-INVALIDO
                 DISPLAY '* CODIGO ' WS-CODMOV-REINT
                         ' NO REGISTRADO EN DDCODMOV'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-ACREDITAR-REINTEGRO
              WHEN LK-PS-CUENTA-INEXISTENTE
                 MOVE 'CUENTA DEL REINTEGRO INEXIST.' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE 'REINTEGRO RECHAZADO' TO SUS-MOTIVO
           END-EVALUATE.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
              SET WS-ERROR TO TRUE
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3200-ACREDITAR-REINTEGRO
           END-IF.

           SET RCL-REINTEGRO-ACREDITADO TO TRUE.
           MOVE NRC-IMP-REINTEGRO TO RCL-IMP-REINTEGRO.
           MOVE WS-FECHA-HOY-8    TO RCL-FEC-REINTEGRO.
           MOVE WS-REF-POSTEO     TO RCL-REF-POSTEO.
           ADD 1                  TO WS-TOT-REINTEGROS.
           ADD NRC-IMP-REINTEGRO  TO WS-IMP-REINTEGROS.

       F-3200-ACREDITAR-REINTEGRO. EXIT.

      **************************************
      *                                    *
      *  MODO 'V' - VENCIMIENTOS           *
      *                                    *
      **************************************
       4000-REVISAR-VENCIMIENTO.

           IF RCL-NUMERO IS NOT EQUAL ZEROS
              AND RCL-VIGENTE
              PERFORM 4200-CONTROLAR-PLAZO THRU F-4200-CONTROLAR-PLAZO
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 4100-LEER-RECLAMO THRU F-4100-LEER-RECLAMO
           END-IF.

       F-4000-REVISAR-VENCIMIENTO. EXIT.

       4100-LEER-RECLAMO.

           READ RECLAM NEXT INTO WS-REG-RECLAM.
           EVALUATE FS-RCL
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RECLAM : ' FS-RCL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-LEER-RECLAMO. EXIT.

      ***** DIAS HASTA EL VENCIMIENTO DEL PLAZO DE RESPUESTA **********
       4200-CONTROLAR-PLAZO.

           ADD 1 TO WS-TOT-VIGENTES.

           COMPUTE WS-DIAS-RESTAN =
                   FUNCTION INTEGER-OF-DATE(RCL-FEC-VENCIM)
                 - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8).

           EVALUATE TRUE
              WHEN WS-DIAS-RESTAN IS LESS THAN ZEROS
                 ADD 1 TO WS-TOT-VENCIDOS
                 MOVE 'PLAZO VENCIDO' TO WS-VTO-SITUACION
              WHEN WS-DIAS-RESTAN IS NOT GREATER THAN WS-PAR-DIAS-AVISO
                 ADD 1 TO WS-TOT-POR-VENCER
                 MOVE 'POR VENCER' TO WS-VTO-SITUACION
              WHEN OTHER
                 GO TO F-4200-CONTROLAR-PLAZO
           END-EVALUATE.

      * CABECERA AL APARECER EL PRIMER RECLAMO DE CADA SUCURSAL *
           IF WS-SW-CABECERA IS EQUAL 'N'
              OR RCL-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT
              MOVE 'S'          TO WS-SW-CABECERA
              MOVE RCL-SUCURSAL TO WS-SUCURSAL-ANT WS-CAB-SUCURSAL
              WRITE REG-LISTADO FROM WS-CABECERA-SUC AFTER 2
           END-IF.

           MOVE RCL-SUCURSAL      TO WS-VTO-SUCURSAL.
           MOVE RCL-NUMERO        TO WS-VTO-NUMERO.
           MOVE RCL-TIPDOC        TO WS-VTO-TIPDOC.
           MOVE RCL-NRODOC        TO WS-VTO-NRODOC.
           MOVE RCL-NOMAPE        TO WS-VTO-NOMAPE.
           MOVE RCL-CATEGORIA     TO WS-VTO-CATEGORIA.
           MOVE RCL-CANAL         TO WS-VTO-CANAL.
           MOVE RCL-ESTADO        TO WS-VTO-ESTADO.
           MOVE RCL-FEC-RECEPCION TO WS-VTO-RECEPCION.
           MOVE RCL-FEC-VENCIM    TO WS-VTO-VENCIM.
           MOVE WS-DIAS-RESTAN    TO WS-VTO-DIAS.
           WRITE REG-LISTADO FROM WS-REG-VTO AFTER 1.

       F-4200-CONTROLAR-PLAZO. EXIT.

      **************************************
      *                                    *
      *  MODO 'T' - REGIMEN INFORMATIVO    *
      *                                    *
      **************************************
       4500-REPORTE-TRIMESTRAL.

           IF RCL-NUMERO IS NOT EQUAL ZEROS
              PERFORM 4600-INFORMAR-RECLAMO THRU F-4600-INFORMAR-RECLAMO
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 4100-LEER-RECLAMO THRU F-4100-LEER-RECLAMO
           END-IF.

       F-4500-REPORTE-TRIMESTRAL. EXIT.

      ***** SE INFORMA EL RECLAMO RESUELTO EN EL TRIMESTRE O ABIERTO **
      ***** AL CIERRE; EL RESUELTO ANTES O RECIBIDO DESPUES NO ********
       4600-INFORMAR-RECLAMO.

           IF RCL-FEC-RECEPCION IS GREATER THAN WS-FEC-HASTA-N
              GO TO F-4600-INFORMAR-RECLAMO
           END-IF.

           IF RCL-RESUELTO
              AND RCL-FEC-RESOLUCION IS LESS THAN WS-FEC-DESDE-N
              GO TO F-4600-INFORMAR-RECLAMO
           END-IF.

           INITIALIZE WS-REG-BCRA.
           MOVE 'D'                TO BCR-TIPO-REG.
           MOVE WS-PAR-PERIODO     TO BCR-PERIODO.
           MOVE RCL-SUCURSAL       TO BCR-SUCURSAL.
           MOVE RCL-NUMERO         TO BCR-NUMERO.
           MOVE RCL-TIPDOC         TO BCR-TIPDOC.
           MOVE RCL-NRODOC         TO BCR-NRODOC.
           MOVE RCL-CATEGORIA      TO BCR-CATEGORIA.
           MOVE RCL-CANAL          TO BCR-CANAL.
           MOVE RCL-FEC-RECEPCION  TO BCR-FEC-RECEPCION.
           MOVE RCL-FEC-VENCIM     TO BCR-FEC-VENCIM.
           MOVE RCL-IMP-REINTEGRO  TO BCR-IMP-REINTEGRO.

           IF RCL-FEC-RECEPCION IS NOT LESS THAN WS-FEC-DESDE-N
              ADD 1 TO WS-TOT-RECIBIDOS
           END-IF.

      * UNA RESOLUCION POSTERIOR AL CIERRE SE INFORMA COMO PENDIENTE *
           IF RCL-RESUELTO
              AND RCL-FEC-RESOLUCION IS NOT GREATER THAN WS-FEC-HASTA-N
              MOVE RCL-ESTADO         TO BCR-ESTADO
              MOVE RCL-FEC-RESOLUCION TO BCR-FEC-RESOLUCION
              MOVE 'R'                TO BCR-SITUACION
              MOVE RCL-EN-PLAZO       TO BCR-EN-PLAZO
              ADD 1 TO WS-TOT-RESUELTOS
              IF RCL-RESUELTO-EN-PLAZO
                 ADD 1 TO WS-TOT-EN-PLAZO
              END-IF
              ADD RCL-IMP-REINTEGRO TO WS-IMP-REINTEGROS
           ELSE
              MOVE 'A'                TO BCR-ESTADO
              MOVE ZEROS              TO BCR-FEC-RESOLUCION
                                         BCR-IMP-REINTEGRO
              MOVE 'P'                TO BCR-SITUACION
              MOVE SPACE              TO BCR-EN-PLAZO
              ADD 1 TO WS-TOT-PENDIENTES
              IF RCL-FEC-VENCIM IS LESS THAN WS-FEC-HASTA-N
                 ADD 1 TO WS-TOT-PEND-VENCIDOS
              END-IF
           END-IF.

           WRITE REG-RECBCR FROM WS-REG-BCRA.
           IF FS-BCR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECBCR = ' FS-BCR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-BCRA
           END-IF.

       F-4600-INFORMAR-RECLAMO. EXIT.

      ***** REGISTRO DE TOTALES DEL TRIMESTRE *************************
       4700-GRABAR-TOTALES-BCRA.

           INITIALIZE WS-REG-BCRA-TOT.
           MOVE 'T'                  TO BCT-TIPO-REG.
           MOVE WS-PAR-PERIODO       TO BCT-PERIODO.
           MOVE WS-TOT-RECIBIDOS     TO BCT-CANT-RECIBIDOS.
           MOVE WS-TOT-RESUELTOS     TO BCT-CANT-RESUELTOS.
           MOVE WS-TOT-EN-PLAZO      TO BCT-CANT-EN-PLAZO.
           MOVE WS-TOT-PENDIENTES    TO BCT-CANT-PENDIENTES.
           MOVE WS-TOT-PEND-VENCIDOS TO BCT-CANT-VENCIDOS.
           MOVE WS-IMP-REINTEGROS    TO BCT-IMP-REINTEGROS.

           WRITE REG-RECBCR FROM WS-REG-BCRA-TOT.
           IF FS-BCR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECBCR = ' FS-BCR
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4700-GRABAR-TOTALES-BCRA. EXIT.

      ***** AUDITORIA DEL RECLAMO (OPERACION Y ANTES YA CARGADOS) *****
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVRQ15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'RECLAM'       TO AUD-TABLA.
           MOVE NRC-OPERADOR   TO AUD-OPERADOR.
           MOVE RCL-CLAVE      TO AUD-CLAVE.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'EST=' RCL-ESTADO ' VTO=' RCL-FEC-VENCIM
                  ' REI=' RCL-REINTEGRO ' REF=' RCL-REF-POSTEO
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **************
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVRCL TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES           TO WS-REG-DETALLE
              MOVE NRC-TIPO-NOVEDAD TO WS-DET-NOVEDAD
              MOVE NRC-TIPDOC       TO WS-DET-TIPDOC
              MOVE ZEROS            TO WS-DET-SUCURSAL WS-DET-NUMERO
                                       WS-DET-NRODOC WS-DET-VENCIM
                                       WS-DET-IMPORTE
              IF NRC-SUCURSAL IS NUMERIC
                 MOVE NRC-SUCURSAL  TO WS-DET-SUCURSAL
              END-IF
              IF NRC-NUMERO IS NUMERIC
                 MOVE NRC-NUMERO    TO WS-DET-NUMERO
              END-IF
              IF NRC-NRODOC IS NUMERIC
                 MOVE NRC-NRODOC    TO WS-DET-NRODOC
              END-IF
              MOVE SUS-MOTIVO       TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL RECLAMO (ACCION YA CARGADA) *********************
       7000-IMPRIMIR-RECLAMO.

           MOVE NRC-TIPO-NOVEDAD  TO WS-DET-NOVEDAD.
           MOVE RCL-SUCURSAL      TO WS-DET-SUCURSAL.
           MOVE RCL-NUMERO        TO WS-DET-NUMERO.
           MOVE RCL-TIPDOC        TO WS-DET-TIPDOC.
           MOVE RCL-NRODOC        TO WS-DET-NRODOC.
           MOVE RCL-NOMAPE        TO WS-DET-NOMAPE.
           MOVE RCL-CATEGORIA     TO WS-DET-CATEGORIA.
           MOVE RCL-ESTADO        TO WS-DET-ESTADO.
           MOVE RCL-FEC-VENCIM    TO WS-DET-VENCIM.
           MOVE RCL-IMP-REINTEGRO TO WS-DET-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-RECLAMO. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7200-IMPRIMIR-TOTALES.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'RECLAMOS REGISTRADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ALTAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'PASADOS A ANALISIS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-ANALISIS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'RESUELTOS A FAVOR' TO WS-TOT-TEXTO
                 MOVE WS-TOT-FAVORABLES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'RESUELTOS DESFAVORABLES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-DESFAVORABLES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  FUERA DE PLAZO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-FUERA-PLAZO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'REINTEGROS ACREDITADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-REINTEGROS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'IMPORTE REINTEGRADO' TO WS-TOI-TEXTO
                 MOVE WS-IMP-REINTEGROS TO WS-TOI-IMPORTE
                 WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1
                 MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WHEN WS-MODO-VENCIMIENTOS
                 MOVE 'RECLAMOS VIGENTES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-VIGENTES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE '  POR VENCER' TO WS-TOT-TEXTO
                 MOVE WS-TOT-POR-VENCER TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  CON PLAZO VENCIDO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-VENCIDOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WHEN WS-MODO-TRIMESTRAL
                 MOVE 'RECIBIDOS EN EL TRIMESTRE' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RECIBIDOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'RESUELTOS EN EL TRIMESTRE' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RESUELTOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  DENTRO DEL PLAZO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-EN-PLAZO TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'PENDIENTES AL CIERRE' TO WS-TOT-TEXTO
                 MOVE WS-TOT-PENDIENTES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE '  CON PLAZO VENCIDO' TO WS-TOT-TEXTO
                 MOVE WS-TOT-PEND-VENCIDOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'IMPORTE REINTEGRADO' TO WS-TOI-TEXTO
                 MOVE WS-IMP-REINTEGROS TO WS-TOI-IMPORTE
                 WRITE REG-LISTADO FROM WS-REG-TOTAL-IMP AFTER 1
                 MOVE 'REGISTROS INFORMADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-BCRA TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
           END-EVALUATE.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** TITULAR DEL RECLAMO EN EL VSAM: SE POSICIONA POR **********
      ***** DOCUMENTO Y SE TOMA LA PRIMERA ALTA QUE MATCHEE ***********
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE NRC-TIPDOC TO WS-CLV-TIPDOC.
           MOVE NRC-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL NRC-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL NRC-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

      * LOS REINTEGROS SE CONFIRMAN CON LA CORRIDA COMPLETA *
           IF WS-MODO-NOVEDADES
              IF RETURN-CODE IS EQUAL TO ZEROS
                 EXEC SQL
                    COMMIT
                 END-EXEC
              ELSE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 DISPLAY 'ROLLBACK REALIZADO - REINTEGROS NO APLICADOS'
              END-IF
           END-IF.

           IF WS-MODO-TRIMESTRAL AND RETURN-CODE IS EQUAL ZEROS
              PERFORM 4700-GRABAR-TOTALES-BCRA
                      THRU F-4700-GRABAR-TOTALES-BCRA
           END-IF.

           PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
                 DISPLAY 'RECLAMOS REGISTRADOS    = ' WS-TOT-ALTAS
                 DISPLAY 'PASADOS A ANALISIS      = ' WS-TOT-ANALISIS
                 DISPLAY 'RESUELTOS A FAVOR       = ' WS-TOT-FAVORABLES
                 DISPLAY 'RESUELTOS DESFAVORABLES = '
                         WS-TOT-DESFAVORABLES
                 DISPLAY 'RESUELTOS FUERA PLAZO   = ' WS-TOT-FUERA-PLAZO
                 DISPLAY 'REINTEGROS ACREDITADOS  = ' WS-TOT-REINTEGROS
                 DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
                 CLOSE ENTRADA
                 CLOSE CLIENTE
                 CLOSE SUSPENSO
                 IF FS-SUS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-VENCIMIENTOS
                 DISPLAY 'RECLAMOS VIGENTES       = ' WS-TOT-VIGENTES
                 DISPLAY 'RECLAMOS POR VENCER     = ' WS-TOT-POR-VENCER
                 DISPLAY 'RECLAMOS VENCIDOS       = ' WS-TOT-VENCIDOS
              WHEN WS-MODO-TRIMESTRAL
                 DISPLAY 'RECIBIDOS EN TRIMESTRE  = ' WS-TOT-RECIBIDOS
                 DISPLAY 'RESUELTOS EN TRIMESTRE  = ' WS-TOT-RESUELTOS
                 DISPLAY 'PENDIENTES AL CIERRE    = ' WS-TOT-PENDIENTES
                 DISPLAY 'REGISTROS INFORMADOS    = ' WS-TOT-BCRA
                 CLOSE RECBCR
                 IF FS-BCR IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE RECBCR = ' FS-BCR
                    MOVE 9999 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

           CLOSE RECLAM
              IF FS-RCL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE RECLAM = ' FS-RCL
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

      * RECLAMOS VENCIDOS, RESPUESTAS TARDIAS O NOVEDADES RECHAZADAS *
      * QUEDAN CON ALERTA **********************************************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-VENCIDOS > ZEROS
                   OR WS-TOT-FUERA-PLAZO > ZEROS
                   OR WS-TOT-SUSPENSO > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRQ15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           EVALUATE TRUE
              WHEN WS-MODO-VENCIMIENTOS
                 MOVE WS-TOT-VIGENTES TO RES-CANT-PROCESADOS
                 MOVE WS-TOT-VENCIDOS TO RES-CANT-ERRORES
              WHEN WS-MODO-TRIMESTRAL
                 MOVE WS-TOT-BCRA     TO RES-CANT-PROCESADOS
                 MOVE ZEROS           TO RES-CANT-ERRORES
              WHEN OTHER
                 COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                         + WS-TOT-ANALISIS + WS-TOT-FAVORABLES
                         + WS-TOT-DESFAVORABLES
                 MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
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
