       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVSE15.

      ***********************************************
      *                                             *
      *  SEGUROS VENDIDOS POR EL BANCO: MAESTRO DE  *
      *  POLIZAS, ALTAS Y BAJAS DE LAS              *
      *  ASEGURADORAS Y COBRANZA MENSUAL DE PRIMAS  *
      *  TP 35 - BATCH DB2 DE MANTENIMIENTO         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS PRIMAS DE SEGUROS DE VIDA Y HOGAR SE    *
      * DEBITABAN CON UNA LISTA MANUAL CADA MES.    *
      * ESTE PROGRAMA LLEVA EL MAESTRO DE POLIZAS   *
      * DDSEGURO (LAYOUT CPSEGURO) POR ASEGURADORA  *
      * Y POLIZA. MODO 'N': CARGA LOS ARCHIVOS DE   *
      * NOVEDADES DE LAS ASEGURADORAS (A = POLIZA   *
      * NUEVA, C = CANCELACION). MODO 'C' (MENSUAL):*
      * DEBITA LA PRIMA DEL PERIODO DE CADA POLIZA  *
      * VIGENTE POR PGMVPS15, GRABA EL ARCHIVO DE   *
      * RENDICION DDRENSEG PARA CADA ASEGURADORA    *
      * (PAGADAS, IMPAGAS Y BAJAS) Y CALCULA LA     *
      * COMISION DEL BANCO CON EL PORCENTAJE DE LA  *
      * TABLA DDASEGUR. LAS POLIZAS CON CUENTA      *
      * CERRADA O ASEGURADO FALLECIDO (CPFALLEC) SE *
      * DAN DE BAJA Y SE INFORMAN A LA ASEGURADORA  *
      * EN LUGAR DE REINTENTARSE TODOS LOS MESES.   *
      * NO SE DA DE ALTA LA POLIZA NUEVA DE UN      *
      * ASEGURADO CON LA REVISION KYC VENCIDA Y     *
      * RESTRINGIDO (PGMVKR15)                      *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDSEGNOV
                    FILE STATUS IS FS-ENT.

             SELECT SEGURO ASSIGN DDSEGURO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-SEGURO
                    FILE STATUS IS FS-SEG.

      * TABLA DE ASEGURADORAS CON EL PORCENTAJE DE COMISION *
             SELECT ASEGUR ASSIGN DDASEGUR
                    FILE STATUS IS FS-ASG.

      * REGISTRO DE CLIENTES FALLECIDOS (SUCESION ABIERTA) *
             SELECT FALLEC ASSIGN DDFALLEC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-FAL
                    FILE STATUS IS FS-FAL.

      * RENDICION DE LA COBRANZA A LAS ASEGURADORAS *
             SELECT RENDIC ASSIGN DDRENSEG
                    FILE STATUS IS FS-REN.

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

             SELECT PERFLOG ASSIGN DDPERFLO
                    FILE STATUS IS FS-PERF.

       DATA DIVISION.
       FILE SECTION.

      * NOVEDADES DE LAS ASEGURADORAS (ARCHIVOS CONCATENADOS) - A =   *
      * POLIZA NUEVA / C = CANCELACION                               *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(100).

       FD SEGURO.

       01 REG-SEGURO.
           03 KEY-SEGURO    PIC X(18).
           03 FILLER        PIC X(102).

       FD ASEGUR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ASEGUR        PIC X(40).

       FD FALLEC.

       01 REG-FALLEC.
           03 KEY-FAL        PIC X(13).
           03 FILLER         PIC X(27).

       FD RENDIC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RENDIC        PIC X(100).

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

       01 REG-PARAMETROS    PIC X(07).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

       FD PERFLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PERFLOG       PIC X(45).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-SEG           PIC XX    VALUE SPACES.
       77  FS-ASG           PIC XX    VALUE SPACES.
       77  FS-FAL           PIC XX    VALUE SPACES.
       77  FS-REN           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-PERF          PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPSEGURO.
           COPY CPFALLEC.
           COPY CPAUDIT.
           COPY CPRESUMEN.
           COPY CPPERFLOG.

      * MEDICION DE DURACION DE LA CORRIDA PARA EL PERFLOG - LA  *
      * HORA DE INICIO ES LA HORA DE TOMA DEL FEED DEL PROVEEDOR *
       01  WS-HORA-INICIO-G.
           03  WS-HI-HH        PIC 99.
           03  WS-HI-MM        PIC 99.
           03  WS-HI-SS        PIC 99.
           03  WS-HI-CC        PIC 99.

       01  WS-HORA-FIN-G.
           03  WS-HF-HH        PIC 99.
           03  WS-HF-MM        PIC 99.
           03  WS-HF-SS        PIC 99.
           03  WS-HF-CC        PIC 99.

       01  WS-SEG-INICIO        PIC 9(07) COMP.
       01  WS-SEG-FIN           PIC 9(07) COMP.

      * MODO DE LA CORRIDA Y PERIODO A COBRAR AAAAMM (CEROS = MES DE *
      * LA FECHA DE PROCESO) *****************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'N'.
               88  WS-MODO-NOVEDADES           VALUE 'N'.
               88  WS-MODO-COBRANZA            VALUE 'C'.
           03  WS-PAR-PERIODO       PIC 9(06)  VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * SIN MAESTRO DE FALLECIDOS ASIGNADO (STATUS 35) EL FALLECIDO  *
      * SE DETECTA IGUAL POR EL RECHAZO 'F' DEL POSTEO ***************
       01  WS-STATUS-FALLEC PIC X     VALUE 'N'.
           88  WS-FALLEC-ABIERTO      VALUE 'Y'.
           88  WS-FALLEC-AUSENTE      VALUE 'N'.

      * NOVEDAD DE POLIZA DE LA ASEGURADORA *
       01  WS-REG-NOVSEG.
           03  NSG-TIPO-NOVEDAD   PIC X(01).
               88  NSG-ALTA                   VALUE 'A'.
               88  NSG-CANCELACION            VALUE 'C'.
           03  NSG-ASEGURADORA    PIC 9(03).
           03  NSG-POLIZA         PIC X(15).
           03  NSG-RAMO           PIC X(01).
           03  NSG-TIPDOC         PIC X(02).
           03  NSG-NRODOC         PIC 9(11).
           03  NSG-TIPCUEN        PIC 9(02).
           03  NSG-NROCUEN        PIC 9(15).
           03  NSG-MONEDA         PIC 9(02).
           03  NSG-PRIMA          PIC 9(7)V99.
           03  NSG-FEC-INICIO     PIC 9(08).
      * EN LA CANCELACION ES LA FECHA DE BAJA (CEROS = HOY) *
           03  NSG-FEC-FIN        PIC 9(08).
           03  FILLER             PIC X(23).

      * ASEGURADORA Y PORCENTAJE DE COMISION DEL BANCO SOBRE LA PRIMA *
       01  WS-REG-ASEGUR.
           03  ASG-CODIGO         PIC 9(03).
           03  ASG-NOMBRE         PIC X(20).
           03  ASG-COMISION       PIC 9(02)V99.
           03  FILLER             PIC X(13).

       01  WS-ASG-TABLA.
           03  WS-ASG-TOPE        PIC 9(03)   VALUE 50.
           03  WS-ASG-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-ASG-ENTRADA OCCURS 50 TIMES.
               05  WS-ASG-CODIGO      PIC 9(03).
               05  WS-ASG-NOMBRE      PIC X(20).
               05  WS-ASG-COMISION    PIC 9(02)V99.

       77  WS-ASG-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-ASG-IX-MATCH    PIC 9(03)   VALUE ZEROS.

      * RENDICION: CABECERA, DETALLE Y TOTALES POR ASEGURADORA Y     *
      * MONEDA *******************************************************
       01  WS-REN-CABECERA.
           03  RNC-TIPO           PIC X(01)  VALUE 'H'.
           03  RNC-ASEGURADORA    PIC 9(03)  VALUE ZEROS.
           03  RNC-NOMBRE         PIC X(20)  VALUE SPACES.
           03  RNC-PERIODO        PIC 9(06)  VALUE ZEROS.
           03  RNC-FECHA          PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(62)  VALUE SPACES.

       01  WS-REN-DETALLE.
           03  RND-TIPO           PIC X(01)  VALUE 'D'.
           03  RND-ASEGURADORA    PIC 9(03)  VALUE ZEROS.
           03  RND-POLIZA         PIC X(15)  VALUE SPACES.
           03  RND-TIPDOC         PIC X(02)  VALUE SPACES.
           03  RND-NRODOC         PIC 9(11)  VALUE ZEROS.
           03  RND-PERIODO        PIC 9(06)  VALUE ZEROS.
           03  RND-MONEDA         PIC 9(02)  VALUE ZEROS.
           03  RND-PRIMA          PIC 9(7)V99 VALUE ZEROS.
      * P = PAGADA / I = IMPAGA (SE REINTENTA EL MES QUE VIENE) /     *
      * B = BAJA POR CUENTA CERRADA O ASEGURADO FALLECIDO (MOTIVO)    *
           03  RND-RESULTADO      PIC X(01)  VALUE SPACES.
           03  RND-MOTIVO         PIC X(02)  VALUE SPACES.
           03  RND-FECHA          PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(40)  VALUE SPACES.

       01  WS-REN-TRAILER.
           03  RNT-TIPO           PIC X(01)  VALUE 'T'.
           03  RNT-ASEGURADORA    PIC 9(03)  VALUE ZEROS.
           03  RNT-MONEDA         PIC 9(02)  VALUE ZEROS.
           03  RNT-CANT-PAGADAS   PIC 9(07)  VALUE ZEROS.
           03  RNT-IMP-PAGADAS    PIC 9(11)V99 VALUE ZEROS.
           03  RNT-CANT-IMPAGAS   PIC 9(07)  VALUE ZEROS.
           03  RNT-IMP-IMPAGAS    PIC 9(11)V99 VALUE ZEROS.
           03  RNT-CANT-BAJAS     PIC 9(07)  VALUE ZEROS.
           03  RNT-COMISION       PIC 9(09)V99 VALUE ZEROS.
           03  FILLER             PIC X(36)  VALUE SPACES.

      * TOTALES DE LA ASEGURADORA EN CURSO POR MONEDA DE LA POLIZA *
       01  WS-TMO-TABLA.
           03  WS-TMO-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-TMO-ENTRADA OCCURS 5 TIMES.
               05  WS-TMO-MONEDA      PIC 9(02).
               05  WS-TMO-CANT-PAG    PIC 9(07).
               05  WS-TMO-IMP-PAG     PIC 9(11)V99.
               05  WS-TMO-CANT-IMP    PIC 9(07).
               05  WS-TMO-IMP-IMP     PIC 9(11)V99.
               05  WS-TMO-CANT-BAJ    PIC 9(07).
               05  WS-TMO-COMISION    PIC 9(09)V99.

       77  WS-TMO-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-TMO-IX-MATCH    PIC 9(02)   VALUE ZEROS.

       77  WS-ASEG-ANTERIOR   PIC 9(03)   VALUE ZEROS.
       01  WS-STATUS-CORTE    PIC X       VALUE 'N'.
           88  WS-HAY-ASEGURADORA         VALUE 'Y'.
           88  WS-SIN-ASEGURADORA         VALUE 'N'.

      * LIMITES DEL PERIODO A COBRAR *
       01  WS-PER-DESDE       PIC 9(08)   VALUE ZEROS.
       01  WS-PER-HASTA       PIC 9(08)   VALUE ZEROS.

       77  WS-IMP-COMISION    PIC 9(09)V99 VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.

      * POSTEO DE LA PRIMA VIA RUTINA COMPARTIDA **********************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * RESTRICCION ADMINISTRATIVA POR REVISION KYC VENCIDA ***********
       01  WS-PGMVKR15      PIC X(8)  VALUE 'PGMVKR15'.
           COPY CPKYCCTL.

       77  WS-CODMOV-PRIMA  PIC X(03) VALUE 'SGP'.

      * REFERENCIA UNICA DEL DEBITO: POLIZA + PERIODO (UN REPROCESO   *
      * VUELVE COMO YA POSTEADO) **************************************
       01  WS-REF-POSTEO.
           03  WS-REF-ASEGURADORA PIC 9(03)  VALUE ZEROS.
           03  WS-REF-POLIZA      PIC X(15)  VALUE SPACES.
           03  WS-REF-PERIODO     PIC 9(06)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CANCELAD  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REVISADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PAGADAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-YA-COBR   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-IMPAGAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-FINALIZ   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77  WS-IMP-COMIS-TOT PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(10)    VALUE '  PERIODO '.
           03  WS-TIT-PERIODO PIC 9(06)   VALUE ZEROS.
           03  FILLER        PIC X(64)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(04)    VALUE 'ASG'.
           03  FILLER        PIC X(17)    VALUE 'POLIZA'.
           03  FILLER        PIC X(02)    VALUE 'R'.
           03  FILLER        PIC X(16)    VALUE 'ASEGURADO'.
           03  FILLER        PIC X(20)    VALUE 'CUENTA DEBITO'.
           03  FILLER        PIC X(04)    VALUE 'MON'.
           03  FILLER        PIC X(14)    VALUE '         PRIMA'.
           03  FILLER        PIC X(12)    VALUE 'ESTADO'.
           03  FILLER        PIC X(43)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-ASEGURADORA PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-POLIZA      PIC X(15)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RAMO        PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-PRIMA       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(13)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  FILLER             PIC X(14)    VALUE 'TOTAL ASEGUR. '.
           03  WS-TOT-ASEGURADORA PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE '  MONEDA'.
           03  WS-TOT-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(10)    VALUE '  PAGADAS '.
           03  WS-TOT-CANT-PAG    PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-TOT-IMP-PAG     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(10)    VALUE '  IMPAGAS '.
           03  WS-TOT-CANT-IMP    PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE '  BAJAS '.
           03  WS-TOT-CANT-BAJ    PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(11)    VALUE '  COMISION '.
           03  WS-TOT-COMISION    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(13)    VALUE SPACES.

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

           IF WS-MODO-NOVEDADES
              PERFORM 2000-PROCESAR-NOVEDAD
                      THRU F-2000-PROCESAR-NOVEDAD
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 3000-COBRAR-POLIZA
                      THRU F-3000-COBRAR-POLIZA
                      UNTIL WS-FIN-LECTURA
              IF WS-HAY-ASEGURADORA
                 PERFORM 3300-CERRAR-ASEGURADORA
                         THRU F-3300-CERRAR-ASEGURADORA
              END-IF
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           ACCEPT WS-HORA-INICIO-G FROM TIME.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-PERIODO IS NOT NUMERIC
              OR WS-PAR-PERIODO IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8(1:6) TO WS-PAR-PERIODO
           END-IF.
           COMPUTE WS-PER-DESDE = WS-PAR-PERIODO * 100 + 1.
           COMPUTE WS-PER-HASTA = WS-PAR-PERIODO * 100 + 31.

           PERFORM 1100-CARGAR-ASEGURADORAS
                   THRU F-1100-CARGAR-ASEGURADORAS.

           OPEN I-O SEGURO.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-SEG IS EQUAL '35'
              OPEN OUTPUT SEGURO
              IF FS-SEG IS EQUAL '00'
                 CLOSE SEGURO
                 OPEN I-O SEGURO
              END-IF
           END-IF.
           IF FS-SEG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SEGURO = ' FS-SEG
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT FALLEC.
           EVALUATE FS-FAL
              WHEN '00'
                 SET WS-FALLEC-ABIERTO TO TRUE
              WHEN '35'
                 SET WS-FALLEC-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN FALLEC = ' FS-FAL
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
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
           MOVE WS-PAR-PERIODO TO WS-TIT-PERIODO.

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 MOVE 'NOVEDADES DE POLIZAS DE LAS ASEGURADORAS    '
                      TO WS-TIT-TEXTO
                 OPEN INPUT ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-COBRANZA
                 MOVE 'COBRANZA MENSUAL DE PRIMAS DE SEGUROS AL    '
                      TO WS-TIT-TEXTO
                 OPEN OUTPUT RENDIC
                 IF FS-REN IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN RENDIC = ' FS-REN
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
                 MOVE LOW-VALUES TO KEY-SEGURO
                 START SEGURO KEY IS NOT LESS THAN KEY-SEGURO
                    INVALID KEY
                       SET WS-FIN-LECTURA TO TRUE
                 END-START
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-NOVEDADES
              PERFORM 2100-LEER-NOVEDAD THRU F-2100-LEER-NOVEDAD
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** TABLA DE ASEGURADORAS (OBLIGATORIA EN AMBOS MODOS) ********
       1100-CARGAR-ASEGURADORAS.

           OPEN INPUT ASEGUR.
           IF FS-ASG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ASEGUR = ' FS-ASG
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1100-CARGAR-ASEGURADORAS
           END-IF.

           PERFORM 1110-LEER-ASEGURADORA THRU F-1110-LEER-ASEGURADORA
                   UNTIL FS-ASG IS NOT EQUAL '00'.

           CLOSE ASEGUR.

       F-1100-CARGAR-ASEGURADORAS. EXIT.

       1110-LEER-ASEGURADORA.

           READ ASEGUR INTO WS-REG-ASEGUR.

           EVALUATE FS-ASG
              WHEN '00'
                 IF WS-ASG-OCUP IS LESS THAN WS-ASG-TOPE
                    AND ASG-CODIGO IS NUMERIC
                    AND ASG-COMISION IS NUMERIC
                    ADD 1 TO WS-ASG-OCUP
                    MOVE ASG-CODIGO   TO WS-ASG-CODIGO(WS-ASG-OCUP)
                    MOVE ASG-NOMBRE   TO WS-ASG-NOMBRE(WS-ASG-OCUP)
                    MOVE ASG-COMISION TO WS-ASG-COMISION(WS-ASG-OCUP)
                 ELSE
                    DISPLAY '* ASEGURADORA DESCARTADA = ' WS-REG-ASEGUR
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ASEGUR = ' FS-ASG
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1110-LEER-ASEGURADORA. EXIT.

      **************************************
      *                                    *
      *  MODO 'N' - NOVEDADES DE POLIZAS   *
      *  DE LAS ASEGURADORAS               *
      *                                    *
      **************************************
       2000-PROCESAR-NOVEDAD.

           PERFORM 2200-VALIDACION THRU F-2200-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-PROCESAR-NOVEDAD-LEER
           END-IF.

           IF NSG-ALTA
              PERFORM 2300-ALTA-POLIZA THRU F-2300-ALTA-POLIZA
           ELSE
              PERFORM 2400-CANCELAR-POLIZA THRU F-2400-CANCELAR-POLIZA
           END-IF.

       F-2000-PROCESAR-NOVEDAD-LEER.

           PERFORM 2100-LEER-NOVEDAD THRU F-2100-LEER-NOVEDAD.

       F-2000-PROCESAR-NOVEDAD. EXIT.

      ***** LECTURA ARCHIVO NOVEDADES ******
       2100-LEER-NOVEDAD.
      **************************************

           READ ENTRADA INTO WS-REG-NOVSEG.
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

       F-2100-LEER-NOVEDAD. EXIT.

      ***** VALIDACION DE CAMPOS ***********
       2200-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF NOT NSG-ALTA AND NOT NSG-CANCELACION
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-ASEGURADORA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'ASEGURADORA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           MOVE NSG-ASEGURADORA TO SEG-ASEGURADORA.
           PERFORM 5200-BUSCAR-ASEGURADORA
                   THRU F-5200-BUSCAR-ASEGURADORA.
           IF WS-ASG-IX-MATCH IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'ASEGURADORA NO REGISTRADA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-POLIZA IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'NRO DE POLIZA EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-FEC-FIN IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'FECHA DE FIN INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-CANCELACION
              GO TO F-2200-VALIDACION
           END-IF.

           MOVE NSG-RAMO TO SEG-RAMO.
           IF NOT SEG-RAMO-VIDA AND NOT SEG-RAMO-HOGAR
              SET WS-ERROR TO TRUE
              MOVE 'RAMO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-TIPDOC IS EQUAL SPACES
              OR NSG-NRODOC IS NOT NUMERIC
              OR NSG-NRODOC IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'DOCUMENTO DEL ASEGURADO INVAL.' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-TIPCUEN IS NOT NUMERIC
              OR NSG-NROCUEN IS NOT NUMERIC
              OR NSG-NROCUEN IS EQUAL ZEROS
              OR NSG-MONEDA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA DE DEBITO INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-PRIMA IS NOT NUMERIC
              OR NSG-PRIMA IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'PRIMA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NSG-FEC-INICIO IS NOT NUMERIC
              OR NSG-FEC-INICIO IS EQUAL ZEROS
              OR (NSG-FEC-FIN IS NOT EQUAL ZEROS
                  AND NSG-FEC-FIN IS LESS THAN NSG-FEC-INICIO)
              SET WS-ERROR TO TRUE
              MOVE 'VIGENCIA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

      * LA CUENTA DEBE SER DEL ASEGURADO Y EN LA MONEDA DE LA PRIMA *
           MOVE NSG-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE NSG-NROCUEN TO DB-CU-NROCUEN.
           MOVE NSG-TIPDOC  TO DB-CL-TIPDOC.
           MOVE NSG-NRODOC  TO DB-CL-NRODOC.

           EXEC SQL
              SELECT A.MONEDA
                INTO :WS-CUE-MONEDA
                FROM ITPLZRY.TB99CUEN A,
                     ITPLZRY.TB99CLIE B
                WHERE A.TIPCUEN = :DB-CU-TIPCUEN
                AND A.NROCUEN = :DB-CU-NROCUEN
                AND A.NROCLI = B.NROCLI
                AND B.TIPDOC = :DB-CL-TIPDOC
                AND B.NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 IF WS-CUE-MONEDA IS NOT EQUAL NSG-MONEDA
                    SET WS-ERROR TO TRUE
                    MOVE 'MONEDA DE CUENTA DISTINTA' TO SUS-MOTIVO
                 END-IF
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA INEXISTENTE O DE OTRO' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA POLIZA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR EN CONSULTA DE CUENTA' TO SUS-MOTIVO
           END-EVALUATE.

       F-2200-VALIDACION. EXIT.

      ***** POLIZA NUEVA ENVIADA POR LA ASEGURADORA *******************
       2300-ALTA-POLIZA.

      * ASEGURADO RESTRINGIDO POR REVISION KYC VENCIDA *
           MOVE 'C'        TO LK-KYC-ACCION.
           MOVE NSG-TIPDOC TO LK-KYC-TIPDOC.
           MOVE NSG-NRODOC TO LK-KYC-NRODOC.

           CALL WS-PGMVKR15 USING LK-PARM-KYC.

           IF NOT LK-KYC-PASA
              IF LK-KYC-RESTRINGIDO
                 MOVE 'ASEGURADO RESTRINGIDO POR KYC' TO SUS-MOTIVO
              ELSE
                 MOVE 'ERROR EN CONSULTA KYC' TO SUS-MOTIVO
              END-IF
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2300-ALTA-POLIZA
           END-IF.

           INITIALIZE WS-REG-SEGURO.
           MOVE NSG-ASEGURADORA TO SEG-ASEGURADORA.
           MOVE NSG-POLIZA      TO SEG-POLIZA.
           MOVE NSG-RAMO        TO SEG-RAMO.
           MOVE NSG-TIPDOC      TO SEG-TIPDOC.
           MOVE NSG-NRODOC      TO SEG-NRODOC.
           MOVE NSG-TIPCUEN     TO SEG-TIPCUEN.
           MOVE NSG-NROCUEN     TO SEG-NROCUEN.
           MOVE NSG-MONEDA      TO SEG-MONEDA.
           MOVE NSG-PRIMA       TO SEG-PRIMA.
           MOVE NSG-FEC-INICIO  TO SEG-FEC-INICIO.
           MOVE NSG-FEC-FIN     TO SEG-FEC-FIN.
           SET SEG-VIGENTE      TO TRUE.
           MOVE SPACES          TO SEG-MOTIVO.
           MOVE WS-FECHA-HOY-8  TO SEG-FEC-ALTA.
           MOVE WS-FECHA-HOY-8  TO SEG-FEC-ESTADO.

           WRITE REG-SEGURO FROM WS-REG-SEGURO.

           EVALUATE FS-SEG
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5100-DESCRIBIR-POLIZA
                         THRU F-5100-DESCRIBIR-POLIZA
                 MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
                 PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
                 MOVE 'ALTA DE POLIZA' TO WS-DET-ACCION
                 PERFORM 7000-IMPRIMIR-POLIZA
                         THRU F-7000-IMPRIMIR-POLIZA
              WHEN '22'
                 MOVE 'POLIZA YA REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE SEGURO = ' FS-SEG
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2300-ALTA-POLIZA. EXIT.

      ***** CANCELACION INFORMADA POR LA ASEGURADORA ******************
       2400-CANCELAR-POLIZA.

           MOVE NSG-ASEGURADORA TO SEG-ASEGURADORA.
           MOVE NSG-POLIZA      TO SEG-POLIZA.
           MOVE SEG-CLAVE       TO KEY-SEGURO.

           READ SEGURO INTO WS-REG-SEGURO.

           EVALUATE FS-SEG
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'POLIZA NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2400-CANCELAR-POLIZA
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SEGURO = ' FS-SEG
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2400-CANCELAR-POLIZA
           END-EVALUATE.

           IF NOT SEG-VIGENTE
              MOVE 'POLIZA NO VIGENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2400-CANCELAR-POLIZA
           END-IF.

           PERFORM 5100-DESCRIBIR-POLIZA THRU F-5100-DESCRIBIR-POLIZA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           SET SEG-CANCELADA       TO TRUE.
           SET SEG-MOT-ASEGURADORA TO TRUE.
           IF NSG-FEC-FIN IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8 TO SEG-FEC-FIN
           ELSE
              MOVE NSG-FEC-FIN    TO SEG-FEC-FIN
           END-IF.
           MOVE WS-FECHA-HOY-8     TO SEG-FEC-ESTADO.

           REWRITE REG-SEGURO FROM WS-REG-SEGURO.

           IF FS-SEG IS EQUAL '00'
              ADD 1 TO WS-TOT-CANCELAD
              MOVE 'CANCEL' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-POLIZA THRU F-5100-DESCRIBIR-POLIZA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              MOVE 'CANCELADA POR LA ASEGURADORA' TO WS-DET-ACCION
              PERFORM 7000-IMPRIMIR-POLIZA THRU F-7000-IMPRIMIR-POLIZA
           ELSE
              DISPLAY '* ERROR EN REWRITE SEGURO = ' FS-SEG
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-2400-CANCELAR-POLIZA. EXIT.

      **************************************
      *                                    *
      *  MODO 'C' - COBRANZA MENSUAL DE    *
      *  PRIMAS Y RENDICION POR            *
      *  ASEGURADORA                       *
      *                                    *
      **************************************
       3000-COBRAR-POLIZA.

           PERFORM 3100-LEER-POLIZA THRU F-3100-LEER-POLIZA.

           IF WS-FIN-LECTURA
              GO TO F-3000-COBRAR-POLIZA
           END-IF.

      * UN REPROCESO DEL PERIODO VUELVE A RENDIR LAS BAJAS QUE DIO *
           IF SEG-BAJA-BANCO
              AND SEG-PER-IMPAGO IS EQUAL WS-PAR-PERIODO
              PERFORM 3200-CORTE-ASEGURADORA
                      THRU F-3200-CORTE-ASEGURADORA
              PERFORM 3600-INFORMAR-BAJA THRU F-3600-INFORMAR-BAJA
              GO TO F-3000-COBRAR-POLIZA
           END-IF.

           IF NOT SEG-VIGENTE
              OR SEG-FEC-INICIO IS GREATER THAN WS-PER-HASTA
              GO TO F-3000-COBRAR-POLIZA
           END-IF.

           PERFORM 3200-CORTE-ASEGURADORA
                   THRU F-3200-CORTE-ASEGURADORA.

           PERFORM 5100-DESCRIBIR-POLIZA THRU F-5100-DESCRIBIR-POLIZA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

      * VIGENCIA TERMINADA ANTES DEL PERIODO: NO SE COBRA MAS *
           IF SEG-FEC-FIN IS NOT EQUAL ZEROS
              AND SEG-FEC-FIN IS LESS THAN WS-PER-DESDE
              SET SEG-FINALIZADA TO TRUE
              MOVE WS-FECHA-HOY-8 TO SEG-FEC-ESTADO
              MOVE 'FINALI' TO AUD-OPERACION
              MOVE 'FINALIZADA - FIN DE VIGENCIA' TO WS-DET-ACCION
              PERFORM 3900-REGRABAR-COBRO THRU F-3900-REGRABAR-COBRO
              IF FS-SEG IS EQUAL '00'
                 ADD 1 TO WS-TOT-FINALIZ
              END-IF
              GO TO F-3000-COBRAR-POLIZA
           END-IF.

           ADD 1 TO WS-TOT-REVISADAS.

      * PERIODO YA COBRADO EN UNA CORRIDA ANTERIOR: SOLO SE RINDE *
           IF SEG-ULT-PERIODO IS EQUAL WS-PAR-PERIODO
              ADD 1 TO WS-TOT-YA-COBR
              MOVE 'PRIMA YA COBRADA (REPROCESO)' TO WS-DET-ACCION
              PERFORM 7000-IMPRIMIR-POLIZA THRU F-7000-IMPRIMIR-POLIZA
              PERFORM 3500-INFORMAR-PAGO THRU F-3500-INFORMAR-PAGO
              GO TO F-3000-COBRAR-POLIZA
           END-IF.

           PERFORM 3400-DEBITAR-PRIMA THRU F-3400-DEBITAR-PRIMA.

       F-3000-COBRAR-POLIZA. EXIT.

      ***** LECTURA SECUENCIAL DEL MAESTRO DE POLIZAS *****************
       3100-LEER-POLIZA.

           READ SEGURO NEXT INTO WS-REG-SEGURO.

           EVALUATE FS-SEG
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SEGURO = ' FS-SEG
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-POLIZA. EXIT.

      ***** CORTE POR ASEGURADORA: TOTALES DE LA ANTERIOR Y CABECERA *
      ***** DE LA NUEVA ***********************************************
       3200-CORTE-ASEGURADORA.

           IF WS-HAY-ASEGURADORA
              AND SEG-ASEGURADORA IS EQUAL WS-ASEG-ANTERIOR
              GO TO F-3200-CORTE-ASEGURADORA
           END-IF.

           IF WS-HAY-ASEGURADORA
              PERFORM 3300-CERRAR-ASEGURADORA
                      THRU F-3300-CERRAR-ASEGURADORA
           END-IF.

           SET WS-HAY-ASEGURADORA TO TRUE.
           MOVE SEG-ASEGURADORA   TO WS-ASEG-ANTERIOR.
           MOVE ZEROS             TO WS-TMO-OCUP.

           PERFORM 5200-BUSCAR-ASEGURADORA
                   THRU F-5200-BUSCAR-ASEGURADORA.

           MOVE SEG-ASEGURADORA   TO RNC-ASEGURADORA.
           IF WS-ASG-IX-MATCH IS EQUAL ZEROS
              MOVE 'NO REGISTRADA' TO RNC-NOMBRE
           ELSE
              MOVE WS-ASG-NOMBRE(WS-ASG-IX-MATCH) TO RNC-NOMBRE
           END-IF.
           MOVE WS-PAR-PERIODO    TO RNC-PERIODO.
           MOVE WS-FECHA-HOY-8    TO RNC-FECHA.

           WRITE REG-RENDIC FROM WS-REN-CABECERA.
           IF FS-REN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RENDIC = ' FS-REN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3200-CORTE-ASEGURADORA. EXIT.

      ***** TOTALES POR MONEDA DE LA ASEGURADORA EN CURSO *************
       3300-CERRAR-ASEGURADORA.

           PERFORM 3310-GRABAR-TRAILER THRU F-3310-GRABAR-TRAILER
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP.

       F-3300-CERRAR-ASEGURADORA. EXIT.

       3310-GRABAR-TRAILER.

           MOVE WS-ASEG-ANTERIOR             TO RNT-ASEGURADORA.
           MOVE WS-TMO-MONEDA(WS-TMO-IX)     TO RNT-MONEDA.
           MOVE WS-TMO-CANT-PAG(WS-TMO-IX)   TO RNT-CANT-PAGADAS.
           MOVE WS-TMO-IMP-PAG(WS-TMO-IX)    TO RNT-IMP-PAGADAS.
           MOVE WS-TMO-CANT-IMP(WS-TMO-IX)   TO RNT-CANT-IMPAGAS.
           MOVE WS-TMO-IMP-IMP(WS-TMO-IX)    TO RNT-IMP-IMPAGAS.
           MOVE WS-TMO-CANT-BAJ(WS-TMO-IX)   TO RNT-CANT-BAJAS.
           MOVE WS-TMO-COMISION(WS-TMO-IX)   TO RNT-COMISION.

           WRITE REG-RENDIC FROM WS-REN-TRAILER.
           IF FS-REN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RENDIC = ' FS-REN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-ASEG-ANTERIOR             TO WS-TOT-ASEGURADORA.
           MOVE WS-TMO-MONEDA(WS-TMO-IX)     TO WS-TOT-MONEDA.
           MOVE WS-TMO-CANT-PAG(WS-TMO-IX)   TO WS-TOT-CANT-PAG.
           MOVE WS-TMO-IMP-PAG(WS-TMO-IX)    TO WS-TOT-IMP-PAG.
           MOVE WS-TMO-CANT-IMP(WS-TMO-IX)   TO WS-TOT-CANT-IMP.
           MOVE WS-TMO-CANT-BAJ(WS-TMO-IX)   TO WS-TOT-CANT-BAJ.
           MOVE WS-TMO-COMISION(WS-TMO-IX)   TO WS-TOT-COMISION.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-3310-GRABAR-TRAILER. EXIT.

      ***** DEBITO DE LA PRIMA DEL PERIODO ****************************
       3400-DEBITAR-PRIMA.

      * ASEGURADO FALLECIDO: BAJA E INFORME, SIN INTENTAR EL DEBITO *
           IF WS-FALLEC-ABIERTO
              MOVE SPACES     TO KEY-FAL
              MOVE SEG-TIPDOC TO KEY-FAL(1:2)
              MOVE SEG-NRODOC TO KEY-FAL(3:11)
              READ FALLEC INTO WS-REG-FALLEC
              EVALUATE FS-FAL
                 WHEN '00'
                    SET SEG-MOT-FALLECIDO TO TRUE
                    PERFORM 3700-DAR-DE-BAJA THRU F-3700-DAR-DE-BAJA
                    GO TO F-3400-DEBITAR-PRIMA
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN LECTURA FALLEC = ' FS-FAL
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO F-3400-DEBITAR-PRIMA
              END-EVALUATE
           END-IF.

           MOVE SEG-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE SEG-NROCUEN       TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - SEG-PRIMA.
           MOVE 'PGMVSE15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-PRIMA   TO LK-PS-CODMOV.
           MOVE SEG-ASEGURADORA   TO WS-REF-ASEGURADORA.
           MOVE SEG-POLIZA        TO WS-REF-POLIZA.
           MOVE WS-PAR-PERIODO    TO WS-REF-PERIODO.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
              WHEN LK-PS-YA-POSTEADO
                 CONTINUE
              WHEN LK-PS-CUENTA-INEXISTENTE
                 SET SEG-MOT-CUENTA-CERRADA TO TRUE
                 PERFORM 3700-DAR-DE-BAJA THRU F-3700-DAR-DE-BAJA
                 GO TO F-3400-DEBITAR-PRIMA
              WHEN LK-PS-RECHAZO-SUCESION
                 SET SEG-MOT-FALLECIDO TO TRUE
                 PERFORM 3700-DAR-DE-BAJA THRU F-3700-DAR-DE-BAJA
                 GO TO F-3400-DEBITAR-PRIMA
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO PRIMA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-DEBITAR-PRIMA
              WHEN LK-PS-CODIGO-INVALIDO
                 DISPLAY '* CODIGO ' WS-CODMOV-PRIMA
                         ' NO REGISTRADO EN DDCODMOV'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3400-DEBITAR-PRIMA
              WHEN OTHER
                 PERFORM 3800-MARCAR-IMPAGA THRU F-3800-MARCAR-IMPAGA
                 GO TO F-3400-DEBITAR-PRIMA
           END-EVALUATE.

           MOVE WS-PAR-PERIODO  TO SEG-ULT-PERIODO.
           MOVE ZEROS           TO SEG-IMPAGAS.
           MOVE 'COBRO ' TO AUD-OPERACION.
           IF LK-PS-YA-POSTEADO
              ADD 1 TO WS-TOT-YA-COBR
              MOVE 'PRIMA YA DEBITADA (REPROCESO)' TO WS-DET-ACCION
           ELSE
              ADD 1 TO WS-TOT-PAGADAS
              MOVE 'PRIMA DEBITADA' TO WS-DET-ACCION
           END-IF.

           PERFORM 3900-REGRABAR-COBRO THRU F-3900-REGRABAR-COBRO.

           IF FS-SEG IS EQUAL '00'
              PERFORM 3500-INFORMAR-PAGO THRU F-3500-INFORMAR-PAGO
           END-IF.

       F-3400-DEBITAR-PRIMA. EXIT.

      ***** PRIMA PAGADA: RENDICION Y COMISION DEL BANCO **************
       3500-INFORMAR-PAGO.

           PERFORM 5200-BUSCAR-ASEGURADORA
                   THRU F-5200-BUSCAR-ASEGURADORA.
           IF WS-ASG-IX-MATCH IS EQUAL ZEROS
              MOVE ZEROS TO WS-IMP-COMISION
           ELSE
              COMPUTE WS-IMP-COMISION ROUNDED = SEG-PRIMA
                      * WS-ASG-COMISION(WS-ASG-IX-MATCH) / 100
           END-IF.

           PERFORM 5300-BUSCAR-MONEDA THRU F-5300-BUSCAR-MONEDA.
           ADD 1               TO WS-TMO-CANT-PAG(WS-TMO-IX-MATCH).
           ADD SEG-PRIMA       TO WS-TMO-IMP-PAG(WS-TMO-IX-MATCH).
           ADD WS-IMP-COMISION TO WS-TMO-COMISION(WS-TMO-IX-MATCH).
           ADD WS-IMP-COMISION TO WS-IMP-COMIS-TOT.

           MOVE 'P'    TO RND-RESULTADO.
           MOVE SPACES TO RND-MOTIVO.
           PERFORM 5400-GRABAR-RENDICION THRU F-5400-GRABAR-RENDICION.

       F-3500-INFORMAR-PAGO. EXIT.

      ***** POLIZA DADA DE BAJA POR EL BANCO: SE INFORMA UNA VEZ ******
       3600-INFORMAR-BAJA.

           PERFORM 5300-BUSCAR-MONEDA THRU F-5300-BUSCAR-MONEDA.
           ADD 1 TO WS-TMO-CANT-BAJ(WS-TMO-IX-MATCH).

           MOVE 'B'        TO RND-RESULTADO.
           MOVE SEG-MOTIVO TO RND-MOTIVO.
           PERFORM 5400-GRABAR-RENDICION THRU F-5400-GRABAR-RENDICION.

       F-3600-INFORMAR-BAJA. EXIT.

      ***** CUENTA CERRADA O ASEGURADO FALLECIDO (MOTIVO CARGADO): LA *
      ***** POLIZA NO SE VUELVE A DEBITAR Y SE INFORMA A LA ASEGURADORA
       3700-DAR-DE-BAJA.

           SET SEG-BAJA-BANCO   TO TRUE.
           MOVE WS-PAR-PERIODO  TO SEG-PER-IMPAGO.
           MOVE WS-FECHA-HOY-8  TO SEG-FEC-ESTADO.
           MOVE 'BAJA  ' TO AUD-OPERACION.
           IF SEG-MOT-FALLECIDO
              MOVE 'BAJA - ASEGURADO FALLECIDO' TO WS-DET-ACCION
           ELSE
              MOVE 'BAJA - CUENTA CERRADA' TO WS-DET-ACCION
           END-IF.

           PERFORM 3900-REGRABAR-COBRO THRU F-3900-REGRABAR-COBRO.

           IF FS-SEG IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              PERFORM 3600-INFORMAR-BAJA THRU F-3600-INFORMAR-BAJA
           END-IF.

       F-3700-DAR-DE-BAJA. EXIT.

      ***** PRIMA RECHAZADA (SALDO, RETENCION, EMBARGO, MORA): QUEDA *
      ***** IMPAGA, SE RINDE Y SE VUELVE A INTENTAR EL MES QUE VIENE **
       3800-MARCAR-IMPAGA.

           ADD 1 TO WS-TOT-IMPAGAS.

           EVALUATE TRUE
              WHEN LK-PS-RECHAZO-EMBARGO
                 MOVE 'IMPAGA - CUENTA EMBARGADA' TO WS-DET-ACCION
              WHEN LK-PS-RECHAZO-COBRANZA
                 MOVE 'IMPAGA - CUENTA EN MORA' TO WS-DET-ACCION
              WHEN LK-PS-RECHAZO-RETENCION
                 MOVE 'IMPAGA - FONDOS RETENIDOS' TO WS-DET-ACCION
              WHEN OTHER
                 MOVE 'IMPAGA - DEBITO RECHAZADO' TO WS-DET-ACCION
           END-EVALUATE.

      * UN REPROCESO DEL MISMO PERIODO NO VUELVE A CONTAR EL IMPAGO *
           IF SEG-PER-IMPAGO IS NOT EQUAL WS-PAR-PERIODO
              ADD 1 TO SEG-IMPAGAS
              MOVE WS-PAR-PERIODO TO SEG-PER-IMPAGO
              MOVE WS-FECHA-HOY-8 TO SEG-FEC-ESTADO
              MOVE 'IMPAGO' TO AUD-OPERACION
              PERFORM 3900-REGRABAR-COBRO THRU F-3900-REGRABAR-COBRO
           ELSE
              PERFORM 7000-IMPRIMIR-POLIZA THRU F-7000-IMPRIMIR-POLIZA
           END-IF.

           PERFORM 5300-BUSCAR-MONEDA THRU F-5300-BUSCAR-MONEDA.
           ADD 1         TO WS-TMO-CANT-IMP(WS-TMO-IX-MATCH).
           ADD SEG-PRIMA TO WS-TMO-IMP-IMP(WS-TMO-IX-MATCH).

           MOVE 'I'    TO RND-RESULTADO.
           MOVE SPACES TO RND-MOTIVO.
           PERFORM 5400-GRABAR-RENDICION THRU F-5400-GRABAR-RENDICION.

       F-3800-MARCAR-IMPAGA. EXIT.

      ***** REGRABACION DE LA POLIZA COBRADA CON AUDITORIA ************
       3900-REGRABAR-COBRO.

           REWRITE REG-SEGURO FROM WS-REG-SEGURO.

           IF FS-SEG IS EQUAL '00'
              PERFORM 5100-DESCRIBIR-POLIZA THRU F-5100-DESCRIBIR-POLIZA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              PERFORM 7000-IMPRIMIR-POLIZA THRU F-7000-IMPRIMIR-POLIZA
           ELSE
              DISPLAY '* ERROR EN REWRITE SEGURO = ' FS-SEG
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3900-REGRABAR-COBRO. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION YA CARGADA) ***********
       5000-AUDITAR.

           MOVE 'PGMVSE15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'SEGURO  ' TO AUD-TABLA.
           MOVE SEG-CLAVE TO AUD-CLAVE.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-AUDITAR. EXIT.

      ***** IMAGEN DE LA POLIZA PARA EL ANTES/DESPUES *****************
       5100-DESCRIBIR-POLIZA.

           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'E=' SEG-ESTADO ' M=' SEG-MOTIVO
                  ' CTA=' SEG-TIPCUEN '/' SEG-NROCUEN
                  ' U=' SEG-ULT-PERIODO ' I=' SEG-IMPAGAS
                  ' F=' SEG-FEC-FIN
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
           END-STRING.

       F-5100-DESCRIBIR-POLIZA. EXIT.

      ***** ASEGURADORA DE SEG-ASEGURADORA EN LA TABLA (0 = NO ESTA) **
       5200-BUSCAR-ASEGURADORA.

           MOVE ZEROS TO WS-ASG-IX-MATCH.
           PERFORM 5210-COMPARAR-ASEGURADORA
                   THRU F-5210-COMPARAR-ASEGURADORA
                   VARYING WS-ASG-IX FROM 1 BY 1
                   UNTIL WS-ASG-IX > WS-ASG-OCUP
                   OR WS-ASG-IX-MATCH > ZEROS.

       F-5200-BUSCAR-ASEGURADORA. EXIT.

       5210-COMPARAR-ASEGURADORA.

           IF WS-ASG-CODIGO(WS-ASG-IX) IS EQUAL SEG-ASEGURADORA
              MOVE WS-ASG-IX TO WS-ASG-IX-MATCH
           END-IF.

       F-5210-COMPARAR-ASEGURADORA. EXIT.

      ***** TOTALES DE LA MONEDA DE LA POLIZA (SE AGREGA SI NO ESTA) **
       5300-BUSCAR-MONEDA.

           MOVE ZEROS TO WS-TMO-IX-MATCH.
           PERFORM 5310-COMPARAR-MONEDA THRU F-5310-COMPARAR-MONEDA
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP
                   OR WS-TMO-IX-MATCH > ZEROS.

           IF WS-TMO-IX-MATCH IS EQUAL ZEROS
              AND WS-TMO-OCUP IS LESS THAN 5
              ADD 1 TO WS-TMO-OCUP
              MOVE WS-TMO-OCUP TO WS-TMO-IX-MATCH
              INITIALIZE WS-TMO-ENTRADA(WS-TMO-IX-MATCH)
              MOVE SEG-MONEDA TO WS-TMO-MONEDA(WS-TMO-IX-MATCH)
           END-IF.

      * MAS DE CINCO MONEDAS EN UNA ASEGURADORA: VAN A LA ULTIMA *
           IF WS-TMO-IX-MATCH IS EQUAL ZEROS
              MOVE 5 TO WS-TMO-IX-MATCH
           END-IF.

       F-5300-BUSCAR-MONEDA. EXIT.

       5310-COMPARAR-MONEDA.

           IF WS-TMO-MONEDA(WS-TMO-IX) IS EQUAL SEG-MONEDA
              MOVE WS-TMO-IX TO WS-TMO-IX-MATCH
           END-IF.

       F-5310-COMPARAR-MONEDA. EXIT.

      ***** DETALLE DE LA RENDICION (RESULTADO Y MOTIVO CARGADOS) *****
       5400-GRABAR-RENDICION.

           MOVE SEG-ASEGURADORA TO RND-ASEGURADORA.
           MOVE SEG-POLIZA      TO RND-POLIZA.
           MOVE SEG-TIPDOC      TO RND-TIPDOC.
           MOVE SEG-NRODOC      TO RND-NRODOC.
           MOVE WS-PAR-PERIODO  TO RND-PERIODO.
           MOVE SEG-MONEDA      TO RND-MONEDA.
           MOVE SEG-PRIMA       TO RND-PRIMA.
           MOVE WS-FECHA-HOY-8  TO RND-FECHA.

           WRITE REG-RENDIC FROM WS-REN-DETALLE.
           IF FS-REN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RENDIC = ' FS-REN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5400-GRABAR-RENDICION. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVSEG TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO (ACCION YA CARGADA) *********************
       7000-IMPRIMIR-POLIZA.

           MOVE SEG-ASEGURADORA TO WS-DET-ASEGURADORA.
           MOVE SEG-POLIZA      TO WS-DET-POLIZA.
           MOVE SEG-RAMO        TO WS-DET-RAMO.
           MOVE SEG-TIPDOC      TO WS-DET-TIPDOC.
           MOVE SEG-NRODOC      TO WS-DET-NRODOC.
           MOVE SEG-TIPCUEN     TO WS-DET-TIPCUEN.
           MOVE SEG-NROCUEN     TO WS-DET-NROCUEN.
           MOVE SEG-MONEDA      TO WS-DET-MONEDA.
           MOVE SEG-PRIMA       TO WS-DET-PRIMA.
           EVALUATE TRUE
              WHEN SEG-VIGENTE
                 MOVE 'VIGENTE'    TO WS-DET-ESTADO
              WHEN SEG-CANCELADA
                 MOVE 'CANCELADA'  TO WS-DET-ESTADO
              WHEN SEG-BAJA-BANCO
                 MOVE 'BAJA'       TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE 'FINALIZADA' TO WS-DET-ESTADO
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-POLIZA. EXIT.

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

           IF WS-MODO-NOVEDADES
              DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS
              DISPLAY 'POLIZAS DADAS DE ALTA   = ' WS-TOT-ALTAS
              DISPLAY 'POLIZAS CANCELADAS      = ' WS-TOT-CANCELAD
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              MOVE 'F' TO LK-KYC-ACCION
              CALL WS-PGMVKR15 USING LK-PARM-KYC
           ELSE
              DISPLAY 'POLIZAS A COBRAR        = ' WS-TOT-REVISADAS
              DISPLAY 'PRIMAS DEBITADAS        = ' WS-TOT-PAGADAS
              DISPLAY 'YA COBRADAS (REPROCESO) = ' WS-TOT-YA-COBR
              DISPLAY 'PRIMAS IMPAGAS          = ' WS-TOT-IMPAGAS
              DISPLAY 'POLIZAS DADAS DE BAJA   = ' WS-TOT-BAJAS
              DISPLAY 'POLIZAS FINALIZADAS     = ' WS-TOT-FINALIZ
              MOVE WS-IMP-COMIS-TOT TO WS-IMP-EDIT
              DISPLAY 'COMISION DEL BANCO      = ' WS-IMP-EDIT
           END-IF.

           IF WS-MODO-NOVEDADES
              CLOSE ENTRADA
           END-IF.
           IF WS-MODO-COBRANZA
              CLOSE RENDIC
                 IF FS-REN IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE RENDIC = ' FS-REN
                   MOVE 9999 TO RETURN-CODE
                 END-IF
           END-IF.
           IF WS-FALLEC-ABIERTO
              CLOSE FALLEC
           END-IF.

           CLOSE SEGURO
              IF FS-SEG IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SEGURO = ' FS-SEG
                MOVE 9999 TO RETURN-CODE
              END-IF.

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

      * PRIMAS IMPAGAS O POLIZAS DADAS DE BAJA: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-IMPAGAS > ZEROS OR WS-TOT-BAJAS > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVSE15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                   + WS-TOT-CANCELAD + WS-TOT-PAGADAS
                   + WS-TOT-BAJAS + WS-TOT-FINALIZ.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUSPENSO + WS-TOT-IMPAGAS.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

      * SOLO LA CORRIDA QUE TOMA EL FEED DEL PROVEEDOR DEJA PERFLOG *
           IF WS-MODO-NOVEDADES
              ACCEPT WS-HORA-FIN-G FROM TIME
              COMPUTE WS-SEG-INICIO = WS-HI-HH * 3600 + WS-HI-MM * 60
                                                        + WS-HI-SS
              COMPUTE WS-SEG-FIN    = WS-HF-HH * 3600 + WS-HF-MM * 60
                                                        + WS-HF-SS
              IF WS-SEG-FIN < WS-SEG-INICIO
                 ADD 86400 TO WS-SEG-FIN
              END-IF

              MOVE SPACES          TO WS-REG-PERFLOG
              MOVE 'PGMVSE15'      TO PERF-PROGRAMA
              MOVE WS-FECHA-RES    TO PERF-FECHA
              MOVE WS-HORA-INICIO-G TO PERF-HORA-INICIO
              MOVE WS-HORA-FIN-G    TO PERF-HORA-FIN
              COMPUTE PERF-SEGUNDOS = WS-SEG-FIN - WS-SEG-INICIO
              MOVE RES-CANT-PROCESADOS TO PERF-CANT-PROCESADOS

              OPEN EXTEND PERFLOG
              WRITE REG-PERFLOG FROM WS-REG-PERFLOG
              IF FS-PERF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE PERFLOG = ' FS-PERF
              END-IF
              CLOSE PERFLOG
           END-IF.

       F-9999-FINAL.
           EXIT.
