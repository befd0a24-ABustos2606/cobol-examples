       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVRE15.

      ***********************************************
      *                                             *
      *  MANTENIMIENTO DEL MAESTRO DE RETENCIONES   *
      *  DE FONDOS NO JUDICIALES, LIBERACION DE     *
      *  RETENCIONES VENCIDAS Y LISTADO DIARIO DE   *
      *  RETENCIONES VIGENTES POR SUCURSAL          *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * FUERA DE LOS EMBARGOS JUDICIALES (PGMVEB15) *
      * NO HABIA FORMA DE RETENER FONDOS DE UNA     *
      * CUENTA: SOSPECHA DE FRAUDE, DOCUMENTACION   *
      * PENDIENTE, CHEQUES DEPOSITADOS SIN ACREDITAR*
      * SE MANEJABAN A MANO. ESTE PROGRAMA MANTIENE *
      * EL MAESTRO DE RETENCIONES (CPRETEN) CON SU  *
      * PROPIO FEED DE NOVEDADES (AL = ALTA, MO =   *
      * MODIFICACION, LI = LIBERACION): POR IMPORTE *
      * O BLOQUEO TOTAL, CON MOTIVO, VENCIMIENTO Y  *
      * OPERADOR QUE LA CARGA, QUE DEBE ESTAR       *
      * HABILITADO PARA LA FUNCION 'RE' EN EL       *
      * MAESTRO DE OPERADORES (RUTINA PGMVOP15) Y   *
      * QUEDA EN LA AUDITORIA. EN CADA CORRIDA      *
      * LIBERA LAS RETENCIONES VENCIDAS Y EMITE EL  *
      * LISTADO DE VIGENTES CON RESUMEN POR         *
      * SUCURSAL. EL SALDO DISPONIBLE (SALDO MENOS  *
      * RETENCIONES) LO CALCULA LA RUTINA PGMVDS15, *
      * QUE USA PGMVPS15 ANTES DE CADA DEBITO       *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDENTRA
                    FILE STATUS IS FS-ENT.

             SELECT RETENCION ASSIGN DDRETEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-RETEN
                    FILE STATUS IS FS-RET.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * NOVEDADES DE RETENCION - AL (ALTA) / MO (MODIFICACION) /     *
      * LI (LIBERACION)                                              *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(61).

       FD RETENCION.

       01 REG-RETENCION.
           03 KEY-RETEN     PIC X(27).
           03 FILLER        PIC X(53).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(61).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

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
       77  FS-RET           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRETEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-MAESTRO PIC X.
           88  WS-FIN-MAESTRO         VALUE 'Y'.
           88  WS-NO-FIN-MAESTRO      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-REG-NOVRET.
           03  NRE-TIPO-NOVEDAD   PIC X(02).
           03  NRE-CLAVE.
               05  NRE-TIPCUEN    PIC X(02).
               05  NRE-NROCUEN    PIC 9(15).
               05  NRE-ID         PIC X(10).
           03  NRE-SUCUEN         PIC 9(02).
           03  NRE-TIPO           PIC X(01).
           03  NRE-IMPORTE        PIC 9(9)V99.
           03  NRE-MOTIVO         PIC X(02).
           03  NRE-VENCIMIENTO    PIC 9(08).
           03  NRE-OPERADOR       PIC X(08).

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 999   VALUE ZEROS.
       77  WS-TOT-LIBERA    PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 999   VALUE ZEROS.
       77  WS-TOT-VENCIDAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VIGENTES  PIC 9(05) VALUE ZEROS.

      * IMPORTE EDITADO PARA EL ANTES/DESPUES DE LA AUDITORIA ********
       77  WS-AUD-IMPORTE   PIC ZZZZZZZZ9,99.
       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * RESUMEN POR SUCURSAL DE LAS RETENCIONES VIGENTES (EL MAESTRO *
      * ESTA ORDENADO POR CUENTA, NO POR SUCURSAL) - LOS BLOQUEOS    *
      * TOTALES SE CUENTAN APARTE PORQUE NO TIENEN IMPORTE ************
       01  WS-SUC-TABLA.
           03  WS-SUC-TOPE        PIC 99       VALUE 20.
           03  WS-SUC-OCUP        PIC 99       VALUE ZEROS.
           03  WS-SUC-ENTRADA OCCURS 20 TIMES.
               05  WS-SUC-NRO     PIC 9(02).
               05  WS-SUC-CANT    PIC 9(05).
               05  WS-SUC-BLOQUEOS PIC 9(05).
               05  WS-SUC-IMPORTE PIC S9(11)V99.

       77  WS-SUC-IX        PIC 99    VALUE ZEROS.
       77  WS-SUC-IX-MATCH  PIC 99    VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(44)    VALUE
                   'RETENCIONES DE FONDOS VIGENTES - CORRIDA    '.
           03  WS-TIT-FECHA  PIC 9(06)    VALUE ZEROS.
           03  FILLER        PIC X(82)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(18)    VALUE 'TIPO/CUENTA'.
           03  FILLER        PIC X(2)     VALUE SPACES.
           03  FILLER        PIC X(5)     VALUE 'SUC'.
           03  FILLER        PIC X(12)    VALUE 'RETENCION'.
           03  FILLER        PIC X(9)     VALUE 'TIPO'.
           03  FILLER        PIC X(17)    VALUE '        IMPORTE'.
           03  FILLER        PIC X(15)    VALUE 'MOTIVO'.
           03  FILLER        PIC X(12)    VALUE 'VENCIMIENTO'.
           03  FILLER        PIC X(10)    VALUE 'OPERADOR'.
           03  FILLER        PIC X(8)     VALUE 'ALTA'.
           03  FILLER        PIC X(24)    VALUE SPACES.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPCUEN     PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SUCUEN      PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-ID          PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPO        PIC X(07)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-MOTIVO      PIC X(13)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-VENCIM      PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-OPERADOR    PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-FEC-ALTA    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(24)    VALUE SPACES.

       01  WS-REG-CORTE-SUC.
           03  FILLER             PIC X(09)    VALUE 'SUCURSAL '.
           03  WS-COR-SUCUEN      PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(3)     VALUE ' = '.
           03  WS-COR-CANT        PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(25)    VALUE
                   ' RETENCIONES - IMPORTE = '.
           03  WS-COR-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(3)     VALUE ' - '.
           03  WS-COR-BLOQUEOS    PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(17)    VALUE
                   ' BLOQUEOS TOTALES'.
           03  FILLER             PIC X(44)    VALUE SPACES.
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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           PERFORM 8000-LISTAR-VIGENTES THRU F-8000-LISTAR-VIGENTES.

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

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O RETENCION.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-RET IS EQUAL '35'
              OPEN OUTPUT RETENCION
              IF FS-RET IS EQUAL '00'
                 CLOSE RETENCION
                 OPEN I-O RETENCION
              END-IF
           END-IF.
           IF FS-RET IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RETENCION = ' FS-RET
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

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *                                    *
      **************************************
       2000-PROCESO.

           PERFORM 3000-VALIDACION THRU F-3000-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           ELSE
              EVALUATE NRE-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-RETENCION
                            THRU F-4000-ALTA-RETENCION
                 WHEN 'MO'
                    PERFORM 4100-MODIFICAR-RETENCION
                            THRU F-4100-MODIFICAR-RETENCION
                 WHEN 'LI'
                    PERFORM 4200-LIBERAR-RETENCION
                            THRU F-4200-LIBERAR-RETENCION
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA ARCHIVO NOVEDADES ******
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVRET.
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

      ***** VALIDACION DE CAMPOS ***********
       3000-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF NRE-TIPO-NOVEDAD IS EQUAL TO 'AL' OR 'MO' OR 'LI'
              CONTINUE
           ELSE
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRE-NROCUEN IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'NRO DE CUENTA NO NUMERICO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRE-ID IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'IDENTIFICADOR EN BLANCO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

      * TODA RETENCION, Y TODA LIBERACION, QUEDA A NOMBRE DE QUIEN   *
      * LA PIDIO, QUE DEBE ESTAR HABILITADO PARA LA FUNCION EN EL    *
      * MAESTRO DE OPERADORES ****************************************
           MOVE NRE-OPERADOR TO LK-OPE-ID.
           MOVE 'RE'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRE-TIPO-NOVEDAD IS EQUAL TO 'LI'
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRE-TIPO-NOVEDAD IS EQUAL TO 'AL'
              AND NRE-SUCUEN IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'SUCURSAL NO NUMERICA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           MOVE NRE-TIPO TO RET-TIPO.
           IF NOT RET-TIPO-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE RETENCION INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF RET-POR-IMPORTE
              IF NRE-IMPORTE IS NOT NUMERIC
                 OR NRE-IMPORTE IS EQUAL TO ZEROS
                 SET WS-ERROR TO TRUE
                 MOVE 'IMPORTE DE RETENCION INVALIDO' TO SUS-MOTIVO
                 GO TO F-3000-VALIDACION
              END-IF
           END-IF.

           MOVE NRE-MOTIVO TO RET-MOTIVO.
           IF NOT RET-MOTIVO-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'MOTIVO DE RETENCION INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

      * VENCIMIENTO EN CEROS = HASTA LIBERACION EXPRESA *
           IF NRE-VENCIMIENTO IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'VENCIMIENTO NO NUMERICO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRE-VENCIMIENTO IS GREATER THAN ZEROS
              AND NRE-VENCIMIENTO IS LESS THAN WS-FECHA-HOY-8
              SET WS-ERROR TO TRUE
              MOVE 'VENCIMIENTO ANTERIOR A HOY' TO SUS-MOTIVO
           END-IF.

       F-3000-VALIDACION. EXIT.

      ***** ALTA DE LA RETENCION EN EL MAESTRO ************************
       4000-ALTA-RETENCION.

           INITIALIZE WS-REG-RETENCION.
           MOVE NRE-TIPCUEN     TO RET-TIPCUEN.
           MOVE NRE-NROCUEN     TO RET-NROCUEN.
           MOVE NRE-ID          TO RET-ID.
           MOVE NRE-SUCUEN      TO RET-SUCUEN.
           PERFORM 4300-CARGAR-DATOS THRU F-4300-CARGAR-DATOS.
           MOVE WS-FECHA-HOY-8  TO RET-FEC-ALTA.

           WRITE REG-RETENCION FROM WS-REG-RETENCION.

           EVALUATE FS-RET
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5100-DESCRIBIR-RETENCION
                         THRU F-5100-DESCRIBIR-RETENCION
                 MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
                 PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              WHEN '22'
                 SET WS-ERROR TO TRUE
                 MOVE 'RETENCION YA REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE RETENCION = ' FS-RET
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-RETENCION. EXIT.

      ***** MODIFICACION DE IMPORTE/TIPO/MOTIVO/VENCIMIENTO ***********
       4100-MODIFICAR-RETENCION.

           MOVE NRE-CLAVE TO KEY-RETEN.

           READ RETENCION INTO WS-REG-RETENCION.

           EVALUATE FS-RET
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'RETENCION NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-4100-MODIFICAR-RETENCION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RETENCION = ' FS-RET
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-MODIFICAR-RETENCION
           END-EVALUATE.

           PERFORM 5100-DESCRIBIR-RETENCION
                   THRU F-5100-DESCRIBIR-RETENCION.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           PERFORM 4300-CARGAR-DATOS THRU F-4300-CARGAR-DATOS.

           REWRITE REG-RETENCION FROM WS-REG-RETENCION.

           IF FS-RET IS EQUAL '00'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-RETENCION
                      THRU F-5100-DESCRIBIR-RETENCION
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
           ELSE
              DISPLAY '* ERROR EN REWRITE RETENCION = ' FS-RET
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIFICAR-RETENCION. EXIT.

      ***** LIBERACION DE LA RETENCION ********************************
       4200-LIBERAR-RETENCION.

           MOVE NRE-CLAVE TO KEY-RETEN.

           READ RETENCION INTO WS-REG-RETENCION.

           EVALUATE FS-RET
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'RETENCION NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-4200-LIBERAR-RETENCION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RETENCION = ' FS-RET
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4200-LIBERAR-RETENCION
           END-EVALUATE.

           DELETE RETENCION.

           IF FS-RET IS EQUAL '00'
              ADD 1 TO WS-TOT-LIBERA
              MOVE 'LIBERA' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-RETENCION
                      THRU F-5100-DESCRIBIR-RETENCION
              MOVE WS-AUD-DESCRIPCION TO AUD-ANTES
              MOVE SPACES TO AUD-DESPUES
              STRING 'LIBERADA POR ' NRE-OPERADOR
                     DELIMITED BY SIZE INTO AUD-DESPUES
              END-STRING
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
           ELSE
              DISPLAY '* ERROR EN DELETE RETENCION = ' FS-RET
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-LIBERAR-RETENCION. EXIT.

      ***** DATOS DE LA NOVEDAD AL REGISTRO (ALTA Y MODIFICACION) *****
       4300-CARGAR-DATOS.

           MOVE NRE-TIPO        TO RET-TIPO.
           IF RET-BLOQUEO-TOTAL
              MOVE ZEROS        TO RET-IMPORTE
           ELSE
              MOVE NRE-IMPORTE  TO RET-IMPORTE
           END-IF.
           MOVE NRE-MOTIVO      TO RET-MOTIVO.
           MOVE NRE-VENCIMIENTO TO RET-VENCIMIENTO.
           MOVE NRE-OPERADOR    TO RET-OPERADOR.

       F-4300-CARGAR-DATOS. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION YA CARGADA) ***********
       5000-AUDITAR.

           MOVE 'PGMVRE15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'RETENCIO' TO AUD-TABLA.
      * LA LIBERACION POR VENCIMIENTO LA HACE EL PROCESO, NO UN OPERADOR
           IF AUD-OPERACION IS EQUAL 'VENCIM'
              MOVE SPACES TO AUD-OPERADOR
           ELSE
              MOVE NRE-OPERADOR TO AUD-OPERADOR
           END-IF.
           MOVE SPACES TO AUD-CLAVE.
           STRING RET-TIPCUEN RET-NROCUEN
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-AUDITAR. EXIT.

      ***** IMAGEN DE LA RETENCION PARA EL ANTES/DESPUES **************
       5100-DESCRIBIR-RETENCION.

           MOVE RET-IMPORTE TO WS-AUD-IMPORTE.
           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'ID=' RET-ID ' T=' RET-TIPO ' IMP=' WS-AUD-IMPORTE
                  ' M=' RET-MOTIVO ' V=' RET-VENCIMIENTO
                  ' OP=' RET-OPERADOR
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
           END-STRING.

       F-5100-DESCRIBIR-RETENCION. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVRET TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LIBERACION AUTOMATICA DE UNA RETENCION VENCIDA ************
       7000-LIBERAR-VENCIDA.

           DELETE RETENCION.

           IF FS-RET IS EQUAL '00'
              ADD 1 TO WS-TOT-VENCIDAS
              MOVE 'VENCIM' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-RETENCION
                      THRU F-5100-DESCRIBIR-RETENCION
              MOVE WS-AUD-DESCRIPCION TO AUD-ANTES
              MOVE 'LIBERADA POR VENCIMIENTO' TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
           ELSE
              DISPLAY '* ERROR EN DELETE RETENCION = ' FS-RET
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MAESTRO TO TRUE
           END-IF.

       F-7000-LIBERAR-VENCIDA. EXIT.

      **************************************
      *                                    *
      *  LISTADO DIARIO DE RETENCIONES     *
      *  VIGENTES, CON RESUMEN POR         *
      *  SUCURSAL AL PIE - EN LA MISMA     *
      *  PASADA SE LIBERAN LAS VENCIDAS    *
      *                                    *
      **************************************
       8000-LISTAR-VIGENTES.

           MOVE WS-FECHA-RES TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           SET WS-NO-FIN-MAESTRO TO TRUE.
           MOVE LOW-VALUES TO KEY-RETEN.

           START RETENCION KEY IS NOT LESS THAN KEY-RETEN
              INVALID KEY
                 SET WS-FIN-MAESTRO TO TRUE
           END-START.

           PERFORM 8100-LISTAR-RETENCION THRU F-8100-LISTAR-RETENCION
                   UNTIL WS-FIN-MAESTRO.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM VARYING WS-SUC-IX FROM 1 BY 1
                   UNTIL WS-SUC-IX > WS-SUC-OCUP
              MOVE WS-SUC-NRO(WS-SUC-IX)      TO WS-COR-SUCUEN
              MOVE WS-SUC-CANT(WS-SUC-IX)     TO WS-COR-CANT
              MOVE WS-SUC-IMPORTE(WS-SUC-IX)  TO WS-COR-IMPORTE
              MOVE WS-SUC-BLOQUEOS(WS-SUC-IX) TO WS-COR-BLOQUEOS
              WRITE REG-LISTADO FROM WS-REG-CORTE-SUC AFTER 1
           END-PERFORM.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-8000-LISTAR-VIGENTES. EXIT.

       8100-LISTAR-RETENCION.

           READ RETENCION NEXT INTO WS-REG-RETENCION.

           EVALUATE FS-RET
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-MAESTRO TO TRUE
                 GO TO F-8100-LISTAR-RETENCION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RETENCION = ' FS-RET
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-MAESTRO TO TRUE
                 GO TO F-8100-LISTAR-RETENCION
           END-EVALUATE.

           IF RET-VENCIMIENTO IS GREATER THAN ZEROS
              AND RET-VENCIMIENTO IS LESS THAN WS-FECHA-HOY-8
              PERFORM 7000-LIBERAR-VENCIDA THRU F-7000-LIBERAR-VENCIDA
              GO TO F-8100-LISTAR-RETENCION
           END-IF.

           ADD 1 TO WS-TOT-VIGENTES.
           MOVE RET-TIPCUEN     TO WS-DET-TIPCUEN.
           MOVE RET-NROCUEN     TO WS-DET-NROCUEN.
           MOVE RET-SUCUEN      TO WS-DET-SUCUEN.
           MOVE RET-ID          TO WS-DET-ID.
           IF RET-BLOQUEO-TOTAL
              MOVE 'BLOQUEO' TO WS-DET-TIPO
           ELSE
              MOVE 'IMPORTE' TO WS-DET-TIPO
           END-IF.
           MOVE RET-IMPORTE     TO WS-DET-IMPORTE.
           EVALUATE TRUE
              WHEN RET-MOT-FRAUDE
                 MOVE 'FRAUDE'        TO WS-DET-MOTIVO
              WHEN RET-MOT-DOCUMENTACION
                 MOVE 'DOCUMENTACION' TO WS-DET-MOTIVO
              WHEN RET-MOT-CHEQUE
                 MOVE 'CHEQUE'        TO WS-DET-MOTIVO
              WHEN OTHER
                 MOVE 'OTROS'         TO WS-DET-MOTIVO
           END-EVALUATE.
           IF RET-VENCIMIENTO IS EQUAL ZEROS
              MOVE 'SIN VENC.'     TO WS-DET-VENCIM
           ELSE
              MOVE RET-VENCIMIENTO TO WS-DET-VENCIM
           END-IF.
           MOVE RET-OPERADOR    TO WS-DET-OPERADOR.
           MOVE RET-FEC-ALTA    TO WS-DET-FEC-ALTA.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

           PERFORM 8200-ACUMULAR-SUCURSAL THRU F-8200-ACUMULAR-SUCURSAL.

       F-8100-LISTAR-RETENCION. EXIT.

       8200-ACUMULAR-SUCURSAL.

           MOVE ZEROS TO WS-SUC-IX-MATCH.

           PERFORM VARYING WS-SUC-IX FROM 1 BY 1
                   UNTIL WS-SUC-IX > WS-SUC-OCUP
              IF WS-SUC-NRO(WS-SUC-IX) IS EQUAL TO RET-SUCUEN
                 MOVE WS-SUC-IX TO WS-SUC-IX-MATCH
              END-IF
           END-PERFORM.

           IF WS-SUC-IX-MATCH IS EQUAL TO ZEROS
              IF WS-SUC-OCUP IS LESS THAN WS-SUC-TOPE
                 ADD 1 TO WS-SUC-OCUP
                 MOVE WS-SUC-OCUP TO WS-SUC-IX-MATCH
                 MOVE RET-SUCUEN TO WS-SUC-NRO(WS-SUC-IX-MATCH)
                 MOVE ZEROS TO WS-SUC-CANT(WS-SUC-IX-MATCH)
                 MOVE ZEROS TO WS-SUC-BLOQUEOS(WS-SUC-IX-MATCH)
                 MOVE ZEROS TO WS-SUC-IMPORTE(WS-SUC-IX-MATCH)
              END-IF
           END-IF.

           IF WS-SUC-IX-MATCH IS GREATER THAN ZEROS
              ADD 1 TO WS-SUC-CANT(WS-SUC-IX-MATCH)
              IF RET-BLOQUEO-TOTAL
                 ADD 1 TO WS-SUC-BLOQUEOS(WS-SUC-IX-MATCH)
              ELSE
                 ADD RET-IMPORTE TO WS-SUC-IMPORTE(WS-SUC-IX-MATCH)
              END-IF
           END-IF.

       F-8200-ACUMULAR-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'NOVEDADES LEIDAS       = ' WS-TOT-LEIDAS.
           DISPLAY 'RETENCIONES ALTA       = ' WS-TOT-ALTAS.
           DISPLAY 'RETENCIONES MODIF.     = ' WS-TOT-MODIF.
           DISPLAY 'RETENCIONES LIBERADAS  = ' WS-TOT-LIBERA.
           DISPLAY 'LIBERADAS POR VENCIM.  = ' WS-TOT-VENCIDAS.
           DISPLAY 'NOVEDADES A SUSPENSO   = ' WS-TOT-SUSPENSO.
           DISPLAY 'RETENCIONES VIGENTES   = ' WS-TOT-VIGENTES.

           CLOSE ENTRADA
              IF FS-ENT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE RETENCION
              IF FS-RET IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE RETENCION = ' FS-RET
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

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRE15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                                       + WS-TOT-LIBERA.
           MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
