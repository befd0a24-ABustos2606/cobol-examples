       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVCS15.

      ***********************************************
      *                                             *
      *  CAJAS DE SEGURIDAD: MAESTRO POR SUCURSAL,  *
      *  ALQUILER, LIBERACION Y TRANSFERENCIA,      *
      *  FACTURACION DEL CANON Y CAJAS A PRECINTAR  *
      *  TP 35 - BATCH DB2 DE MANTENIMIENTO         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL ALQUILER DE CAJAS DE SEGURIDAD SE        *
      * LLEVABA FUERA DEL SISTEMA. ESTE PROGRAMA    *
      * MANTIENE EL MAESTRO DDCAJAS (LAYOUT         *
      * CPCAJSEG) POR SUCURSAL Y NUMERO DE CAJA.    *
      * MODO 'M': FEED DE NOVEDADES AB (ALTA DE UNA *
      * CAJA LIBRE), AL (ALQUILER A UN TITULAR CON  *
      * HASTA TRES COTITULARES Y CUENTA DE DEBITO), *
      * LI (LIBERACION) Y TR (TRANSFERENCIA DEL     *
      * ALQUILER A OTRO TITULAR). MODO 'F':         *
      * FACTURACION DEL CANON ANUAL O SEMESTRAL     *
      * SEGUN EL TAMANIO (DDPARAM), DEBITADO POR    *
      * PGMVPS15; EL CANON RECHAZADO DEJA LA CAJA   *
      * IMPAGA Y SE REINTENTA EN LA CORRIDA         *
      * SIGUIENTE. MODO 'V': LISTA LAS CAJAS CON    *
      * TITULAR O COTITULAR FALLECIDO (CPFALLEC) O  *
      * DADO DE BAJA (FECBAJA EN TB99CLIE) PARA QUE *
      * LA SUCURSAL LAS PRECINTE. EL ALQUILER O LA  *
      * TRANSFERENCIA A UN TITULAR CON LA REVISION  *
      * KYC VENCIDA Y RESTRINGIDO (PGMVKR15) SE     *
      * RECHAZA. EL OPERADOR DE CADA NOVEDAD DEBE   *
      * ESTAR HABILITADO PARA LA FUNCION 'CS' EN LA *
      * SUCURSAL DE LA CAJA (RUTINA PGMVOP15) Y     *
      * QUEDA EN LA AUDITORIA CPAUDIT               *
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

             SELECT CAJAS ASSIGN DDCAJAS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CAJA
                    FILE STATUS IS FS-CAJ.

      * REGISTRO DE CLIENTES FALLECIDOS (SUCESION ABIERTA) *
             SELECT FALLEC ASSIGN DDFALLEC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-FAL
                    FILE STATUS IS FS-FAL.

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

      * NOVEDADES DE CAJAS - AB (ALTA) / AL (ALQUILER) /             *
      * LI (LIBERACION) / TR (TRANSFERENCIA)                         *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(100).

       FD CAJAS.

       01 REG-CAJA.
           03 KEY-CAJA      PIC X(07).
           03 FILLER        PIC X(143).

       FD FALLEC.

       01 REG-FALLEC.
           03 KEY-FAL        PIC X(13).
           03 FILLER         PIC X(27).

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

       01 REG-PARAMETROS    PIC X(28).

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
       77  FS-CAJ           PIC XX    VALUE SPACES.
       77  FS-FAL           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPCAJSEG.
           COPY CPFALLEC.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA Y CANON ANUAL POR TAMANIO DE CAJA (EL      *
      * SEMESTRAL ES LA MITAD) - SIN VALOR POR DEFECTO, LA            *
      * FACTURACION NO CORRE SIN LOS TRES CANONES *********************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'M'.
               88  WS-MODO-NOVEDADES           VALUE 'M'.
               88  WS-MODO-FACTURACION         VALUE 'F'.
               88  WS-MODO-VERIFICACION        VALUE 'V'.
               88  WS-MODO-BARRIDO             VALUE 'F' 'V'.
           03  WS-PAR-CANON-CHICA   PIC 9(7)V99 VALUE ZEROS.
           03  WS-PAR-CANON-MEDIANA PIC 9(7)V99 VALUE ZEROS.
           03  WS-PAR-CANON-GRANDE  PIC 9(7)V99 VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * SIN MAESTRO DE FALLECIDOS ASIGNADO (STATUS 35) NO SE CONTROLA *
      * EL FALLECIMIENTO **********************************************
       01  WS-STATUS-FALLEC PIC X     VALUE 'N'.
           88  WS-FALLEC-ABIERTO      VALUE 'Y'.
           88  WS-FALLEC-AUSENTE      VALUE 'N'.

      * SITUACION DE UN TITULAR O COTITULAR (5300-VERIFICAR-PERSONA) *
       01  WS-PER-TIPDOC        PIC X(02)  VALUE SPACES.
       01  WS-PER-NRODOC        PIC 9(11)  VALUE ZEROS.
       01  WS-SITUACION-PERSONA PIC X(02)  VALUE SPACES.
           88  WS-PERSONA-VIGENTE          VALUE SPACES.
           88  WS-PERSONA-FALLECIDA        VALUE 'FA'.
           88  WS-PERSONA-DE-BAJA          VALUE 'BJ'.
           88  WS-PERSONA-INEXISTENTE      VALUE 'NE'.

      * LA CAJA YA SALIO EN EL LISTADO DE PRECINTOS *
       01  WS-STATUS-PRECINTO PIC X   VALUE 'N'.
           88  WS-CAJA-A-PRECINTAR    VALUE 'Y'.
           88  WS-CAJA-SIN-PRECINTO   VALUE 'N'.

      * NOVEDAD DE CAJA DE SEGURIDAD *
       01  WS-REG-NOVCAJA.
           03  NCS-TIPO-NOVEDAD   PIC X(02).
           03  NCS-SUCURSAL       PIC 9(02).
           03  NCS-NUMERO         PIC 9(05).
           03  NCS-TAMANIO        PIC X(01).
           03  NCS-TIPDOC         PIC X(02).
           03  NCS-NRODOC         PIC 9(11).
      * MISMO FORMATO QUE CJS-COTITULARES *
           03  NCS-COTITULARES.
               05  NCS-COT OCCURS 3 TIMES.
                   07  NCS-COT-TIPDOC     PIC X(02).
                   07  NCS-COT-NRODOC     PIC 9(11).
                   07  NCS-COT-REGIMEN    PIC X(01).
           03  NCS-TIPCUEN        PIC 9(02).
           03  NCS-NROCUEN        PIC 9(15).
           03  NCS-PERIODICIDAD   PIC X(01).
      * FIN DEL CONTRATO (CEROS = UN ANIO DESDE HOY EN EL ALQUILER, *
      * SIN CAMBIO EN LA TRANSFERENCIA) *****************************
           03  NCS-FEC-VENC       PIC 9(08).
           03  NCS-OPERADOR       PIC X(08).
           03  FILLER             PIC X(01).

       77  WS-IX            PIC 9(02) COMP VALUE ZEROS.

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

      * HOST VARIABLE PARA COLUMNA FECBAJA (BAJA DE CLIENTE) - AUN    *
      * NO REFLEJADA EN EL DCLGEN DE TB99CLIE *************************
       77  DB-CL-FECBAJA    PIC X(08) VALUE SPACES.

      * POSTEO DEL CANON VIA RUTINA COMPARTIDA ************************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * RESTRICCION ADMINISTRATIVA POR REVISION KYC VENCIDA ***********
       01  WS-PGMVKR15      PIC X(8)  VALUE 'PGMVKR15'.
           COPY CPKYCCTL.

       77  WS-CODMOV-CANON  PIC X(03) VALUE 'CSG'.

      * REFERENCIA UNICA DEL DEBITO: CAJA + INICIO DEL PERIODO        *
      * FACTURADO (UN REPROCESO VUELVE COMO YA POSTEADO) **************
       01  WS-REF-POSTEO.
           03  WS-REF-SUCURSAL    PIC 9(02)  VALUE ZEROS.
           03  WS-REF-NUMERO      PIC 9(05)  VALUE ZEROS.
           03  WS-REF-PERIODO     PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(10)  VALUE SPACES.

       77  WS-IMP-CANON     PIC 9(7)V99 VALUE ZEROS.

      * SUMA DE MESES A UNA FECHA (5200-SUMAR-MESES) ******************
       01  WS-FEC-CALC.
           03  WS-FCA-ANIO          PIC 9(04)  VALUE ZEROS.
           03  WS-FCA-MES           PIC 9(02)  VALUE ZEROS.
           03  WS-FCA-DIA           PIC 9(02)  VALUE ZEROS.
       01  WS-FEC-CALC-N REDEFINES WS-FEC-CALC PIC 9(08).

       77  WS-MESES-SUMA    PIC 9(02)  VALUE ZEROS.
       77  WS-DIA-MAXIMO    PIC 9(02)  VALUE ZEROS.
       77  WS-COCIENTE      PIC 9(04)  VALUE ZEROS.
       77  WS-RESTO         PIC 9(02)  VALUE ZEROS.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ALQUILER  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-LIBERADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-TRANSFER  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REVISADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-COBRADAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-YA-COBR   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-IMPAGAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PRECINTO  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77  WS-IMP-COBRADO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-IMPAGO    PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(10)    VALUE 'CAJA'.
           03  FILLER        PIC X(04)    VALUE 'TAM'.
           03  FILLER        PIC X(12)    VALUE 'ESTADO'.
           03  FILLER        PIC X(16)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(20)    VALUE 'CUENTA DEBITO'.
           03  FILLER        PIC X(10)    VALUE 'PROX COBRO'.
           03  FILLER        PIC X(14)    VALUE '       IMPORTE'.
           03  FILLER        PIC X(46)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-SUCURSAL    PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '-'.
           03  WS-DET-NUMERO      PIC 9(05)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TAMANIO     PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-PROX-COBRO  PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(14)    VALUE SPACES.

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
              WHEN WS-MODO-NOVEDADES
                 PERFORM 2000-PROCESAR-NOVEDAD
                         THRU F-2000-PROCESAR-NOVEDAD
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-FACTURACION
                 PERFORM 3000-FACTURAR-CAJA
                         THRU F-3000-FACTURAR-CAJA
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 4000-VERIFICAR-CAJA
                         THRU F-4000-VERIFICAR-CAJA
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

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           OPEN I-O CAJAS.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-CAJ IS EQUAL '35'
              OPEN OUTPUT CAJAS
              IF FS-CAJ IS EQUAL '00'
                 CLOSE CAJAS
                 OPEN I-O CAJAS
              END-IF
           END-IF.
           IF FS-CAJ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CAJAS = ' FS-CAJ
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

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

           EVALUATE TRUE
              WHEN WS-MODO-NOVEDADES
                 MOVE 'NOVEDADES DE CAJAS DE SEGURIDAD DEL         '
                      TO WS-TIT-TEXTO
                 OPEN INPUT ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-FACTURACION
                 MOVE 'FACTURACION DE CANON DE CAJAS DE SEGURIDAD  '
                      TO WS-TIT-TEXTO
                 IF WS-PAR-CANON-CHICA IS NOT NUMERIC
                    OR WS-PAR-CANON-MEDIANA IS NOT NUMERIC
                    OR WS-PAR-CANON-GRANDE IS NOT NUMERIC
                    OR WS-PAR-CANON-CHICA IS EQUAL ZEROS
                    OR WS-PAR-CANON-MEDIANA IS EQUAL ZEROS
                    OR WS-PAR-CANON-GRANDE IS EQUAL ZEROS
                    DISPLAY '* CANON POR TAMANIO NO INFORMADO EN '
                            'DDPARAM'
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-VERIFICACION
                 MOVE 'CAJAS DE SEGURIDAD A PRECINTAR AL           '
                      TO WS-TIT-TEXTO
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

      * EL ALQUILER Y LA TRANSFERENCIA RECHAZAN TITULARES FALLECIDOS; *
      * LA VERIFICACION LOS LISTA PARA PRECINTAR **********************
           IF WS-MODO-NOVEDADES OR WS-MODO-VERIFICACION
              OPEN INPUT FALLEC
              EVALUATE FS-FAL
                 WHEN '00'
                    SET WS-FALLEC-ABIERTO TO TRUE
                 WHEN '35'
                    SET WS-FALLEC-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN FALLEC = ' FS-FAL
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-MODO-BARRIDO
              MOVE LOW-VALUES TO KEY-CAJA
              START CAJAS KEY IS NOT LESS THAN KEY-CAJA
                 INVALID KEY
                    SET WS-FIN-LECTURA TO TRUE
              END-START
           END-IF.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-NOVEDADES
              PERFORM 2100-LEER-NOVEDAD THRU F-2100-LEER-NOVEDAD
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - NOVEDADES DE CAJAS     *
      *                                    *
      **************************************
       2000-PROCESAR-NOVEDAD.

           PERFORM 2200-VALIDACION THRU F-2200-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-PROCESAR-NOVEDAD-LEER
           END-IF.

           IF NCS-TIPO-NOVEDAD IS EQUAL 'AB'
              PERFORM 2300-ALTA-CAJA THRU F-2300-ALTA-CAJA
              GO TO F-2000-PROCESAR-NOVEDAD-LEER
           END-IF.

           MOVE NCS-SUCURSAL TO CJS-SUCURSAL.
           MOVE NCS-NUMERO   TO CJS-NUMERO.
           MOVE CJS-CLAVE    TO KEY-CAJA.

           READ CAJAS INTO WS-REG-CAJSEG.

           EVALUATE FS-CAJ
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'CAJA NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2000-PROCESAR-NOVEDAD-LEER
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CAJAS = ' FS-CAJ
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-PROCESAR-NOVEDAD
           END-EVALUATE.

           PERFORM 5100-DESCRIBIR-CAJA THRU F-5100-DESCRIBIR-CAJA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           EVALUATE NCS-TIPO-NOVEDAD
              WHEN 'AL'
                 PERFORM 2400-ALQUILAR THRU F-2400-ALQUILAR
              WHEN 'LI'
                 PERFORM 2500-LIBERAR THRU F-2500-LIBERAR
              WHEN 'TR'
                 PERFORM 2600-TRANSFERIR THRU F-2600-TRANSFERIR
           END-EVALUATE.

       F-2000-PROCESAR-NOVEDAD-LEER.

           PERFORM 2100-LEER-NOVEDAD THRU F-2100-LEER-NOVEDAD.

       F-2000-PROCESAR-NOVEDAD. EXIT.

      ***** LECTURA ARCHIVO NOVEDADES ******
       2100-LEER-NOVEDAD.
      **************************************

           READ ENTRADA INTO WS-REG-NOVCAJA.
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

           IF NCS-TIPO-NOVEDAD IS EQUAL TO 'AB' OR 'AL' OR 'LI' OR 'TR'
              CONTINUE
           ELSE
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NCS-SUCURSAL IS NOT NUMERIC
              OR NCS-NUMERO IS NOT NUMERIC
              OR NCS-NUMERO IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'SUCURSAL/NRO DE CAJA INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

      * TODA NOVEDAD QUEDA A NOMBRE DE QUIEN LA PIDIO, QUE DEBE      *
      * ESTAR HABILITADO PARA LA FUNCION EN LA SUCURSAL DE LA CAJA ***
           MOVE NCS-OPERADOR TO LK-OPE-ID.
           MOVE 'CS'         TO LK-OPE-FUNCION.
           MOVE NCS-SUCURSAL TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NCS-TIPO-NOVEDAD IS EQUAL 'AB'
              MOVE NCS-TAMANIO TO CJS-TAMANIO
              IF NOT CJS-CHICA AND NOT CJS-MEDIANA AND NOT CJS-GRANDE
                 SET WS-ERROR TO TRUE
                 MOVE 'TAMANIO DE CAJA INVALIDO' TO SUS-MOTIVO
              END-IF
              GO TO F-2200-VALIDACION
           END-IF.

           IF NCS-TIPO-NOVEDAD IS EQUAL 'LI'
              GO TO F-2200-VALIDACION
           END-IF.

      * ALQUILER Y TRANSFERENCIA: TITULAR, COTITULARES Y CUENTA *
           IF NCS-TIPDOC IS EQUAL SPACES
              OR NCS-NRODOC IS NOT NUMERIC
              OR NCS-NRODOC IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'DOCUMENTO DEL TITULAR INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NCS-TIPCUEN IS NOT NUMERIC
              OR NCS-NROCUEN IS NOT NUMERIC
              OR NCS-NROCUEN IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA DE DEBITO INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF NCS-FEC-VENC IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'FECHA DE VENCIMIENTO INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

      * LA TRANSFERENCIA PUEDE VENIR SIN PERIODICIDAD (CONSERVA LA   *
      * DEL CONTRATO ANTERIOR) ***************************************
           MOVE NCS-PERIODICIDAD TO CJS-PERIODICIDAD.
           IF NOT CJS-ANUAL AND NOT CJS-SEMESTRAL
              IF NCS-TIPO-NOVEDAD IS EQUAL 'AL'
                 OR NCS-PERIODICIDAD IS NOT EQUAL SPACES
                 SET WS-ERROR TO TRUE
                 MOVE 'PERIODICIDAD INVALIDA' TO SUS-MOTIVO
                 GO TO F-2200-VALIDACION
              END-IF
           END-IF.

           PERFORM 2210-VALIDAR-COTITULAR THRU F-2210-VALIDAR-COTITULAR
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 3 OR WS-ERROR.

       F-2200-VALIDACION. EXIT.

      ***** COTITULAR DE LA NOVEDAD (TIPDOC EN ESPACIOS = SIN USAR) ***
       2210-VALIDAR-COTITULAR.

           IF NCS-COT-TIPDOC(WS-IX) IS EQUAL SPACES
              MOVE ZEROS  TO NCS-COT-NRODOC(WS-IX)
              MOVE SPACES TO NCS-COT-REGIMEN(WS-IX)
              GO TO F-2210-VALIDAR-COTITULAR
           END-IF.

           IF NCS-COT-NRODOC(WS-IX) IS NOT NUMERIC
              OR NCS-COT-NRODOC(WS-IX) IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'DOCUMENTO DE COTITULAR INVALIDO' TO SUS-MOTIVO
              GO TO F-2210-VALIDAR-COTITULAR
           END-IF.

           IF NCS-COT-REGIMEN(WS-IX) IS NOT EQUAL 'A'
              AND NCS-COT-REGIMEN(WS-IX) IS NOT EQUAL 'O'
              SET WS-ERROR TO TRUE
              MOVE 'REGIMEN DE COTITULAR INVALIDO' TO SUS-MOTIVO
           END-IF.

       F-2210-VALIDAR-COTITULAR. EXIT.

      ***** ALTA DE UNA CAJA LIBRE EN LA SUCURSAL *********************
       2300-ALTA-CAJA.

           INITIALIZE WS-REG-CAJSEG.
           MOVE NCS-SUCURSAL    TO CJS-SUCURSAL.
           MOVE NCS-NUMERO      TO CJS-NUMERO.
           MOVE NCS-TAMANIO     TO CJS-TAMANIO.
           SET CJS-LIBRE        TO TRUE.
           SET CJS-COBRO-AL-DIA TO TRUE.
           MOVE NCS-OPERADOR    TO CJS-OPERADOR.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-ESTADO.

           WRITE REG-CAJA FROM WS-REG-CAJSEG.

           EVALUATE FS-CAJ
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5100-DESCRIBIR-CAJA THRU F-5100-DESCRIBIR-CAJA
                 MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
                 PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
                 MOVE ZEROS TO WS-DET-IMPORTE
                 MOVE 'ALTA DE CAJA' TO WS-DET-ACCION
                 PERFORM 7000-IMPRIMIR-CAJA THRU F-7000-IMPRIMIR-CAJA
              WHEN '22'
                 MOVE 'CAJA YA REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE CAJAS = ' FS-CAJ
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2300-ALTA-CAJA. EXIT.

      ***** ALQUILER DE UNA CAJA LIBRE ********************************
       2400-ALQUILAR.

           IF NOT CJS-LIBRE
              MOVE 'CAJA NO DISPONIBLE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2400-ALQUILAR
           END-IF.

           PERFORM 2700-VALIDAR-ARRENDATARIOS
                   THRU F-2700-VALIDAR-ARRENDATARIOS.
           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2400-ALQUILAR
           END-IF.

           PERFORM 2800-CARGAR-ARRENDATARIOS
                   THRU F-2800-CARGAR-ARRENDATARIOS.
           SET CJS-ALQUILADA    TO TRUE.
           MOVE NCS-PERIODICIDAD TO CJS-PERIODICIDAD.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-CONTRATO.
           IF NCS-FEC-VENC IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8 TO WS-FEC-CALC-N
              MOVE 12 TO WS-MESES-SUMA
              PERFORM 5200-SUMAR-MESES THRU F-5200-SUMAR-MESES
              MOVE WS-FEC-CALC-N TO CJS-FEC-VENC
           ELSE
              MOVE NCS-FEC-VENC TO CJS-FEC-VENC
           END-IF.
      * EL PRIMER CANON SE COBRA EN LA PROXIMA FACTURACION *
           MOVE ZEROS           TO CJS-FEC-ULT-COBRO.
           MOVE WS-FECHA-HOY-8  TO CJS-PROX-COBRO.
           SET CJS-COBRO-AL-DIA TO TRUE.
           MOVE ZEROS           TO CJS-IMPORTE-ADEUDADO.

           MOVE 'ALQUIL' TO AUD-OPERACION.
           MOVE 'ALQUILADA' TO WS-DET-ACCION.

           PERFORM 2900-REGRABAR-NOVEDAD THRU F-2900-REGRABAR-NOVEDAD.

           IF FS-CAJ IS EQUAL '00'
              ADD 1 TO WS-TOT-ALQUILER
           END-IF.

       F-2400-ALQUILAR. EXIT.

      ***** LIBERACION: LA CAJA VUELVE A QUEDAR LIBRE *****************
       2500-LIBERAR.

           IF NOT CJS-ALQUILADA
              MOVE 'CAJA NO ALQUILADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2500-LIBERAR
           END-IF.

           IF CJS-COBRO-IMPAGO
              MOVE 'CAJA CON CANON IMPAGO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2500-LIBERAR
           END-IF.

           SET CJS-LIBRE        TO TRUE.
           MOVE SPACES          TO CJS-TIPDOC.
           MOVE ZEROS           TO CJS-NRODOC.
           PERFORM 2810-LIMPIAR-COTITULAR THRU F-2810-LIMPIAR-COTITULAR
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3.
           MOVE ZEROS           TO CJS-TIPCUEN.
           MOVE ZEROS           TO CJS-NROCUEN.
           MOVE SPACES          TO CJS-PERIODICIDAD.
           MOVE ZEROS           TO CJS-FEC-CONTRATO.
           MOVE ZEROS           TO CJS-FEC-VENC.
           MOVE ZEROS           TO CJS-PROX-COBRO.

           MOVE 'LIBERA' TO AUD-OPERACION.
           MOVE 'LIBERADA' TO WS-DET-ACCION.

           PERFORM 2900-REGRABAR-NOVEDAD THRU F-2900-REGRABAR-NOVEDAD.

           IF FS-CAJ IS EQUAL '00'
              ADD 1 TO WS-TOT-LIBERADAS
           END-IF.

       F-2500-LIBERAR. EXIT.

      ***** TRANSFERENCIA DEL ALQUILER A OTRO TITULAR: EL PERIODO YA *
      ***** COBRADO SIGUE VIGENTE Y EL PROXIMO COBRO NO CAMBIA ********
       2600-TRANSFERIR.

           IF NOT CJS-ALQUILADA
              MOVE 'CAJA NO ALQUILADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2600-TRANSFERIR
           END-IF.

           IF CJS-COBRO-IMPAGO
              MOVE 'CAJA CON CANON IMPAGO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2600-TRANSFERIR
           END-IF.

           PERFORM 2700-VALIDAR-ARRENDATARIOS
                   THRU F-2700-VALIDAR-ARRENDATARIOS.
           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2600-TRANSFERIR
           END-IF.

           PERFORM 2800-CARGAR-ARRENDATARIOS
                   THRU F-2800-CARGAR-ARRENDATARIOS.
           IF NCS-PERIODICIDAD IS NOT EQUAL SPACES
              MOVE NCS-PERIODICIDAD TO CJS-PERIODICIDAD
           END-IF.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-CONTRATO.
           IF NCS-FEC-VENC IS NOT EQUAL ZEROS
              MOVE NCS-FEC-VENC TO CJS-FEC-VENC
           END-IF.

           MOVE 'TRANSF' TO AUD-OPERACION.
           MOVE 'TRANSFERIDA A NUEVO TITULAR' TO WS-DET-ACCION.

           PERFORM 2900-REGRABAR-NOVEDAD THRU F-2900-REGRABAR-NOVEDAD.

           IF FS-CAJ IS EQUAL '00'
              ADD 1 TO WS-TOT-TRANSFER
           END-IF.

       F-2600-TRANSFERIR. EXIT.

      ***** TITULAR Y COTITULARES VIGENTES Y CUENTA DEL TITULAR *******
       2700-VALIDAR-ARRENDATARIOS.

           SET WS-NO-ERROR TO TRUE.

           MOVE NCS-TIPDOC TO WS-PER-TIPDOC.
           MOVE NCS-NRODOC TO WS-PER-NRODOC.
           PERFORM 5300-VERIFICAR-PERSONA THRU F-5300-VERIFICAR-PERSONA.
           EVALUATE TRUE
              WHEN WS-FIN-LECTURA
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR EN CONSULTA DE TITULAR' TO SUS-MOTIVO
                 GO TO F-2700-VALIDAR-ARRENDATARIOS
              WHEN WS-PERSONA-INEXISTENTE
                 SET WS-ERROR TO TRUE
                 MOVE 'TITULAR NO ES CLIENTE' TO SUS-MOTIVO
                 GO TO F-2700-VALIDAR-ARRENDATARIOS
              WHEN WS-PERSONA-FALLECIDA
                 SET WS-ERROR TO TRUE
                 MOVE 'TITULAR FALLECIDO' TO SUS-MOTIVO
                 GO TO F-2700-VALIDAR-ARRENDATARIOS
              WHEN WS-PERSONA-DE-BAJA
                 SET WS-ERROR TO TRUE
                 MOVE 'TITULAR DADO DE BAJA' TO SUS-MOTIVO
                 GO TO F-2700-VALIDAR-ARRENDATARIOS
           END-EVALUATE.

      * TITULAR RESTRINGIDO POR REVISION KYC VENCIDA *
           MOVE 'C'        TO LK-KYC-ACCION.
           MOVE NCS-TIPDOC TO LK-KYC-TIPDOC.
           MOVE NCS-NRODOC TO LK-KYC-NRODOC.

           CALL WS-PGMVKR15 USING LK-PARM-KYC.

           IF NOT LK-KYC-PASA
              SET WS-ERROR TO TRUE
              IF LK-KYC-RESTRINGIDO
                 MOVE 'TITULAR RESTRINGIDO POR KYC' TO SUS-MOTIVO
              ELSE
                 MOVE 'ERROR EN CONSULTA KYC' TO SUS-MOTIVO
              END-IF
              GO TO F-2700-VALIDAR-ARRENDATARIOS
           END-IF.

           PERFORM 2710-VALIDAR-COTITULAR THRU F-2710-VALIDAR-COTITULAR
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 3 OR WS-ERROR.
           IF WS-ERROR
              GO TO F-2700-VALIDAR-ARRENDATARIOS
           END-IF.

      * LA CUENTA DEL CANON DEBE SER DEL TITULAR DE LA CAJA *
           MOVE NCS-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE NCS-NROCUEN TO DB-CU-NROCUEN.
           MOVE NCS-TIPDOC  TO DB-CL-TIPDOC.
           MOVE NCS-NRODOC  TO DB-CL-NRODOC.

           EXEC SQL
              SELECT A.SALDO
                INTO :DB-CU-SALDO
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
                 CONTINUE
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA INEXISTENTE O DE OTRO' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA CAJA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR EN CONSULTA DE CUENTA' TO SUS-MOTIVO
           END-EVALUATE.

       F-2700-VALIDAR-ARRENDATARIOS. EXIT.

      ***** COTITULAR VIGENTE (LOS LUGARES SIN USAR SE SALTEAN) *******
       2710-VALIDAR-COTITULAR.

           IF NCS-COT-TIPDOC(WS-IX) IS EQUAL SPACES
              GO TO F-2710-VALIDAR-COTITULAR
           END-IF.

           MOVE NCS-COT-TIPDOC(WS-IX) TO WS-PER-TIPDOC.
           MOVE NCS-COT-NRODOC(WS-IX) TO WS-PER-NRODOC.
           PERFORM 5300-VERIFICAR-PERSONA THRU F-5300-VERIFICAR-PERSONA.
           EVALUATE TRUE
              WHEN WS-FIN-LECTURA
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR EN CONSULTA DE COTITULAR' TO SUS-MOTIVO
              WHEN WS-PERSONA-INEXISTENTE
                 SET WS-ERROR TO TRUE
                 MOVE 'COTITULAR NO ES CLIENTE' TO SUS-MOTIVO
              WHEN WS-PERSONA-FALLECIDA
                 SET WS-ERROR TO TRUE
                 MOVE 'COTITULAR FALLECIDO' TO SUS-MOTIVO
              WHEN WS-PERSONA-DE-BAJA
                 SET WS-ERROR TO TRUE
                 MOVE 'COTITULAR DADO DE BAJA' TO SUS-MOTIVO
           END-EVALUATE.

       F-2710-VALIDAR-COTITULAR. EXIT.

      ***** TITULAR, COTITULARES Y CUENTA DE LA NOVEDAD A LA CAJA *****
       2800-CARGAR-ARRENDATARIOS.

           MOVE NCS-TIPDOC      TO CJS-TIPDOC.
           MOVE NCS-NRODOC      TO CJS-NRODOC.
           MOVE NCS-COTITULARES TO CJS-COTITULARES.
           MOVE NCS-TIPCUEN     TO CJS-TIPCUEN.
           MOVE NCS-NROCUEN     TO CJS-NROCUEN.
           MOVE NCS-OPERADOR    TO CJS-OPERADOR.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-ESTADO.

       F-2800-CARGAR-ARRENDATARIOS. EXIT.

      ***** LUGAR DE COTITULAR SIN USAR *******************************
       2810-LIMPIAR-COTITULAR.

           MOVE SPACES TO CJS-COT-TIPDOC(WS-IX).
           MOVE ZEROS  TO CJS-COT-NRODOC(WS-IX).
           MOVE SPACES TO CJS-COT-REGIMEN(WS-IX).

       F-2810-LIMPIAR-COTITULAR. EXIT.

      ***** REGRABACION DE LA CAJA NOVEDADA CON AUDITORIA *************
       2900-REGRABAR-NOVEDAD.

           MOVE NCS-OPERADOR    TO CJS-OPERADOR.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-ESTADO.

           REWRITE REG-CAJA FROM WS-REG-CAJSEG.

           IF FS-CAJ IS EQUAL '00'
              PERFORM 5100-DESCRIBIR-CAJA THRU F-5100-DESCRIBIR-CAJA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              MOVE ZEROS TO WS-DET-IMPORTE
              PERFORM 7000-IMPRIMIR-CAJA THRU F-7000-IMPRIMIR-CAJA
           ELSE
              DISPLAY '* ERROR EN REWRITE CAJAS = ' FS-CAJ
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-2900-REGRABAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODO 'F' - FACTURACION DEL CANON  *
      *  DE LAS CAJAS CON COBRO VENCIDO    *
      *                                    *
      **************************************
       3000-FACTURAR-CAJA.

           PERFORM 3100-LEER-CAJA THRU F-3100-LEER-CAJA.

           IF WS-FIN-LECTURA
              GO TO F-3000-FACTURAR-CAJA
           END-IF.

           IF NOT CJS-ALQUILADA
              OR CJS-PROX-COBRO IS GREATER THAN WS-FECHA-HOY-8
              GO TO F-3000-FACTURAR-CAJA
           END-IF.

           ADD 1 TO WS-TOT-REVISADAS.

           EVALUATE TRUE
              WHEN CJS-CHICA
                 MOVE WS-PAR-CANON-CHICA   TO WS-IMP-CANON
              WHEN CJS-MEDIANA
                 MOVE WS-PAR-CANON-MEDIANA TO WS-IMP-CANON
              WHEN OTHER
                 MOVE WS-PAR-CANON-GRANDE  TO WS-IMP-CANON
           END-EVALUATE.
           IF CJS-SEMESTRAL
              COMPUTE WS-IMP-CANON ROUNDED = WS-IMP-CANON / 2
           END-IF.

           PERFORM 5100-DESCRIBIR-CAJA THRU F-5100-DESCRIBIR-CAJA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           PERFORM 3200-DEBITAR-CANON THRU F-3200-DEBITAR-CANON.

       F-3000-FACTURAR-CAJA. EXIT.

      ***** LECTURA SECUENCIAL DEL MAESTRO DE CAJAS *******************
       3100-LEER-CAJA.

           READ CAJAS NEXT INTO WS-REG-CAJSEG.

           EVALUATE FS-CAJ
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CAJAS = ' FS-CAJ
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-CAJA. EXIT.

      ***** DEBITO DEL CANON DEL PERIODO QUE EMPIEZA EN PROX-COBRO ****
      * UNA CAJA ATRASADA EN MAS DE UN PERIODO PAGA UNO POR CORRIDA   *
       3200-DEBITAR-CANON.

           MOVE CJS-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE CJS-NROCUEN       TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - WS-IMP-CANON.
           MOVE 'PGMVCS15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-CANON   TO LK-PS-CODMOV.
           MOVE CJS-SUCURSAL      TO WS-REF-SUCURSAL.
           MOVE CJS-NUMERO        TO WS-REF-NUMERO.
           MOVE CJS-PROX-COBRO    TO WS-REF-PERIODO.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           MOVE WS-IMP-CANON TO WS-DET-IMPORTE.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 ADD 1 TO WS-TOT-COBRADAS
                 ADD WS-IMP-CANON TO WS-IMP-COBRADO
                 MOVE 'CANON DEBITADO' TO WS-DET-ACCION
              WHEN LK-PS-YA-POSTEADO
                 ADD 1 TO WS-TOT-YA-COBR
                 MOVE 'CANON YA DEBITADO (REPROCESO)' TO WS-DET-ACCION
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT OF LK-PARM-POSTEO TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO CANON: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-DEBITAR-CANON
              WHEN LK-PS-CODIGO-INVALIDO
                 DISPLAY '* CODIGO ' WS-CODMOV-CANON
                         ' NO REGISTRADO EN DDCODMOV'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-DEBITAR-CANON
              WHEN OTHER
                 PERFORM 3300-MARCAR-IMPAGA THRU F-3300-MARCAR-IMPAGA
                 GO TO F-3200-DEBITAR-CANON
           END-EVALUATE.

      * PERIODO COBRADO: AVANZA EL PROXIMO COBRO Y, SI EL CONTRATO    *
      * TERMINA ANTES, SE RENUEVA TACITAMENTE POR UN ANIO *************
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-ULT-COBRO.
           MOVE CJS-PROX-COBRO  TO WS-FEC-CALC-N.
           IF CJS-SEMESTRAL
              MOVE 06 TO WS-MESES-SUMA
           ELSE
              MOVE 12 TO WS-MESES-SUMA
           END-IF.
           PERFORM 5200-SUMAR-MESES THRU F-5200-SUMAR-MESES.
           MOVE WS-FEC-CALC-N   TO CJS-PROX-COBRO.
           IF CJS-FEC-VENC IS LESS THAN CJS-PROX-COBRO
              MOVE CJS-FEC-VENC TO WS-FEC-CALC-N
              MOVE 12 TO WS-MESES-SUMA
              PERFORM 5200-SUMAR-MESES THRU F-5200-SUMAR-MESES
              MOVE WS-FEC-CALC-N TO CJS-FEC-VENC
           END-IF.
           SET CJS-COBRO-AL-DIA TO TRUE.
           MOVE ZEROS           TO CJS-IMPORTE-ADEUDADO.
           MOVE 'PGMVCS15'      TO CJS-OPERADOR.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-ESTADO.
           MOVE 'COBRO ' TO AUD-OPERACION.

           PERFORM 3900-REGRABAR-FACTURA THRU F-3900-REGRABAR-FACTURA.

       F-3200-DEBITAR-CANON. EXIT.

      ***** CANON RECHAZADO: LA CAJA QUEDA IMPAGA CON LO ADEUDADO *****
      * EL PROXIMO COBRO NO SE MUEVE Y LA CORRIDA SIGUIENTE VUELVE A  *
      * INTENTAR EL MISMO PERIODO (EL RECHAZO NO QUEDA EN TB99MOVI)   *
       3300-MARCAR-IMPAGA.

           ADD 1 TO WS-TOT-IMPAGAS.
           ADD WS-IMP-CANON TO WS-IMP-IMPAGO.

           EVALUATE TRUE
              WHEN LK-PS-CUENTA-INEXISTENTE
                 MOVE 'IMPAGA - CUENTA INEXISTENTE' TO WS-DET-ACCION
              WHEN LK-PS-RECHAZO-EMBARGO
                 MOVE 'IMPAGA - CUENTA EMBARGADA' TO WS-DET-ACCION
              WHEN LK-PS-RECHAZO-SUCESION
                 MOVE 'IMPAGA - TITULAR FALLECIDO' TO WS-DET-ACCION
              WHEN LK-PS-RECHAZO-COBRANZA
                 MOVE 'IMPAGA - CUENTA EN MORA' TO WS-DET-ACCION
              WHEN LK-PS-RECHAZO-RETENCION
                 MOVE 'IMPAGA - FONDOS RETENIDOS' TO WS-DET-ACCION
              WHEN OTHER
                 MOVE 'IMPAGA - DEBITO RECHAZADO' TO WS-DET-ACCION
           END-EVALUATE.

      * UN PERIODO QUE YA VENIA IMPAGO NO SE VUELVE A AUDITAR *
           IF CJS-COBRO-IMPAGO
              AND CJS-IMPORTE-ADEUDADO IS EQUAL WS-IMP-CANON
              PERFORM 7000-IMPRIMIR-CAJA THRU F-7000-IMPRIMIR-CAJA
              GO TO F-3300-MARCAR-IMPAGA
           END-IF.

           SET CJS-COBRO-IMPAGO TO TRUE.
           MOVE WS-IMP-CANON    TO CJS-IMPORTE-ADEUDADO.
           MOVE 'PGMVCS15'      TO CJS-OPERADOR.
           MOVE WS-FECHA-HOY-8  TO CJS-FEC-ESTADO.
           MOVE 'IMPAGO' TO AUD-OPERACION.

           PERFORM 3900-REGRABAR-FACTURA THRU F-3900-REGRABAR-FACTURA.

       F-3300-MARCAR-IMPAGA. EXIT.

      ***** REGRABACION DE LA CAJA FACTURADA CON AUDITORIA ************
       3900-REGRABAR-FACTURA.

           REWRITE REG-CAJA FROM WS-REG-CAJSEG.

           IF FS-CAJ IS EQUAL '00'
              PERFORM 5100-DESCRIBIR-CAJA THRU F-5100-DESCRIBIR-CAJA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              PERFORM 7000-IMPRIMIR-CAJA THRU F-7000-IMPRIMIR-CAJA
           ELSE
              DISPLAY '* ERROR EN REWRITE CAJAS = ' FS-CAJ
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3900-REGRABAR-FACTURA. EXIT.

      **************************************
      *                                    *
      *  MODO 'V' - CAJAS CON TITULAR O    *
      *  COTITULAR FALLECIDO O DE BAJA     *
      *                                    *
      **************************************
       4000-VERIFICAR-CAJA.

           PERFORM 3100-LEER-CAJA THRU F-3100-LEER-CAJA.

           IF WS-FIN-LECTURA
              GO TO F-4000-VERIFICAR-CAJA
           END-IF.

           IF NOT CJS-ALQUILADA
              GO TO F-4000-VERIFICAR-CAJA
           END-IF.

           ADD 1 TO WS-TOT-REVISADAS.
           SET WS-CAJA-SIN-PRECINTO TO TRUE.

           MOVE CJS-TIPDOC TO WS-PER-TIPDOC.
           MOVE CJS-NRODOC TO WS-PER-NRODOC.
           PERFORM 5300-VERIFICAR-PERSONA THRU F-5300-VERIFICAR-PERSONA.
           IF NOT WS-PERSONA-VIGENTE
              MOVE 'TITULAR' TO WS-DET-ACCION
              PERFORM 4200-IMPRIMIR-PRECINTO
                      THRU F-4200-IMPRIMIR-PRECINTO
           END-IF.

           PERFORM 4100-VERIFICAR-COTITULAR
                   THRU F-4100-VERIFICAR-COTITULAR
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 3 OR WS-FIN-LECTURA.

           IF WS-CAJA-A-PRECINTAR
              ADD 1 TO WS-TOT-PRECINTO
           END-IF.

       F-4000-VERIFICAR-CAJA. EXIT.

      ***** COTITULAR DE LA CAJA (LOS LUGARES SIN USAR SE SALTEAN) ****
       4100-VERIFICAR-COTITULAR.

           IF CJS-COT-TIPDOC(WS-IX) IS EQUAL SPACES
              GO TO F-4100-VERIFICAR-COTITULAR
           END-IF.

           MOVE CJS-COT-TIPDOC(WS-IX) TO WS-PER-TIPDOC.
           MOVE CJS-COT-NRODOC(WS-IX) TO WS-PER-NRODOC.
           PERFORM 5300-VERIFICAR-PERSONA THRU F-5300-VERIFICAR-PERSONA.
           IF NOT WS-PERSONA-VIGENTE
              MOVE 'COTITULAR' TO WS-DET-ACCION
              PERFORM 4200-IMPRIMIR-PRECINTO
                      THRU F-4200-IMPRIMIR-PRECINTO
           END-IF.

       F-4100-VERIFICAR-COTITULAR. EXIT.

      ***** LINEA DE CAJA A PRECINTAR (PERSONA Y ROL YA CARGADOS) *****
       4200-IMPRIMIR-PRECINTO.

           IF WS-FIN-LECTURA
              GO TO F-4200-IMPRIMIR-PRECINTO
           END-IF.

           SET WS-CAJA-A-PRECINTAR TO TRUE.
           MOVE SPACES TO WS-AUD-DESCRIPCION.

           EVALUATE TRUE
              WHEN WS-PERSONA-FALLECIDA
                 STRING WS-DET-ACCION DELIMITED BY SPACE
                        ' FALLECIDO' DELIMITED BY SIZE
                        INTO WS-AUD-DESCRIPCION
                 END-STRING
              WHEN WS-PERSONA-DE-BAJA
                 STRING WS-DET-ACCION DELIMITED BY SPACE
                        ' DADO DE BAJA' DELIMITED BY SIZE
                        INTO WS-AUD-DESCRIPCION
                 END-STRING
              WHEN OTHER
                 STRING WS-DET-ACCION DELIMITED BY SPACE
                        ' SIN CLIENTE EN TB99CLIE' DELIMITED BY SIZE
                        INTO WS-AUD-DESCRIPCION
                 END-STRING
           END-EVALUATE.

           MOVE ZEROS TO WS-DET-IMPORTE.
           PERFORM 7000-IMPRIMIR-CAJA THRU F-7000-IMPRIMIR-CAJA.

       F-4200-IMPRIMIR-PRECINTO. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION YA CARGADA) ***********
       5000-AUDITAR.

           MOVE 'PGMVCS15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'CAJASEG ' TO AUD-TABLA.
           MOVE SPACES TO AUD-CLAVE.
           MOVE CJS-CLAVE TO AUD-CLAVE(1:7).
           IF WS-MODO-NOVEDADES
              MOVE NCS-OPERADOR TO AUD-OPERADOR
           ELSE
              MOVE SPACES TO AUD-OPERADOR
           END-IF.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-AUDITAR. EXIT.

      ***** IMAGEN DE LA CAJA PARA EL ANTES/DESPUES *******************
       5100-DESCRIBIR-CAJA.

           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'E=' CJS-ESTADO ' T=' CJS-TIPDOC CJS-NRODOC
                  ' CTA=' CJS-TIPCUEN '/' CJS-NROCUEN
                  ' P=' CJS-PERIODICIDAD ' PX=' CJS-PROX-COBRO
                  ' C=' CJS-COBRO
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
           END-STRING.

       F-5100-DESCRIBIR-CAJA. EXIT.

      ***** SUMA WS-MESES-SUMA (HASTA 12) A WS-FEC-CALC; UN DIA QUE   *
      ***** NO EXISTE EN EL MES DESTINO SE LLEVA AL ULTIMO DEL MES ****
       5200-SUMAR-MESES.

           ADD WS-MESES-SUMA TO WS-FCA-MES.
           IF WS-FCA-MES IS GREATER THAN 12
              SUBTRACT 12 FROM WS-FCA-MES
              ADD 1 TO WS-FCA-ANIO
           END-IF.

           EVALUATE WS-FCA-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-DIA-MAXIMO
              WHEN 02
                 DIVIDE WS-FCA-ANIO BY 4 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                 IF WS-RESTO IS EQUAL ZEROS
                    MOVE 29 TO WS-DIA-MAXIMO
                 ELSE
                    MOVE 28 TO WS-DIA-MAXIMO
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-DIA-MAXIMO
           END-EVALUATE.

           IF WS-FCA-DIA IS GREATER THAN WS-DIA-MAXIMO
              MOVE WS-DIA-MAXIMO TO WS-FCA-DIA
           END-IF.

       F-5200-SUMAR-MESES. EXIT.

      ***** SITUACION DE UNA PERSONA: FALLECIDA (CPFALLEC), DADA DE  *
      ***** BAJA (FECBAJA), INEXISTENTE EN TB99CLIE O VIGENTE *********
       5300-VERIFICAR-PERSONA.

           MOVE SPACES TO WS-SITUACION-PERSONA.

           IF WS-FALLEC-ABIERTO
              MOVE SPACES        TO KEY-FAL
              MOVE WS-PER-TIPDOC TO KEY-FAL(1:2)
              MOVE WS-PER-NRODOC TO KEY-FAL(3:11)
              READ FALLEC INTO WS-REG-FALLEC
              EVALUATE FS-FAL
                 WHEN '00'
                    SET WS-PERSONA-FALLECIDA TO TRUE
                    GO TO F-5300-VERIFICAR-PERSONA
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN LECTURA FALLEC = ' FS-FAL
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO F-5300-VERIFICAR-PERSONA
              END-EVALUATE
           END-IF.

           MOVE WS-PER-TIPDOC TO DB-CL-TIPDOC.
           MOVE WS-PER-NRODOC TO DB-CL-NRODOC.
           MOVE SPACES        TO DB-CL-FECBAJA.

           EXEC SQL
              SELECT FECBAJA INTO :DB-CL-FECBAJA
                FROM ITPLZRY.TB99CLIE
               WHERE TIPDOC = :DB-CL-TIPDOC
                 AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 IF DB-CL-FECBAJA IS GREATER THAN SPACES
                    SET WS-PERSONA-DE-BAJA TO TRUE
                 END-IF
      * FECBAJA NULA = CLIENTE ACTIVO *
              WHEN -305
                 CONTINUE
              WHEN +100
                 SET WS-PERSONA-INEXISTENTE TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA FECBAJA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5300-VERIFICAR-PERSONA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVCAJA TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO (ACCION E IMPORTE YA CARGADOS) **********
      * EN LA VERIFICACION EL DOCUMENTO ES EL DE LA PERSONA QUE MOTIVA*
      * EL PRECINTO Y LA ACCION LA ARMA 4200-IMPRIMIR-PRECINTO        *
       7000-IMPRIMIR-CAJA.

           MOVE CJS-SUCURSAL    TO WS-DET-SUCURSAL.
           MOVE CJS-NUMERO      TO WS-DET-NUMERO.
           MOVE CJS-TAMANIO     TO WS-DET-TAMANIO.
           MOVE CJS-TIPCUEN     TO WS-DET-TIPCUEN.
           MOVE CJS-NROCUEN     TO WS-DET-NROCUEN.
           MOVE CJS-PROX-COBRO  TO WS-DET-PROX-COBRO.
           IF WS-MODO-VERIFICACION
              MOVE WS-PER-TIPDOC      TO WS-DET-TIPDOC
              MOVE WS-PER-NRODOC      TO WS-DET-NRODOC
              MOVE WS-AUD-DESCRIPCION TO WS-DET-ACCION
           ELSE
              MOVE CJS-TIPDOC         TO WS-DET-TIPDOC
              MOVE CJS-NRODOC         TO WS-DET-NRODOC
           END-IF.
           EVALUATE TRUE
              WHEN CJS-LIBRE
                 MOVE 'LIBRE'      TO WS-DET-ESTADO
              WHEN CJS-COBRO-IMPAGO
                 MOVE 'IMPAGA'     TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE 'ALQUILADA'  TO WS-DET-ESTADO
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-CAJA. EXIT.

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
              WHEN WS-MODO-NOVEDADES
                 DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS
                 DISPLAY 'CAJAS DADAS DE ALTA     = ' WS-TOT-ALTAS
                 DISPLAY 'CAJAS ALQUILADAS        = ' WS-TOT-ALQUILER
                 DISPLAY 'CAJAS LIBERADAS         = ' WS-TOT-LIBERADAS
                 DISPLAY 'CAJAS TRANSFERIDAS      = ' WS-TOT-TRANSFER
                 DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
                 MOVE 'F' TO LK-KYC-ACCION
                 CALL WS-PGMVKR15 USING LK-PARM-KYC
              WHEN WS-MODO-FACTURACION
                 DISPLAY 'CAJAS A FACTURAR        = ' WS-TOT-REVISADAS
                 DISPLAY 'CANONES DEBITADOS       = ' WS-TOT-COBRADAS
                 DISPLAY 'YA DEBITADOS (REPROCESO)= ' WS-TOT-YA-COBR
                 DISPLAY 'CANONES IMPAGOS         = ' WS-TOT-IMPAGAS
                 MOVE WS-IMP-COBRADO TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE DEBITADO        = ' WS-IMP-EDIT
                 MOVE WS-IMP-IMPAGO  TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE IMPAGO          = ' WS-IMP-EDIT
              WHEN OTHER
                 DISPLAY 'CAJAS ALQUILADAS REVIS. = ' WS-TOT-REVISADAS
                 DISPLAY 'CAJAS A PRECINTAR       = ' WS-TOT-PRECINTO
           END-EVALUATE.

           IF WS-MODO-NOVEDADES
              CLOSE ENTRADA
           END-IF.
           IF WS-FALLEC-ABIERTO
              CLOSE FALLEC
           END-IF.

           CLOSE CAJAS
              IF FS-CAJ IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CAJAS = ' FS-CAJ
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

      * CANON IMPAGO O CAJAS A PRECINTAR: ALERTA PARA LA SUCURSAL *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-IMPAGAS > ZEROS OR WS-TOT-PRECINTO > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVCS15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                   + WS-TOT-ALQUILER + WS-TOT-LIBERADAS
                   + WS-TOT-TRANSFER + WS-TOT-COBRADAS
                   + WS-TOT-PRECINTO.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUSPENSO + WS-TOT-IMPAGAS.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
