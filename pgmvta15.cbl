       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVTA15.

      ***********************************************
      *                                             *
      *  MANTENIMIENTO DE LA TABLA DE TASAS CON     *
      *  VIGENCIA (CLASE, MONEDA, BANDA Y FECHA)    *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * CADA JOB QUE USA UNA TASA LA LEIA DE SU     *
      * PROPIO PARAMETRO (PLAZO FIJO DEL FEED DE    *
      * CONSTITUCION, DESCUBIERTO DEL DDPARAM DE    *
      * PGMVID15, DEVENGAMIENTO DEL SUYO). ESTE     *
      * PROGRAMA MANTIENE LA TABLA UNICA DDTASINT   *
      * (CPTASAS) CON EL FEED DE TASAS:             *
      *   'AL' ALTA DE UNA TASA PARA UNA VIGENCIA   *
      *   'MO' CORRIGE LA TASA DE UNA VIGENCIA      *
      *        QUE TODAVIA NO ENTRO EN VIGOR        *
      *   'AN' ANULA UNA VIGENCIA QUE TODAVIA NO    *
      *        ENTRO EN VIGOR (QUEDA GRABADA)       *
      * TODA NOVEDAD DEBE TENER FECHA DE VIGENCIA   *
      * POSTERIOR A LA FECHA DE PROCESO: LO QUE YA  *
      * RIGE O RIGIO NO SE TOCA Y NADA SE BORRA,    *
      * ASI LA TABLA ES TAMBIEN LA HISTORIA DE      *
      * TASAS. LA TASA EN VIGOR LA RESUELVE LA      *
      * RUTINA PGMVTQ15                             *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION EN EL *
      * MAESTRO DE OPERADORES (RUTINA PGMVOP15) LA  *
      * NOVEDAD VA AL SUSPENSO, Y EL OPERADOR QUEDA *
      * ESTAMPADO EN LA AUDITORIA CPAUDIT           *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDTASNOV
                    FILE STATUS IS FS-ENT.

             SELECT TASAS ASSIGN DDTASINT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-TASAS
                    FILE STATUS IS FS-TAS.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * FEED DE TASAS - AL / MO / AN *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(40).

       FD TASAS.

       01 REG-TASAS.
           03 KEY-TASAS     PIC X(20).
           03 FILLER        PIC X(40).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(40).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-TAS           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPTASAS.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-REG-NOVTAS.
           03  NTA-TIPO-NOVEDAD   PIC X(02).
           03  NTA-CLASE          PIC X(02).
           03  NTA-MONEDA         PIC 9(02).
           03  NTA-BANDA-HASTA    PIC 9(08).
           03  NTA-VIGENCIA       PIC 9(08).
           03  NTA-VIGENCIA-R     REDEFINES NTA-VIGENCIA.
               05  NTA-VIG-AAAA   PIC 9(04).
               05  NTA-VIG-MM     PIC 9(02).
               05  NTA-VIG-DD     PIC 9(02).
           03  NTA-TASA           PIC 9(02)V9(04).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NTA-OPERADOR       PIC X(08).
           03  FILLER             PIC X(04).

      * IMAGEN DE LA TASA PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-TAS.
           03  FILLER             PIC X(05) VALUE 'TASA='.
           03  WS-IMG-TASA        PIC Z9,9999.
           03  FILLER             PIC X(05) VALUE ' EST='.
           03  WS-IMG-ESTADO      PIC X(01).
           03  FILLER             PIC X(06) VALUE ' ALTA='.
           03  WS-IMG-ALTA        PIC 9(08).
           03  FILLER             PIC X(06) VALUE ' MODI='.
           03  WS-IMG-FEC-ESTADO  PIC 9(08).
           03  FILLER             PIC X(14) VALUE SPACES.

       77  WS-AUD-OPERACION PIC X(06) VALUE SPACES.

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 999   VALUE ZEROS.
       77  WS-TOT-ANULADAS  PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 999   VALUE ZEROS.
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
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O TASAS.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-TAS IS EQUAL '35'
              OPEN OUTPUT TASAS
              IF FS-TAS IS EQUAL '00'
                 CLOSE TASAS
                 OPEN I-O TASAS
              END-IF
           END-IF.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TASAS = ' FS-TAS
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

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NTA-OPERADOR TO LK-OPE-ID.
           MOVE 'TA'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           PERFORM 3000-VALIDAR-CLAVE THRU F-3000-VALIDAR-CLAVE.
           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE NTA-TIPO-NOVEDAD
              WHEN 'AL'
                 PERFORM 4000-ALTA-TASA THRU F-4000-ALTA-TASA
              WHEN 'MO'
                 PERFORM 4100-MODIF-TASA THRU F-4100-MODIF-TASA
              WHEN 'AN'
                 PERFORM 4200-ANULAR-TASA THRU F-4200-ANULAR-TASA
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE TASAS *****
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVTAS.
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

      ***** CLAVE DE LA TASA Y VIGENCIA ESTRICTAMENTE FUTURA **********
       3000-VALIDAR-CLAVE.

           MOVE NTA-CLASE TO TAS-CLASE.
           IF NOT TAS-CLASE-VALIDA
              SET WS-ERROR TO TRUE
              MOVE 'CLASE DE TASA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-CLAVE
           END-IF.

           IF NTA-MONEDA IS NOT NUMERIC
              OR NTA-MONEDA IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'MONEDA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-CLAVE
           END-IF.

           IF NTA-BANDA-HASTA IS NOT NUMERIC
              OR NTA-BANDA-HASTA IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'TOPE DE BANDA INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-CLAVE
           END-IF.

           IF NTA-VIGENCIA IS NOT NUMERIC
              OR NTA-VIG-MM IS LESS 01 OR NTA-VIG-MM IS GREATER 12
              OR NTA-VIG-DD IS LESS 01
              SET WS-ERROR TO TRUE
              MOVE 'FECHA DE VIGENCIA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-CLAVE
           END-IF.

           MOVE NTA-VIG-AAAA      TO LK-ANIO.
           MOVE NTA-VIG-MM        TO LK-MES.
           MOVE NTA-VIG-DD        TO LK-DIA.
           MOVE LK-FP-FECHA-8(1:4) TO LK-ANIO-MIN.
           COMPUTE LK-ANIO-MAX = LK-ANIO-MIN + 10.
           CALL WS-PGMVFC15 USING LK-PARM-FECHA.
           IF LK-FECHA-NOT-VALIDA
              SET WS-ERROR TO TRUE
              MOVE 'FECHA DE VIGENCIA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-CLAVE
           END-IF.

      * SOLO CAMBIOS A FUTURO: LO QUE YA RIGE O RIGIO ES HISTORIA *****
           IF NTA-VIGENCIA IS NOT GREATER LK-FP-FECHA-8
              SET WS-ERROR TO TRUE
              MOVE 'VIGENCIA NO POSTERIOR AL PROCESO' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-CLAVE
           END-IF.

           IF NTA-TIPO-NOVEDAD IS NOT EQUAL 'AN'
              AND NTA-TASA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'TASA INVALIDA' TO SUS-MOTIVO
           END-IF.

       F-3000-VALIDAR-CLAVE. EXIT.

      ***** ALTA DE LA TASA PARA UNA VIGENCIA NUEVA *******************
       4000-ALTA-TASA.

           MOVE SPACES TO WS-REG-TASA.
           MOVE NTA-CLASE              TO TAS-CLASE.
           MOVE NTA-MONEDA             TO TAS-MONEDA.
           MOVE NTA-BANDA-HASTA        TO TAS-BANDA-HASTA.
           MOVE NTA-VIGENCIA           TO TAS-VIGENCIA.
           MOVE NTA-TASA               TO TAS-TASA.
           SET TAS-ACTIVA              TO TRUE.
           MOVE LK-FP-FECHA-8          TO TAS-FECHA-ALTA.
           MOVE LK-FP-FECHA-8          TO TAS-FECHA-ESTADO.
           MOVE NTA-OPERADOR           TO TAS-OPERADOR.

           WRITE REG-TASAS FROM WS-REG-TASA.

           EVALUATE FS-TAS
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE SPACES TO WS-REG-AUDITORIA
                 PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-TAS TO AUD-DESPUES
                 MOVE 'ALTA'        TO WS-AUD-OPERACION
                 PERFORM 7000-AUDITAR THRU F-7000-AUDITAR
              WHEN '22'
                 SET WS-ERROR TO TRUE
                 MOVE 'VIGENCIA YA CARGADA - USAR MO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE TASAS = ' FS-TAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-TASA. EXIT.

      ***** CORRECCION DE UNA VIGENCIA FUTURA (LA REACTIVA SI ESTABA *
      ***** ANULADA) **************************************************
       4100-MODIF-TASA.

           PERFORM 4800-LEER-TASA THRU F-4800-LEER-TASA.
           IF WS-ERROR
              GO TO F-4100-MODIF-TASA
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-TAS TO AUD-ANTES.

           MOVE NTA-TASA      TO TAS-TASA.
           SET TAS-ACTIVA     TO TRUE.
           MOVE LK-FP-FECHA-8 TO TAS-FECHA-ESTADO.
           MOVE NTA-OPERADOR  TO TAS-OPERADOR.

           REWRITE REG-TASAS FROM WS-REG-TASA.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE TASAS = ' FS-TAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4100-MODIF-TASA
           END-IF.

           ADD 1 TO WS-TOT-MODIF.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-TAS TO AUD-DESPUES.
           MOVE 'MODIF'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4100-MODIF-TASA. EXIT.

      ***** ANULACION DE UNA VIGENCIA FUTURA - NO SE BORRA ************
       4200-ANULAR-TASA.

           PERFORM 4800-LEER-TASA THRU F-4800-LEER-TASA.
           IF WS-ERROR
              GO TO F-4200-ANULAR-TASA
           END-IF.

           IF TAS-ANULADA
              SET WS-ERROR TO TRUE
              MOVE 'VIGENCIA YA ANULADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-ANULAR-TASA
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-TAS TO AUD-ANTES.

           SET TAS-ANULADA    TO TRUE.
           MOVE LK-FP-FECHA-8 TO TAS-FECHA-ESTADO.
           MOVE NTA-OPERADOR  TO TAS-OPERADOR.

           REWRITE REG-TASAS FROM WS-REG-TASA.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE TASAS = ' FS-TAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4200-ANULAR-TASA
           END-IF.

           ADD 1 TO WS-TOT-ANULADAS.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-TAS TO AUD-DESPUES.
           MOVE 'ANULA'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4200-ANULAR-TASA. EXIT.

      ***** LECTURA DE LA VIGENCIA A CORREGIR O ANULAR ****************
       4800-LEER-TASA.

           MOVE NTA-CLASE       TO TAS-CLASE.
           MOVE NTA-MONEDA      TO TAS-MONEDA.
           MOVE NTA-BANDA-HASTA TO TAS-BANDA-HASTA.
           MOVE NTA-VIGENCIA    TO TAS-VIGENCIA.
           MOVE TAS-CLAVE       TO KEY-TASAS.

           READ TASAS INTO WS-REG-TASA.

           EVALUATE FS-TAS
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'VIGENCIA INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TASAS = ' FS-TAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4800-LEER-TASA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVTAS TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DE LA TABLA DE TASAS **************
       7000-AUDITAR.

           MOVE 'PGMVTA15'       TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES     TO AUD-FECHA.
           MOVE 'TASAS'          TO AUD-TABLA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE TAS-CLAVE        TO AUD-CLAVE.
           MOVE NTA-OPERADOR     TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7000-AUDITAR. EXIT.

       7100-ARMAR-IMAGEN.

           MOVE TAS-TASA               TO WS-IMG-TASA.
           MOVE TAS-ESTADO             TO WS-IMG-ESTADO.
           MOVE TAS-FECHA-ALTA         TO WS-IMG-ALTA.
           MOVE TAS-FECHA-ESTADO       TO WS-IMG-FEC-ESTADO.

       F-7100-ARMAR-IMAGEN. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS.
           DISPLAY 'VIGENCIAS DADAS DE ALTA = ' WS-TOT-ALTAS.
           DISPLAY 'VIGENCIAS CORREGIDAS    = ' WS-TOT-MODIF.
           DISPLAY 'VIGENCIAS ANULADAS      = ' WS-TOT-ANULADAS.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA
              IF FS-ENT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE TASAS
              IF FS-TAS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE TASAS = ' FS-TAS
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

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVTA15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                   + WS-TOT-ANULADAS.
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
