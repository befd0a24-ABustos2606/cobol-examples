       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPG15.

      ***********************************************
      *                                             *
      *  PLANIFICACION DE CORRIDAS DE LA CADENA:    *
      *  MAESTRO DE FRECUENCIAS Y PROYECCION        *
      *        TP 30 - CHECK-POINT 16 BATCH         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL MONITOR DE SLA, EL PREFLIGHT Y EL        *
      * ORQUESTADOR DE RELANZAMIENTO TRABAJABAN CON *
      * UNA LISTA FIJA DE PROGRAMAS NOCTURNOS, PERO *
      * HAY JOBS DE FIN DE MES (PGMVCM15, LOS       *
      * EXTRACTOS REGULATORIOS), ANUALES (PGMVTX15) *
      * O SOLO DE DIAS HABILES (PGMVPZ15), Y        *
      * OPERACIONES RECIBIA FALSAS ALARMAS DE JOB   *
      * FALTANTE. ESTE PROGRAMA MANTIENE EL MAESTRO *
      * DDPLANIF (CPPLANIF) CON LA REGLA DE         *
      * FRECUENCIA DE CADA PROGRAMA, QUE LA RUTINA  *
      * PGMVPL15 RESUELVE CONTRA EL CALENDARIO DE   *
      * DIAS HABILES (PGMVBD15).                    *
      *                                             *
      * MODO 'M' (DEFAULT): APLICA EL FEED DDPLANOV *
      *   'AL' ALTA DE UN PROGRAMA CON SU REGLA     *
      *   'MO' CAMBIA LA REGLA DE UN PROGRAMA       *
      *   'BA' BAJA: EL PROGRAMA SALE DE LA CADENA  *
      *        (QUEDA GRABADO CON SU REGLA)         *
      *   'RE' REACTIVA UN PROGRAMA DADO DE BAJA    *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO, *
      * QUE DEBE ESTAR HABILITADO PARA LA FUNCION   *
      * 'PL' EN EL MAESTRO DE OPERADORES (PGMVOP15) *
      * Y QUEDA ESTAMPADO EN LA AUDITORIA CPAUDIT.  *
      *                                             *
      * MODO 'P': PROYECCION DE LOS PROXIMOS DIAS   *
      * (30 SALVO PARAMETRO) DESDE LA FECHA DE      *
      * PROCESO: POR CADA DIA, SI ES HABIL Y QUE    *
      * PROGRAMAS SE ESPERAN ESA NOCHE              *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ALTAS, CAMBIOS, BAJAS Y REACTIVACIONES DE PLANIFICACION *
             SELECT ENTRADA ASSIGN DDPLANOV
                    FILE STATUS IS FS-ENT.

             SELECT PLANIF ASSIGN DDPLANIF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-PLANIF
                    FILE STATUS IS FS-PLA.

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

      * FEED DE PLANIFICACION - AL / MO / BA / RE *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(130).

       FD PLANIF.

       01 REG-PLANIF.
           03 KEY-PLANIF    PIC X(08).
           03 FILLER        PIC X(152).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(130).
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
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-PLA           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPPLANIF.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * MODO DE CORRIDA, DIAS A PROYECTAR (DEFAULT 30) Y FECHA DESDE  *
      * (DEFAULT LA FECHA DE PROCESO) *********************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO      PIC X(01)  VALUE 'M'.
               88  WS-MODO-MANTENIMIENTO    VALUE 'M'.
               88  WS-MODO-PROYECCION       VALUE 'P'.
           03  WS-PAR-DIAS      PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-DESDE     PIC 9(08)  VALUE ZEROS.

       01  WS-REG-NOVPLA.
           03  NPL-TIPO-NOVEDAD   PIC X(02).
           03  NPL-PROGRAMA       PIC X(08).
           03  NPL-DESCRIPCION    PIC X(30).
           03  NPL-FRECUENCIA     PIC X(01).
           03  NPL-AJUSTE         PIC X(01).
           03  NPL-FECHAS.
               05  NPL-FECHA      PIC 9(08) OCCURS 6 TIMES.
           03  NPL-CICLO-DIAS     PIC 9(03).
           03  NPL-CICLO-BASE     PIC 9(08).
           03  NPL-ORDEN          PIC 9(03).
           03  NPL-VIG-DESDE      PIC 9(08).
           03  NPL-VIG-HASTA      PIC 9(08).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NPL-OPERADOR       PIC X(08).
           03  FILLER             PIC X(02).

      * FECHA PUNTUAL EN VALIDACION *
       01  WS-FEC-VAL         PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-VAL-R       REDEFINES WS-FEC-VAL.
           03  WS-VAL-AAAA    PIC 9(04).
           03  WS-VAL-MM      PIC 9(02).
           03  WS-VAL-DD      PIC 9(02).

       77  WS-IND-FEC       PIC 9(02)  VALUE ZEROS.
       77  WS-CANT-FECHAS   PIC 9(02)  VALUE ZEROS.

      * IMAGEN DE LA REGLA PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-PLA.
           03  FILLER             PIC X(04) VALUE 'FRE='.
           03  WS-IMG-FRECUENCIA  PIC X(01).
           03  FILLER             PIC X(04) VALUE ' AJ='.
           03  WS-IMG-AJUSTE      PIC X(01).
           03  FILLER             PIC X(05) VALUE ' EST='.
           03  WS-IMG-ESTADO      PIC X(01).
           03  FILLER             PIC X(05) VALUE ' CIC='.
           03  WS-IMG-CICLO       PIC 9(03).
           03  FILLER             PIC X(05) VALUE ' VIG='.
           03  WS-IMG-VIG-DESDE   PIC 9(08).
           03  FILLER             PIC X(01) VALUE '-'.
           03  WS-IMG-VIG-HASTA   PIC 9(08).
           03  FILLER             PIC X(14) VALUE SPACES.

       77  WS-AUD-OPERACION PIC X(06) VALUE SPACES.

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 999   VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-REACTIV   PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 999   VALUE ZEROS.

      * PROYECCION *
       77  WS-DIAS-PROYEC   PIC 9(03)  VALUE 30.
       77  WS-IND-DIA       PIC 9(03)  VALUE ZEROS.
       77  WS-ENTERO-DESDE  PIC 9(08)  VALUE ZEROS.
       77  WS-ENTERO-FECHA  PIC 9(08)  VALUE ZEROS.
       77  WS-FECHA-DIA     PIC 9(08)  VALUE ZEROS.
       77  WS-IND-LIN       PIC 9(02)  VALUE ZEROS.
       77  WS-CORRIDAS-DIA  PIC 9(03)  VALUE ZEROS.
       77  WS-TOT-DIAS      PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-CORRIDAS  PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-PRESUNTAS PIC 9(05)  VALUE ZEROS.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

      * RESOLUCION DE LA PLANIFICACION (RUTINA COMPARTIDA) ************
       01  WS-PGMVPL15      PIC X(8)  VALUE 'PGMVPL15'.
           COPY CPPLACTL.

      * RUTINA COMPARTIDA DE CALENDARIO DE DIAS HABILES ***************
       01  WS-PGMVBD15        PIC X(8)     VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

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

      * IMPRESION DE LA PROYECCION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(40)    VALUE
                   'PLANIFICACION DE CORRIDAS - PROXIMOS    '.
           03  WS-TIT-DIAS   PIC ZZ9      VALUE ZEROS.
           03  FILLER        PIC X(13)    VALUE ' DIAS DESDE  '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(68)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(08)    VALUE 'FECHA   '.
           03  FILLER        PIC X(4)     VALUE SPACES.
           03  FILLER        PIC X(10)    VALUE 'DIA       '.
           03  FILLER        PIC X(4)     VALUE SPACES.
           03  FILLER        PIC X(08)    VALUE 'CORRIDAS'.
           03  FILLER        PIC X(4)     VALUE SPACES.
           03  FILLER        PIC X(40)    VALUE
                   'PROGRAMAS ESPERADOS (* = SIN CALENDARIO)'.
           03  FILLER        PIC X(54)    VALUE SPACES.

       01  WS-REG-DIA.
           03  WS-LIN-FECHA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-LIN-TIPO-DIA    PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-LIN-CORRIDAS    PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(103)   VALUE SPACES.

      * HASTA DIEZ PROGRAMAS POR RENGLON BAJO CADA DIA *
       01  WS-REG-PROGRAMAS.
           03  FILLER             PIC X(12)    VALUE SPACES.
           03  WS-LIN-PROGRAMA    PIC X(10)    OCCURS 10 TIMES.
           03  FILLER             PIC X(20)    VALUE SPACES.

       01  WS-ITEM-PROGRAMA.
           03  WS-ITM-NOMBRE      PIC X(08).
           03  WS-ITM-MARCA       PIC X(01).
           03  FILLER             PIC X(01)    VALUE SPACES.

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

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2000-PROCESO THRU F-2000-PROCESO
                      UNTIL WS-FIN-LECTURA
           ELSE
              IF WS-NO-FIN-LECTURA
                 PERFORM 5000-PROYECTAR-DIA THRU F-5000-PROYECTAR-DIA
                         VARYING WS-IND-DIA FROM 1 BY 1
                         UNTIL WS-IND-DIA > WS-DIAS-PROYEC
                            OR WS-FIN-LECTURA
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

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
                 IF WS-NO-FIN-LECTURA
                    PERFORM 2100-LECTURA THRU F-2100-LECTURA
                 END-IF
              WHEN WS-MODO-PROYECCION
                 PERFORM 1200-ABRIR-PROYECCION
                         THRU F-1200-ABRIR-PROYECCION
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1000-INICIO.   EXIT.

      ***** MODO 'M': FEED, MAESTRO, SUSPENSO Y AUDITORIA *************
       1100-ABRIR-MANTENIMIENTO.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O PLANIF.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-PLA IS EQUAL '35'
              OPEN OUTPUT PLANIF
              IF FS-PLA IS EQUAL '00'
                 CLOSE PLANIF
                 OPEN I-O PLANIF
              END-IF
           END-IF.
           IF FS-PLA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PLANIF = ' FS-PLA
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

       F-1100-ABRIR-MANTENIMIENTO. EXIT.

      ***** MODO 'P': LISTADO DE LA PROYECCION ************************
       1200-ABRIR-PROYECCION.

           IF WS-PAR-DIAS IS NUMERIC
              AND WS-PAR-DIAS IS GREATER ZEROS
              MOVE WS-PAR-DIAS TO WS-DIAS-PROYEC
           END-IF.

           IF WS-PAR-DESDE IS NUMERIC
              AND WS-PAR-DESDE IS GREATER ZEROS
              MOVE WS-PAR-DESDE  TO WS-FECHA-DIA
           ELSE
              MOVE LK-FP-FECHA-8 TO WS-FECHA-DIA
           END-IF.
           COMPUTE WS-ENTERO-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA).

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-ABRIR-PROYECCION
           END-IF.

           MOVE WS-DIAS-PROYEC TO WS-TIT-DIAS.
           MOVE WS-FECHA-DIA   TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

      * SIN MAESTRO NO HAY NADA QUE PROYECTAR *
           MOVE 'C'           TO LK-PLA-FUNCION.
           MOVE SPACES        TO LK-PLA-PROGRAMA.
           MOVE WS-FECHA-DIA  TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.
           IF LK-PLA-SIN-MAESTRO
              DISPLAY '* MAESTRO DE PLANIFICACION DDPLANIF NO '
                      'DISPONIBLE'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1200-ABRIR-PROYECCION. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - MAESTRO DE             *
      *  PLANIFICACION                     *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NPL-OPERADOR TO LK-OPE-ID.
           MOVE 'PL'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           IF NPL-PROGRAMA IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'PROGRAMA EN BLANCO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           IF NPL-TIPO-NOVEDAD IS EQUAL 'AL'
              OR NPL-TIPO-NOVEDAD IS EQUAL 'MO'
              PERFORM 3000-VALIDAR-REGLA THRU F-3000-VALIDAR-REGLA
              IF WS-ERROR
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2000-LEER-SIGUIENTE
              END-IF
           END-IF.

           EVALUATE NPL-TIPO-NOVEDAD
              WHEN 'AL'
                 PERFORM 4000-ALTA-PROGRAMA THRU F-4000-ALTA-PROGRAMA
              WHEN 'MO'
                 PERFORM 4100-MODIF-REGLA THRU F-4100-MODIF-REGLA
              WHEN 'BA'
                 PERFORM 4200-BAJA-PROGRAMA THRU F-4200-BAJA-PROGRAMA
              WHEN 'RE'
                 PERFORM 4300-REACTIVAR THRU F-4300-REACTIVAR
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE PLANIFICACION *****
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVPLA.
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

      ***** REGLA DE FRECUENCIA DEL ALTA O LA MODIFICACION ************
       3000-VALIDAR-REGLA.

           MOVE NPL-FRECUENCIA TO PLN-FRECUENCIA.
           IF NOT PLN-FRECUENCIA-VALIDA
              SET WS-ERROR TO TRUE
              MOVE 'FRECUENCIA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-REGLA
           END-IF.

      * SIN AJUSTE INFORMADO, LA FECHA INHABIL PASA AL HABIL SIGUIENTE*
           IF NPL-AJUSTE IS EQUAL SPACES
              MOVE 'S' TO NPL-AJUSTE
           END-IF.
           MOVE NPL-AJUSTE TO PLN-AJUSTE.
           IF NOT PLN-AJUSTE-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'AJUSTE POR INHABIL INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-REGLA
           END-IF.

           IF NPL-FECHAS IS NOT NUMERIC
              OR NPL-CICLO-DIAS IS NOT NUMERIC
              OR NPL-CICLO-BASE IS NOT NUMERIC
              OR NPL-ORDEN IS NOT NUMERIC
              OR NPL-VIG-DESDE IS NOT NUMERIC
              OR NPL-VIG-HASTA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'CAMPOS NUMERICOS INVALIDOS' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-REGLA
           END-IF.

           IF PLN-FECHAS-PUNTUALES
              MOVE ZEROS TO WS-CANT-FECHAS
              PERFORM 3100-VALIDAR-FECHA THRU F-3100-VALIDAR-FECHA
                      VARYING WS-IND-FEC FROM 1 BY 1
                      UNTIL WS-IND-FEC > 6 OR WS-ERROR
              IF WS-ERROR
                 GO TO F-3000-VALIDAR-REGLA
              END-IF
              IF WS-CANT-FECHAS IS EQUAL ZEROS
                 SET WS-ERROR TO TRUE
                 MOVE 'FECHAS PUNTUALES SIN CARGAR' TO SUS-MOTIVO
                 GO TO F-3000-VALIDAR-REGLA
              END-IF
           END-IF.

           IF PLN-CICLO
              AND (NPL-CICLO-DIAS IS EQUAL ZEROS
                   OR NPL-CICLO-BASE IS EQUAL ZEROS)
              SET WS-ERROR TO TRUE
              MOVE 'CICLO SIN DIAS O SIN FECHA BASE' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-REGLA
           END-IF.

      * VIGENCIA: SIN DESDE RIGE DESDE HOY, SIN HASTA NO VENCE ********
           IF NPL-VIG-DESDE IS EQUAL ZEROS
              MOVE LK-FP-FECHA-8 TO NPL-VIG-DESDE
           END-IF.
           IF NPL-VIG-HASTA IS EQUAL ZEROS
              MOVE 99999999 TO NPL-VIG-HASTA
           END-IF.
           IF NPL-VIG-HASTA IS LESS NPL-VIG-DESDE
              SET WS-ERROR TO TRUE
              MOVE 'VIGENCIA INVALIDA' TO SUS-MOTIVO
           END-IF.

       F-3000-VALIDAR-REGLA. EXIT.

      ***** UNA FECHA PUNTUAL: AAAAMMDD, O 0000MMDD TODOS LOS ANIOS ***
       3100-VALIDAR-FECHA.

           MOVE NPL-FECHA(WS-IND-FEC) TO WS-FEC-VAL.

           IF WS-FEC-VAL IS EQUAL ZEROS
              GO TO F-3100-VALIDAR-FECHA
           END-IF.

           ADD 1 TO WS-CANT-FECHAS.

           IF WS-VAL-AAAA IS EQUAL ZEROS
              IF WS-VAL-MM IS LESS 01 OR WS-VAL-MM IS GREATER 12
                 OR WS-VAL-DD IS LESS 01 OR WS-VAL-DD IS GREATER 31
                 SET WS-ERROR TO TRUE
                 MOVE 'FECHA PUNTUAL INVALIDA' TO SUS-MOTIVO
              END-IF
              GO TO F-3100-VALIDAR-FECHA
           END-IF.

           MOVE WS-VAL-AAAA        TO LK-ANIO.
           MOVE WS-VAL-MM          TO LK-MES.
           MOVE WS-VAL-DD          TO LK-DIA.
           MOVE LK-FP-FECHA-8(1:4) TO LK-ANIO-MIN.
           COMPUTE LK-ANIO-MAX = LK-ANIO-MIN + 10.
           CALL WS-PGMVFC15 USING LK-PARM-FECHA.
           IF LK-FECHA-NOT-VALIDA
              SET WS-ERROR TO TRUE
              MOVE 'FECHA PUNTUAL INVALIDA' TO SUS-MOTIVO
           END-IF.

       F-3100-VALIDAR-FECHA. EXIT.

      ***** ALTA DE UN PROGRAMA EN LA PLANIFICACION *******************
       4000-ALTA-PROGRAMA.

           MOVE SPACES TO WS-REG-PLANIF.
           MOVE NPL-PROGRAMA           TO PLN-PROGRAMA.
           PERFORM 4900-CARGAR-REGLA THRU F-4900-CARGAR-REGLA.
           SET PLN-ACTIVO              TO TRUE.
           MOVE LK-FP-FECHA-8          TO PLN-FECHA-ALTA.
           MOVE LK-FP-FECHA-8          TO PLN-FECHA-ESTADO.
           MOVE NPL-OPERADOR           TO PLN-OPERADOR.
           MOVE PLN-PROGRAMA           TO KEY-PLANIF.

           WRITE REG-PLANIF FROM WS-REG-PLANIF.

           EVALUATE FS-PLA
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE SPACES TO WS-REG-AUDITORIA
                 PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-PLA TO AUD-DESPUES
                 MOVE 'ALTA'        TO WS-AUD-OPERACION
                 PERFORM 7000-AUDITAR THRU F-7000-AUDITAR
              WHEN '22'
                 SET WS-ERROR TO TRUE
                 MOVE 'PROGRAMA YA PLANIFICADO - USAR MO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE PLANIF = ' FS-PLA
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-PROGRAMA. EXIT.

      ***** CAMBIO DE LA REGLA DE UN PROGRAMA (NO CAMBIA SU ESTADO) ***
       4100-MODIF-REGLA.

           PERFORM 4800-LEER-PROGRAMA THRU F-4800-LEER-PROGRAMA.
           IF WS-ERROR
              GO TO F-4100-MODIF-REGLA
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PLA TO AUD-ANTES.

           PERFORM 4900-CARGAR-REGLA THRU F-4900-CARGAR-REGLA.
           MOVE LK-FP-FECHA-8 TO PLN-FECHA-ESTADO.
           MOVE NPL-OPERADOR  TO PLN-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4100-MODIF-REGLA
           END-IF.

           ADD 1 TO WS-TOT-MODIF.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PLA TO AUD-DESPUES.
           MOVE 'MODIF'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4100-MODIF-REGLA. EXIT.

      ***** BAJA: EL PROGRAMA SALE DE LA CADENA - NO SE BORRA *********
       4200-BAJA-PROGRAMA.

           PERFORM 4800-LEER-PROGRAMA THRU F-4800-LEER-PROGRAMA.
           IF WS-ERROR
              GO TO F-4200-BAJA-PROGRAMA
           END-IF.

           IF PLN-DADO-DE-BAJA
              SET WS-ERROR TO TRUE
              MOVE 'PROGRAMA YA DADO DE BAJA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-BAJA-PROGRAMA
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PLA TO AUD-ANTES.

           SET PLN-DADO-DE-BAJA TO TRUE.
           MOVE LK-FP-FECHA-8   TO PLN-FECHA-ESTADO.
           MOVE NPL-OPERADOR    TO PLN-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4200-BAJA-PROGRAMA
           END-IF.

           ADD 1 TO WS-TOT-BAJAS.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PLA TO AUD-DESPUES.
           MOVE 'BAJA'        TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4200-BAJA-PROGRAMA. EXIT.

      ***** REACTIVACION DE UN PROGRAMA DADO DE BAJA ******************
       4300-REACTIVAR.

           PERFORM 4800-LEER-PROGRAMA THRU F-4800-LEER-PROGRAMA.
           IF WS-ERROR
              GO TO F-4300-REACTIVAR
           END-IF.

           IF PLN-ACTIVO
              SET WS-ERROR TO TRUE
              MOVE 'PROGRAMA YA ACTIVO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4300-REACTIVAR
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PLA TO AUD-ANTES.

           SET PLN-ACTIVO     TO TRUE.
           MOVE LK-FP-FECHA-8 TO PLN-FECHA-ESTADO.
           MOVE NPL-OPERADOR  TO PLN-OPERADOR.

           PERFORM 4700-REGRABAR THRU F-4700-REGRABAR.
           IF WS-ERROR
              GO TO F-4300-REACTIVAR
           END-IF.

           ADD 1 TO WS-TOT-REACTIV.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PLA TO AUD-DESPUES.
           MOVE 'REACT'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4300-REACTIVAR. EXIT.

      ***** REGRABACION DEL PROGRAMA ACTUALIZADO **********************
       4700-REGRABAR.

           REWRITE REG-PLANIF FROM WS-REG-PLANIF.
           IF FS-PLA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PLANIF = ' FS-PLA
              MOVE 9999 TO RETURN-CODE
              SET WS-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4700-REGRABAR. EXIT.

      ***** LECTURA DEL PROGRAMA A MODIFICAR, DAR DE BAJA O REACTIVAR *
       4800-LEER-PROGRAMA.

           MOVE NPL-PROGRAMA TO KEY-PLANIF.

           READ PLANIF INTO WS-REG-PLANIF.

           EVALUATE FS-PLA
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'PROGRAMA SIN PLANIFICACION' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PLANIF = ' FS-PLA
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4800-LEER-PROGRAMA. EXIT.

      ***** CAMPOS DE LA REGLA DESDE LA NOVEDAD ***********************
       4900-CARGAR-REGLA.

           MOVE NPL-DESCRIPCION   TO PLN-DESCRIPCION.
           MOVE NPL-FRECUENCIA    TO PLN-FRECUENCIA.
           MOVE NPL-AJUSTE        TO PLN-AJUSTE.
           MOVE NPL-FECHAS        TO PLN-FECHAS.
           MOVE NPL-CICLO-DIAS    TO PLN-CICLO-DIAS.
           MOVE NPL-CICLO-BASE    TO PLN-CICLO-BASE.
           MOVE NPL-ORDEN         TO PLN-ORDEN.
           MOVE NPL-VIG-DESDE     TO PLN-VIG-DESDE.
           MOVE NPL-VIG-HASTA     TO PLN-VIG-HASTA.

       F-4900-CARGAR-REGLA. EXIT.

      **************************************
      *                                    *
      *  MODO 'P' - UN DIA DE LA           *
      *  PROYECCION                        *
      *                                    *
      **************************************
       5000-PROYECTAR-DIA.

           COMPUTE WS-ENTERO-FECHA = WS-ENTERO-DESDE + WS-IND-DIA - 1.
           COMPUTE WS-FECHA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           ADD 1 TO WS-TOT-DIAS.

           MOVE WS-FECHA-DIA TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.

           MOVE SPACES       TO WS-REG-DIA.
           MOVE WS-FECHA-DIA TO WS-LIN-FECHA.
           EVALUATE TRUE
              WHEN LK-BD-HABIL
                 MOVE 'HABIL'      TO WS-LIN-TIPO-DIA
              WHEN LK-BD-NO-HABIL
                 MOVE 'NO HABIL'   TO WS-LIN-TIPO-DIA
              WHEN OTHER
                 MOVE 'SIN CALEND' TO WS-LIN-TIPO-DIA
           END-EVALUATE.

      * PRIMERO SE CUENTAN LAS CORRIDAS DEL DIA PARA LA CABECERA *****
           MOVE ZEROS TO WS-CORRIDAS-DIA.
           MOVE 'S'    TO LK-PLA-FUNCION.
           MOVE SPACES TO LK-PLA-PROGRAMA.
           SET LK-PLA-ESPERADO TO TRUE.
           PERFORM 5100-CONTAR-PROGRAMA THRU F-5100-CONTAR-PROGRAMA
                   UNTIL LK-PLA-FIN-MAESTRO OR LK-PLA-SIN-MAESTRO.

           MOVE WS-CORRIDAS-DIA TO WS-LIN-CORRIDAS.
           WRITE REG-LISTADO FROM WS-REG-DIA AFTER 2.

           IF WS-CORRIDAS-DIA IS EQUAL ZEROS
              GO TO F-5000-PROYECTAR-DIA
           END-IF.

      * DESPUES LOS PROGRAMAS, DIEZ POR RENGLON ***********************
           MOVE SPACES TO WS-REG-PROGRAMAS.
           MOVE ZEROS  TO WS-IND-LIN.
           MOVE SPACES TO LK-PLA-PROGRAMA.
           SET LK-PLA-ESPERADO TO TRUE.
           PERFORM 5200-LISTAR-PROGRAMA THRU F-5200-LISTAR-PROGRAMA
                   UNTIL LK-PLA-FIN-MAESTRO OR LK-PLA-SIN-MAESTRO.

           IF WS-IND-LIN IS GREATER ZEROS
              WRITE REG-LISTADO FROM WS-REG-PROGRAMAS AFTER 1
           END-IF.

       F-5000-PROYECTAR-DIA. EXIT.

       5100-CONTAR-PROGRAMA.

           MOVE WS-FECHA-DIA TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.

           IF LK-PLA-ESPERADO OR LK-PLA-PRESUNTO
              ADD 1 TO WS-CORRIDAS-DIA
              ADD 1 TO WS-TOT-CORRIDAS
           END-IF.

           IF LK-PLA-PRESUNTO
              ADD 1 TO WS-TOT-PRESUNTAS
           END-IF.

       F-5100-CONTAR-PROGRAMA. EXIT.

       5200-LISTAR-PROGRAMA.

           MOVE WS-FECHA-DIA TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.

           IF NOT LK-PLA-ESPERADO AND NOT LK-PLA-PRESUNTO
              GO TO F-5200-LISTAR-PROGRAMA
           END-IF.

           MOVE LK-PLA-PROGRAMA TO WS-ITM-NOMBRE.
           IF LK-PLA-PRESUNTO
              MOVE '*' TO WS-ITM-MARCA
           ELSE
              MOVE SPACE TO WS-ITM-MARCA
           END-IF.

           IF WS-IND-LIN IS EQUAL 10
              WRITE REG-LISTADO FROM WS-REG-PROGRAMAS AFTER 1
              MOVE SPACES TO WS-REG-PROGRAMAS
              MOVE ZEROS  TO WS-IND-LIN
           END-IF.

           ADD 1 TO WS-IND-LIN.
           MOVE WS-ITEM-PROGRAMA TO WS-LIN-PROGRAMA(WS-IND-LIN).

       F-5200-LISTAR-PROGRAMA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVPLA TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE PLANIFICACION ******
       7000-AUDITAR.

           MOVE 'PGMVPG15'       TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES     TO AUD-FECHA.
           MOVE 'PLANIF'         TO AUD-TABLA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE PLN-PROGRAMA     TO AUD-CLAVE.
           MOVE NPL-OPERADOR     TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7000-AUDITAR. EXIT.

       7100-ARMAR-IMAGEN.

           MOVE PLN-FRECUENCIA         TO WS-IMG-FRECUENCIA.
           MOVE PLN-AJUSTE             TO WS-IMG-AJUSTE.
           MOVE PLN-ESTADO             TO WS-IMG-ESTADO.
           MOVE PLN-CICLO-DIAS         TO WS-IMG-CICLO.
           MOVE PLN-VIG-DESDE          TO WS-IMG-VIG-DESDE.
           MOVE PLN-VIG-HASTA          TO WS-IMG-VIG-HASTA.

       F-7100-ARMAR-IMAGEN. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF WS-MODO-MANTENIMIENTO
              DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
              DISPLAY 'PROGRAMAS DADOS DE ALTA = ' WS-TOT-ALTAS
              DISPLAY 'REGLAS MODIFICADAS      = ' WS-TOT-MODIF
              DISPLAY 'PROGRAMAS DADOS DE BAJA = ' WS-TOT-BAJAS
              DISPLAY 'PROGRAMAS REACTIVADOS   = ' WS-TOT-REACTIV
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              CLOSE ENTRADA
              CLOSE PLANIF
              IF FS-PLA IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE PLANIF = ' FS-PLA
                 MOVE 9999 TO RETURN-CODE
              END-IF
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
           END-IF.

           IF WS-MODO-PROYECCION
              DISPLAY 'DIAS PROYECTADOS        = ' WS-TOT-DIAS
              DISPLAY 'CORRIDAS ESPERADAS      = ' WS-TOT-CORRIDAS
              DISPLAY 'CORRIDAS SIN CALENDARIO = ' WS-TOT-PRESUNTAS
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2
              CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

      * NOVEDADES RECHAZADAS O CORRIDAS QUE NO SE PUDIERON RESOLVER *
      * CONTRA EL CALENDARIO: ALERTA *********************************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR WS-TOT-PRESUNTAS > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVPG15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-PROYECCION
              MOVE WS-TOT-DIAS      TO RES-CANT-PROCESADOS
              MOVE WS-TOT-PRESUNTAS TO RES-CANT-ERRORES
           ELSE
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                      + WS-TOT-BAJAS + WS-TOT-REACTIV
              MOVE WS-TOT-SUSPENSO  TO RES-CANT-ERRORES
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
