       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVAS15.

      ***********************************************
      *                                             *
      *  SUBMAYOR CONTABLE: REGLAS CONTABLES,       *
      *  ASIENTOS DEL DIA Y BALANCE DE SUMAS Y      *
      *  SALDOS POR CUENTA DEL MAYOR Y SUCURSAL     *
      *        TP 35 - BATCH DB2                    *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * CADA JOB DE POSTEO GRABABA SUS PROPIAS      *
      * LINEAS GLIF SIN UN PLAN DE CUENTAS COMUN Y  *
      * CONTABILIDAD REARMABA LOS ASIENTOS A MANO.  *
      * ESTE PROGRAMA MANTIENE, CON SU PROPIO FEED  *
      * AL/MO/BA (MODO 'M'), LA TABLA DE REGLAS     *
      * CONTABLES (CODIGO DDCODMOV + MONEDA ->      *
      * CUENTA DEBE / CUENTA HABER), Y EN MODO 'A'  *
      * RECORRE EL LIBRO DE MOVIMIENTOS TB99MOVI DE *
      * LA FECHA DE NEGOCIO Y GENERA UN ASIENTO     *
      * BALANCEADO POR MOVIMIENTO (DDASIENT). UN    *
      * MOVIMIENTO EN SENTIDO CONTRARIO AL NORMAL   *
      * DE SU CODIGO (REVERSA) INVIERTE EL ASIENTO. *
      * IMPRIME EL BALANCE DE SUMAS Y SALDOS POR    *
      * SUCURSAL, MONEDA Y CUENTA DEL MAYOR. UN DIA *
      * CON MOVIMIENTOS SIN REGLA O CON DEBE        *
      * DISTINTO DE HABER TERMINA CON 9999 PARA     *
      * CORTAR LA CADENA ANTES DEL CIERRE CONTABLE  *
      *                                             *
      * CADA NOVEDAD DE REGLA TRAE EL OPERADOR QUE  *
      * LA CARGO: SI NO ESTA HABILITADO PARA LA     *
      * FUNCION 'RC' EN EL MAESTRO DE OPERADORES    *
      * (RUTINA PGMVOP15) LA NOVEDAD VA AL          *
      * SUSPENSO, Y EL OPERADOR QUEDA ESTAMPADO EN  *
      * LA AUDITORIA CPAUDIT                        *
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

             SELECT REGCON ASSIGN DDREGCON
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-RCO
                    FILE STATUS IS FS-RCO.

             SELECT CODMOV ASSIGN DDCODMOV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-CMV
                    FILE STATUS IS FS-CMV.

      * ASIENTOS DEL DIA PARA CONTABILIDAD *
             SELECT ASIENTOS ASSIGN DDASIENT
                    FILE STATUS IS FS-ASI.

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

      * MODO 'M': NOVEDADES DE REGLA CONTABLE - AL / MO / BA *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(48).

       FD REGCON.

       01 REG-REGCON.
           03  KEY-RCO          PIC X(05).
           03  FILLER           PIC X(35).

       FD CODMOV.

       01 REG-CODMOV.
           03  KEY-CMV          PIC X(03).
           03  FILLER           PIC X(27).

       FD ASIENTOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ASIENTOS      PIC X(80).

      * EN MODO 'A' EL SUSPENSO LLEVA EL MOVIMIENTO SIN REGLA *
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

       01 REG-PARAMETROS    PIC X(09).

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
       77  FS-RCO           PIC XX    VALUE SPACES.
       77  FS-CMV           PIC XX    VALUE SPACES.
       77  FS-ASI           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPREGCON.
           COPY CPCODMOV.
           COPY CPASIENT.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * SIN TABLA DE CODIGOS (STATUS 35) TODO MOVIMIENTO SE TOMA EN   *
      * SU SENTIDO NORMAL **********************************************
       01  WS-STATUS-CODMOV PIC X     VALUE 'N'.
           88  WS-CODMOV-ABIERTO      VALUE 'Y'.
           88  WS-CODMOV-AUSENTE      VALUE 'N'.

      * MODO 'M' = MANTENIMIENTO DE REGLAS (DEFAULT), 'A' = ASIENTOS  *
      * Y BALANCE DEL DIA. FECHA DE NEGOCIO EN CEROS = FECHA DE       *
      * PROCESO DE LA CADENA *******************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO      PIC X(1)  VALUE 'M'.
               88  WS-MODO-MANTENIMIENTO    VALUE 'M'.
               88  WS-MODO-ASIENTOS         VALUE 'A'.
           03  WS-PAR-FECHA     PIC 9(8)  VALUE ZEROS.

      * NOVEDAD DE REGLA CONTABLE (MODO 'M') *
       01  WS-REG-NOVRCO.
           03  NRC-TIPO-NOVEDAD   PIC X(02).
           03  NRC-CODMOV         PIC X(03).
           03  NRC-MONEDA         PIC 9(02).
           03  NRC-CTA-DEBE       PIC 9(06).
           03  NRC-CTA-HABER      PIC 9(06).
           03  NRC-DESCRIPCION    PIC X(20).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NRC-OPERADOR       PIC X(08).
           03  FILLER             PIC X(01).

       01  WS-FECHA-NEG-8   PIC 9(08)  VALUE ZEROS.
       01  WS-FECHA-NEG-PARTES REDEFINES WS-FECHA-NEG-8.
           03  WS-FNE-AAAA      PIC 9(04).
           03  WS-FNE-MM        PIC 9(02).
           03  WS-FNE-DD        PIC 9(02).

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 999   VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ASIENTOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-REGLA PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DESBALANC PIC 9(03) VALUE ZEROS.
       77  WS-TOT-FUERA-BAL PIC 9(05) VALUE ZEROS.

       01  FS-SQL             PIC X(02).
           88  SQL-OK                     VALUE '00'.
           88  SQL-EOF                    VALUE '10'.
           88  SQL-NOK                    VALUE '01' THRU '09'
                                                '11' THRU '99'.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-FECNEG    PIC X(10)  VALUE SPACES.
       77  WS-MOV-PROGRAMA  PIC X(08)  VALUE SPACES.
       77  WS-MOV-REFERENCIA PIC X(25) VALUE SPACES.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-SUCUEN    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-IMPORTE   PIC S9(9)V99 USAGE COMP-3 VALUE ZEROS.

           EXEC SQL
             DECLARE CURMOVI CURSOR FOR
             SELECT PROGRAMA, REFERENCIA, CODMOV, SUCUEN, MONEDA,
                    IMPORTE
               FROM ITPLZRY.TB99MOVI
               WHERE FECNEG = :WS-MOV-FECNEG
               ORDER BY SUCUEN ASC, MONEDA ASC, PROGRAMA ASC,
                        REFERENCIA ASC
           END-EXEC.

      * VISTA DEL MOVIMIENTO PARA EL SUSPENSO *
       01  WS-REG-MOVSUS.
           03  MVS-PROGRAMA     PIC X(08).
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  MVS-REFERENCIA   PIC X(25).
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  MVS-CODMOV       PIC X(03).
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  MVS-SUCUEN       PIC 9(02).
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  MVS-MONEDA       PIC 9(02).
           03  FILLER           PIC X(01)  VALUE SPACES.
           03  MVS-IMPORTE      PIC -ZZZZZZZZ9,99.
           03  FILLER           PIC X(22)  VALUE SPACES.

       77  WS-IMPORTE-ABS   PIC 9(9)V99  VALUE ZEROS.
       77  WS-CTA-DEBE      PIC 9(06)    VALUE ZEROS.
       77  WS-CTA-HABER     PIC 9(06)    VALUE ZEROS.
       77  WS-SUCUEN-N      PIC 9(02)    VALUE ZEROS.
       77  WS-MONEDA-N      PIC 9(02)    VALUE ZEROS.

      * ACUMULADOS DEL BALANCE POR SUCURSAL + MONEDA + CUENTA DEL     *
      * MAYOR - LA TABLA SE MANTIENE ORDENADA POR CLAVE AL INSERTAR ***
       01  WS-BAL-TABLA.
           03  WS-BAL-TOPE        PIC 9(03)   VALUE 500.
           03  WS-BAL-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-BAL-ENTRADA OCCURS 500 TIMES.
               05  WS-BAL-CLAVE.
                   07  WS-BAL-SUCUEN  PIC 9(02).
                   07  WS-BAL-MONEDA  PIC 9(02).
                   07  WS-BAL-CUENTA  PIC 9(06).
               05  WS-BAL-DEBE    PIC S9(13)V99.
               05  WS-BAL-HABER   PIC S9(13)V99.

       77  WS-BAL-IX        PIC 9(03) VALUE ZEROS.
       77  WS-BAL-IX-MATCH  PIC 9(03) VALUE ZEROS.
       77  WS-BAL-IX-ANT    PIC 9(03) VALUE ZEROS.

       01  WS-BAL-CLAVE-NUEVA.
           03  WS-BCN-SUCUEN      PIC 9(02).
           03  WS-BCN-MONEDA      PIC 9(02).
           03  WS-BCN-CUENTA      PIC 9(06).

       77  WS-BAL-IMPORTE   PIC 9(9)V99  VALUE ZEROS.
       77  WS-BAL-LADO      PIC X(01)    VALUE SPACES.

      * CONTROL DE BALANCEO POR SUCURSAL + MONEDA Y POR MONEDA *******
       01  WS-CTL-TABLA.
           03  WS-CTL-TOPE        PIC 9(03)   VALUE 200.
           03  WS-CTL-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-CTL-ENTRADA OCCURS 200 TIMES.
               05  WS-CTL-SUCUEN  PIC 9(02).
               05  WS-CTL-MONEDA  PIC 9(02).
               05  WS-CTL-DEBE    PIC S9(13)V99.
               05  WS-CTL-HABER   PIC S9(13)V99.

       77  WS-CTL-IX        PIC 9(03) VALUE ZEROS.
       77  WS-CTL-IX-MATCH  PIC 9(03) VALUE ZEROS.

       01  WS-MON-TABLA.
           03  WS-MON-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-MON-ENTRADA OCCURS 10 TIMES.
               05  WS-MON-MONEDA  PIC 9(02).
               05  WS-MON-DEBE    PIC S9(13)V99.
               05  WS-MON-HABER   PIC S9(13)V99.

       77  WS-MON-IX        PIC 9(02) VALUE ZEROS.
       77  WS-MON-IX-MATCH  PIC 9(02) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(53)    VALUE
            'BALANCE DE SUMAS Y SALDOS - SUBMAYOR - FECHA NEGOCIO '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(71)    VALUE SPACES.

       01  WS-REG-SUBTIT.
           03  FILLER        PIC X(60)    VALUE
            'SUC MON CUENTA             DEBE                HABER'.
           03  FILLER        PIC X(72)    VALUE
            '                SALDO'.

       01  WS-REG-FUERA-BAL.
           03  FILLER             PIC X(41)    VALUE
               '*** CUENTAS FUERA DEL BALANCE POR TABLA: '.
           03  WS-LFB-CANTIDAD    PIC ZZ.ZZ9   VALUE ZEROS.
           03  FILLER             PIC X(85)    VALUE
               ' - BALANCE INCOMPLETO'.

       01  WS-REG-BALANCE.
           03  WS-LBA-SUCUEN      PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LBA-MONEDA      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LBA-CUENTA      PIC 9(06)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LBA-DEBE        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LBA-HABER       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LBA-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LBA-ESTADO      PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(38)    VALUE SPACES.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

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

           IF WS-MODO-ASIENTOS
              PERFORM 5000-ASENTAR THRU F-5000-ASENTAR
                      UNTIL WS-FIN-LECTURA
              PERFORM 8000-REPORTE-BALANCE
                      THRU F-8000-REPORTE-BALANCE
           ELSE
              PERFORM 2000-MANTENER THRU F-2000-MANTENER
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

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-FECHA IS NUMERIC
              AND WS-PAR-FECHA IS GREATER THAN ZEROS
              MOVE WS-PAR-FECHA  TO WS-FECHA-NEG-8
           ELSE
              MOVE LK-FP-FECHA-8 TO WS-FECHA-NEG-8
           END-IF.

           IF WS-MODO-ASIENTOS
              OPEN INPUT REGCON
           ELSE
              OPEN I-O REGCON
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
              IF FS-RCO IS EQUAL '35'
                 OPEN OUTPUT REGCON
                 IF FS-RCO IS EQUAL '00'
                    CLOSE REGCON
                    OPEN I-O REGCON
                 END-IF
              END-IF
           END-IF.
           IF FS-RCO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGCON = ' FS-RCO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-MODO-ASIENTOS
              PERFORM 1100-ABRIR-ASIENTOS THRU F-1100-ABRIR-ASIENTOS
           ELSE
              PERFORM 1200-ABRIR-MANTENIMIENTO
                      THRU F-1200-ABRIR-MANTENIMIENTO
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** MODO 'A': CODIGOS, ASIENTOS, LISTADO Y CURSOR DEL LIBRO **
       1100-ABRIR-ASIENTOS.

           OPEN INPUT CODMOV.
           EVALUATE FS-CMV
              WHEN '00'
                 SET WS-CODMOV-ABIERTO TO TRUE
              WHEN '35'
                 DISPLAY '* CODMOV AUSENTE - SENTIDO NORMAL POR SIGNO'
                 SET WS-CODMOV-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN CODMOV = ' FS-CMV
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           OPEN OUTPUT ASIENTOS.
           IF FS-ASI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ASIENTOS = ' FS-ASI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE SPACES TO WS-MOV-FECNEG.
           STRING WS-FNE-AAAA '-' WS-FNE-MM '-' WS-FNE-DD
                  DELIMITED BY SIZE INTO WS-MOV-FECNEG.

           IF WS-NO-FIN-LECTURA
              EXEC SQL
                 OPEN CURMOVI
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE   TO WS-SQLCODE
                 DISPLAY '* ERROR OPEN CURMOVI     = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              ELSE
                 PERFORM 2200-FETCH-MOVIMIENTO
                         THRU F-2200-FETCH-MOVIMIENTO
              END-IF
           END-IF.

       F-1100-ABRIR-ASIENTOS. EXIT.

      ***** MODO 'M': NOVEDADES Y AUDITORIA **************************
       1200-ABRIR-MANTENIMIENTO.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
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

       F-1200-ABRIR-MANTENIMIENTO. EXIT.

      ***** LECTURA ARCHIVO NOVEDADES ******
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVRCO.
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

      ***** LECTURA DEL LIBRO DE MOVIMIENTOS DE LA FECHA ***********
       2200-FETCH-MOVIMIENTO.

           EXEC SQL
              FETCH CURMOVI
                  INTO :WS-MOV-PROGRAMA,
                       :WS-MOV-REFERENCIA,
                       :WS-MOV-CODMOV,
                       :WS-MOV-SUCUEN,
                       :WS-MOV-MONEDA,
                       :WS-MOV-IMPORTE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-TOT-LEIDAS
              WHEN +100
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURMOVI: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2200-FETCH-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  MODO 'M': MANTENIMIENTO DE LA     *
      *  TABLA DE REGLAS CONTABLES         *
      *                                    *
      **************************************
       2000-MANTENER.

           PERFORM 3000-VALIDACION THRU F-3000-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           ELSE
              EVALUATE NRC-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-REGLA THRU F-4000-ALTA-REGLA
                 WHEN 'MO'
                    PERFORM 4100-MODIF-REGLA THRU F-4100-MODIF-REGLA
                 WHEN 'BA'
                    PERFORM 4200-BAJA-REGLA THRU F-4200-BAJA-REGLA
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-MANTENER. EXIT.

      ***** VALIDACION DE CAMPOS ***********
       3000-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NRC-OPERADOR TO LK-OPE-ID.
           MOVE 'RC'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRC-TIPO-NOVEDAD IS EQUAL TO 'AL' OR 'MO' OR 'BA'
              CONTINUE
           ELSE
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRC-CODMOV IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'CODIGO EN BLANCO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRC-MONEDA IS EQUAL TO 02 OR 80
              CONTINUE
           ELSE
              SET WS-ERROR TO TRUE
              MOVE 'MONEDA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NRC-TIPO-NOVEDAD IS EQUAL TO 'AL' OR 'MO'
              IF NRC-CTA-DEBE IS NOT NUMERIC
                 OR NRC-CTA-HABER IS NOT NUMERIC
                 OR NRC-CTA-DEBE IS EQUAL ZEROS
                 OR NRC-CTA-HABER IS EQUAL ZEROS
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA DEL MAYOR INVALIDA' TO SUS-MOTIVO
                 GO TO F-3000-VALIDACION
              END-IF
              IF NRC-CTA-DEBE IS EQUAL NRC-CTA-HABER
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA DEBE IGUAL A HABER' TO SUS-MOTIVO
              END-IF
           END-IF.

       F-3000-VALIDACION. EXIT.

      ***** ALTA DE LA REGLA ******************************************
       4000-ALTA-REGLA.

           INITIALIZE WS-REG-REGCON.
           MOVE NRC-CODMOV      TO RCO-CODMOV.
           MOVE NRC-MONEDA      TO RCO-MONEDA.
           MOVE NRC-CTA-DEBE    TO RCO-CTA-DEBE.
           MOVE NRC-CTA-HABER   TO RCO-CTA-HABER.
           MOVE NRC-DESCRIPCION TO RCO-DESCRIPCION.

           WRITE REG-REGCON FROM WS-REG-REGCON.

           EVALUATE FS-RCO
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5900-AUDITAR THRU F-5900-AUDITAR
              WHEN '22'
                 MOVE 'REGLA YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE REGCON = ' FS-RCO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-REGLA. EXIT.

      ***** MODIFICACION DE LA REGLA **********************************
       4100-MODIF-REGLA.

           MOVE NRC-CODMOV TO RCO-CODMOV.
           MOVE NRC-MONEDA TO RCO-MONEDA.
           MOVE RCO-CLAVE  TO KEY-RCO.

           READ REGCON INTO WS-REG-REGCON.

           EVALUATE FS-RCO
              WHEN '00'
                 MOVE SPACES TO AUD-ANTES
                 STRING 'DEBE=' RCO-CTA-DEBE ' HABER=' RCO-CTA-HABER
                        DELIMITED BY SIZE INTO AUD-ANTES
                 END-STRING
                 MOVE NRC-CTA-DEBE    TO RCO-CTA-DEBE
                 MOVE NRC-CTA-HABER   TO RCO-CTA-HABER
                 MOVE NRC-DESCRIPCION TO RCO-DESCRIPCION
                 REWRITE REG-REGCON FROM WS-REG-REGCON
                 IF FS-RCO IS EQUAL '00'
                    ADD 1 TO WS-TOT-MODIF
                    MOVE 'MODIF ' TO AUD-OPERACION
                    PERFORM 5900-AUDITAR THRU F-5900-AUDITAR
                 ELSE
                    DISPLAY '* ERROR EN REWRITE REGCON = ' FS-RCO
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN '23'
                 MOVE 'REGLA INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA REGCON = ' FS-RCO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-MODIF-REGLA. EXIT.

      ***** BAJA DE LA REGLA ******************************************
       4200-BAJA-REGLA.

           MOVE NRC-CODMOV TO RCO-CODMOV.
           MOVE NRC-MONEDA TO RCO-MONEDA.
           MOVE RCO-CLAVE  TO KEY-RCO.

           DELETE REGCON.

           EVALUATE FS-RCO
              WHEN '00'
                 ADD 1 TO WS-TOT-BAJAS
                 MOVE 'BAJA  ' TO AUD-OPERACION
                 MOVE 'REGLA VIGENTE' TO AUD-ANTES
                 MOVE SPACES TO AUD-DESPUES
                 PERFORM 5900-AUDITAR THRU F-5900-AUDITAR
              WHEN '23'
                 MOVE 'REGLA INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN DELETE REGCON = ' FS-RCO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4200-BAJA-REGLA. EXIT.

      **************************************
      *                                    *
      *  MODO 'A': UN ASIENTO BALANCEADO   *
      *  POR MOVIMIENTO DEL LIBRO          *
      *                                    *
      **************************************
       5000-ASENTAR.

           MOVE WS-MOV-SUCUEN TO WS-SUCUEN-N.
           MOVE WS-MOV-MONEDA TO WS-MONEDA-N.

           MOVE WS-MOV-CODMOV TO RCO-CODMOV.
           MOVE WS-MONEDA-N   TO RCO-MONEDA.
           MOVE RCO-CLAVE     TO KEY-RCO.

           READ REGCON INTO WS-REG-REGCON.

           EVALUATE FS-RCO
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 ADD 1 TO WS-TOT-SIN-REGLA
                 MOVE 'MOVIMIENTO SIN REGLA CONTABLE' TO SUS-MOTIVO
                 PERFORM 6100-SUSPENDER-MOVIMIENTO
                         THRU F-6100-SUSPENDER-MOVIMIENTO
                 GO TO 5000-SIGUIENTE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA REGCON = ' FS-RCO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5000-ASENTAR
           END-EVALUATE.

           PERFORM 5100-RESOLVER-SENTIDO THRU F-5100-RESOLVER-SENTIDO.

           ADD 1 TO WS-TOT-ASIENTOS.

           MOVE WS-CTA-DEBE TO WS-BCN-CUENTA.
           MOVE 'D'         TO WS-BAL-LADO.
           PERFORM 5200-GRABAR-LINEA THRU F-5200-GRABAR-LINEA.

           MOVE WS-CTA-HABER TO WS-BCN-CUENTA.
           MOVE 'H'          TO WS-BAL-LADO.
           PERFORM 5200-GRABAR-LINEA THRU F-5200-GRABAR-LINEA.

       5000-SIGUIENTE.

           PERFORM 2200-FETCH-MOVIMIENTO THRU F-2200-FETCH-MOVIMIENTO.

       F-5000-ASENTAR. EXIT.

      ***** SENTIDO DEL ASIENTO: NORMAL O INVERTIDO (REVERSA) *********
       5100-RESOLVER-SENTIDO.

           MOVE RCO-CTA-DEBE  TO WS-CTA-DEBE.
           MOVE RCO-CTA-HABER TO WS-CTA-HABER.

           IF WS-MOV-IMPORTE IS LESS THAN ZEROS
              COMPUTE WS-IMPORTE-ABS = ZEROS - WS-MOV-IMPORTE
           ELSE
              MOVE WS-MOV-IMPORTE TO WS-IMPORTE-ABS
           END-IF.

      * SIN CODIGO EN LA TABLA EL SENTIDO NORMAL ES EL DEL PROPIO    *
      * IMPORTE Y EL ASIENTO VA SEGUN LA REGLA ************************
           IF WS-CODMOV-AUSENTE
              GO TO F-5100-RESOLVER-SENTIDO
           END-IF.

           MOVE WS-MOV-CODMOV TO KEY-CMV.
           READ CODMOV INTO WS-REG-CODMOV.
           IF FS-CMV IS NOT EQUAL '00'
              GO TO F-5100-RESOLVER-SENTIDO
           END-IF.

           IF (CMV-ES-CREDITO AND WS-MOV-IMPORTE IS LESS THAN ZEROS)
              OR (CMV-ES-DEBITO AND WS-MOV-IMPORTE IS GREATER ZEROS)
              MOVE RCO-CTA-HABER TO WS-CTA-DEBE
              MOVE RCO-CTA-DEBE  TO WS-CTA-HABER
           END-IF.

       F-5100-RESOLVER-SENTIDO. EXIT.

      ***** LINEA DEL ASIENTO Y ACUMULADOS DEL BALANCE ****************
       5200-GRABAR-LINEA.

           MOVE SPACES            TO WS-REG-ASIENTO.
           MOVE WS-FECHA-NEG-8    TO ASI-FECHA.
           MOVE WS-TOT-ASIENTOS   TO ASI-NUMERO.
           MOVE WS-SUCUEN-N       TO ASI-SUCUEN.
           MOVE WS-MONEDA-N       TO ASI-MONEDA.
           MOVE WS-BCN-CUENTA     TO ASI-CUENTA.
           MOVE WS-BAL-LADO       TO ASI-DEBE-HABER.
           MOVE WS-IMPORTE-ABS    TO ASI-IMPORTE.
           MOVE WS-MOV-CODMOV     TO ASI-CODMOV.
           MOVE WS-MOV-PROGRAMA   TO ASI-PROGRAMA.
           MOVE WS-MOV-REFERENCIA TO ASI-REFERENCIA.

           WRITE REG-ASIENTOS FROM WS-REG-ASIENTO.
           IF FS-ASI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ASIENTOS = ' FS-ASI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-SUCUEN-N    TO WS-BCN-SUCUEN.
           MOVE WS-MONEDA-N    TO WS-BCN-MONEDA.
           MOVE WS-IMPORTE-ABS TO WS-BAL-IMPORTE.

           PERFORM 5300-ACUMULAR-CUENTA THRU F-5300-ACUMULAR-CUENTA.
           PERFORM 5400-ACUMULAR-CONTROL THRU F-5400-ACUMULAR-CONTROL.

       F-5200-GRABAR-LINEA. EXIT.

      ***** ACUMULADO POR SUCURSAL + MONEDA + CUENTA (TABLA ORDENADA) **
       5300-ACUMULAR-CUENTA.

           MOVE ZEROS TO WS-BAL-IX-MATCH.

           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-OCUP
                      OR WS-BAL-IX-MATCH > ZEROS
              IF WS-BAL-CLAVE(WS-BAL-IX) IS NOT LESS THAN
                 WS-BAL-CLAVE-NUEVA
                 MOVE WS-BAL-IX TO WS-BAL-IX-MATCH
              END-IF
           END-PERFORM.

           IF WS-BAL-IX-MATCH IS EQUAL ZEROS
              OR WS-BAL-CLAVE(WS-BAL-IX-MATCH) IS NOT EQUAL
                 WS-BAL-CLAVE-NUEVA
              IF WS-BAL-OCUP IS NOT LESS THAN WS-BAL-TOPE
                 DISPLAY '* TABLA DE BALANCE COMPLETA - CUENTA '
                         WS-BAL-CLAVE-NUEVA ' FUERA DEL LISTADO'
                 ADD 1 TO WS-TOT-FUERA-BAL
                 MOVE 9999 TO RETURN-CODE
                 GO TO F-5300-ACUMULAR-CUENTA
              END-IF
              IF WS-BAL-IX-MATCH IS EQUAL ZEROS
                 COMPUTE WS-BAL-IX-MATCH = WS-BAL-OCUP + 1
              ELSE
      * SE CORREN UN LUGAR LAS ENTRADAS DE CLAVE MAYOR *
                 PERFORM VARYING WS-BAL-IX FROM WS-BAL-OCUP BY -1
                         UNTIL WS-BAL-IX < WS-BAL-IX-MATCH
                    COMPUTE WS-BAL-IX-ANT = WS-BAL-IX + 1
                    MOVE WS-BAL-ENTRADA(WS-BAL-IX)
                      TO WS-BAL-ENTRADA(WS-BAL-IX-ANT)
                 END-PERFORM
              END-IF
              ADD 1 TO WS-BAL-OCUP
              MOVE WS-BAL-CLAVE-NUEVA TO WS-BAL-CLAVE(WS-BAL-IX-MATCH)
              MOVE ZEROS TO WS-BAL-DEBE(WS-BAL-IX-MATCH)
              MOVE ZEROS TO WS-BAL-HABER(WS-BAL-IX-MATCH)
           END-IF.

           IF WS-BAL-LADO IS EQUAL 'D'
              ADD WS-BAL-IMPORTE TO WS-BAL-DEBE(WS-BAL-IX-MATCH)
           ELSE
              ADD WS-BAL-IMPORTE TO WS-BAL-HABER(WS-BAL-IX-MATCH)
           END-IF.

       F-5300-ACUMULAR-CUENTA. EXIT.

      ***** CONTROL DE BALANCEO POR SUCURSAL+MONEDA Y POR MONEDA *****
       5400-ACUMULAR-CONTROL.

           MOVE ZEROS TO WS-CTL-IX-MATCH.

           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-OCUP
              IF WS-CTL-SUCUEN(WS-CTL-IX) IS EQUAL WS-BCN-SUCUEN
                 AND WS-CTL-MONEDA(WS-CTL-IX) IS EQUAL WS-BCN-MONEDA
                 MOVE WS-CTL-IX TO WS-CTL-IX-MATCH
              END-IF
           END-PERFORM.

           IF WS-CTL-IX-MATCH IS EQUAL ZEROS
              AND WS-CTL-OCUP IS LESS THAN WS-CTL-TOPE
              ADD 1 TO WS-CTL-OCUP
              MOVE WS-CTL-OCUP   TO WS-CTL-IX-MATCH
              MOVE WS-BCN-SUCUEN TO WS-CTL-SUCUEN(WS-CTL-IX-MATCH)
              MOVE WS-BCN-MONEDA TO WS-CTL-MONEDA(WS-CTL-IX-MATCH)
              MOVE ZEROS TO WS-CTL-DEBE(WS-CTL-IX-MATCH)
              MOVE ZEROS TO WS-CTL-HABER(WS-CTL-IX-MATCH)
           END-IF.

           IF WS-CTL-IX-MATCH IS GREATER THAN ZEROS
              IF WS-BAL-LADO IS EQUAL 'D'
                 ADD WS-BAL-IMPORTE TO WS-CTL-DEBE(WS-CTL-IX-MATCH)
              ELSE
                 ADD WS-BAL-IMPORTE TO WS-CTL-HABER(WS-CTL-IX-MATCH)
              END-IF
           END-IF.

           MOVE ZEROS TO WS-MON-IX-MATCH.

           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-MON-OCUP
              IF WS-MON-MONEDA(WS-MON-IX) IS EQUAL WS-BCN-MONEDA
                 MOVE WS-MON-IX TO WS-MON-IX-MATCH
              END-IF
           END-PERFORM.

           IF WS-MON-IX-MATCH IS EQUAL ZEROS
              AND WS-MON-OCUP IS LESS THAN 10
              ADD 1 TO WS-MON-OCUP
              MOVE WS-MON-OCUP   TO WS-MON-IX-MATCH
              MOVE WS-BCN-MONEDA TO WS-MON-MONEDA(WS-MON-IX-MATCH)
              MOVE ZEROS TO WS-MON-DEBE(WS-MON-IX-MATCH)
              MOVE ZEROS TO WS-MON-HABER(WS-MON-IX-MATCH)
           END-IF.

           IF WS-MON-IX-MATCH IS GREATER THAN ZEROS
              IF WS-BAL-LADO IS EQUAL 'D'
                 ADD WS-BAL-IMPORTE TO WS-MON-DEBE(WS-MON-IX-MATCH)
              ELSE
                 ADD WS-BAL-IMPORTE TO WS-MON-HABER(WS-MON-IX-MATCH)
              END-IF
           END-IF.

       F-5400-ACUMULAR-CONTROL. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION YA CARGADA) ***********
       5900-AUDITAR.

           MOVE 'PGMVAS15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'REGCON  ' TO AUD-TABLA.
           MOVE NRC-OPERADOR TO AUD-OPERADOR.
           MOVE SPACES TO AUD-CLAVE.
           STRING NRC-CODMOV '/' NRC-MONEDA
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           MOVE SPACES TO AUD-DESPUES.
           IF NRC-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              STRING 'DEBE=' NRC-CTA-DEBE ' HABER=' NRC-CTA-HABER
                     DELIMITED BY SIZE INTO AUD-DESPUES
              END-STRING
           END-IF.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5900-AUDITAR. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVRCO TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** MOVIMIENTO DEL LIBRO QUE NO SE PUDO ASENTAR **************
       6100-SUSPENDER-MOVIMIENTO.

           MOVE WS-MOV-PROGRAMA   TO MVS-PROGRAMA.
           MOVE WS-MOV-REFERENCIA TO MVS-REFERENCIA.
           MOVE WS-MOV-CODMOV     TO MVS-CODMOV.
           MOVE WS-SUCUEN-N       TO MVS-SUCUEN.
           MOVE WS-MONEDA-N       TO MVS-MONEDA.
           MOVE WS-MOV-IMPORTE    TO MVS-IMPORTE.
           MOVE WS-REG-MOVSUS     TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6100-SUSPENDER-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  BALANCE DE SUMAS Y SALDOS POR     *
      *  SUCURSAL, MONEDA Y CUENTA         *
      *                                    *
      **************************************
       8000-REPORTE-BALANCE.

           MOVE WS-FECHA-NEG-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-REG-SUBTIT AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM VARYING WS-BAL-IX FROM 1 BY 1
                   UNTIL WS-BAL-IX > WS-BAL-OCUP
              MOVE SPACES TO WS-LBA-ESTADO
              MOVE WS-BAL-SUCUEN(WS-BAL-IX) TO WS-LBA-SUCUEN
              MOVE WS-BAL-MONEDA(WS-BAL-IX) TO WS-LBA-MONEDA
              MOVE WS-BAL-CUENTA(WS-BAL-IX) TO WS-LBA-CUENTA
              MOVE WS-BAL-DEBE(WS-BAL-IX)   TO WS-LBA-DEBE
              MOVE WS-BAL-HABER(WS-BAL-IX)  TO WS-LBA-HABER
              COMPUTE WS-LBA-SALDO = WS-BAL-DEBE(WS-BAL-IX)
                                   - WS-BAL-HABER(WS-BAL-IX)
              WRITE REG-LISTADO FROM WS-REG-BALANCE AFTER 1
           END-PERFORM.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

      * TOTALES POR SUCURSAL + MONEDA (CUENTA EN CEROS) *
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-OCUP
              MOVE WS-CTL-SUCUEN(WS-CTL-IX) TO WS-LBA-SUCUEN
              MOVE WS-CTL-MONEDA(WS-CTL-IX) TO WS-LBA-MONEDA
              MOVE ZEROS                    TO WS-LBA-CUENTA
              MOVE WS-CTL-DEBE(WS-CTL-IX)   TO WS-LBA-DEBE
              MOVE WS-CTL-HABER(WS-CTL-IX)  TO WS-LBA-HABER
              COMPUTE WS-LBA-SALDO = WS-CTL-DEBE(WS-CTL-IX)
                                   - WS-CTL-HABER(WS-CTL-IX)
              IF WS-CTL-DEBE(WS-CTL-IX) IS EQUAL
                 WS-CTL-HABER(WS-CTL-IX)
                 MOVE 'SUCURSAL BALANCEADA' TO WS-LBA-ESTADO
              ELSE
                 MOVE '*** DESBALANCEADA' TO WS-LBA-ESTADO
                 ADD 1 TO WS-TOT-DESBALANC
              END-IF
              WRITE REG-LISTADO FROM WS-REG-BALANCE AFTER 1
           END-PERFORM.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

      * TOTAL GENERAL POR MONEDA (SUCURSAL Y CUENTA EN CEROS) *
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-MON-OCUP
              MOVE ZEROS                    TO WS-LBA-SUCUEN
              MOVE WS-MON-MONEDA(WS-MON-IX) TO WS-LBA-MONEDA
              MOVE ZEROS                    TO WS-LBA-CUENTA
              MOVE WS-MON-DEBE(WS-MON-IX)   TO WS-LBA-DEBE
              MOVE WS-MON-HABER(WS-MON-IX)  TO WS-LBA-HABER
              COMPUTE WS-LBA-SALDO = WS-MON-DEBE(WS-MON-IX)
                                   - WS-MON-HABER(WS-MON-IX)
              IF WS-MON-DEBE(WS-MON-IX) IS EQUAL
                 WS-MON-HABER(WS-MON-IX)
                 MOVE 'TOTAL BALANCEADO' TO WS-LBA-ESTADO
              ELSE
                 MOVE '*** DESBALANCEADO' TO WS-LBA-ESTADO
                 ADD 1 TO WS-TOT-DESBALANC
              END-IF
              WRITE REG-LISTADO FROM WS-REG-BALANCE AFTER 1
           END-PERFORM.

      * CUENTAS QUE NO ENTRARON EN LA TABLA: SUMAN EN LOS TOTALES     *
      * PERO NO TIENEN LINEA PROPIA EN EL DETALLE **********************
           IF WS-TOT-FUERA-BAL IS GREATER THAN ZEROS
              MOVE WS-TOT-FUERA-BAL TO WS-LFB-CANTIDAD
              WRITE REG-LISTADO FROM WS-REG-FUERA-BAL AFTER 1
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-8000-REPORTE-BALANCE. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

      * UN DIA SIN BALANCEAR O CON MOVIMIENTOS SIN ASENTAR CORTA LA   *
      * CADENA: CONTABILIDAD NO CIERRA SOBRE ASIENTOS INCOMPLETOS *****
           IF WS-MODO-ASIENTOS
              IF WS-TOT-SIN-REGLA IS GREATER THAN ZEROS
                 OR WS-TOT-DESBALANC IS GREATER THAN ZEROS
                 DISPLAY '* DIA CONTABLE DESBALANCEADO - SIN REGLA = '
                         WS-TOT-SIN-REGLA ' DESBALANCES = '
                         WS-TOT-DESBALANC
                 MOVE 9999 TO RETURN-CODE
              END-IF
              IF WS-TOT-FUERA-BAL IS GREATER THAN ZEROS
                 DISPLAY '* BALANCE INCOMPLETO - CUENTAS FUERA = '
                         WS-TOT-FUERA-BAL
                 MOVE 9999 TO RETURN-CODE
              END-IF

              EXEC SQL
                 CLOSE CURMOVI
              END-EXEC
           END-IF.

           DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS.
           IF WS-MODO-ASIENTOS
              DISPLAY 'ASIENTOS GENERADOS      = ' WS-TOT-ASIENTOS
              DISPLAY 'MOVIMIENTOS SIN REGLA   = ' WS-TOT-SIN-REGLA
              DISPLAY 'CUENTAS FUERA BALANCE   = ' WS-TOT-FUERA-BAL
           ELSE
              DISPLAY 'ALTAS DE REGLA          = ' WS-TOT-ALTAS
              DISPLAY 'MODIFICACIONES          = ' WS-TOT-MODIF
              DISPLAY 'BAJAS DE REGLA          = ' WS-TOT-BAJAS
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
           END-IF.

           CLOSE REGCON
              IF FS-RCO IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE REGCON = ' FS-RCO
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-MODO-ASIENTOS
              IF WS-CODMOV-ABIERTO
                 CLOSE CODMOV
              END-IF

              CLOSE ASIENTOS
                 IF FS-ASI IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE ASIENTOS = ' FS-ASI
                   MOVE 9999 TO RETURN-CODE
                 END-IF

              CLOSE LISTADO
                 IF FS-LIS IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                   MOVE 9999 TO RETURN-CODE
                 END-IF
           ELSE
              CLOSE ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                   MOVE 9999 TO RETURN-CODE
                 END-IF

              CLOSE AUDITORIA
                 IF FS-AUD IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                   MOVE 9999 TO RETURN-CODE
                 END-IF
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVAS15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-ASIENTOS
              MOVE WS-TOT-ASIENTOS TO RES-CANT-PROCESADOS
           ELSE
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                                          + WS-TOT-BAJAS
           END-IF.
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
