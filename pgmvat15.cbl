       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVAT15.

      ***********************************************
      *                                             *
      *  POSTEO DEL ARCHIVO DIARIO DE LIQUIDACION   *
      *  DE LAS REDES DE CAJEROS AUTOMATICOS        *
      *  TP 35 - BATCH DB2                          *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS EXTRACCIONES Y CONSULTAS DE SALDO EN    *
      * CAJEROS DE LAS REDES LLEGAN EN UN ARCHIVO   *
      * DIARIO DE LIQUIDACION (DDATMRED) QUE        *
      * OPERACIONES CARGABA COMO MOVIMIENTOS        *
      * MANUALES. ESTE PROGRAMA RESUELVE LA TARJETA *
      * DE CADA TRANSACCION A SU CUENTA POR EL      *
      * MAESTRO DE TARJETAS (DDTARJET, CPTARJET) Y  *
      * POSTEA POR PGMVPS15: EXTRACCION (DEBITO     *
      * ATX), REVERSA (CREDITO ATR) Y LA COMISION   *
      * DE LA RED (DEBITO ATC, DEVUELTA CON ATD EN  *
      * LA REVERSA TOTAL) SEGUN LA TARIFA POR RED   *
      * DE DDPARAM. TARJETA DESCONOCIDA, CUENTA     *
      * SIN RESOLVER O CERRADA Y DEBITOS RECHAZADOS *
      * VAN A SUSPENSO (DDSUSPEN) CON SU MOTIVO. AL *
      * PIE SE IMPRIME EL TOTAL DE LIQUIDACION POR  *
      * RED (LO QUE LA RED NOS COBRA = EXTRACCIONES *
      * MENOS REVERSAS) CONTRA EL TRAILER DE LA RED *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDATMRED
                    FILE STATUS IS FS-ENT.

             SELECT TARJETA ASSIGN DDTARJET
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-TARJETA
                    FILE STATUS IS FS-TAR.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * LIQUIDACION DE LAS REDES - DETALLE 'D' Y TRAILER 'T' POR RED *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(100).

       FD TARJETA.

       01 REG-TARJETA.
           03 KEY-TARJETA   PIC X(16).
           03 FILLER        PIC X(104).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(100).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

      * TARIFA POR RED: HASTA 10 REDES (RED + COMISION EXTRACCION +  *
      * COMISION CONSULTA)                                           *
       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(180).

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
       77  FS-TAR           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPTARJET.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * TRANSACCION DE LA RED *
       01  WS-REG-ATM.
           03  ATM-TIPO-REG       PIC X(01).
               88  ATM-DETALLE                VALUE 'D'.
               88  ATM-TRAILER                VALUE 'T'.
           03  ATM-RED            PIC X(04).
           03  ATM-TIPO-TRX       PIC X(02).
               88  ATM-EXTRACCION             VALUE 'EX'.
               88  ATM-REVERSA                VALUE 'RV'.
               88  ATM-CONSULTA               VALUE 'CS'.
           03  ATM-TARJETA        PIC 9(16).
           03  ATM-IMPORTE        PIC 9(9)V99.
           03  ATM-FECHA          PIC 9(08).
           03  ATM-HORA           PIC 9(06).
           03  ATM-TERMINAL       PIC X(08).
           03  ATM-TRACE          PIC 9(10).
           03  ATM-TRACE-ORIG     PIC 9(10).
      * 'P' = REVERSA PARCIAL (EL CAJERO ENTREGO PARTE): LA COMISION  *
      * NO SE DEVUELVE ************************************************
           03  ATM-REV-PARCIAL    PIC X(01).
               88  ATM-REVERSA-PARCIAL        VALUE 'P'.
           03  FILLER             PIC X(23).

      * TRAILER DE LA RED: CANTIDAD Y NETO QUE LA RED NOS LIQUIDA *****
       01  WS-REG-ATM-TRL REDEFINES WS-REG-ATM.
           03  FILLER             PIC X(01).
           03  TRL-RED            PIC X(04).
           03  TRL-CANT           PIC 9(07).
           03  TRL-NETO           PIC S9(11)V99.
           03  FILLER             PIC X(75).

       01  WS-REG-PARAMETROS.
           03  WS-PAR-RED OCCURS 10 TIMES.
               05  WS-PAR-RED-COD     PIC X(04).
               05  WS-PAR-COM-EXTR    PIC 9(5)V99.
               05  WS-PAR-COM-CONS    PIC 9(5)V99.

       77  WS-PAR-IX        PIC 99     VALUE ZEROS.
       77  WS-PAR-IX-MATCH  PIC 99     VALUE ZEROS.

       77  WS-CODMOV-EXTRAC   PIC X(03) VALUE 'ATX'.
       77  WS-CODMOV-REVERSA  PIC X(03) VALUE 'ATR'.
       77  WS-CODMOV-COMISION PIC X(03) VALUE 'ATC'.
       77  WS-CODMOV-DEVCOMIS PIC X(03) VALUE 'ATD'.

      * REFERENCIA UNICA DEL POSTEO: RED + FECHA + TRACE + CONCEPTO **
       01  WS-REF-POSTEO.
           03  WS-REF-RED         PIC X(04)  VALUE SPACES.
           03  WS-REF-FECHA       PIC 9(08)  VALUE ZEROS.
           03  WS-REF-TRACE       PIC 9(10)  VALUE ZEROS.
           03  WS-REF-CONCEPTO    PIC X(01)  VALUE SPACES.

       77  WS-COMISION      PIC 9(5)V99    VALUE ZEROS.

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-POSTEADAS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-YA-POST   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.

      * TOTALES DE LIQUIDACION POR RED - LO QUE LA RED COBRA ES LO QUE *
      * ENTREGO EL CAJERO, SE HAYA PODIDO POSTEAR O NO ****************
       01  WS-RED-TABLA.
           03  WS-RED-TOPE        PIC 99       VALUE 10.
           03  WS-RED-OCUP        PIC 99       VALUE ZEROS.
           03  WS-RED-ENTRADA OCCURS 10 TIMES.
               05  WS-RED-COD         PIC X(04).
               05  WS-RED-CANT-EXT    PIC 9(07).
               05  WS-RED-IMP-EXT     PIC S9(11)V99.
               05  WS-RED-CANT-REV    PIC 9(07).
               05  WS-RED-IMP-REV     PIC S9(11)V99.
               05  WS-RED-CANT-CON    PIC 9(07).
               05  WS-RED-COMISION    PIC S9(11)V99.
               05  WS-RED-SUSPENSO    PIC S9(11)V99.
               05  WS-RED-TRL-NETO    PIC S9(11)V99.
               05  WS-RED-CON-TRL     PIC X(01).
                   88  WS-RED-TRAILER-LEIDO   VALUE 'S'.

       77  WS-RED-IX        PIC 99     VALUE ZEROS.
       77  WS-RED-IX-MATCH  PIC 99     VALUE ZEROS.
       77  WS-RED-NETO      PIC S9(11)V99 VALUE ZEROS.
       77  WS-RED-DIFER     PIC S9(11)V99 VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(44)    VALUE
                   'LIQUIDACION REDES DE CAJEROS - CORRIDA      '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(06)    VALUE 'RED'.
           03  FILLER        PIC X(04)    VALUE 'TRX'.
           03  FILLER        PIC X(18)    VALUE 'TARJETA'.
           03  FILLER        PIC X(12)    VALUE 'TRACE'.
           03  FILLER        PIC X(21)    VALUE '         IMPORTE'.
           03  FILLER        PIC X(20)    VALUE 'TIPO/CUENTA'.
           03  FILLER        PIC X(51)    VALUE 'MOTIVO NO APLICADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-RED         PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TRX         PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TARJETA     PIC 9(16)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TRACE       PIC 9(10)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-MOTIVO      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(21)    VALUE SPACES.

       01  WS-REG-TOT-RED.
           03  FILLER             PIC X(04)    VALUE 'RED '.
           03  WS-TOR-RED         PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-TOR-CONCEPTO    PIC X(24)    VALUE SPACES.
           03  WS-TOR-CANT        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-TOR-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(69)    VALUE SPACES.

      * POSTEO DE MOVIMIENTOS (PGMVPS15) *****************************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

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

           PERFORM 8000-TOTALES-RED THRU F-8000-TOTALES-RED.

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

      * SIN TARIFA PARA UNA RED LA COMISION ES CERO *
           MOVE SPACES TO WS-REG-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           ELSE
              DISPLAY '* SIN DDPARAM - REDES SIN COMISION'
           END-IF.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT TARJETA.
           IF FS-TAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TARJETA = ' FS-TAR
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
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *                                    *
      **************************************
       2000-PROCESO.

           MOVE ZEROS  TO WS-RED-IX-MATCH.
           MOVE SPACES TO WS-REF-CONCEPTO.

           PERFORM 3000-VALIDACION THRU F-3000-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-PROCESO-LEER
           END-IF.

           PERFORM 7000-BUSCAR-RED THRU F-7000-BUSCAR-RED.

           IF ATM-TRAILER
              IF WS-RED-IX-MATCH IS GREATER THAN ZEROS
                 MOVE TRL-NETO TO WS-RED-TRL-NETO(WS-RED-IX-MATCH)
                 MOVE 'S'      TO WS-RED-CON-TRL(WS-RED-IX-MATCH)
              END-IF
              GO TO F-2000-PROCESO-LEER
           END-IF.

           PERFORM 7100-ACUMULAR-RED THRU F-7100-ACUMULAR-RED.

           PERFORM 4000-RESOLVER-TARJETA THRU F-4000-RESOLVER-TARJETA.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-PROCESO-LEER
           END-IF.

           EVALUATE TRUE
              WHEN ATM-EXTRACCION
                 PERFORM 5000-POSTEAR-EXTRACCION
                         THRU F-5000-POSTEAR-EXTRACCION
              WHEN ATM-REVERSA
                 PERFORM 5100-POSTEAR-REVERSA
                         THRU F-5100-POSTEAR-REVERSA
              WHEN ATM-CONSULTA
                 PERFORM 5200-POSTEAR-CONSULTA
                         THRU F-5200-POSTEAR-CONSULTA
           END-EVALUATE.

       F-2000-PROCESO-LEER.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA ARCHIVO DE LA RED ******
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-ATM.
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

           IF NOT ATM-DETALLE AND NOT ATM-TRAILER
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE REGISTRO INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF ATM-RED IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'RED EN BLANCO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF ATM-TRAILER
              IF TRL-NETO IS NOT NUMERIC
                 SET WS-ERROR TO TRUE
                 MOVE 'TRAILER CON NETO INVALIDO' TO SUS-MOTIVO
              END-IF
              GO TO F-3000-VALIDACION
           END-IF.

           IF NOT ATM-EXTRACCION AND NOT ATM-REVERSA
              AND NOT ATM-CONSULTA
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE TRANSACCION INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF ATM-TARJETA IS NOT NUMERIC
              OR ATM-TRACE IS NOT NUMERIC
              OR ATM-FECHA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'TARJETA/TRACE/FECHA NO NUMERICO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF ATM-IMPORTE IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'IMPORTE NO NUMERICO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NOT ATM-CONSULTA
              AND ATM-IMPORTE IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'IMPORTE EN CERO' TO SUS-MOTIVO
           END-IF.

       F-3000-VALIDACION. EXIT.

      ***** TARJETA -> CUENTA POR EL MAESTRO DE TARJETAS **************
       4000-RESOLVER-TARJETA.

           MOVE ATM-TARJETA TO KEY-TARJETA.

           READ TARJETA INTO WS-REG-TARJETA.

           EVALUATE FS-TAR
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'TARJETA DESCONOCIDA' TO SUS-MOTIVO
                 GO TO F-4000-RESOLVER-TARJETA
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR LECTURA MAESTRO TARJETAS' TO SUS-MOTIVO
                 GO TO F-4000-RESOLVER-TARJETA
           END-EVALUATE.

           IF TAR-TIPCUEN IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'TARJETA SIN CUENTA RESUELTA' TO SUS-MOTIVO
           END-IF.

       F-4000-RESOLVER-TARJETA. EXIT.

      ***** EXTRACCION: DEBITO DEL IMPORTE Y COMISION DE LA RED *******
       5000-POSTEAR-EXTRACCION.

           COMPUTE LK-PS-IMPORTE = ZEROS - ATM-IMPORTE.
           MOVE WS-CODMOV-EXTRAC TO LK-PS-CODMOV.
           MOVE 'X'              TO WS-REF-CONCEPTO.
           PERFORM 5900-LLAMAR-POSTEO THRU F-5900-LLAMAR-POSTEO.

           IF NOT LK-PS-POSTEADO
              GO TO F-5000-POSTEAR-EXTRACCION
           END-IF.

           MOVE ZEROS TO WS-COMISION.
           IF WS-PAR-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-PAR-COM-EXTR(WS-PAR-IX-MATCH) TO WS-COMISION
           END-IF.

           IF WS-COMISION IS GREATER THAN ZEROS
              COMPUTE LK-PS-IMPORTE = ZEROS - WS-COMISION
              MOVE WS-CODMOV-COMISION TO LK-PS-CODMOV
              MOVE 'C'                TO WS-REF-CONCEPTO
              PERFORM 5900-LLAMAR-POSTEO THRU F-5900-LLAMAR-POSTEO
              IF LK-PS-POSTEADO
                 ADD WS-COMISION TO WS-RED-COMISION(WS-RED-IX-MATCH)
              END-IF
           END-IF.

       F-5000-POSTEAR-EXTRACCION. EXIT.

      ***** REVERSA: CREDITO DEL IMPORTE; LA TOTAL DEVUELVE COMISION **
       5100-POSTEAR-REVERSA.

           MOVE ATM-IMPORTE       TO LK-PS-IMPORTE.
           MOVE WS-CODMOV-REVERSA TO LK-PS-CODMOV.
           MOVE 'R'               TO WS-REF-CONCEPTO.
           PERFORM 5900-LLAMAR-POSTEO THRU F-5900-LLAMAR-POSTEO.

           IF NOT LK-PS-POSTEADO
              OR ATM-REVERSA-PARCIAL
              GO TO F-5100-POSTEAR-REVERSA
           END-IF.

           MOVE ZEROS TO WS-COMISION.
           IF WS-PAR-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-PAR-COM-EXTR(WS-PAR-IX-MATCH) TO WS-COMISION
           END-IF.

           IF WS-COMISION IS GREATER THAN ZEROS
              MOVE WS-COMISION        TO LK-PS-IMPORTE
              MOVE WS-CODMOV-DEVCOMIS TO LK-PS-CODMOV
              MOVE 'D'                TO WS-REF-CONCEPTO
              PERFORM 5900-LLAMAR-POSTEO THRU F-5900-LLAMAR-POSTEO
              IF LK-PS-POSTEADO
                 SUBTRACT WS-COMISION
                     FROM WS-RED-COMISION(WS-RED-IX-MATCH)
              END-IF
           END-IF.

       F-5100-POSTEAR-REVERSA. EXIT.

      ***** CONSULTA DE SALDO: SOLO LA COMISION DE LA RED *************
       5200-POSTEAR-CONSULTA.

           MOVE ZEROS TO WS-COMISION.
           IF WS-PAR-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-PAR-COM-CONS(WS-PAR-IX-MATCH) TO WS-COMISION
           END-IF.

           IF WS-COMISION IS EQUAL ZEROS
              GO TO F-5200-POSTEAR-CONSULTA
           END-IF.

           COMPUTE LK-PS-IMPORTE = ZEROS - WS-COMISION.
           MOVE WS-CODMOV-COMISION TO LK-PS-CODMOV.
           MOVE 'C'                TO WS-REF-CONCEPTO.
           PERFORM 5900-LLAMAR-POSTEO THRU F-5900-LLAMAR-POSTEO.

           IF LK-PS-POSTEADO
              ADD WS-COMISION TO WS-RED-COMISION(WS-RED-IX-MATCH)
           END-IF.

       F-5200-POSTEAR-CONSULTA. EXIT.

      ***** LLAMADA A PGMVPS15 (IMPORTE, CODIGO Y CONCEPTO CARGADOS) **
      * UN RECHAZO VA A SUSPENSO; UNA REFERENCIA YA REGISTRADA ES UN  *
      * REPROCESO DEL MISMO ARCHIVO Y NO SE VUELVE A APLICAR *********
       5900-LLAMAR-POSTEO.

           MOVE TAR-TIPCUEN      TO LK-PS-TIPCUEN.
           MOVE TAR-NROCUEN      TO LK-PS-NROCUEN.
           MOVE 'PGMVAT15'       TO LK-PS-PROGRAMA.
           MOVE ATM-RED          TO WS-REF-RED.
           MOVE ATM-FECHA        TO WS-REF-FECHA.
           MOVE ATM-TRACE        TO WS-REF-TRACE.
           MOVE WS-REF-POSTEO    TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8   TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 ADD 1 TO WS-TOT-POSTEADAS
              WHEN LK-PS-YA-POSTEADO
                 ADD 1 TO WS-TOT-YA-POST
              WHEN LK-PS-CUENTA-INEXISTENTE
                 MOVE 'CUENTA CERRADA O INEXISTENTE' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-EMBARGO
                 MOVE 'CUENTA EMBARGADA'             TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-SUCESION
                 MOVE 'TITULAR CON SUCESION ABIERTA' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-COBRANZA
                 MOVE 'CUENTA BLOQUEADA POR MORA'    TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-RETENCION
                 MOVE 'SALDO DISPONIBLE INSUFICIENTE' TO SUS-MOTIVO
              WHEN LK-PS-CODIGO-INVALIDO
                 MOVE 'CODIGO DE MOVIMIENTO INVALIDO' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO CAJERO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE POSTEO'              TO SUS-MOTIVO
           END-EVALUATE.

           IF NOT LK-PS-POSTEADO
              AND NOT LK-PS-YA-POSTEADO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-5900-LLAMAR-POSTEO. EXIT.

      ***** NO APLICADA: SUSPENSO, LINEA DEL LISTADO Y TOTAL DE LA RED
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-ATM TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

           MOVE ATM-RED         TO WS-DET-RED.
           MOVE ATM-TIPO-TRX    TO WS-DET-TRX.
           MOVE ZEROS           TO WS-DET-TARJETA.
           MOVE ZEROS           TO WS-DET-TRACE.
           IF ATM-DETALLE
              MOVE ATM-TARJETA  TO WS-DET-TARJETA
              MOVE ATM-TRACE    TO WS-DET-TRACE
           END-IF.
           IF ATM-IMPORTE IS NUMERIC
              MOVE ATM-IMPORTE  TO WS-DET-IMPORTE
           ELSE
              MOVE ZEROS        TO WS-DET-IMPORTE
           END-IF.
           MOVE ZEROS           TO WS-DET-TIPCUEN.
           MOVE ZEROS           TO WS-DET-NROCUEN.
           IF ATM-DETALLE
              AND KEY-TARJETA IS EQUAL TAR-NUMERO
              MOVE TAR-TIPCUEN  TO WS-DET-TIPCUEN
              MOVE TAR-NROCUEN  TO WS-DET-NROCUEN
           END-IF.
           MOVE SUS-MOTIVO      TO WS-DET-MOTIVO.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

      * LA EXTRACCION QUE NO SE PUDO DEBITAR LA COBRA IGUAL LA RED ****
           IF ATM-DETALLE
              AND WS-RED-IX-MATCH IS GREATER THAN ZEROS
              AND ATM-IMPORTE IS NUMERIC
              IF ATM-EXTRACCION AND WS-REF-CONCEPTO IS NOT EQUAL 'C'
                 ADD ATM-IMPORTE TO WS-RED-SUSPENSO(WS-RED-IX-MATCH)
              END-IF
              IF ATM-REVERSA AND WS-REF-CONCEPTO IS NOT EQUAL 'D'
                 SUBTRACT ATM-IMPORTE
                     FROM WS-RED-SUSPENSO(WS-RED-IX-MATCH)
              END-IF
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** RED DEL REGISTRO EN LA TABLA DE TOTALES Y EN LA TARIFA ****
       7000-BUSCAR-RED.

           MOVE ZEROS TO WS-RED-IX-MATCH.
           MOVE ZEROS TO WS-PAR-IX-MATCH.

           PERFORM VARYING WS-RED-IX FROM 1 BY 1
                   UNTIL WS-RED-IX > WS-RED-OCUP
              IF WS-RED-COD(WS-RED-IX) IS EQUAL TO ATM-RED
                 MOVE WS-RED-IX TO WS-RED-IX-MATCH
              END-IF
           END-PERFORM.

           IF WS-RED-IX-MATCH IS EQUAL TO ZEROS
              IF WS-RED-OCUP IS LESS THAN WS-RED-TOPE
                 ADD 1 TO WS-RED-OCUP
                 MOVE WS-RED-OCUP TO WS-RED-IX-MATCH
                 INITIALIZE WS-RED-ENTRADA(WS-RED-IX-MATCH)
                 MOVE ATM-RED TO WS-RED-COD(WS-RED-IX-MATCH)
              ELSE
                 DISPLAY '* TABLA DE REDES LLENA - RED ' ATM-RED
              END-IF
           END-IF.

           PERFORM VARYING WS-PAR-IX FROM 1 BY 1
                   UNTIL WS-PAR-IX > 10
              IF WS-PAR-RED-COD(WS-PAR-IX) IS EQUAL TO ATM-RED
                 AND WS-PAR-COM-EXTR(WS-PAR-IX) IS NUMERIC
                 AND WS-PAR-COM-CONS(WS-PAR-IX) IS NUMERIC
                 MOVE WS-PAR-IX TO WS-PAR-IX-MATCH
              END-IF
           END-PERFORM.

       F-7000-BUSCAR-RED. EXIT.

      ***** CANTIDADES E IMPORTES LIQUIDADOS POR LA RED ***************
       7100-ACUMULAR-RED.

           IF WS-RED-IX-MATCH IS EQUAL ZEROS
              GO TO F-7100-ACUMULAR-RED
           END-IF.

           EVALUATE TRUE
              WHEN ATM-EXTRACCION
                 ADD 1 TO WS-RED-CANT-EXT(WS-RED-IX-MATCH)
                 ADD ATM-IMPORTE TO WS-RED-IMP-EXT(WS-RED-IX-MATCH)
              WHEN ATM-REVERSA
                 ADD 1 TO WS-RED-CANT-REV(WS-RED-IX-MATCH)
                 ADD ATM-IMPORTE TO WS-RED-IMP-REV(WS-RED-IX-MATCH)
              WHEN ATM-CONSULTA
                 ADD 1 TO WS-RED-CANT-CON(WS-RED-IX-MATCH)
           END-EVALUATE.

       F-7100-ACUMULAR-RED. EXIT.

      **************************************
      *                                    *
      *  TOTAL DE LIQUIDACION POR RED PARA *
      *  CONCILIAR CONTRA LO QUE COBRA LA  *
      *  RED (TRAILER DEL ARCHIVO)         *
      *                                    *
      **************************************
       8000-TOTALES-RED.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 8100-IMPRIMIR-RED THRU F-8100-IMPRIMIR-RED
                   VARYING WS-RED-IX FROM 1 BY 1
                   UNTIL WS-RED-IX > WS-RED-OCUP.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-8000-TOTALES-RED. EXIT.

       8100-IMPRIMIR-RED.

           MOVE WS-RED-COD(WS-RED-IX) TO WS-TOR-RED.

           MOVE 'EXTRACCIONES'             TO WS-TOR-CONCEPTO.
           MOVE WS-RED-CANT-EXT(WS-RED-IX) TO WS-TOR-CANT.
           MOVE WS-RED-IMP-EXT(WS-RED-IX)  TO WS-TOR-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 2.

           MOVE 'REVERSAS'                 TO WS-TOR-CONCEPTO.
           MOVE WS-RED-CANT-REV(WS-RED-IX) TO WS-TOR-CANT.
           MOVE WS-RED-IMP-REV(WS-RED-IX)  TO WS-TOR-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1.

           MOVE 'CONSULTAS'                TO WS-TOR-CONCEPTO.
           MOVE WS-RED-CANT-CON(WS-RED-IX) TO WS-TOR-CANT.
           MOVE ZEROS                      TO WS-TOR-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1.

           MOVE 'COMISIONES COBRADAS'      TO WS-TOR-CONCEPTO.
           MOVE ZEROS                      TO WS-TOR-CANT.
           MOVE WS-RED-COMISION(WS-RED-IX) TO WS-TOR-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1.

           MOVE 'NETO EN SUSPENSO'         TO WS-TOR-CONCEPTO.
           MOVE WS-RED-SUSPENSO(WS-RED-IX) TO WS-TOR-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1.

           COMPUTE WS-RED-NETO = WS-RED-IMP-EXT(WS-RED-IX)
                               - WS-RED-IMP-REV(WS-RED-IX).
           MOVE 'NETO A LIQUIDAR A LA RED' TO WS-TOR-CONCEPTO.
           MOVE WS-RED-NETO                TO WS-TOR-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1.

           IF WS-RED-TRAILER-LEIDO(WS-RED-IX)
              MOVE 'NETO SEGUN LA RED'         TO WS-TOR-CONCEPTO
              MOVE WS-RED-TRL-NETO(WS-RED-IX)  TO WS-TOR-IMPORTE
              WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1
              COMPUTE WS-RED-DIFER = WS-RED-TRL-NETO(WS-RED-IX)
                                   - WS-RED-NETO
              MOVE 'DIFERENCIA A CONCILIAR'    TO WS-TOR-CONCEPTO
              MOVE WS-RED-DIFER                TO WS-TOR-IMPORTE
              WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1
              IF WS-RED-DIFER IS NOT EQUAL ZEROS
                 DISPLAY '* DIFERENCIA DE LIQUIDACION RED '
                         WS-RED-COD(WS-RED-IX)
              END-IF
           ELSE
              MOVE 'RED SIN TRAILER DE CONTROL' TO WS-TOR-CONCEPTO
              MOVE ZEROS                        TO WS-TOR-IMPORTE
              WRITE REG-LISTADO FROM WS-REG-TOT-RED AFTER 1
           END-IF.

       F-8100-IMPRIMIR-RED. EXIT.

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

           DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS.
           DISPLAY 'MOVIMIENTOS POSTEADOS   = ' WS-TOT-POSTEADAS.
           DISPLAY 'YA POSTEADOS (REPROCESO)= ' WS-TOT-YA-POST.
           DISPLAY 'REGISTROS A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA
              IF FS-ENT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE TARJETA
              IF FS-TAR IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE TARJETA = ' FS-TAR
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVAT15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-POSTEADAS TO RES-CANT-PROCESADOS.
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
