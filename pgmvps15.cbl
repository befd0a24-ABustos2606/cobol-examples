      * CREDITOS, COMO EL DEVENGAMIENTO DE          *
      * INTERESES, SE POSTEAN IGUAL                 *
      *                                             *
      * TAMPOCO SE DEBITA UNA CUENTA QUE LA GESTION *
      * DE MORA (PGMVGM15, MAESTRO DDCOBRA) TIENE   *
      * BLOQUEADA O CASTIGADA, SALVO LOS POSTEOS DE *
      * LA PROPIA GESTION (CASTIGO Y RECUPERO)      *
      *                                             *
      * EL DEBITO SE APLICA CONTRA EL SALDO         *
      * DISPONIBLE (RUTINA PGMVDS15 CONTRA EL       *
      * MAESTRO DE RETENCIONES DE PGMVRE15): CON    *
      * RETENCIONES VIGENTES NO PUEDE DEJAR EL      *
      * SALDO POR DEBAJO DE LO RETENIDO, Y CON UN   *
      * BLOQUEO TOTAL NO SE DEBITA NADA. UNA CUENTA *
      * SIN RETENCIONES SE DEBITA COMO ANTES        *
      *                                             *
      * LA RUTINA NO COMMITEA: EL COMMIT/ROLLBACK   *
      * ES DEL JOB LLAMADOR, COMO EN DB2-TP34       *
      *                                             *
      * CADA POSTEO APLICADO QUEDA EN EL LIBRO DE   *
      * MOVIMIENTOS ITPLZRY.TB99MOVI (PROGRAMA DE   *
      * ORIGEN, CODIGO DDCODMOV, REFERENCIA DEL     *
      * LLAMADOR, IMPORTE, SALDO POSTERIOR Y FECHA  *
      * DE NEGOCIO) DENTRO DE LA MISMA UNIDAD DE    *
      * TRABAJO QUE EL UPDATE DEL SALDO. LA CLAVE   *
      * UNICA ES PROGRAMA + REFERENCIA: UNA         *
      * REFERENCIA YA REGISTRADA VUELVE COMO YA     *
      * POSTEADA ('D') SIN TOCAR EL SALDO, ASI EL   *
      * RERUN DE UN JOB CANCELADO NO DEBITA DOS     *
      * VECES AL CLIENTE                            *
      *                                             *
      * CUANDO EL LLAMADOR INFORMA LA CUENTA        *
      * CONTRAPARTE DE UNA TRANSFERENCIA Y ESTA ES  *
      * DE OTRA SUCURSAL, CADA PATA POSTEADA DEJA   *
      * SU PARTIDA INTERSUCURSAL EN ITPLZRY.TB99INTS*
      * (SUCURSAL DE LA CUENTA, SUCURSAL CONTRAPARTE*
      * MONEDA E IMPORTE CON EL SIGNO DEL POSTEO)   *
      * EN LA MISMA UNIDAD DE TRABAJO: EL DEBITO    *
      * QUEDA NEGATIVO EN LA SUCURSAL QUE DEBE Y EL *
      * CREDITO POSITIVO EN LA QUE TIENE A COBRAR,  *
      * ASI LAS DOS PATAS SUMAN CERO. LAS COMPENSA  *
      * EL PROCESO DIARIO PGMVIS15                  *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CODMOV ASSIGN DDCODMOV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-CMV
                  FILE STATUS IS FS-CMV.

           SELECT COBRANZA ASSIGN DDCOBRA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-COB
                  FILE STATUS IS FS-COB.

       DATA DIVISION.
       FILE SECTION.

       FD CODMOV.

       01 REG-CODMOV.
           03  KEY-CMV          PIC X(03).
           03  FILLER           PIC X(27).

       FD COBRANZA.

       01 REG-COBRANZA.
           03  KEY-COB          PIC X(14).
           03  FILLER           PIC X(86).

       WORKING-STORAGE SECTION.

       77  FS-CMV           PIC XX    VALUE SPACES.
       77  FS-COB           PIC XX    VALUE SPACES.

      * SIN TABLA DE CODIGOS ASIGNADA (STATUS 35) EL CODIGO NO SE     *
      * VALIDA, IGUAL QUE EN PGMAPS15 **********************************
       01  WS-STATUS-CODMOV    PIC X   VALUE 'N'.
           88  WS-CODMOV-ABIERTO       VALUE 'Y'.
           88  WS-CODMOV-AUSENTE       VALUE 'A'.
           88  WS-CODMOV-SIN-PROBAR    VALUE 'N'.

           COPY CPCODMOV.

      * SIN MAESTRO DE GESTION DE MORA (STATUS 35) NO HAY CUENTAS     *
      * BLOQUEADAS, MISMO CRITERIO QUE LA TABLA DE CODIGOS ************
       01  WS-STATUS-COBRANZA  PIC X   VALUE 'N'.
           88  WS-COBRANZA-ABIERTA     VALUE 'Y'.
           88  WS-COBRANZA-AUSENTE     VALUE 'A'.
           88  WS-COBRANZA-SIN-PROBAR  VALUE 'N'.

           COPY CPCOBRA.

      * CLAVE DEL CASO: SUCURSAL + TIPO + CUENTA **********************
       01  WS-PS-CLAVE-COB.
           03  WS-PS-COB-SUCUEN     PIC 9(02)    VALUE ZEROS.
           03  WS-PS-COB-TIPCUEN    PIC 9(02)    VALUE ZEROS.
           03  WS-PS-COB-NROCUEN    PIC 9(10)    VALUE ZEROS.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
                                    VALUE ZEROS.
       77  WS-PS-TIPCUEN-N          PIC 99       VALUE ZEROS.

      * REGISTRO DEL LIBRO DE MOVIMIENTOS EN FORMATO HOST *************
       77  WS-PS-PROGRAMA           PIC X(08)    VALUE SPACES.
       77  WS-PS-CODMOV             PIC X(03)    VALUE SPACES.
       77  WS-PS-REFERENCIA         PIC X(25)    VALUE SPACES.
       77  WS-PS-SUCUEN             PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-PS-MONEDA             PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-PS-SALDO              PIC S9(9)V99 USAGE COMP-3
                                    VALUE ZEROS.
       77  WS-PS-FECNEG             PIC X(10)    VALUE SPACES.

      * CUENTA CONTRAPARTE DE LA TRANSFERENCIA Y SU SUCURSAL PARA LA  *
      * PARTIDA INTERSUCURSAL ******************************************
       01  WS-PS-SW-CONTRAPARTE     PIC X        VALUE 'N'.
           88  WS-PS-CON-CONTRAPARTE         VALUE 'S'.
           88  WS-PS-SIN-CONTRAPARTE         VALUE 'N'.
       77  WS-PS-CTP-TIPCUEN        PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-PS-CTP-NROCUEN        PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-PS-SUCCTP             PIC S9(4) USAGE COMP VALUE ZEROS.

       01  WS-PS-FECHA-8            PIC 9(08)    VALUE ZEROS.
       01  WS-PS-FECHA-PARTES REDEFINES WS-PS-FECHA-8.
           03  WS-PS-FEC-AAAA       PIC 9(04).
           03  WS-PS-FEC-MM         PIC 9(02).
           03  WS-PS-FEC-DD         PIC 9(02).

      * FECHA DE PROCESO DE LA CADENA CUANDO EL LLAMADOR NO INFORMA  *
      * FECHA DE NEGOCIO (DDFECPRO VIA PGMVFD15) ***********************
       01  WS-PGMVFD15              PIC X(8)     VALUE 'PGMVFD15'.
       01  WS-PARM-FECPRO.
           03  WS-FP-FECHA-6        PIC 9(06).
           03  WS-FP-FECHA-8        PIC 9(08).
           03  WS-FP-ORIGEN         PIC X.

      * CONSULTA DE EMBARGO VIA RUTINA COMPARTIDA *********************
       01  WS-PGMVEM15              PIC X(8)     VALUE 'PGMVEM15'.
       01  WS-PARM-EMBARGO.
           03  WS-EMB-IMPORTE       PIC S9(9)V99.
           03  WS-EMB-EXPEDIENTE    PIC X(10).

      * SALDO DISPONIBLE VIA RUTINA COMPARTIDA ************************
       01  WS-PGMVDS15              PIC X(8)     VALUE 'PGMVDS15'.
           COPY CPDISPON.

       LINKAGE SECTION.
           COPY CPPOSTEO.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-POSTEO.
      * EMBARGO/SUCESION NO REACCIONEN A UN RECHAZO VIEJO ************
           MOVE SPACE TO LK-STATUS-POSTEO.
           MOVE ZEROS TO LK-SQLCODE-RESULT.
           MOVE ZEROS TO LK-PS-SALDO-POST.
           MOVE LK-PS-TIPCUEN TO WS-PS-TIPCUEN.
           MOVE LK-PS-NROCUEN TO WS-PS-NROCUEN.
           MOVE LK-PS-IMPORTE TO WS-PS-IMPORTE.

      * LA CONTRAPARTE SE TOMA Y SE LIMPIA AL ENTRAR: UN LLAMADOR QUE *
      * NO LA INFORMA NO ARRASTRA LA DE UN POSTEO ANTERIOR *************
           SET WS-PS-SIN-CONTRAPARTE TO TRUE.
           IF LK-PS-CTP-TIPCUEN IS NUMERIC
              AND LK-PS-CTP-NROCUEN IS NUMERIC
              AND LK-PS-CTP-NROCUEN IS GREATER THAN ZEROS
              SET WS-PS-CON-CONTRAPARTE TO TRUE
              MOVE LK-PS-CTP-TIPCUEN TO WS-PS-CTP-TIPCUEN
              MOVE LK-PS-CTP-NROCUEN TO WS-PS-CTP-NROCUEN
           END-IF.
           MOVE ZEROS TO LK-PS-CTP-TIPCUEN.
           MOVE ZEROS TO LK-PS-CTP-NROCUEN.

           PERFORM 1100-PREPARAR-MOVIMIENTO
                   THRU 1100-F-PREPARAR-MOVIMIENTO.
           IF LK-PS-ERROR OR LK-PS-CODIGO-INVALIDO
              GO TO 1000-F-POSTEAR-SALDO
           END-IF.

           PERFORM 1200-VERIFICAR-REFERENCIA
                   THRU 1200-F-VERIFICAR-REFERENCIA.
           IF LK-PS-YA-POSTEADO OR LK-PS-ERROR
              GO TO 1000-F-POSTEAR-SALDO
           END-IF.

           IF LK-PS-IMPORTE IS LESS THAN ZEROS
              PERFORM 2000-VERIFICAR-EMBARGO
                      THRU 2000-F-VERIFICAR-EMBARGO
              IF LK-PS-RECHAZO-SUCESION OR LK-PS-ERROR
                 GO TO 1000-F-POSTEAR-SALDO
              END-IF

              IF WS-PS-PROGRAMA IS NOT EQUAL 'PGMVGM15'
                 PERFORM 3500-VERIFICAR-COBRANZA
                         THRU 3500-F-VERIFICAR-COBRANZA
                 IF LK-PS-RECHAZO-COBRANZA
                    GO TO 1000-F-POSTEAR-SALDO
                 END-IF
              END-IF

              PERFORM 3600-VERIFICAR-DISPONIBLE
                      THRU 3600-F-VERIFICAR-DISPONIBLE
              IF LK-PS-RECHAZO-RETENCION
                 GO TO 1000-F-POSTEAR-SALDO
              END-IF
           END-IF.

           EXEC SQL
                 SET LK-PS-CUENTA-INEXISTENTE TO TRUE
              WHEN OTHER
                 SET LK-PS-POSTEADO TO TRUE
                 PERFORM 4000-REGISTRAR-MOVIMIENTO
                         THRU 4000-F-REGISTRAR-MOVIMIENTO
           END-EVALUATE.

       1000-F-POSTEAR-SALDO.
           GOBACK.

      ***** DATOS DEL MOVIMIENTO: ORIGEN, CODIGO, REFERENCIA, FECHA **
       1100-PREPARAR-MOVIMIENTO.

           MOVE LK-PS-PROGRAMA   TO WS-PS-PROGRAMA.
           MOVE LK-PS-CODMOV     TO WS-PS-CODMOV.
           MOVE LK-PS-REFERENCIA TO WS-PS-REFERENCIA.

      * SIN REFERENCIA NO HAY FORMA DE DETECTAR UN POSTEO REPETIDO: *
      * SE RECHAZA ANTES DE TOCAR EL SALDO ****************************
           IF WS-PS-PROGRAMA IS EQUAL SPACES
              OR WS-PS-REFERENCIA IS EQUAL SPACES
              DISPLAY 'POSTEO SIN PROGRAMA/REFERENCIA: '
                      WS-PS-PROGRAMA ' ' WS-PS-REFERENCIA
              SET LK-PS-ERROR TO TRUE
              GO TO 1100-F-PREPARAR-MOVIMIENTO
           END-IF.

           IF LK-PS-FECHA IS NUMERIC
              AND LK-PS-FECHA IS GREATER THAN ZEROS
              MOVE LK-PS-FECHA TO WS-PS-FECHA-8
           ELSE
              CALL WS-PGMVFD15 USING WS-PARM-FECPRO
              MOVE WS-FP-FECHA-8 TO WS-PS-FECHA-8
              MOVE WS-FP-FECHA-8 TO LK-PS-FECHA
           END-IF.

           MOVE SPACES TO WS-PS-FECNEG.
           STRING WS-PS-FEC-AAAA '-' WS-PS-FEC-MM '-' WS-PS-FEC-DD
                  DELIMITED BY SIZE INTO WS-PS-FECNEG.

           IF WS-CODMOV-SIN-PROBAR
              OPEN INPUT CODMOV
              EVALUATE FS-CMV
                 WHEN '00'
                    SET WS-CODMOV-ABIERTO TO TRUE
                 WHEN '35'
                    SET WS-CODMOV-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN CODMOV (PGMVPS15) = '
                            FS-CMV
                    SET WS-CODMOV-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-CODMOV-ABIERTO
              MOVE WS-PS-CODMOV TO KEY-CMV
              READ CODMOV INTO WS-REG-CODMOV
              IF FS-CMV IS NOT EQUAL '00'
                 DISPLAY 'CODIGO DE MOVIMIENTO INEXISTENTE: '
                         WS-PS-CODMOV ' ' WS-PS-PROGRAMA
                 SET LK-PS-CODIGO-INVALIDO TO TRUE
              END-IF
           END-IF.

       1100-F-PREPARAR-MOVIMIENTO. EXIT.

      ***** REFERENCIA YA REGISTRADA EN EL LIBRO DE MOVIMIENTOS ******
       1200-VERIFICAR-REFERENCIA.

           EXEC SQL
              SELECT SALDO INTO :WS-PS-SALDO
                FROM ITPLZRY.TB99MOVI
                WHERE PROGRAMA = :WS-PS-PROGRAMA
                AND REFERENCIA = :WS-PS-REFERENCIA
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 MOVE WS-PS-SALDO TO LK-PS-SALDO-POST
                 SET LK-PS-YA-POSTEADO TO TRUE
              WHEN +100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA TB99MOVI: ' WS-SQLCODE
                 MOVE SQLCODE TO LK-SQLCODE-RESULT
                 SET LK-PS-ERROR TO TRUE
           END-EVALUATE.

       1200-F-VERIFICAR-REFERENCIA. EXIT.

      ***** EMBARGO JUDICIAL VIGENTE SOBRE LA CUENTA *****************
       2000-VERIFICAR-EMBARGO.

       3000-VERIFICAR-SUCESION.

           EXEC SQL
              SELECT NROCLI, SUCUEN, SALDO
                INTO :WS-PS-NROCLI, :WS-PS-SUCUEN, :WS-PS-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :WS-PS-TIPCUEN
                AND NROCUEN = :WS-PS-NROCUEN
                 CONTINUE
              WHEN +100
      * CUENTA INEXISTENTE - LO RESUELVE EL UPDATE PRINCIPAL *
                 MOVE ZEROS TO WS-PS-SUCUEN
                 MOVE ZEROS TO WS-PS-SALDO
                 GO TO 3000-F-VERIFICAR-SUCESION
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
           END-IF.

       3000-F-VERIFICAR-SUCESION. EXIT.

      ***** CUENTA BLOQUEADA O CASTIGADA POR LA GESTION DE MORA *******
      ***** (SUCURSAL TOMADA POR 3000-VERIFICAR-SUCESION) *************
       3500-VERIFICAR-COBRANZA.

           IF WS-COBRANZA-SIN-PROBAR
              OPEN INPUT COBRANZA
              EVALUATE FS-COB
                 WHEN '00'
                    SET WS-COBRANZA-ABIERTA TO TRUE
                 WHEN '35'
                    SET WS-COBRANZA-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN COBRANZA (PGMVPS15) = '
                            FS-COB
                    SET WS-COBRANZA-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF NOT WS-COBRANZA-ABIERTA
              GO TO 3500-F-VERIFICAR-COBRANZA
           END-IF.

           MOVE WS-PS-SUCUEN    TO WS-PS-COB-SUCUEN.
           MOVE LK-PS-TIPCUEN   TO WS-PS-COB-TIPCUEN.
           MOVE LK-PS-NROCUEN   TO WS-PS-COB-NROCUEN.
           MOVE WS-PS-CLAVE-COB TO KEY-COB.

           READ COBRANZA INTO WS-REG-COBRANZA.

           EVALUATE FS-COB
              WHEN '00'
                 IF COB-DEBITOS-BLOQUEADOS
                    SET LK-PS-RECHAZO-COBRANZA TO TRUE
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA COBRANZA (PGMVPS15) = '
                         FS-COB
           END-EVALUATE.

       3500-F-VERIFICAR-COBRANZA. EXIT.

      ***** SALDO DISPONIBLE: SALDO MENOS RETENCIONES VIGENTES *******
      ***** (SALDO TOMADO POR 3000-VERIFICAR-SUCESION) ****************
       3600-VERIFICAR-DISPONIBLE.

           MOVE LK-PS-TIPCUEN TO LK-DS-TIPCUEN.
           MOVE LK-PS-NROCUEN TO LK-DS-NROCUEN.
           MOVE WS-PS-SALDO   TO LK-DS-SALDO.
           MOVE WS-PS-FECHA-8 TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           EVALUATE TRUE
              WHEN LK-DS-BLOQUEO-TOTAL
                 SET LK-PS-RECHAZO-RETENCION TO TRUE
              WHEN LK-DS-CON-RETENCION
                 IF LK-DS-DISPONIBLE + LK-PS-IMPORTE
                    IS LESS THAN ZEROS
                    SET LK-PS-RECHAZO-RETENCION TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3600-F-VERIFICAR-DISPONIBLE. EXIT.

      ***** ALTA DEL MOVIMIENTO EN EL LIBRO CON EL SALDO POSTERIOR ****
       4000-REGISTRAR-MOVIMIENTO.

           EXEC SQL
              SELECT SUCUEN, MONEDA, SALDO
                INTO :WS-PS-SUCUEN, :WS-PS-MONEDA, :WS-PS-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :WS-PS-TIPCUEN
                AND NROCUEN = :WS-PS-NROCUEN
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR SALDO POSTERIOR TB99CUEN: ' WS-SQLCODE
              MOVE SQLCODE TO LK-SQLCODE-RESULT
              SET LK-PS-ERROR TO TRUE
              GO TO 4000-F-REGISTRAR-MOVIMIENTO
           END-IF.

           MOVE WS-PS-SALDO TO LK-PS-SALDO-POST.

           EXEC SQL
              INSERT INTO ITPLZRY.TB99MOVI (PROGRAMA,
                                            REFERENCIA,
                                            CODMOV,
                                            TIPCUEN,
                                            NROCUEN,
                                            SUCUEN,
                                            MONEDA,
                                            IMPORTE,
                                            SALDO,
                                            FECNEG)
                     VALUES                (:WS-PS-PROGRAMA,
                                            :WS-PS-REFERENCIA,
                                            :WS-PS-CODMOV,
                                            :WS-PS-TIPCUEN,
                                            :WS-PS-NROCUEN,
                                            :WS-PS-SUCUEN,
                                            :WS-PS-MONEDA,
                                            :WS-PS-IMPORTE,
                                            :WS-PS-SALDO,
                                            :WS-PS-FECNEG)
           END-EXEC.

      * -803: OTRO PROCESO REGISTRO LA MISMA REFERENCIA ENTRE LA     *
      * CONSULTA Y EL ALTA - SE DESHACE EL IMPORTE RECIEN APLICADO    *
      * Y SE RESPONDE YA POSTEADO **************************************
           EVALUATE SQLCODE
              WHEN ZEROS
                 IF WS-PS-CON-CONTRAPARTE
                    PERFORM 4100-REGISTRAR-INTERSUCURSAL
                            THRU 4100-F-REGISTRAR-INTERSUCURSAL
                 END-IF
              WHEN -803
                 EXEC SQL
                    UPDATE ITPLZRY.TB99CUEN
                       SET SALDO = SALDO - :WS-PS-IMPORTE
                       WHERE TIPCUEN = :WS-PS-TIPCUEN
                       AND NROCUEN = :WS-PS-NROCUEN
                 END-EXEC
                 IF SQLCODE NOT EQUAL ZEROS
                    MOVE SQLCODE TO WS-SQLCODE
                    DISPLAY 'ERROR REVERSA POSTEO DUPLICADO: '
                            WS-SQLCODE
                    MOVE SQLCODE TO LK-SQLCODE-RESULT
                    SET LK-PS-ERROR TO TRUE
                 ELSE
                    SET LK-PS-YA-POSTEADO TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR ALTA TB99MOVI: ' WS-SQLCODE
                 MOVE SQLCODE TO LK-SQLCODE-RESULT
                 SET LK-PS-ERROR TO TRUE
           END-EVALUATE.

       4000-F-REGISTRAR-MOVIMIENTO. EXIT.

      ***** PARTIDA INTERSUCURSAL DE LA PATA RECIEN POSTEADA **********
      ***** (SUCURSAL Y MONEDA TOMADAS POR 4000) ***********************
       4100-REGISTRAR-INTERSUCURSAL.

           EXEC SQL
              SELECT SUCUEN
                INTO :WS-PS-SUCCTP
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :WS-PS-CTP-TIPCUEN
                AND NROCUEN = :WS-PS-CTP-NROCUEN
           END-EXEC.

      * CONTRAPARTE INEXISTENTE: LA OTRA PATA VA A FALLAR Y EL        *
      * LLAMADOR REVERSA ESTA, ASI QUE NO HAY NADA QUE COMPENSAR ******
           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 GO TO 4100-F-REGISTRAR-INTERSUCURSAL
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CONTRAPARTE: ' WS-SQLCODE
                 MOVE SQLCODE TO LK-SQLCODE-RESULT
                 SET LK-PS-ERROR TO TRUE
                 GO TO 4100-F-REGISTRAR-INTERSUCURSAL
           END-EVALUATE.

           IF WS-PS-SUCCTP IS EQUAL WS-PS-SUCUEN
              GO TO 4100-F-REGISTRAR-INTERSUCURSAL
           END-IF.

           EXEC SQL
              INSERT INTO ITPLZRY.TB99INTS (FECNEG,
                                            SUCUEN,
                                            SUCCTP,
                                            MONEDA,
                                            IMPORTE,
                                            PROGRAMA,
                                            REFERENCIA,
                                            TIPCUEN,
                                            NROCUEN)
                     VALUES                (:WS-PS-FECNEG,
                                            :WS-PS-SUCUEN,
                                            :WS-PS-SUCCTP,
                                            :WS-PS-MONEDA,
                                            :WS-PS-IMPORTE,
                                            :WS-PS-PROGRAMA,
                                            :WS-PS-REFERENCIA,
                                            :WS-PS-TIPCUEN,
                                            :WS-PS-NROCUEN)
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR ALTA TB99INTS: ' WS-SQLCODE
              MOVE SQLCODE TO LK-SQLCODE-RESULT
              SET LK-PS-ERROR TO TRUE
           END-IF.

       4100-F-REGISTRAR-INTERSUCURSAL. EXIT.
