       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVDS15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE SALDO DISPONIBLE DE    *
      * UNA CUENTA: SALDO CONTABLE MENOS LAS        *
      * RETENCIONES DE FONDOS VIGENTES DEL MAESTRO  *
      * DDRETEN QUE MANTIENE PGMVRE15 - LLAMADA     *
      * DESDE PGMVPS15 ANTES DE CADA DEBITO Y DESDE *
      * LOS LISTADOS QUE IMPRIMEN SALDO (MISMO      *
      * ESQUEMA DE APERTURA UNICA QUE PGMVEM15)     *
      *                                             *
      * UNA CUENTA PUEDE TENER VARIAS RETENCIONES:  *
      * SE RECORREN TODAS LAS DE LA CUENTA CON      *
      * START SOBRE TIPO + NUMERO Y SE SUMAN LAS    *
      * NO VENCIDAS A LA FECHA DE CONSULTA. UN      *
      * BLOQUEO TOTAL DEJA LA CUENTA SIN DISPONIBLE *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RETENCION ASSIGN DDRETEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-RETEN
                  FILE STATUS IS FS-RET.

       DATA DIVISION.
       FILE SECTION.

       FD RETENCION.

       01 REG-RETENCION.
           03 KEY-RETEN     PIC X(27).
           03 FILLER        PIC X(53).

       WORKING-STORAGE SECTION.

       77  FS-RET           PIC XX    VALUE SPACES.

      * SIN MAESTRO DE RETENCIONES ASIGNADO (STATUS 35) EL SALDO      *
      * DISPONIBLE ES EL SALDO CONTABLE, IGUAL QUE SIN EMBARGOS EN    *
      * PGMVEM15                                                      *
       01  WS-STATUS-MAESTRO   PIC X   VALUE 'N'.
           88  WS-RETEN-ABIERTO        VALUE 'Y'.
           88  WS-RETEN-AUSENTE        VALUE 'A'.
           88  WS-RETEN-SIN-PROBAR     VALUE 'N'.

       01  WS-STATUS-FIN       PIC X   VALUE 'N'.
           88  WS-FIN-CUENTA           VALUE 'Y'.
           88  WS-NO-FIN-CUENTA        VALUE 'N'.

           COPY CPRETEN.

      * CUENTA CONSULTADA EN EL FORMATO DE LA CLAVE DEL MAESTRO ******
       01  WS-DS-CUENTA.
           03  WS-DS-TIPCUEN        PIC 9(02)    VALUE ZEROS.
           03  WS-DS-NROCUEN        PIC 9(15)    VALUE ZEROS.

       01  WS-DS-FECHA          PIC 9(08)    VALUE ZEROS.

      * FECHA DE PROCESO DE LA CADENA CUANDO EL LLAMADOR NO INFORMA  *
      * FECHA DE CONSULTA - SE PIDE UNA SOLA VEZ POR EJECUCION ********
       01  WS-PGMVFD15              PIC X(8)     VALUE 'PGMVFD15'.
       01  WS-PARM-FECPRO.
           03  WS-FP-FECHA-6        PIC 9(06)    VALUE ZEROS.
           03  WS-FP-FECHA-8        PIC 9(08)    VALUE ZEROS.
           03  WS-FP-ORIGEN         PIC X        VALUE SPACE.

       LINKAGE SECTION.
           COPY CPDISPON.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-DISPON.
      ***** SALDO DISPONIBLE DE LA CUENTA ******
       1000-CONSULTAR-DISPONIBLE.
      **************************************

           SET LK-DS-SIN-RETENCION TO TRUE.
           MOVE ZEROS       TO LK-DS-CANT-RETEN.
           MOVE ZEROS       TO LK-DS-RETENIDO.
           MOVE LK-DS-SALDO TO LK-DS-DISPONIBLE.

           IF WS-RETEN-SIN-PROBAR
              OPEN INPUT RETENCION
              EVALUATE FS-RET
                 WHEN '00'
                    SET WS-RETEN-ABIERTO TO TRUE
                 WHEN '35'
                    SET WS-RETEN-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN RETENCION (PGMVDS15) = '
                            FS-RET
                    SET WS-RETEN-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF NOT WS-RETEN-ABIERTO
              GO TO 1000-F-CONSULTAR-DISPONIBLE
           END-IF.

           IF LK-DS-FECHA IS NUMERIC
              AND LK-DS-FECHA IS GREATER THAN ZEROS
              MOVE LK-DS-FECHA TO WS-DS-FECHA
           ELSE
              IF WS-FP-FECHA-8 IS EQUAL ZEROS
                 CALL WS-PGMVFD15 USING WS-PARM-FECPRO
              END-IF
              MOVE WS-FP-FECHA-8 TO WS-DS-FECHA
           END-IF.

           MOVE LK-DS-TIPCUEN TO WS-DS-TIPCUEN.
           MOVE LK-DS-NROCUEN TO WS-DS-NROCUEN.
           MOVE LOW-VALUES    TO KEY-RETEN.
           MOVE WS-DS-CUENTA  TO KEY-RETEN(1:17).

           SET WS-NO-FIN-CUENTA TO TRUE.

           START RETENCION KEY IS NOT LESS THAN KEY-RETEN
              INVALID KEY
                 SET WS-FIN-CUENTA TO TRUE
           END-START.

           PERFORM 2000-SUMAR-RETENCION THRU 2000-F-SUMAR-RETENCION
                   UNTIL WS-FIN-CUENTA.

           IF LK-DS-BLOQUEO-TOTAL
              IF LK-DS-SALDO IS GREATER THAN ZEROS
                 MOVE ZEROS TO LK-DS-DISPONIBLE
              END-IF
           ELSE
              COMPUTE LK-DS-DISPONIBLE = LK-DS-SALDO - LK-DS-RETENIDO
           END-IF.

       1000-F-CONSULTAR-DISPONIBLE.
           GOBACK.

      ***** RETENCIONES DE LA CUENTA (CORTA AL CAMBIAR DE CUENTA) *****
       2000-SUMAR-RETENCION.

           READ RETENCION NEXT INTO WS-REG-RETENCION.

           EVALUATE FS-RET
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-CUENTA TO TRUE
                 GO TO 2000-F-SUMAR-RETENCION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RETENCION (PGMVDS15) = '
                         FS-RET
                 SET WS-FIN-CUENTA TO TRUE
                 GO TO 2000-F-SUMAR-RETENCION
           END-EVALUATE.

           IF RET-CLAVE(1:17) IS NOT EQUAL WS-DS-CUENTA
              SET WS-FIN-CUENTA TO TRUE
              GO TO 2000-F-SUMAR-RETENCION
           END-IF.

      * VENCIDA Y TODAVIA NO LIBERADA POR LA CORRIDA NOCTURNA: YA NO *
      * RETIENE FONDOS ************************************************
           IF RET-VENCIMIENTO IS GREATER THAN ZEROS
              AND RET-VENCIMIENTO IS LESS THAN WS-DS-FECHA
              GO TO 2000-F-SUMAR-RETENCION
           END-IF.

           ADD 1 TO LK-DS-CANT-RETEN.

           IF RET-BLOQUEO-TOTAL
              SET LK-DS-BLOQUEO-TOTAL TO TRUE
           ELSE
              ADD RET-IMPORTE TO LK-DS-RETENIDO
              IF NOT LK-DS-BLOQUEO-TOTAL
                 SET LK-DS-CON-RETENCION TO TRUE
              END-IF
           END-IF.

       2000-F-SUMAR-RETENCION. EXIT.
