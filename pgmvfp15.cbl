      ********************************************************
      *                                                      *
      *     POSICION GLOBAL DE MONEDA EXTRANJERA DEL BANCO   *
      *            TP 35 - BATCH DE CONTROL                  *
      *                                                      *
      ********************************************************
      *                                                      *
      * PGMVFX15 MUESTRA LA EXPOSICION POR CLIENTE; TESORERIA*
      * NECESITA LA VISTA OPUESTA: LA POSICION TOTAL DEL     *
      * BANCO POR MONEDA CONTRA EL LIMITE DEL REGULADOR.     *
      * ESTE JOB DIARIO TOMA LA POSICION DE CLIENTES DDPOSCLI*
      * (PGMVPN15), PREVIO CONTROL DE SUS TOTALES CON        *
      * PGMVPK15, SUMA POR MONEDA LOS SALDOS Y LAS CUENTAS   *
      * DE TODOS LOS DOCUMENTOS CON LA VALORIZACION EN PESOS *
      * YA APLICADA CON EL ARCHIVO DE TASAS DE CIERRE (UNA   *
      * TASA POR MONEDA), COMPARA LA POSICION NETA CONTRA EL *
      * LIMITE POR MONEDA DE PARAMETROS Y EMITE EL LISTADO   *
      * DE POSICION MAS UN REGISTRO DE ALERTA POR CADA       *
      * LIMITE EXCEDIDO. SI LA POSICION NO PASA EL CONTROL   *
      * EL JOB TERMINA CON RC 9999 SIN EVALUAR MONEDAS       *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
           SELECT SALIDA ASSIGN DDSALID
                  FILE STATUS IS FS-SAL.

      *    POSICION DE CLIENTES AL CIERRE (PGMVPN15) *
           SELECT POSCLI ASSIGN DDPOSCLI
                  FILE STATUS IS FS-POS.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

       01  REG-SALIDA         PIC X(132).

       FD POSCLI
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-POSCLI          PIC X(400).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
       01  FS-SAL             PIC X(02).
           88  FS-SAL-OK                  VALUE '00'.

       01  FS-POS             PIC X(02)   VALUE '10'.
           88  FS-POS-OK                  VALUE '00'.
           88  FS-POS-EOF                 VALUE '10'.

       01  WS-SW-POSCLI       PIC X(01)   VALUE 'N'.
           88  WS-POSCLI-ABIERTO          VALUE 'S'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.
       77  WS-LIM-IX          PIC 9(01)   VALUE ZEROS.
       77  WS-LIM-IX-MATCH    PIC 9(01)   VALUE ZEROS.

      * POSICION DE CLIENTES Y SU CONTROL (PGMVPK15) *
           COPY CPPOSCLI.

       01  WS-PGMVPK15      PIC X(8)  VALUE 'PGMVPK15'.
           COPY CPPOSCTL.

      * POSICION ACUMULADA POR MONEDA (ENTRADA = MONEDA + 1) *
       01  WS-MON-TABLA.
           03  WS-MON-ENTRADA OCCURS 100 TIMES.
               05  WS-MON-CUENTAS PIC S9(9) USAGE COMP.
               05  WS-MON-SALDO   PIC S9(13)V99 USAGE COMP-3.
               05  WS-MON-PESOS   PIC S9(13)V99 USAGE COMP-3.
               05  WS-MON-SW-TASA PIC X(01).
                   88  WS-MON-SIN-TASA        VALUE 'S'.

       77  WS-MON-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-SAL-IX          PIC 99      VALUE ZEROS.

       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-POS-SALDO       PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              VARYING WS-MON-IX FROM 1 BY 1
              UNTIL WS-MON-IX > 100

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL
           END-IF.
           CLOSE PARAMETROS.

           INITIALIZE WS-MON-TABLA.

           MOVE WS-FECHA-RES TO WS-TIT-FECHA.
           WRITE REG-SALIDA FROM WS-TITULO AFTER PAGE.
           WRITE REG-SALIDA FROM WS-SUBTITULO AFTER 1.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.

           PERFORM 1050-ABRIR-POSICION THRU 1050-F-ABRIR-POSICION.

           PERFORM 1200-ACUMULAR-DOCUMENTO
                   THRU 1200-F-ACUMULAR-DOCUMENTO
                   UNTIL FS-POS-EOF
           .
       1000-F-INICIO.
           EXIT.

      **************************************
      *  CONTROL Y APERTURA DE LA POSICION *
      *  DE CLIENTES                       *
      **************************************
       1050-ABRIR-POSICION.
      *--------------------*

           MOVE LK-FP-FECHA-8 TO LK-PCT-FECHA-PROCESO.
           CALL WS-PGMVPK15 USING LK-PARM-POSCTL.

           IF NOT LK-PCT-CONSISTENTE
              DISPLAY '* POSICION DE CLIENTES RECHAZADA - RESULTADO = '
                      LK-PCT-RESULTADO
              MOVE 9999 TO RETURN-CODE
              GO TO 1050-F-ABRIR-POSICION
           END-IF.

           OPEN INPUT POSCLI.
           IF FS-POS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSCLI = ' FS-POS
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-POS
              GO TO 1050-F-ABRIR-POSICION
           END-IF.
           SET WS-POSCLI-ABIERTO TO TRUE.

      * LA CABECERA YA LA CONTROLO PGMVPK15 *
           READ POSCLI INTO WS-REG-POSCLI.
           PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION.

       1050-F-ABRIR-POSICION. EXIT.

      **************************************
      *  ACUMULACION POR MONEDA DE LOS     *
      *  SALDOS DE CADA DOCUMENTO          *
      **************************************
       1200-ACUMULAR-DOCUMENTO.
      *------------------------*

           PERFORM 1210-ACUMULAR-SALDO THRU 1210-F-ACUMULAR-SALDO
                   VARYING WS-SAL-IX FROM 1 BY 1
                   UNTIL WS-SAL-IX > POS-CANT-SALDOS.

           PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION.

       1200-F-ACUMULAR-DOCUMENTO.
           EXIT.

       1210-ACUMULAR-SALDO.
      *--------------------*

           COMPUTE WS-MON-IX = POS-SAL-MONEDA(WS-SAL-IX) + 1.

           ADD POS-SAL-CUENTAS(WS-SAL-IX) TO WS-MON-CUENTAS(WS-MON-IX).
           ADD POS-SAL-SALDO(WS-SAL-IX)   TO WS-MON-SALDO(WS-MON-IX).
           ADD POS-SAL-PESOS(WS-SAL-IX)   TO WS-MON-PESOS(WS-MON-IX).

           IF POS-SAL-A-LA-PAR(WS-SAL-IX)
              SET WS-MON-SIN-TASA(WS-MON-IX) TO TRUE
           END-IF.

       1210-F-ACUMULAR-SALDO.
           EXIT.

      **************************************
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  UNA POSICION POR MONEDA CON SALDO *
      **************************************
       2000-I-PROCESO.
      *---------------*

           IF WS-MON-CUENTAS(WS-MON-IX) IS EQUAL ZEROS
              GO TO 2000-F-PROCESO
           END-IF.

           COMPUTE WS-CUE-MONEDA = WS-MON-IX - 1.
           MOVE WS-MON-SALDO(WS-MON-IX)   TO WS-POS-SALDO.
           MOVE WS-MON-CUENTAS(WS-MON-IX) TO WS-POS-CUENTAS.

           ADD 1 TO CN-TOT-MONEDAS.

           PERFORM 3000-VALORIZAR-POSICION
           PERFORM 4000-CONTROLAR-LIMITE
                   THRU 4000-F-CONTROLAR-LIMITE.

       2000-F-PROCESO.
           EXIT.

      ***** SIGUIENTE DOCUMENTO - EL TRAILER CIERRA LA LECTURA ********
       2100-LEER-POSICION.
      *-------------------*

           READ POSCLI INTO WS-REG-POSCLI.

           EVALUATE FS-POS
              WHEN '00'
                 IF NOT POS-DETALLE
                    MOVE '10' TO FS-POS
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA POSCLI = ' FS-POS
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-POS
           END-EVALUATE.

       2100-F-LEER-POSICION. EXIT.

      ***** VALORIZACION DE LA POSICION A LA TASA DE CIERRE ***********
       3000-VALORIZAR-POSICION.
              GO TO 3000-F-VALORIZAR-POSICION
           END-IF.

      * LA POSICION YA VIENE VALORIZADA POR DOCUMENTO; SIN TASA DE *
      * CIERRE PGMVPN15 LA TOMO A LA PAR *
           IF WS-MON-SIN-TASA(WS-MON-IX)
              ADD 1 TO CN-SIN-TASA
              DISPLAY '* MONEDA SIN TASA DE CIERRE = ' WS-CUE-MONEDA
           END-IF.

           MOVE WS-MON-PESOS(WS-MON-IX) TO AC-POS-VALORIZADA.

       3000-F-VALORIZAR-POSICION.
           EXIT.

       9999-I-FINAL.
      *-------------*

           IF WS-POSCLI-ABIERTO
              CLOSE POSCLI
           END-IF.

           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
