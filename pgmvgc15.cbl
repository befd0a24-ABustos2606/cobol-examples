      ********************************************************
      *                                                      *
      *   REGIMEN INFORMATIVO MENSUAL DE GRANDES CLIENTES    *
      *   PARA EL BANCO CENTRAL - TP 35 - BATCH              *
      *                                                      *
      ********************************************************
      *                                                      *
      * INFORMAR MENSUALMENTE A LOS CLIENTES CUYO SALDO      *
      * CONSOLIDADO SUPERA EL UMBRAL INFORMATIVO. ESTE JOB   *
      * LLEVA A NIVEL BANCO LA CONSOLIDACION POR CLIENTE DE  *
      * LA FAMILIA DE CORTES DE DB2@TP42: TOMA DE LA         *
      * POSICION DE CLIENTES DDPOSCLI (PGMVPN15), PREVIO     *
      * CONTROL DE SUS TOTALES CON PGMVPK15, EL SALDO        *
      * CONSOLIDADO EN PESOS DE LAS CUENTAS DE CADA          *
      * DOCUMENTO A TRAVES DE TODAS LAS SUCURSALES (YA       *
      * VALORIZADO CON LAS TASAS DE CIERRE DDTASAS) Y SU     *
      * IDENTIDAD, APLICA EL UMBRAL DE PARAMETROS Y GRABA EL *
      * FORMATO FIJO DEL REGIMEN MAS UN LISTADO DE CONTROL   *
      * PARA EL OPERADOR CON EL DETALLE DE QUE SE INCLUYO Y  *
      * POR QUE. SI LA POSICION NO PASA EL CONTROL EL JOB    *
      * TERMINA CON RC 9999 SIN INFORMAR CLIENTES            *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
           SELECT LISTADO ASSIGN DDLISTA
                  FILE STATUS IS FS-LIS.

      *    POSICION DE CLIENTES AL CIERRE (PGMVPN15) *
           SELECT POSCLI ASSIGN DDPOSCLI
                  FILE STATUS IS FS-POS.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

       01  REG-LISTADO        PIC X(132).

       FD POSCLI
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-POSCLI          PIC X(400).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
       01  FS-LIS             PIC X(02).
           88  FS-LIS-OK                  VALUE '00'.

       01  FS-POS             PIC X(02)   VALUE '10'.
           88  FS-POS-OK                  VALUE '00'.
           88  FS-POS-EOF                 VALUE '10'.

       01  WS-SW-POSCLI       PIC X(01)   VALUE 'N'.
           88  WS-POSCLI-ABIERTO          VALUE 'S'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * MONEDA LOCAL (LA APLICA PGMVPN15 AL VALORIZAR; SE CONSERVA   *
      * EL REGISTRO) Y UMBRAL INFORMATIVO DEL REGIMEN *****************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 99         VALUE 02.
           03  WS-PAR-UMBRAL        PIC S9(9)V99   VALUE 999999999,99.

      * POSICION DE CLIENTES Y SU CONTROL (PGMVPK15) *
           COPY CPPOSCLI.

       01  WS-PGMVPK15      PIC X(8)  VALUE 'PGMVPK15'.
           COPY CPPOSCTL.

      * VARIABLES *
       01  WS-TIPDOC-ANT      PIC X(02).
       01  WS-NRODOC-ANT      PIC 9(11).
       01  WS-NOMAPE-ANT      PIC X(30).

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL FS-POS-EOF

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE WS-FECHA-RES TO GAR-HDR-FECHA.
           WRITE REG-GRANDES FROM WS-REG-GAR-HDR.
           IF FS-GAR IS NOT EQUAL '00'
              MOVE 9999 TO RETURN-CODE
           END-IF.

           PERFORM 1050-ABRIR-POSICION THRU 1050-F-ABRIR-POSICION
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
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  UN DOCUMENTO POR REGISTRO         *
      **************************************
       2000-I-PROCESO.
      *---------------*

      * EL DOCUMENTO QUE SOLO TIENE PLAZO FIJO NO TIENE CUENTAS *
           IF POS-CANT-CUENTAS IS EQUAL ZEROS
              PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION
              GO TO 2000-F-PROCESO
           END-IF.

           MOVE POS-TIPDOC      TO WS-TIPDOC-ANT.
           MOVE POS-NRODOC      TO WS-NRODOC-ANT.
           MOVE POS-NOMAPE      TO WS-NOMAPE-ANT.
           MOVE POS-SALDO-PESOS TO AC-SALCLI.
           ADD 1 TO CN-TOT-CLI.

           PERFORM 3000-PRESENTAR-CLIENTE
                   THRU 3000-F-PRESENTAR-CLIENTE.

           PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION.

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

      ***** PRESENTACION DEL CLIENTE (APLICANDO EL UMBRAL) ************
       3000-PRESENTAR-CLIENTE.
       9999-I-FINAL.
      *-------------*

           IF WS-POSCLI-ABIERTO
              CLOSE POSCLI
           END-IF.

           MOVE WS-TOT-PRESENTADOS TO GAR-TRL-CANT.
