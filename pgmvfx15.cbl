      ********************************************************
      *                                                      *
      *      REPORTE DE EXPOSICION CAMBIARIA POR CLIENTE     *
      *            TP 35 - BATCH DE CONTROL                  *
      *                                                      *
      ********************************************************
      *                                                      *
      * LOS REPORTES POR SUCURSAL (DB2@TP42/DB2-TP43) NO     *
      * DEJAN VER LA CONCENTRACION DE RIESGO CAMBIARIO DE    *
      * UN CLIENTE PUNTUAL. ESTE PROGRAMA RECORRE LA         *
      * POSICION DE CLIENTES DDPOSCLI (PGMVPN15), PREVIO     *
      * CONTROL DE SUS TOTALES CON PGMVPK15, Y PARA TODO     *
      * DOCUMENTO QUE TENGA CUENTAS EN AMBAS MONEDAS         *
      * HABILITADAS IMPRIME UNA LINEA CON EL SALDO EN CADA   *
      * MONEDA Y LA EXPOSICION COMBINADA EN PESOS A LA TASA  *
      * DE CAMBIO DE PARAMETROS, PARA LA MESA DE TESORERIA.  *
      * SI LA POSICION NO PASA EL CONTROL EL JOB TERMINA     *
      * CON RC 9999 SIN LISTAR CLIENTES                      *
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
           RECORDING MODE IS F.
           88  FS-NOK                     VALUE '01' THRU '09'
                                                '11' THRU '99'.

       01  FS-POS             PIC X(02)   VALUE '10'.
           88  FS-POS-OK                  VALUE '00'.
           88  FS-POS-EOF                 VALUE '10'.

       01  WS-SW-POSCLI       PIC X(01)   VALUE 'N'.
           88  WS-POSCLI-ABIERTO          VALUE 'S'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

           03  WS-PAR-MONEDA2      PIC 99         VALUE 80.
           03  WS-PAR-TASA-CAMBIO  PIC 9(5)V9(4)   VALUE 01000,0000.

      * POSICION DE CLIENTES Y SU CONTROL (PGMVPK15) *
           COPY CPPOSCLI.

       01  WS-PGMVPK15      PIC X(8)  VALUE 'PGMVPK15'.
           COPY CPPOSCTL.

      * VARIABLES *
       01  WS-NROCLI-ANT      PIC 999.
       77  WS-SAL-IX          PIC 99      VALUE ZEROS.
       01  WS-NOMAPE-ANT      PIC X(30).

      * ACUMULADORES POR CLIENTE, SEPARADOS POR MONEDA *
           03  FILLER        PIC X(3)     VALUE SPACES.
           03  WS-EXPOSICION PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER        PIC X(18)    VALUE SPACES.
      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE TOMA LA FECHA DEL SISTEMA **********
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.

       PROCEDURE DIVISION.
      *-------------------*

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL FS-POS-EOF

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL
       1000-I-INICIO.
      *--------------*

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.

           OPEN OUTPUT SALIDA

           WRITE REG-SALIDA FROM WS-SUBTITULO AFTER 1.
           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.

           PERFORM 1050-ABRIR-POSICION THRU 1050-F-ABRIR-POSICION
           .
       1000-F-INICIO.
           EXIT.

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

           MOVE POS-NROCLI TO WS-NROCLI-ANT.
           MOVE POS-NOMAPE TO WS-NOMAPE-ANT.
           MOVE 0 TO AC-SALCLI-M1 AC-SALCLI-M2.
           MOVE 0 TO CN-CTAS-M1 CN-CTAS-M2.
           ADD 1 TO CN-TOT-CLI.

           PERFORM 2010-ACUMULAR-SALDO THRU 2010-F-ACUMULAR-SALDO
                   VARYING WS-SAL-IX FROM 1 BY 1
                   UNTIL WS-SAL-IX > POS-CANT-SALDOS.

           IF CN-CTAS-M1 IS GREATER THAN ZEROS
              AND CN-CTAS-M2 IS GREATER THAN ZEROS
              PERFORM 3000-IMPRIMIR-EXPOSICION
                      THRU 3000-F-IMPRIMIR-EXPOSICION
           END-IF.

           PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION.

       2000-F-PROCESO.
           EXIT.

      ***** SALDO NOMINAL DEL DOCUMENTO EN CADA MONEDA HABILITADA *****
       2010-ACUMULAR-SALDO.
      *--------------------*

           EVALUATE POS-SAL-MONEDA(WS-SAL-IX)
              WHEN WS-PAR-MONEDA1
                 ADD POS-SAL-CUENTAS(WS-SAL-IX) TO CN-CTAS-M1
                 ADD POS-SAL-SALDO(WS-SAL-IX)   TO AC-SALCLI-M1
              WHEN WS-PAR-MONEDA2
                 ADD POS-SAL-CUENTAS(WS-SAL-IX) TO CN-CTAS-M2
                 ADD POS-SAL-SALDO(WS-SAL-IX)   TO AC-SALCLI-M2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2010-F-ACUMULAR-SALDO.
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

      **************************************
      *  IMPRESION DE LA LINEA DE EXPOSICION
       9999-I-FINAL.
      *-------------*

           IF WS-POSCLI-ABIERTO
              CLOSE POSCLI
           END-IF.

           WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1.
