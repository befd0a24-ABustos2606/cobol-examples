      ********************************************************
      *                                                      *
      *   EXTRACTO ANUAL DEL REGIMEN INFORMATIVO IMPOSITIVO  *
      *            TP 35 - BATCH DE EXTRACCION               *
      *                                                      *
      ********************************************************
      *                                                      *
      * EL ARCHIVO ANUAL PARA EL ORGANISMO IMPOSITIVO SE     *
      * ARMABA A MANO JUNTANDO TRES LISTADOS. ESTE PROGRAMA  *
      * RECORRE LA POSICION DE CLIENTES DDPOSCLI (PGMVPN15), *
      * PREVIO CONTROL DE SUS TOTALES CON PGMVPK15, TOMA POR *
      * DOCUMENTO EL SALDO DE CIERRE DE CADA MONEDA          *
      * HABILITADA, LE SUMA LOS INTERESES DEVENGADOS DEL     *
      * EJERCICIO (ARCHIVO DDINTACC DEL JOB DE DEVENGAMIENTO *
      * POR DOCUMENTO), APLICA EL PISO INFORMATIVO DE        *
      * PARAMETROS SOBRE EL CONSOLIDADO EN PESOS Y GRABA EL  *
      * ARCHIVO DE PRESENTACION CON LA MISMA DISCIPLINA DE   *
      * CABECERA/TRAILER DE CONTROL QUE LOS EXTRACTOS GLIF   *
      * Y CLEARING. SI LA POSICION NO PASA EL CONTROL EL JOB *
      * TERMINA CON RC 9999 SIN PRESENTAR CLIENTES           *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
           SELECT INTACC ASSIGN DDINTACC
                  FILE STATUS IS FS-INT.

      *    POSICION DE CLIENTES AL CIERRE (PGMVPN15) *
           SELECT POSCLI ASSIGN DDPOSCLI
                  FILE STATUS IS FS-POS.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.


       01  REG-INTACC         PIC X(24).

       FD POSCLI
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-POSCLI          PIC X(400).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.
           88  FS-INT-OK                  VALUE '00'.
           88  FS-INT-EOF                 VALUE '10'.

       01  FS-POS             PIC X(02)   VALUE '10'.
           88  FS-POS-OK                  VALUE '00'.
           88  FS-POS-EOF                 VALUE '10'.

       01  WS-SW-POSCLI       PIC X(01)   VALUE 'N'.
           88  WS-POSCLI-ABIERTO          VALUE 'S'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

           03  WS-PAR-TASA-CAMBIO  PIC 9(5)V9(4)   VALUE 01000,0000.
           03  WS-PAR-PISO         PIC S9(9)V99    VALUE ZEROS.

      * POSICION DE CLIENTES Y SU CONTROL (PGMVPK15) *
           COPY CPPOSCLI.

       01  WS-PGMVPK15      PIC X(8)  VALUE 'PGMVPK15'.
           COPY CPPOSCTL.

      * VARIABLES *
       01  WS-TIPDOC-ANT      PIC X(02).
       01  WS-NRODOC-ANT      PIC 9(11).

               05  WS-INT-IMPORTE PIC S9(9)V99.

       77  WS-INT-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-SAL-IX          PIC 99      VALUE ZEROS.

      * PRESENTACION - UN REGISTRO DE DETALLE POR CLIENTE PRESENTADO *
       01  WS-REG-AFIP-DET.

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL FS-POS-EOF

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

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
      *  CARGA DE INTERESES DEVENGADOS     *

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

           MOVE POS-TIPDOC TO WS-TIPDOC-ANT.
           MOVE POS-NRODOC TO WS-NRODOC-ANT.
           MOVE 0 TO AC-SALCLI-M1 AC-SALCLI-M2.
           ADD 1 TO CN-TOT-CLI.

           PERFORM 2010-ACUMULAR-SALDO THRU 2010-F-ACUMULAR-SALDO
                   VARYING WS-SAL-IX FROM 1 BY 1
                   UNTIL WS-SAL-IX > POS-CANT-SALDOS.

           PERFORM 3000-PRESENTAR-CLIENTE
                   THRU 3000-F-PRESENTAR-CLIENTE.

           PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION.

       2000-F-PROCESO.
           EXIT.

      ***** SALDO DE CIERRE DEL DOCUMENTO EN CADA MONEDA HABILITADA ***
       2010-ACUMULAR-SALDO.
      *--------------------*

           EVALUATE POS-SAL-MONEDA(WS-SAL-IX)
              WHEN WS-PAR-MONEDA1
                 ADD POS-SAL-SALDO(WS-SAL-IX) TO AC-SALCLI-M1
              WHEN WS-PAR-MONEDA2
                 ADD POS-SAL-SALDO(WS-SAL-IX) TO AC-SALCLI-M2
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
      *  PRESENTACION DEL CLIENTE EN CURSO *
       9999-I-FINAL.
      *-------------*

           IF WS-POSCLI-ABIERTO
              CLOSE POSCLI
           END-IF.

           MOVE WS-TOT-PRESENTADOS TO AFI-TRL-CANT.
