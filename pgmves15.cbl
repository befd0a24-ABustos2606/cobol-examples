      * CIRCUITO NORMAL DE PGMAPS15), ARMA LA LISTA *
      * DE TRABAJO DE CIERRE DE CUENTAS, EMITE LA   *
      * REMESA AL ESTADO CON TOTALES DE CONTROL Y   *
      * JOURNALIZA TODO EN CPAUDIT. CADA AVISO SE   *
      * PIDE ADEMAS AL MOTOR DE CORRESPONDENCIA     *
      * PGMVCO15 (CARTA AVIPRE EN DDCARSOL)         *
      *                                             *
      ***********************************************

             SELECT CARTAS ASSIGN DDCARTAS
                    FILE STATUS IS FS-CAR.

      * COLA COMUN DE CORRESPONDENCIA (CPCARSOL) - UN DD AUSENTE SE  *
      * SALTEA Y SOLO SALE LA CARTA PROPIA DE DDCARTAS                *
             SELECT CARSOL ASSIGN DDCARSOL
                    FILE STATUS IS FS-CSO.

             SELECT MOVESC ASSIGN DDMOVESC
                    FILE STATUS IS FS-MOV.


       01 REG-CARTAS     PIC X(132).

       FD CARSOL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CARSOL     PIC X(160).

      * MOVIMIENTOS DE EGRESO EN LAYOUT CPSUCUR - LOS POSTEA EL      *
      * CIRCUITO NORMAL DE PGMAPS15 VIA DDMOVIM ***********************
       FD MOVESC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA  PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-CAR           PIC XX    VALUE SPACES.
       77  FS-CSO           PIC XX    VALUE SPACES.
       77  FS-MOV           PIC XX    VALUE SPACES.
       77  FS-WRK           PIC XX    VALUE SPACES.
       77  FS-REM           PIC XX    VALUE SPACES.
           COPY CPRESUMEN.
           COPY CPAUDIT.
           COPY TBVCLIEN.
           COPY CPCARSOL.

       01  WS-STATUS-CARSOL PIC X     VALUE 'N'.
           88  WS-CARSOL-ABIERTO      VALUE 'Y'.
           88  WS-CARSOL-AUSENTE      VALUE 'N'.

       01  WS-SOL-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-SOL-FECHA.
           03  WS-SOL-FEC-DD    PIC 99.
           03  FILLER           PIC X  VALUE '/'.
           03  WS-SOL-FEC-MM    PIC 99.
           03  FILLER           PIC X  VALUE '/'.
           03  WS-SOL-FEC-AAAA  PIC 9(04).

       01  WS-REG-SUCUR.
           COPY CPSUCUR.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-ES-AVISO
              OPEN EXTEND CARSOL
              IF FS-CSO IS EQUAL '00'
                 SET WS-CARSOL-ABIERTO TO TRUE
              END-IF
           END-IF.

           IF WS-ES-EJECUCION
              OPEN OUTPUT MOVESC
              IF FS-MOV IS NOT EQUAL '00'
              ADD 1 TO WS-TOT-CARTAS
           END-IF.

           IF WS-CARSOL-ABIERTO
              PERFORM 4100-SOLICITAR-CARTA THRU F-4100-SOLICITAR-CARTA
           END-IF.

       F-4000-EMITIR-CARTA. EXIT.

      ***** PEDIDO DEL AVISO AL MOTOR DE CORRESPONDENCIA **************
      ***** (@V01 SALDO, @V02 FECHA DE TRANSFERENCIA AL ESTADO) *******
       4100-SOLICITAR-CARTA.

           MOVE SPACES         TO WS-REG-CARSOL.
           MOVE 'AVIPRE'       TO SOL-CARTA.
           MOVE WS-SUC-TIP-DOC TO SOL-TIPDOC.
           MOVE WS-SUC-NRO-DOC TO SOL-NRODOC.
           MOVE 'PGMVES15'     TO SOL-PROGRAMA.
           MOVE WS-FECHA-HOY-8 TO SOL-FECHA.
           STRING 'SUC=' WS-SUC-NRO ' CTA=' WS-SUC-CUENTA
                  DELIMITED BY SIZE INTO SOL-REFERENCIA
           END-STRING.
           MOVE WS-SUC-SALDO   TO WS-SOL-SALDO.
           MOVE WS-SOL-SALDO   TO SOL-VALOR(1).
           IF WS-PAR-FECHA-EJEC IS NUMERIC
              AND WS-PAR-FECHA-EJEC IS GREATER THAN ZEROS
              MOVE WS-PAR-FECHA-EJEC(7:2) TO WS-SOL-FEC-DD
              MOVE WS-PAR-FECHA-EJEC(5:2) TO WS-SOL-FEC-MM
              MOVE WS-PAR-FECHA-EJEC(1:4) TO WS-SOL-FEC-AAAA
              MOVE WS-SOL-FECHA TO SOL-VALOR(2)
           END-IF.

           WRITE REG-CARSOL FROM WS-REG-CARSOL.
           IF FS-CSO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARSOL = ' FS-CSO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-SOLICITAR-CARTA. EXIT.

      ***** EGRESO DEL SALDO, CIERRE Y REMESA AL ESTADO ***************
       5000-TRANSFERIR-AL-ESTADO.

                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-CARSOL-ABIERTO
              CLOSE CARSOL
           END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
