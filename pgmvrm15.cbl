      * ELECTRONICO NOTIFIC, Y LA MARCA SE LIMPIA SOLA       *
      * CUANDO LLEGA UN CAMBIO DE DOMICILIO (NOVEDAD CD DE   *
      * DB2@TP40, QUE TAMBIEN LO DEJA EN DDHISTDOM)          *
      * AL CLIENTE SE LE PIDE QUE ACTUALICE EL DOMICILIO VIA *
      * EL MOTOR DE CORRESPONDENCIA PGMVCO15 (CARTA DOMDEV   *
      * EN DDCARSOL), QUE CON EL DOMICILIO EN CUARENTENA LA  *
      * MANDA POR CORREO ELECTRONICO                         *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
           SELECT SUSPENSO ASSIGN DDSUSPEN
                  FILE STATUS IS FS-SUS.

      * COLA COMUN DE CORRESPONDENCIA (CPCARSOL) - UN DD AUSENTE SE  *
      * SALTEA                                                        *
           SELECT CARSOL ASSIGN DDCARSOL
                  FILE STATUS IS FS-CSO.

           SELECT AUDITORIA ASSIGN DDAUDIT
                  FILE STATUS IS FS-AUD.

           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD CARSOL
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-CARSOL          PIC X(160).

       FD AUDITORIA
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-AUDITORIA       PIC X(178).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
       77  FS-DEV           PIC XX    VALUE SPACES.
       77  FS-WRK           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-CSO           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPAUDIT.
           COPY CPCARSOL.

       01  WS-STATUS-CARSOL PIC X     VALUE 'N'.
           88  WS-CARSOL-ABIERTO      VALUE 'Y'.
           88  WS-CARSOL-AUSENTE      VALUE 'N'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN EXTEND CARSOL.
           IF FS-CSO IS EQUAL '00'
              SET WS-CARSOL-ABIERTO TO TRUE
           END-IF.

           PERFORM 2100-LECTURA THRU 2100-F-LECTURA.

       1000-F-INICIO.
           PERFORM 4100-GRABAR-TAREA THRU 4100-F-GRABAR-TAREA.
           PERFORM 5000-AUDITAR THRU 5000-F-AUDITAR.

           IF WS-CARSOL-ABIERTO
              PERFORM 4200-SOLICITAR-CARTA THRU 4200-F-SOLICITAR-CARTA
           END-IF.

       4000-F-MARCAR-DOMICILIO. EXIT.

      ***** TAREA DE VERIFICACION EN LA SUCURSAL DEL CLIENTE **********

       4100-F-GRABAR-TAREA. EXIT.

      ***** PEDIDO DE ACTUALIZACION DE DOMICILIO AL MOTOR DE         *
      ***** CORRESPONDENCIA (@V01 PIEZA, @V02 MOTIVO) *****************
       4200-SOLICITAR-CARTA.
      *---------------------*

           MOVE SPACES       TO WS-REG-CARSOL.
           MOVE 'DOMDEV'     TO SOL-CARTA.
           MOVE DEV-TIPDOC   TO SOL-TIPDOC.
           MOVE DEV-NRODOC   TO SOL-NRODOC.
           MOVE 'PGMVRM15'   TO SOL-PROGRAMA.
           MOVE LK-FP-FECHA-8 TO SOL-FECHA.
           STRING 'PIEZA=' DEV-PIEZA
                  DELIMITED BY SIZE INTO SOL-REFERENCIA
           END-STRING.
           IF DEV-PIEZA-EXTRACTO
              MOVE 'RESUMEN DE CUENTA' TO SOL-VALOR(1)
           ELSE
              MOVE 'CARTA DE BIENVENIDA' TO SOL-VALOR(1)
           END-IF.
           MOVE DEV-MOTIVO   TO SOL-VALOR(2).

           WRITE REG-CARSOL FROM WS-REG-CARSOL.
           IF FS-CSO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARSOL = ' FS-CSO
           END-IF.

       4200-F-SOLICITAR-CARTA. EXIT.

      ***** AUDITORIA ANTES/DESPUES ***********************************
       5000-AUDITAR.
      *-------------*
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-CARSOL-ABIERTO
              CLOSE CARSOL
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRM15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
