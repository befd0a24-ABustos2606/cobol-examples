
      * EXTRACTO DE BIENVENIDA PARA MARKETING - NOMBRE, DIRECCION Y    *
      * CORREO DE CADA CLIENTE VALIDADO, PARA EL MAILING DE ALTAS      *
      * (SOLO LOS CANALES CON CONSENTIMIENTO COMERCIAL - PGMVCK15)     *
             SELECT WELCOME   ASSIGN DDWELCOM
                    FILE STATUS IS FS-WEL.

      * COLA COMUN DE CORRESPONDENCIA (CPCARSOL) - CADA BIENVENIDA SE  *
      * PIDE TAMBIEN AL MOTOR PGMVCO15 (CARTA BIENVE); UN DD AUSENTE  *
      * SE SALTEA ******************************************************
             SELECT CARSOL    ASSIGN DDCARSOL
                    FILE STATUS IS FS-CSO.

      * CONTACTOS HIJOS DEL CLIENTE (DB2@TP40, NOVEDAD DA) - SI EL    *
      * CLIENTE TIENE DIRECCION POSTAL DE CORRESPONDENCIA, EL MAILING *
      * DE BIENVENIDA SALE A ESA DIRECCION; UN DD AUSENTE SE SALTEA ***

       01 REG-WELCOME    PIC X(160).

       FD CARSOL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CARSOL     PIC X(160).

       FD CONTACTO.

       01 REG-CONTAC.
       77  FS-PAR          PIC XX     VALUE SPACES.
       77  FS-HIS          PIC XX     VALUE SPACES.
       77  FS-WEL          PIC XX     VALUE SPACES.
       77  FS-CSO          PIC XX     VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-SCZ          PIC XX     VALUE SPACES.
       77  FS-RES          PIC XX     VALUE SPACES.

       77  WS-TOT-WELCOME  PIC 99     VALUE ZEROS.

           COPY CPCARSOL.

       01  WS-STATUS-CARSOL   PIC X    VALUE 'N'.
           88  WS-CARSOL-ABIERTO       VALUE 'Y'.
           88  WS-CARSOL-AUSENTE       VALUE 'N'.
       77  WS-TOT-WEL-EXCL PIC 99     VALUE ZEROS.

      * CONSENTIMIENTO PARA COMUNICACIONES COMERCIALES (PGMVMK15) VIA *
      * LA RUTINA COMPARTIDA PGMVCK15 - SIN CONSENTIMIENTO POSTAL NO  *
      * SALE LA DIRECCION, SIN CONSENTIMIENTO DE EMAIL NO SALE EL     *
      * CORREO, Y SIN NINGUNO DE LOS DOS EL CLIENTE NO SE EXTRAE ******
       01  WS-PGMVCK15        PIC X(8)     VALUE 'PGMVCK15'.
           COPY CPCNSCTL.

      * RANGO DE ANIOS DE NACIMIENTO VALIDO - CONFIGURABLE **
       01  WS-REG-PARAMETROS.
           03  WS-PAR-ANIO-MIN      PIC 9(4)    VALUE 1922.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN EXTEND CARSOL.
           IF FS-CSO IS EQUAL '00'
              SET WS-CARSOL-ABIERTO TO TRUE
           END-IF.

           OPEN OUTPUT SUSCOZ.
           IF FS-SCZ IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSCOZ INICIO = ' FS-SCZ
           PERFORM 4150-DIRECCION-CORRESP
                   THRU 4150-F-DIRECCION-CORRESP.

           MOVE WN-CLI-TIPO-DOCUMENTO TO LK-CNS-TIPDOC.
           MOVE WN-CLI-NRO-DOCUMENTO  TO LK-CNS-NRODOC.
           CALL WS-PGMVCK15 USING LK-PARM-CONSENT.

           IF LK-CNS-POSTAL-NO
              MOVE SPACES TO WS-WEL-DOMICILIO
                             WS-WEL-CIUDAD
                             WS-WEL-COD-POSTAL
           END-IF.
           IF LK-CNS-EMAIL-NO
              MOVE SPACES TO WS-WEL-CORREO
           END-IF.

           IF WS-WEL-DOMICILIO IS EQUAL SPACES
              AND WS-WEL-CORREO IS EQUAL SPACES
              ADD 1 TO WS-TOT-WEL-EXCL
              GO TO 4100-F-GRABAR-WELCOME
           END-IF.

           WRITE REG-WELCOME FROM WS-REG-WELCOME

           IF FS-WEL EQUAL ZEROS
                SET WS-FIN-LECTURA TO TRUE
           END-IF.

           IF FS-WEL EQUAL ZEROS AND WS-CARSOL-ABIERTO
                PERFORM 4120-SOLICITAR-BIENVENIDA
                        THRU 4120-F-SOLICITAR-BIENVENIDA
           END-IF.

       4100-F-GRABAR-WELCOME. EXIT.

      ***** PEDIDO DE LA CARTA DE BIENVENIDA AL MOTOR DE             *
      ***** CORRESPONDENCIA (@V01 NUMERO DE CLIENTE) ******************
       4120-SOLICITAR-BIENVENIDA.

           MOVE SPACES                 TO WS-REG-CARSOL.
           MOVE 'BIENVE'               TO SOL-CARTA.
           MOVE WN-CLI-TIPO-DOCUMENTO  TO SOL-TIPDOC.
           MOVE WN-CLI-NRO-DOCUMENTO   TO SOL-NRODOC.
           MOVE 'PGMVAZ15'             TO SOL-PROGRAMA.
           MOVE LK-FP-FECHA-8          TO SOL-FECHA.
           MOVE WN-CLI-NRO-CLIENTE     TO SOL-VALOR(1).

           WRITE REG-CARSOL FROM WS-REG-CARSOL.
           IF FS-CSO IS NOT EQUAL '00'
                DISPLAY '* ERROR EN WRITE CARSOL = ' FS-CSO
           END-IF.

       4120-F-SOLICITAR-BIENVENIDA. EXIT.

      ***** DIRECCION DE CORRESPONDENCIA DEL CONTACTO POSTAL (SI EL  *
      ***** CLIENTE CARGO UNA VIA LA NOVEDAD DA DE DB2@TP40) **********
       4150-DIRECCION-CORRESP.
           DISPLAY "CAMBIOS DE DOMICILIO DETECTADOS = " WS-PRINT
           MOVE  WS-TOT-WELCOME TO WS-PRINT
           DISPLAY "REGISTROS DE BIENVENIDA GRABADOS = " WS-PRINT
           MOVE  WS-TOT-WEL-EXCL TO WS-PRINT
           DISPLAY "BIENVENIDAS EXCLUIDAS SIN CONSENT. = " WS-PRINT
           MOVE  WS-TOT-SCR-BLOQ TO WS-PRINT
           DISPLAY "ALTAS BLOQUEADAS POR LISTA = " WS-PRINT
           MOVE  WS-TOT-SCR-NOMBRE TO WS-PRINT
              CLOSE CONTACTO
           END-IF.

           IF WS-CARSOL-ABIERTO
              CLOSE CARSOL
           END-IF.

           CLOSE SUSCOZ
              IF FS-SCZ IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSCOZ = '
