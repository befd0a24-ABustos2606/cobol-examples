      * RENUEVA AUTOMATICAMENTE SEGUN LA            *
      * INSTRUCCION, ASIENTA EN DDGLIF Y EMITE EL   *
      * LISTADO DE VENCIMIENTOS DE MANANA POR       *
      * SUCURSAL. EL TITULAR CON LA REVISION KYC    *
      * VENCIDA Y RESTRINGIDO (PGMVKR15) NO PUEDE   *
      * CONSTITUIR PLAZOS FIJOS NUEVOS              *
      *                                             *
      * LA CONSTITUCION SIN TASA EN EL FEED (CEROS) *
      * Y TODA RENOVACION TOMAN LA TASA EN VIGOR DE *
      * LA TABLA DE TASAS (RUTINA PGMVTQ15, CLASE   *
      * PF, MONEDA Y PLAZO EN DIAS) A LA FECHA DE   *
      * CONSTITUCION O DE VENCIMIENTO. SIN TABLA O  *
      * SIN TASA CARGADA LA RENOVACION CONSERVA LA  *
      * TASA ANTERIOR                               *
      *                                             *
      ***********************************************


      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * RESTRICCION ADMINISTRATIVA POR REVISION KYC VENCIDA ***********
       01  WS-PGMVKR15      PIC X(8)  VALUE 'PGMVKR15'.
           COPY CPKYCCTL.

      * TASA EN VIGOR DE LA TABLA DE TASAS (RUTINA COMPARTIDA) ********
       01  WS-PGMVTQ15      PIC X(8)  VALUE 'PGMVTQ15'.
           COPY CPTASCTL.
       77  WS-TASA-CONST    PIC 9(2)V9(4) VALUE ZEROS.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: CERTIFICADO + EVENTO   *
      * (C=CONSTITUCION/R=DEVOLUCION/V=VENCIMIENTO) + FECHA ************
       77  WS-CODMOV-CONSTIT  PIC X(03) VALUE 'PFC'.
       77  WS-CODMOV-DEVOLUC  PIC X(03) VALUE 'PFD'.
       77  WS-CODMOV-VENCIM   PIC X(03) VALUE 'PFV'.
       01  WS-REF-POSTEO.
           03  WS-REF-CERTIFICADO PIC 9(08)  VALUE ZEROS.
           03  WS-REF-EVENTO      PIC X(01)  VALUE SPACES.
           03  WS-REF-FECHA       PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(08)  VALUE SPACES.

      * EL DEBITO DE CAPITAL YA ESTABA EN EL LIBRO (RERUN): ANTE UN   *
      * CERTIFICADO DUPLICADO NO SE DEVUELVE LO QUE ESTA CORRIDA NO    *
      * DEBITO *********************************************************
       01  WS-SW-DEBITO-PREVIO PIC X    VALUE 'N'.
           88  WS-DEBITO-PREVIO          VALUE 'S'.
           88  WS-DEBITO-NUEVO           VALUE 'N'.

           EXEC SQL
             INCLUDE SQLCA
              GO TO 2000-SIGUIENTE
           END-IF.

      * TITULAR RESTRINGIDO POR REVISION KYC VENCIDA *
           MOVE 'C'        TO LK-KYC-ACCION.
           MOVE CON-TIPDOC TO LK-KYC-TIPDOC.
           MOVE CON-NRODOC TO LK-KYC-NRODOC.

           CALL WS-PGMVKR15 USING LK-PARM-KYC.

           IF NOT LK-KYC-PASA
              IF LK-KYC-RESTRINGIDO
                 MOVE 'TITULAR RESTRINGIDO POR KYC' TO SUS-MOTIVO
              ELSE
                 MOVE 'ERROR EN CONSULTA KYC' TO SUS-MOTIVO
              END-IF
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

      * SIN TASA PACTADA EN EL FEED RIGE LA DE LA TABLA DE TASAS *
           MOVE CON-TASA TO WS-TASA-CONST.
           IF CON-TASA IS EQUAL ZEROS
              MOVE 'PF'           TO LK-TAS-CLASE
              MOVE CON-MONEDA     TO LK-TAS-MONEDA
              MOVE CON-PLAZO-DIAS TO LK-TAS-VALOR
              MOVE WS-FECHA-HOY-8 TO LK-TAS-FECHA
              CALL WS-PGMVTQ15 USING LK-PARM-TASA
              IF NOT LK-TAS-ENCONTRADA
                 MOVE 'SIN TASA VIGENTE PARA EL PLAZO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO 2000-SIGUIENTE
              END-IF
              MOVE LK-TAS-TASA TO WS-TASA-CONST
           END-IF.

      * EL CAPITAL SALE DE LA CUENTA ASOCIADA *
           MOVE CON-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE CON-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - CON-CAPITAL.
           MOVE 'PGMVPZ15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-CONSTIT TO LK-PS-CODMOV.
           MOVE CON-CERTIFICADO   TO WS-REF-CERTIFICADO.
           MOVE 'C'               TO WS-REF-EVENTO.
           MOVE WS-FECHA-HOY-8    TO WS-REF-FECHA.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF LK-PS-YA-POSTEADO
              SET WS-DEBITO-PREVIO TO TRUE
           ELSE
              SET WS-DEBITO-NUEVO TO TRUE
           END-IF.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
              MOVE 'DEBITO DE CAPITAL RECHAZADO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
           MOVE CON-CAPITAL     TO PLZ-CAPITAL.
           MOVE CON-MONEDA      TO PLZ-MONEDA.
           MOVE CON-PLAZO-DIAS  TO PLZ-PLAZO-DIAS.
           MOVE WS-TASA-CONST   TO PLZ-TASA.
           MOVE WS-FECHA-HOY-8  TO PLZ-FEC-CONST.
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                 PERFORM 7000-GRABAR-GLIF THRU F-7000-GRABAR-GLIF
              WHEN '22'
      * CERTIFICADO DUPLICADO: SE DEVUELVE EL CAPITAL DEBITADO *
                 IF WS-DEBITO-PREVIO
                    MOVE 'CONSTITUCION YA PROCESADA' TO SUS-MOTIVO
                 ELSE
                    MOVE CON-TIPCUEN TO LK-PS-TIPCUEN
                    MOVE CON-NROCUEN TO LK-PS-NROCUEN
                    MOVE CON-CAPITAL TO LK-PS-IMPORTE
                    MOVE WS-CODMOV-DEVOLUC TO LK-PS-CODMOV
                    MOVE 'R'         TO WS-REF-EVENTO
                    MOVE WS-REF-POSTEO TO LK-PS-REFERENCIA
                    CALL WS-PGMVPS15 USING LK-PARM-POSTEO
                    MOVE 'CERTIFICADO DUPLICADO' TO SUS-MOTIVO
                 END-IF
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
           ADD 1 TO WS-TOT-RENOVADOS.

           MOVE WS-CAP-INT TO PLZ-CAPITAL.

      * EL NUEVO PERIODO RINDE LA TASA EN VIGOR AL VENCIMIENTO *
           MOVE 'PF'           TO LK-TAS-CLASE.
           MOVE PLZ-MONEDA     TO LK-TAS-MONEDA.
           MOVE PLZ-PLAZO-DIAS TO LK-TAS-VALOR.
           MOVE PLZ-FEC-VENC   TO LK-TAS-FECHA.
           CALL WS-PGMVTQ15 USING LK-PARM-TASA.
           IF LK-TAS-ENCONTRADA
              MOVE LK-TAS-TASA TO PLZ-TASA
           END-IF.

           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                   + PLZ-PLAZO-DIAS.
           MOVE PLZ-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE PLZ-NROCUEN TO LK-PS-NROCUEN.
           MOVE WS-CAP-INT  TO LK-PS-IMPORTE.
           MOVE 'PGMVPZ15'       TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-VENCIM TO LK-PS-CODMOV.
           MOVE PLZ-CERTIFICADO  TO WS-REF-CERTIFICADO.
           MOVE 'V'              TO WS-REF-EVENTO.
           MOVE PLZ-FEC-VENC     TO WS-REF-FECHA.
           MOVE WS-REF-POSTEO    TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8   TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
              DISPLAY '* CREDITO DE VENCIMIENTO RECHAZADO - CERT '
                      PLZ-CERTIFICADO
              MOVE 9999 TO RETURN-CODE
           ELSE
              DISPLAY 'PLAZOS CONSTITUIDOS     = ' WS-TOT-CONSTIT
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              MOVE 'F' TO LK-KYC-ACCION
              CALL WS-PGMVKR15 USING LK-PARM-KYC
           END-IF.

           CLOSE PLAZO
