       77  WS-TOT-NOENCONTRADO  PIC 999  VALUE ZEROS.
       77  WS-TOT-CUENTAS       PIC 999  VALUE ZEROS.
       77  WS-TOT-CLI-SALDO     PIC S9(9)V99 VALUE ZEROS.
       77  WS-TOT-CLI-DISPON    PIC S9(9)V99 VALUE ZEROS.
       77  WS-TOT-DUPLICADOS    PIC 999  VALUE ZEROS.

      * CACHE DE RESULTADOS YA CONSULTADOS EN ESTA CORRIDA - EVITA     *
               05  WS-CAC-NOMAPE     PIC X(30).
               05  WS-CAC-TOT-CUENTAS PIC 999.
               05  WS-CAC-TOT-SALDO  PIC S9(9)V99.
               05  WS-CAC-TOT-DISPON PIC S9(9)V99.

       77  WS-CAC-IDX            PIC 999    VALUE ZEROS.
       77  WS-CAC-IX-MATCH       PIC 999    VALUE ZEROS.

      * LINEA DE RESPUESTA DE LA CONSULTA - UNA POR CUENTA DEL         *
      * CLIENTE, O UNA UNICA LINEA CON EL MENSAJE CORRESPONDIENTE     *
      * SI EL CLIENTE NO TIENE CUENTAS O NO EXISTE. JUNTO AL SALDO    *
      * VA EL DISPONIBLE (SALDO MENOS RETENCIONES, RUTINA PGMVDS15)   *
       01  WS-REG-SALIDA.
           03  WS-SAL-NROCLI    PIC ZZ9        VALUE ZEROS.
           03  FILLER           PIC X(02)      VALUE SPACES.
           03  FILLER           PIC X(02)      VALUE SPACES.
           03  WS-SAL-SALDO     PIC Z(6)9,99-  VALUE ZEROS.
           03  FILLER           PIC X(02)      VALUE SPACES.
           03  WS-SAL-DISPON    PIC Z(6)9,99-  VALUE ZEROS.
           03  FILLER           PIC X(03)      VALUE SPACES.
           03  WS-SAL-MENSAJE   PIC X(25)      VALUE SPACES.
           03  FILLER           PIC X(28)      VALUE SPACES.

      * LINEA DE TOTAL CONSOLIDADO DE CARTERA DEL CLIENTE              *
       01  WS-REG-TOTAL.
                                 VALUE 'TOTAL CONSOLIDADO DE CARTERA'.
           03  FILLER           PIC X(17)      VALUE SPACES.
           03  WS-TOT-SALDO     PIC Z(8)9,99-  VALUE ZEROS.
           03  FILLER           PIC X(01)      VALUE SPACES.
           03  WS-TOT-DISPON    PIC Z(8)9,99-  VALUE ZEROS.
           03  FILLER           PIC X(01)      VALUE SPACES.
           03  WS-TOT-MENSAJE   PIC X(25)      VALUE SPACES.
           03  FILLER           PIC X(27)      VALUE SPACES.

       77  WS-PRINT         PIC ZZ9   VALUE ZEROS.

      * RUTINA COMPARTIDA DE EXISTENCIA DE CLIENTE (TP 35) ************
       01  WS-PGMVCL15      PIC X(8)  VALUE 'PGMVCL15'.

      * RUTINA COMPARTIDA DE SALDO DISPONIBLE *************************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
                 MOVE SPACES                      TO WS-REG-TOTAL
                 MOVE WS-ENT-NROCLI                TO WS-TOT-NROCLI
                 MOVE WS-CAC-TOT-SALDO (WS-CAC-IDX) TO WS-TOT-SALDO
                 MOVE WS-CAC-TOT-DISPON (WS-CAC-IDX) TO WS-TOT-DISPON
                 MOVE 'RESPUESTA DUPLICADA (CACHE)' TO WS-TOT-MENSAJE

                 WRITE REG-SALIDA FROM WS-REG-TOTAL
                                       WS-CAC-TOT-CUENTAS (WS-CAC-IDX)
                 MOVE WS-TOT-CLI-SALDO   TO
                                       WS-CAC-TOT-SALDO (WS-CAC-IDX)
                 MOVE WS-TOT-CLI-DISPON  TO
                                       WS-CAC-TOT-DISPON (WS-CAC-IDX)
              ELSE
                 SET WS-CAC-NO-ENCONTRADO (WS-CAC-IDX) TO TRUE
                 MOVE SPACES             TO WS-CAC-NOMAPE (WS-CAC-IDX)
                                       WS-CAC-TOT-CUENTAS (WS-CAC-IDX)
                 MOVE ZEROS              TO
                                       WS-CAC-TOT-SALDO (WS-CAC-IDX)
                 MOVE ZEROS              TO
                                       WS-CAC-TOT-DISPON (WS-CAC-IDX)
              END-IF
           END-IF.


           MOVE ZEROS TO WS-TOT-CUENTAS.
           MOVE ZEROS TO WS-TOT-CLI-SALDO.
           MOVE ZEROS TO WS-TOT-CLI-DISPON.

           EXEC SQL
              OPEN CURSOR1
                 ADD 1 TO WS-TOT-CUENTAS
                 ADD DB-CU-SALDO TO WS-TOT-CLI-SALDO
                 PERFORM 5000-GRABAR-SALIDA THRU 5000-F-GRABAR-SALIDA
                 ADD LK-DS-DISPONIBLE TO WS-TOT-CLI-DISPON
                 PERFORM 4100-FETCH-CUENTA THRU 4100-F-FETCH-CUENTA
              END-PERFORM

           MOVE DB-CU-NROCUEN  TO WS-SAL-NROCUEN
           MOVE DB-CU-SUCUEN   TO WS-SAL-SUCUEN
           MOVE DB-CU-SALDO    TO WS-SAL-SALDO
           PERFORM 5300-CALCULAR-DISPONIBLE
                   THRU 5300-F-CALCULAR-DISPONIBLE
           MOVE 'CUENTA COMO COTITULAR' TO WS-SAL-MENSAJE

           WRITE REG-SALIDA FROM WS-REG-SALIDA.
           MOVE DB-CU-NROCUEN  TO WS-SAL-NROCUEN
           MOVE DB-CU-SUCUEN   TO WS-SAL-SUCUEN
           MOVE DB-CU-SALDO    TO WS-SAL-SALDO
           PERFORM 5300-CALCULAR-DISPONIBLE
                   THRU 5300-F-CALCULAR-DISPONIBLE
           MOVE SPACES         TO WS-SAL-MENSAJE

           WRITE REG-SALIDA FROM WS-REG-SALIDA.
           MOVE SPACES         TO WS-REG-TOTAL
           MOVE WS-ENT-NROCLI  TO WS-TOT-NROCLI
           MOVE WS-TOT-CLI-SALDO TO WS-TOT-SALDO
           MOVE WS-TOT-CLI-DISPON TO WS-TOT-DISPON
           MOVE SPACES         TO WS-TOT-MENSAJE

           WRITE REG-SALIDA FROM WS-REG-TOTAL.

       5200-F-GRABAR-TOTAL. EXIT.

      **************************************
      * SALDO DISPONIBLE DE LA CUENTA       *
      * (SALDO MENOS RETENCIONES VIGENTES)  *
      **************************************
       5300-CALCULAR-DISPONIBLE.

           MOVE DB-CU-TIPCUEN  TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN  TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO    TO LK-DS-SALDO.
           MOVE ZEROS          TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           MOVE LK-DS-DISPONIBLE TO WS-SAL-DISPON.

       5300-F-CALCULAR-DISPONIBLE. EXIT.

      **************************************
      * GRABACION DE PEDIDOS NO ENCONTRADOS *
      **************************************
