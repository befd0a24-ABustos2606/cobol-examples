      * COLA DE REINTENTOS CON REGLA DE EXPIRACION  *
      * EN DIAS DE PARAMETROS                       *
      *                                             *
      * EL DEBITO DE CADA EJECUCION SE CONTROLA     *
      * CONTRA LOS LIMITES DIARIO Y MENSUAL DEL     *
      * TITULAR EN EL CANAL INTERNO (PGMVLD15):     *
      * UNA ORDEN QUE LOS EXCEDE NO SE POSTEA Y VA  *
      * A LA COLA DE REINTENTOS COMO CUALQUIER      *
      * OTRA EJECUCION FALLIDA                      *
      *                                             *
      * CADA PATA INFORMA LA CUENTA CONTRAPARTE AL  *
      * POSTEO: SI DEBITO Y CREDITO SON DE          *
      * SUCURSALES DISTINTAS PGMVPS15 DEJA LAS      *
      * PARTIDAS INTERSUCURSALES (LA REVERSA DE UN  *
      * CREDITO FALLIDO DEJA LA SUYA Y LA PAREJA    *
      * QUEDA EN CERO)                              *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
           88  WS-FALLA-EMBARGO        VALUE 'R'.
           88  WS-FALLA-SUCESION       VALUE 'F'.
           88  WS-FALLA-INEXISTENTE    VALUE 'N'.
           88  WS-FALLA-LIMITE         VALUE 'L'.
           88  WS-FALLA-SIN-LIMITES    VALUE 'E'.
           88  WS-FALLA-REVERSADA      VALUE 'V'.

      * DEBITO POSTEADO EN ESTA CORRIDA (NO EN UNA ANTERIOR) *********
       01  WS-FLAG-DEBITO   PIC X     VALUE SPACE.
           88  WS-DEBITO-NUEVO         VALUE 'S'.
           88  WS-DEBITO-PREVIO        VALUE 'N'.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA DE CADA PATA EN EL LIBRO DE MOVIMIENTOS: ORDEN +   *
      * EJECUCION PROGRAMADA + PATA (D=DEBITO/C=CREDITO/R=REVERSA) +  *
      * FECHA DEL INTENTO. EL RERUN DEL MISMO DIA ENCUENTRA SUS PATAS *
      * YA POSTEADAS; EL REINTENTO DE UN DIA POSTERIOR (TRAS UNA      *
      * REVERSA) GENERA PATAS NUEVAS Y VUELVE A DEBITAR AL ORDENANTE **
       77  WS-CODMOV-DEBITO   PIC X(03) VALUE 'OPD'.
       77  WS-CODMOV-CREDITO  PIC X(03) VALUE 'OPC'.
       77  WS-CODMOV-REVERSA  PIC X(03) VALUE 'OPR'.
       01  WS-REF-POSTEO.
           03  WS-REF-ORDEN       PIC 9(06)  VALUE ZEROS.
           03  WS-REF-EJECUCION   PIC 9(08)  VALUE ZEROS.
           03  WS-REF-PATA        PIC X(01)  VALUE SPACES.
           03  WS-REF-INTENTO     PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(02)  VALUE SPACES.

      * CANTIDAD DE PATAS DE REVERSA YA REGISTRADAS PARA LA EJECUCION *
       77  WS-CANT-REVERSA  PIC S9(9) COMP VALUE ZEROS.
       77  WS-PS-PROGRAMA-SO PIC X(08) VALUE 'PGMVSO15'.
       77  WS-PS-REFERENCIA-SO PIC X(25) VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * HOST VARIABLE PARA COLUMNA SEGMENTO DE TB99CLIE - AUN NO      *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-SEGMENTO   PIC X(01) VALUE SPACES.

      * CONTROL DE LIMITES TRANSACCIONALES DEL CANAL INTERNO *********
       01  WS-PGMVLD15      PIC X(8)  VALUE 'PGMVLD15'.
           COPY CPLIMCTL.
      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************
      ***** DEBITO Y CREDITO DE LA ORDEN VENCIDA **********************
       5200-POSTEAR-PATAS.

           MOVE 'PGMVSO15'      TO LK-PS-PROGRAMA.
           MOVE WS-FECHA-HOY-8  TO LK-PS-FECHA.
           MOVE OPE-NRO-ORDEN   TO WS-REF-ORDEN.
           MOVE OPE-PROX-EJEC   TO WS-REF-EJECUCION.
           MOVE WS-FECHA-HOY-8  TO WS-REF-INTENTO.

           PERFORM 5250-VALIDAR-LIMITE THRU F-5250-VALIDAR-LIMITE.

           IF WS-FALLA-LIMITE OR WS-FALLA-SIN-LIMITES
              PERFORM 5400-GRABAR-REINTENTO
                      THRU F-5400-GRABAR-REINTENTO
              GO TO F-5200-POSTEAR-PATAS
           END-IF.

      * UNA PATA YA POSTEADA (RERUN DEL MISMO DIA) CUENTA COMO HECHA  *
      * Y LA ORDEN SIGUE SU CURSO ************************************
           MOVE OPE-DEB-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE OPE-DEB-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - OPE-IMPORTE.
           MOVE WS-CODMOV-DEBITO TO LK-PS-CODMOV.
           MOVE 'D'             TO WS-REF-PATA.
           MOVE WS-REF-POSTEO   TO LK-PS-REFERENCIA.
           MOVE OPE-CRE-TIPCUEN TO LK-PS-CTP-TIPCUEN.
           MOVE OPE-CRE-NROCUEN TO LK-PS-CTP-NROCUEN.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
              MOVE LK-STATUS-POSTEO TO WS-STATUS-FALLA
              PERFORM 5400-GRABAR-REINTENTO
                      THRU F-5400-GRABAR-REINTENTO
              GO TO F-5200-POSTEAR-PATAS
           END-IF.

           IF LK-PS-POSTEADO
              SET WS-DEBITO-NUEVO TO TRUE
           ELSE
              SET WS-DEBITO-PREVIO TO TRUE
           END-IF.

      * UN DEBITO PREVIO DEL MISMO INTENTO QUE YA FUE REVERSADO NO   *
      * HABILITA EL CREDITO: LA EJECUCION VUELVE A LA COLA ************
           IF WS-DEBITO-PREVIO
              PERFORM 5260-VERIFICAR-REVERSA
                      THRU F-5260-VERIFICAR-REVERSA
              IF WS-CANT-REVERSA IS NOT EQUAL ZEROS
                 SET WS-FALLA-REVERSADA TO TRUE
                 PERFORM 5400-GRABAR-REINTENTO
                         THRU F-5400-GRABAR-REINTENTO
                 GO TO F-5200-POSTEAR-PATAS
              END-IF
           END-IF.

           MOVE OPE-CRE-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE OPE-CRE-NROCUEN TO LK-PS-NROCUEN.
           MOVE OPE-IMPORTE     TO LK-PS-IMPORTE.
           MOVE WS-CODMOV-CREDITO TO LK-PS-CODMOV.
           MOVE 'C'             TO WS-REF-PATA.
           MOVE WS-REF-POSTEO   TO LK-PS-REFERENCIA.
           MOVE OPE-DEB-TIPCUEN TO LK-PS-CTP-TIPCUEN.
           MOVE OPE-DEB-NROCUEN TO LK-PS-CTP-NROCUEN.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
      * LA PATA CREDITO FALLO CON EL DEBITO YA HECHO: SE RETIENE EL  *
      * MOTIVO REAL ANTES DE QUE LA REVERSA PISE EL STATUS ***********
              MOVE LK-STATUS-POSTEO TO WS-STATUS-FALLA
              MOVE OPE-DEB-TIPCUEN TO LK-PS-TIPCUEN
              MOVE OPE-DEB-NROCUEN TO LK-PS-NROCUEN
              MOVE OPE-IMPORTE     TO LK-PS-IMPORTE
              MOVE WS-CODMOV-REVERSA TO LK-PS-CODMOV
              MOVE 'R'             TO WS-REF-PATA
              MOVE WS-REF-POSTEO   TO LK-PS-REFERENCIA
              MOVE OPE-CRE-TIPCUEN TO LK-PS-CTP-TIPCUEN
              MOVE OPE-CRE-NROCUEN TO LK-PS-CTP-NROCUEN
              CALL WS-PGMVPS15 USING LK-PARM-POSTEO
              IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
                 DISPLAY '* ERROR EN REVERSA DEBITO ORDEN '
                         OPE-NRO-ORDEN ' STATUS = ' LK-STATUS-POSTEO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5200-POSTEAR-PATAS
              END-IF
              PERFORM 5400-GRABAR-REINTENTO
                      THRU F-5400-GRABAR-REINTENTO
              GO TO F-5200-POSTEAR-PATAS

           ADD 1 TO WS-TOT-EJECUTADAS.

      * EL USO DEL LIMITE SE SUMA SOLO SI EL DEBITO SE POSTEO EN ESTA *
      * CORRIDA (EN UN RERUN LA EJECUCION YA QUEDO REGISTRADA) ********
           IF LK-LIM-ACCION IS EQUAL TO 'C'
              AND WS-DEBITO-NUEVO
              MOVE 'R'          TO LK-LIM-ACCION
              CALL WS-PGMVLD15 USING LK-PARM-LIMITE
           END-IF.

           PERFORM 5300-AVANZAR-FECHA THRU F-5300-AVANZAR-FECHA.

       F-5200-POSTEAR-PATAS. EXIT.

      ***** PATA DE REVERSA DEL MISMO INTENTO EN EL LIBRO ************
       5260-VERIFICAR-REVERSA.

           MOVE ZEROS           TO WS-CANT-REVERSA.
           MOVE 'R'             TO WS-REF-PATA.
           MOVE WS-REF-POSTEO   TO WS-PS-REFERENCIA-SO.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-REVERSA
                FROM ITPLZRY.TB99MOVI
                WHERE PROGRAMA = :WS-PS-PROGRAMA-SO
                AND REFERENCIA = :WS-PS-REFERENCIA-SO
           END-EXEC.

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CONSULTA TB99MOVI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              MOVE 1 TO WS-CANT-REVERSA
           END-IF.

           MOVE 'D'             TO WS-REF-PATA.

       F-5260-VERIFICAR-REVERSA. EXIT.

      ***** LIMITES DIARIO Y MENSUAL DEL TITULAR DE LA CUENTA ********
      ***** DEBITO EN EL CANAL INTERNO *******************************
       5250-VALIDAR-LIMITE.

           MOVE SPACE           TO WS-STATUS-FALLA.
           MOVE SPACE           TO LK-LIM-ACCION.

           MOVE OPE-DEB-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE OPE-DEB-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT B.TIPDOC, B.NRODOC, VALUE(B.SEGMENTO, ' ')
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-SEGMENTO
                FROM ITPLZRY.TB99CUEN A, ITPLZRY.TB99CLIE B
                WHERE A.TIPCUEN = :DB-CU-TIPCUEN
                AND A.NROCUEN = :DB-CU-NROCUEN
                AND B.NROCLI = A.NROCLI
           END-EXEC.

      * SIN TITULAR UBICABLE EL POSTEO INFORMA LA CUENTA INEXISTENTE *
           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO F-5250-VALIDAR-LIMITE
           END-IF.

           MOVE 'C'             TO LK-LIM-ACCION.
           MOVE DB-CL-TIPDOC    TO LK-LIM-TIPDOC.
           MOVE DB-CL-NRODOC    TO LK-LIM-NRODOC.
           MOVE DB-CL-SEGMENTO  TO LK-LIM-SEGMENTO.
           MOVE 'I'             TO LK-LIM-CANAL.
           MOVE OPE-IMPORTE     TO LK-LIM-IMPORTE.
           MOVE WS-FECHA-HOY-8  TO LK-LIM-FECHA.
           MOVE SPACES          TO LK-LIM-APROBADOR.

           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

           EVALUATE TRUE
              WHEN LK-LIM-PASA
                 CONTINUE
              WHEN LK-LIM-ERROR
                 SET WS-FALLA-SIN-LIMITES TO TRUE
              WHEN OTHER
                 SET WS-FALLA-LIMITE TO TRUE
           END-EVALUATE.

       F-5250-VALIDAR-LIMITE. EXIT.

      ***** AVANCE DE LA PROXIMA EJECUCION SEGUN FRECUENCIA ***********
       5300-AVANZAR-FECHA.

                 MOVE 'SUCESION ABIERTA' TO RTY-MOTIVO
              WHEN WS-FALLA-INEXISTENTE
                 MOVE 'CUENTA INEXISTENTE' TO RTY-MOTIVO
              WHEN WS-FALLA-LIMITE
                 MOVE 'EXCEDE LIMITE TRANSACCIONAL' TO RTY-MOTIVO
              WHEN WS-FALLA-SIN-LIMITES
                 MOVE 'LIMITES NO DISPONIBLES' TO RTY-MOTIVO
              WHEN WS-FALLA-REVERSADA
                 MOVE 'DEBITO REVERSADO EN EL DIA' TO RTY-MOTIVO
              WHEN OTHER
                 MOVE 'ERROR DE POSTEO' TO RTY-MOTIVO
           END-EVALUATE.
                   DISPLAY '* ERROR EN CLOSE REINTEN = ' FS-RTY
                   MOVE 9999 TO RETURN-CODE
                 END-IF
              MOVE 'F'          TO LK-LIM-ACCION
              CALL WS-PGMVLD15 USING LK-PARM-LIMITE
           ELSE
              CLOSE ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
