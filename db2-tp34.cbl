            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD EXTRACTO
            BLOCK CONTAINS 0 RECORDS
           03  WSC-APROBADOR          PIC X(10)      VALUE SPACES.

      * DETALLE DE LA CONSTANCIA - UNA LINEA POR CUENTA MOVIDA, CON   *
      * SU SALDO, SU DISPONIBLE (SALDO MENOS RETENCIONES DE FONDOS)   *
      * Y MONEDA, GRABADA EN EL MISMO ARCHIVO CONFIRMA;               *
      * EL REGISTRO RESUMEN (WS-REG-CONFIRMACION) CIERRA LA CONSTANCIA *
       01  WS-REG-CONFIRMA-DET.
           03  FILLER                 PIC X(04)      VALUE SPACES.
           03  WSD-MONEDA             PIC 99         VALUE ZEROS.
           03  FILLER                 PIC X(01)      VALUE SPACES.
           03  WSD-MENSAJE            PIC X(20)      VALUE SPACES.
           03  FILLER                 PIC X(01)      VALUE SPACES.
           03  WSD-DISPON             PIC ZZZ.ZZZ.ZZ9,99-.

      * LOS DETALLES SE RETIENEN EN ESTA TABLA MIENTRAS CORRE LA      *
      * TRANSFERENCIA Y SE GRABAN RECIEN EN 1760-GRABAR-CONFIRMA,     *
               05  WS-CNF-NROCUEN  PIC 9(10).
               05  WS-CNF-SUCUEN   PIC 9(02).
               05  WS-CNF-SALDO    PIC S9(9)V99 USAGE COMP-3.
               05  WS-CNF-DISPON   PIC S9(9)V99 USAGE COMP-3.
               05  WS-CNF-MONEDA   PIC 9(02).

       77  WS-CONF-IX         PIC 9(03)   VALUE ZEROS.
           03  LK-EMB-EXPEDIENTE    PIC X(10).

       77  WS-EMB-TIPCUEN-N PIC 99      VALUE ZEROS.

      * SALDO DISPONIBLE DE LA CUENTA PARA LA CONSTANCIA (RUTINA      *
      * COMPARTIDA PGMVDS15) ******************************************
       01  WS-PGMVDS15   PIC X(8)     VALUE 'PGMVDS15'.
           COPY CPDISPON.
       77  WS-TOT-EMBARGADAS PIC 999    VALUE ZEROS.

      * VERIFICACION DE LA FIRMA DEL PAR CONTRA EL REGISTRO DE       *
               88  LK-POD-EXCEDE-MONTO       VALUE 'M'.
               88  LK-POD-FUERA-VIGENCIA     VALUE 'V'.

      * CLIENTE ORIGEN MENOR DE EDAD: SOLO FIRMA SU REPRESENTANTE    *
      * LEGAL (DDTUTOR) VIA LA RUTINA COMPARTIDA PGMVMN15 - SIN       *
      * FIRMANTE INFORMADO EL PAR SE RECHAZA ***************************
       01  WS-PGMVMN15   PIC X(8)     VALUE 'PGMVMN15'.
           COPY CPMENCTL.

       01  WS-FLAG-FIRMA PIC X.
           88  WS-FIRMA-OK            VALUE ' '.
           88  WS-FIRMA-RECHAZADA     VALUE 'R'.
       77  WS-TOT-CANCELADAS PIC 999  VALUE ZEROS.
       77  WS-TOT-EXPIRADAS  PIC 999  VALUE ZEROS.

      * LIMITES DIARIO Y MENSUAL DEL CANAL TRANSFERENCIA DEL CLIENTE  *
      * ORIGEN (RUTINA COMPARTIDA PGMVLD15) - EL IMPORTE CONTROLADO   *
      * ES EL SALDO CONSOLIDADO QUE VIAJA CON LA TRANSFERENCIA ********
       01  WS-PGMVLD15   PIC X(8)     VALUE 'PGMVLD15'.
           COPY CPLIMCTL.

       01  WS-FLAG-LIMITE PIC X       VALUE ' '.
           88  WS-LIMITE-OK           VALUE ' '.
           88  WS-LIMITE-RECHAZADO    VALUE 'R'.
           88  WS-LIMITE-A-APROBAR    VALUE 'A'.

      * HOST VARIABLE PARA COLUMNA SEGMENTO DE TB99CLIE - AUN NO      *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-SEGMENTO    PIC X(01) VALUE SPACES.

       77  WS-TOT-LIMITE-RECH PIC 999 VALUE ZEROS.

      * VENCIMIENTO DEL PAR RETENIDO EN DIAS HABILES (CALENDARIO     *
      * COMPARTIDO PGMVBD15; SIN CALENDARIO SE CUENTAN DIAS CORRIDOS) *
       01  WS-PGMVBD15   PIC X(8)     VALUE 'PGMVBD15'.
                PERFORM 1700-VALIDAR-SALDO-MINIMO
                   THRU 1700-F-VALIDAR-SALDO-MINIMO

      * SIN CARGA DE DECISIONES DEL SUPERVISOR EN ESTOS MODOS, UN     *
      * EXCESO DE LIMITE A APROBACION SE RECHAZA COMO TAL             *
                IF WS-TRANSF-OK
                   MOVE SPACES TO WS-APROBADOR-ACT
                   PERFORM 1440-VERIFICAR-LIMITE
                      THRU 1440-F-VERIFICAR-LIMITE
                   IF NOT WS-LIMITE-OK
                      SET WS-TRANSF-RECHAZADA TO TRUE
                   END-IF
                END-IF

                IF WS-TRANSF-RECHAZADA
                   IF WS-LIMITE-OK
                      DISPLAY 'TRANSFERENCIA RECHAZADA POR SALDO MINIMO'
                   ELSE
                      DISPLAY 'TRANSFERENCIA RECHAZADA POR LIMITE'
                   END-IF
                   ADD 1 TO WS-TOT-PARES-RECH
                   SET WS-NO TO TRUE
                   SET WS-FIN-PROCESO TO TRUE
                 MOVE ZEROS TO WS-CONF-OCUP
                 MOVE SPACES TO WS-TIPDOC
                 MOVE ZEROS TO WS-NRODOC
                 PERFORM 1440-VERIFICAR-LIMITE
                    THRU 1440-F-VERIFICAR-LIMITE
                 IF WS-LIMITE-OK
                    PERFORM 1520-EJECUTAR-TRANSFERENCIA
                       THRU 1520-F-EJECUTAR-TRANSFERENCIA
                 ELSE
                    DISPLAY 'PENDIENTE RECHAZADO POR LIMITE'
                    ADD 1 TO WS-TOT-PARES-RECH
                 END-IF
              WHEN WS-APR-IX-MATCH IS GREATER THAN ZEROS
                 DISPLAY 'PENDIENTE CANCELADO POR EL SUPERVISOR'
                 ADD 1 TO WS-TOT-CANCELADAS
      **************************************
      * VERIFICACION DE LA FIRMA DEL PAR - *
      * UN PAR FIRMADO POR UN TERCERO SOLO *
      * PASA SI EL PODER LO RESPALDA; SI   *
      * EL ORIGEN ES MENOR DE EDAD, SOLO   *
      * CON LA FIRMA DE SU REPRESENTANTE   *
      **************************************
       1450-VERIFICAR-FIRMANTE.

           SET WS-FIRMA-OK TO TRUE.
           SET LK-MEN-MAYOR-DE-EDAD TO TRUE.

           IF WS-PAR2-FIR-NRODOC IS NOT EQUAL TO SPACES
              AND WS-PAR2-FIR-NRODOC IS NOT NUMERIC
              SET WS-FIRMA-RECHAZADA TO TRUE
              PERFORM 1460-GRABAR-RECHAZO-FIRMA
                 THRU 1460-F-GRABAR-RECHAZO-FIRMA
              GO TO 1450-F-VERIFICAR-FIRMANTE
           END-IF.

           EXEC SQL
              SELECT TIPDOC, NRODOC, FECNAC
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-FECNAC
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :WS-EFEC-NROCLI-ORIG
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              MOVE DB-CL-TIPDOC       TO LK-MEN-TIPDOC
              MOVE DB-CL-NRODOC       TO LK-MEN-NRODOC
              MOVE DB-CL-FECNAC       TO LK-MEN-FECNAC
              MOVE WS-PAR2-FIR-TIPDOC TO LK-MEN-FIR-TIPDOC
              IF WS-PAR2-FIR-NRODOC IS EQUAL TO SPACES
                 MOVE ZEROS TO LK-MEN-FIR-NRODOC
              ELSE
                 MOVE WS-PAR2-FIR-NRODOC TO LK-MEN-FIR-NRODOC
              END-IF
              MOVE WS-FECHA-HOY-8     TO LK-MEN-FECHA
              CALL WS-PGMVMN15 USING LK-PARM-MENOR
           END-IF.

           IF LK-MEN-REPRESENTANTE
              GO TO 1450-F-VERIFICAR-FIRMANTE
           END-IF.

           IF NOT LK-MEN-MAYOR-DE-EDAD
              SET WS-FIRMA-RECHAZADA TO TRUE
              PERFORM 1460-GRABAR-RECHAZO-FIRMA
                 THRU 1460-F-GRABAR-RECHAZO-FIRMA
              GO TO 1450-F-VERIFICAR-FIRMANTE
           END-IF.

      * SIN FIRMANTE INFORMADO EL PAR SE TOMA COMO FIRMADO POR EL    *
      * PROPIO TITULAR (FORMATO DE PARES ANTERIOR AL REGISTRO)       *
           IF WS-PAR2-FIR-NRODOC IS EQUAL TO SPACES
              GO TO 1450-F-VERIFICAR-FIRMANTE
           END-IF.

      * EL IMPORTE A CONTRASTAR CON UN PODER LIMITADO EN MONTO ES    *
      * EL SALDO CONSOLIDADO DEL CLIENTE ORIGEN (TODO VIAJA)         *
           EXEC SQL
           MOVE WS-EFEC-NROCLI-DEST TO WSX-NROCLI-DEST.

           EVALUATE TRUE
              WHEN WS-PAR2-FIR-NRODOC IS NOT EQUAL TO SPACES
                   AND WS-PAR2-FIR-NRODOC IS NOT NUMERIC
                 MOVE 'RF01 FIRMANTE CON DOCUMENTO INVALIDO'
                                          TO WSX-MENSAJE
              WHEN LK-MEN-SIN-REPRESENTANTE
                 MOVE 'RF06 MENOR SIN FIRMA DE TUTOR'
                                          TO WSX-MENSAJE
              WHEN LK-MEN-NO-REPRESENTANTE
                 MOVE 'RF07 FIRMANTE NO ES SU TUTOR'
                                          TO WSX-MENSAJE
              WHEN LK-POD-NO-REGISTRADO
                 MOVE 'RF02 FIRMANTE SIN PODER REGISTRADO'
                                          TO WSX-MENSAJE
                 ADD 1 TO WS-TOT-CANCELADAS
                 ADD 1 TO WS-TOT-PARES-RECH
              WHEN OTHER
                 PERFORM 1440-VERIFICAR-LIMITE
                    THRU 1440-F-VERIFICAR-LIMITE
                 EVALUATE TRUE
                    WHEN WS-LIMITE-RECHAZADO
                       DISPLAY 'PAR RECHAZADO POR LIMITE TRANSACCIONAL'
                       ADD 1 TO WS-TOT-PARES-RECH
                    WHEN WS-LIMITE-A-APROBAR
                       DISPLAY 'PAR RETENIDO POR EXCESO DE LIMITE'
                       ADD 1 TO WS-TOT-RETENIDAS
                       PERFORM 1490-GRABAR-PENDIENTE
                          THRU 1490-F-GRABAR-PENDIENTE
                    WHEN OTHER
                       PERFORM 1520-EJECUTAR-TRANSFERENCIA
                          THRU 1520-F-EJECUTAR-TRANSFERENCIA
                 END-EVALUATE
           END-EVALUATE.

           PERFORM 1600-LEER-PAR THRU 1600-F-LEER-PAR.

       1500-F-PROCESAR-PAR. EXIT.

      **************************************
      * LIMITES DIARIO Y MENSUAL DEL       *
      * CLIENTE ORIGEN EN EL CANAL         *
      * TRANSFERENCIA - EL EXCESO SE       *
      * RECHAZA O QUEDA RETENIDO HASTA LA  *
      * DECISION DEL SUPERVISOR            *
      **************************************
       1440-VERIFICAR-LIMITE.

           SET WS-LIMITE-OK TO TRUE.

           EXEC SQL
              SELECT TIPDOC, NRODOC, VALUE(SEGMENTO, ' ')
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-SEGMENTO
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :WS-EFEC-NROCLI-ORIG
           END-EXEC.

           IF SQLCODE EQUAL ZEROS
              EXEC SQL
                 SELECT VALUE(SUM(SALDO), 0)
                   INTO :WS-SUM-SALDO
                   FROM ITPLZRY.TB99CUEN
                   WHERE NROCLI = :WS-EFEC-NROCLI-ORIG
              END-EXEC
           END-IF.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR CONSULTA CLIENTE PARA LIMITE: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-LIMITE-RECHAZADO TO TRUE
              GO TO 1440-F-VERIFICAR-LIMITE
           END-IF.

      * SIN SALDO A TRANSFERIR NO HAY IMPORTE QUE CONTROLAR *
           IF WS-SUM-SALDO IS NOT GREATER THAN ZEROS
              GO TO 1440-F-VERIFICAR-LIMITE
           END-IF.

      * UNA DECISION DEL SUPERVISOR SOBRE EL PAR AUTORIZA EL EXCESO *
           IF WS-APROBADOR-ACT IS EQUAL SPACES
              AND WS-MODO-BATCH
              PERFORM 1475-BUSCAR-APROBACION
                 THRU 1475-F-BUSCAR-APROBACION
              IF WS-APR-IX-MATCH IS GREATER THAN ZEROS
                 AND WS-APR-DEC(WS-APR-IX-MATCH) IS EQUAL TO 'A'
                 MOVE WS-APR-QUIEN(WS-APR-IX-MATCH)
                   TO WS-APROBADOR-ACT
              END-IF
           END-IF.

           MOVE 'C' TO LK-LIM-ACCION.
           PERFORM 1442-ARMAR-LIMITE THRU 1442-F-ARMAR-LIMITE.

           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

           EVALUATE TRUE
              WHEN LK-LIM-PASA
                 CONTINUE
              WHEN LK-LIM-EXCEDE-APROBAR
                 AND WS-MODO-BATCH
                 AND WS-APR-IX-MATCH IS GREATER THAN ZEROS
                 SET WS-LIMITE-RECHAZADO TO TRUE
                 ADD 1 TO WS-TOT-CANCELADAS
                 PERFORM 1485-GRABAR-CANCELACION
                    THRU 1485-F-GRABAR-CANCELACION
              WHEN LK-LIM-EXCEDE-APROBAR
                 AND WS-MODO-BATCH
                 SET WS-LIMITE-A-APROBAR TO TRUE
              WHEN OTHER
                 SET WS-LIMITE-RECHAZADO TO TRUE
                 ADD 1 TO WS-TOT-LIMITE-RECH
                 PERFORM 1446-GRABAR-RECHAZO-LIMITE
                    THRU 1446-F-GRABAR-RECHAZO-LIMITE
           END-EVALUATE.

       1440-F-VERIFICAR-LIMITE. EXIT.

       1442-ARMAR-LIMITE.

           MOVE DB-CL-TIPDOC     TO LK-LIM-TIPDOC.
           MOVE DB-CL-NRODOC     TO LK-LIM-NRODOC.
           MOVE DB-CL-SEGMENTO   TO LK-LIM-SEGMENTO.
           MOVE 'T'              TO LK-LIM-CANAL.
           MOVE WS-SUM-SALDO     TO LK-LIM-IMPORTE.
           MOVE WS-FECHA-HOY-8   TO LK-LIM-FECHA.
           MOVE WS-APROBADOR-ACT TO LK-LIM-APROBADOR.

       1442-F-ARMAR-LIMITE. EXIT.

      **************************************
      * TRANSFERENCIA CONFIRMADA: SUMA AL  *
      * USO DEL DIA Y DEL MES DEL CLIENTE  *
      **************************************
       1444-REGISTRAR-LIMITE.

           IF WS-SUM-SALDO IS NOT GREATER THAN ZEROS
              GO TO 1444-F-REGISTRAR-LIMITE
           END-IF.

           MOVE 'R' TO LK-LIM-ACCION.
           PERFORM 1442-ARMAR-LIMITE THRU 1442-F-ARMAR-LIMITE.

           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

       1444-F-REGISTRAR-LIMITE. EXIT.

      **************************************
      * REGISTRO DEL RECHAZO POR LIMITE EN *
      * EXCTRANS CON SU PROPIO MOTIVO      *
      **************************************
       1446-GRABAR-RECHAZO-LIMITE.

           MOVE SPACES TO WS-REG-SAL-EXCTRANS.
           MOVE WS-EFEC-NROCLI-ORIG TO WSX-NROCLI-ORIG.
           MOVE WS-EFEC-NROCLI-DEST TO WSX-NROCLI-DEST.
           MOVE WS-SUM-SALDO        TO WSX-SALDO.

           EVALUATE TRUE
              WHEN LK-LIM-EXCEDE-RECHAZO
                 AND LK-LIM-EXCESO-MENSUAL
                 MOVE 'LT01 EXCEDE LIMITE MENSUAL DE TRANSFERENCIA'
                                          TO WSX-MENSAJE
              WHEN LK-LIM-EXCEDE-RECHAZO
                 MOVE 'LT01 EXCEDE LIMITE DIARIO DE TRANSFERENCIA'
                                          TO WSX-MENSAJE
              WHEN LK-LIM-EXCEDE-APROBAR
                 MOVE 'LT02 EXCESO DE LIMITE SIN APROBACION'
                                          TO WSX-MENSAJE
              WHEN OTHER
                 MOVE 'LT99 CONTROL DE LIMITES NO DISPONIBLE'
                                          TO WSX-MENSAJE
           END-EVALUATE.

           WRITE REG-EXCTRANS FROM WS-REG-SAL-EXCTRANS.
           IF FS-EXC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EXCTRANS = ' FS-EXC
              MOVE 9999 TO RETURN-CODE
           END-IF.

       1446-F-GRABAR-RECHAZO-LIMITE. EXIT.

      **************************************
      * EJECUCION DE LA TRANSFERENCIA DEL  *
      * PAR EFECTIVO (YA PASADAS LA FIRMA  *
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM 1444-REGISTRAR-LIMITE
                    THRU 1444-F-REGISTRAR-LIMITE
                 PERFORM 1760-GRABAR-CONFIRMA
                    THRU 1760-F-GRABAR-CONFIRMA
              END-IF
              MOVE DB-CU-NROCUEN TO WS-CNF-NROCUEN(WS-CONF-OCUP)
              MOVE DB-CU-SUCUEN  TO WS-CNF-SUCUEN(WS-CONF-OCUP)
              MOVE DB-CU-SALDO   TO WS-CNF-SALDO(WS-CONF-OCUP)
              MOVE DB-CU-TIPCUEN TO LK-DS-TIPCUEN
              MOVE DB-CU-NROCUEN TO LK-DS-NROCUEN
              MOVE DB-CU-SALDO   TO LK-DS-SALDO
              MOVE ZEROS         TO LK-DS-FECHA
              CALL WS-PGMVDS15 USING LK-PARM-DISPON
              MOVE LK-DS-DISPONIBLE TO WS-CNF-DISPON(WS-CONF-OCUP)
              MOVE WS-CUE-MONEDA TO WS-CNF-MONEDA(WS-CONF-OCUP)
           ELSE
              DISPLAY '* TABLA DE CONSTANCIA LLENA - DETALLE DE '
           MOVE WS-CNF-NROCUEN(WS-CONF-IX) TO WSD-NROCUEN
           MOVE WS-CNF-SUCUEN(WS-CONF-IX)  TO WSD-SUCUEN
           MOVE WS-CNF-SALDO(WS-CONF-IX)   TO WSD-SALDO
           MOVE WS-CNF-DISPON(WS-CONF-IX)  TO WSD-DISPON
           MOVE WS-CNF-MONEDA(WS-CONF-IX)  TO WSD-MONEDA
           MOVE 'CUENTA TRANSFERIDA' TO WSD-MENSAJE

                                            WS-TOT-CANCELADAS
                DISPLAY 'PARES EXPIRADOS               = '
                                            WS-TOT-EXPIRADAS
                DISPLAY 'PARES RECHAZADOS POR LIMITE   = '
                                            WS-TOT-LIMITE-RECH
                CLOSE PARES
                   IF FS-PARE IS NOT EQUAL '00'
                      DISPLAY '* ERROR EN CLOSE PARES = ' FS-PARE
                      MOVE 9999 TO RETURN-CODE
                   END-IF
             WHEN WS-TRANSF-RECHAZADA
                IF WS-LIMITE-OK
                   DISPLAY 'TRANSFERENCIA RECHAZADA POR SALDO MINIMO'
                ELSE
                   DISPLAY 'TRANSFERENCIA RECHAZADA POR LIMITE'
                END-IF
                CLOSE EXCTRANS
                   IF FS-EXC IS NOT EQUAL '00'
                      DISPLAY '* ERROR EN CLOSE EXCTRANS = ' FS-EXC
                       COMMIT
                   END-EXEC

                   PERFORM 1444-REGISTRAR-LIMITE
                      THRU 1444-F-REGISTRAR-LIMITE

                   PERFORM 1760-GRABAR-CONFIRMA
                      THRU 1760-F-GRABAR-CONFIRMA
                END-IF
                 MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE 'F' TO LK-LIM-ACCION.
           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

           MOVE SPACES        TO WS-REG-RESUMEN.
           MOVE 'DB2-TP34'    TO RES-PROGRAMA.
           MOVE WS-FECHA-AUD  TO RES-FECHA.
