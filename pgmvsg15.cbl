      * MARKETING Y LAS SUCURSALES PREGUNTAN QUIENES SON     *
      * NUESTROS MEJORES CLIENTES Y LA RESPUESTA ERAN TRES   *
      * LISTADOS DESCONECTADOS. ESTE JOB COMBINA POR         *
      * DOCUMENTO EL SALDO CONSOLIDADO DE LA POSICION DE     *
      * CLIENTES DDPOSCLI (PGMVPN15, CONTROLADA ANTES DE     *
      * USARLA CON PGMVPK15), LA                             *
      * ACTIVIDAD DEL HISTORIAL DE MOVIMIENTOS DE PGMAPS15,  *
      * EL ESTADO DE DORMANCIA DEL CICLO DDDORMAN Y LA       *
      * ANTIGUEDAD (FECHA DE ALTA DEL VSAM CLIENTE), DERIVA  *
      * CAMBIA, E IMPRIME LA MATRIZ DE MIGRACION ENTRE       *
      * SEGMENTOS RESPECTO DE LA CORRIDA ANTERIOR            *
      *                                                      *
      * LA LISTA DE MARKETING POR SEGMENTO (DDSEGMKT) LLEVA  *
      * LOS CANALES AUTORIZADOS DE CADA CLIENTE SEGUN EL     *
      * REGISTRO DE CONSENTIMIENTO (PGMVCK15); EL CLIENTE    *
      * QUE RECHAZO TODOS LOS CANALES NO SE LISTA Y SE       *
      * INFORMA LA CANTIDAD EXCLUIDA                         *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

           SELECT SEGMKT ASSIGN DDSEGMKT
                  FILE STATUS IS FS-MKT.

      *    POSICION DE CLIENTES AL CIERRE (PGMVPN15) *
           SELECT POSCLI ASSIGN DDPOSCLI
                  FILE STATUS IS FS-POS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-AUDITORIA       PIC X(178).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS

       01 REG-RESUMEN         PIC X(34).

       FD SEGMKT
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-SEGMKT          PIC X(40).

       FD POSCLI
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-POSCLI          PIC X(400).

       WORKING-STORAGE SECTION.
      *------------------------*

       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-MKT           PIC XX    VALUE SPACES.
       01  FS-POS           PIC XX    VALUE '10'.
           88  FS-POS-OK              VALUE '00'.
           88  FS-POS-EOF             VALUE '10'.
       01  WS-SW-POSCLI     PIC X(01) VALUE 'N'.
           88  WS-POSCLI-ABIERTO      VALUE 'S'.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.
       01  WS-REG-SUCUR.
           COPY CPSUCUR.

       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * BANDAS DE SEGMENTACION POR SALDO CONSOLIDADO (A >= UMBRAL-A,  *
             INCLUDE TB99CLIE
           END-EXEC.

      * POSICION DE CLIENTES Y SU CONTROL (PGMVPK15) *
           COPY CPPOSCLI.

       01  WS-PGMVPK15      PIC X(8)  VALUE 'PGMVPK15'.
           COPY CPPOSCTL.

      * HOST VARIABLE PARA COLUMNA SEGMENTO DE TB99CLIE - AUN NO      *
      * REFLEJADA EN EL DCLGEN *****************************************

       77  CN-TOT-CLI       PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-CAMBIOS   PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-MKT       PIC 9(05)  VALUE ZEROS.
       77  CN-TOT-MKT-EXCL  PIC 9(05)  VALUE ZEROS.

      * LISTA DE MARKETING POR SEGMENTO CON LOS CANALES AUTORIZADOS *
       01  WS-REG-SEGMKT.
           03  WS-MKT-TIPDOC      PIC X(02).
           03  WS-MKT-NRODOC      PIC 9(11).
           03  WS-MKT-NROCLI      PIC 9(03).
           03  WS-MKT-SEGMENTO    PIC X(01).
           03  WS-MKT-POSTAL      PIC X(01).
           03  WS-MKT-EMAIL       PIC X(01).
           03  WS-MKT-TELEFONO    PIC X(01).
           03  WS-MKT-SMS         PIC X(01).
           03  FILLER             PIC X(19).

      * CONSENTIMIENTO PARA COMUNICACIONES COMERCIALES (PGMVMK15) *
       01  WS-PGMVCK15      PIC X(8)  VALUE 'PGMVCK15'.
           COPY CPCNSCTL.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.
           03  FILLER             PIC X(05)    VALUE '  D: '.
           03  WS-MAT-D           PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(77)    VALUE SPACES.

       01  WS-REG-TOT-MKT.
           03  WS-TMK-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-TMK-CANT        PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(87)    VALUE SPACES.
      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL FS-POS-EOF

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT SEGMKT.
           IF FS-MKT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SEGMKT = ' FS-MKT
              MOVE 9999 TO RETURN-CODE
           END-IF.

           PERFORM 1100-CARGAR-ACTIVIDAD
                   THRU 1100-F-CARGAR-ACTIVIDAD.
           PERFORM 1200-CARGAR-DORMANCIA
                   THRU 1200-F-CARGAR-DORMANCIA.

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
      *  ACTIVIDAD POR DOCUMENTO DESDE EL  *
      *  HISTORIAL DE MOVIMIENTOS          *

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
           MOVE POS-TIPDOC TO WS-TIPDOC-ANT.
           MOVE POS-NRODOC TO WS-NRODOC-ANT.
      * LAS BANDAS SE APLICAN SOBRE EL SALDO NOMINAL DE LAS CUENTAS *
           MOVE POS-SALDO-NOMINAL TO AC-SALCLI.
           ADD 1 TO CN-TOT-CLI.

           PERFORM 3000-SEGMENTAR-CLIENTE
                   THRU 3000-F-SEGMENTAR-CLIENTE.

           IF NOT FS-POS-EOF
              PERFORM 2100-LEER-POSICION THRU 2100-F-LEER-POSICION
           END-IF.

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

      ***** DERIVACION Y ESCRITURA DEL SEGMENTO DEL CLIENTE ***********
       3000-SEGMENTAR-CLIENTE.
           PERFORM 3300-GRABAR-SEGMENTO
                   THRU 3300-F-GRABAR-SEGMENTO.

           PERFORM 3500-LISTA-MARKETING
                   THRU 3500-F-LISTA-MARKETING.

       3000-F-SEGMENTAR-CLIENTE.
           EXIT.

              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR CONSULTA SEGMENTO: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-POS
              GO TO 3300-F-GRABAR-SEGMENTO
           END-IF.

              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR UPDATE SEGMENTO: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-POS
              GO TO 3300-F-GRABAR-SEGMENTO
           END-IF.


       3400-F-ACUMULAR-MATRIZ. EXIT.

      ***** LISTA DE MARKETING: SOLO CLIENTES CON ALGUN CANAL *********
      ***** AUTORIZADO EN EL REGISTRO DE CONSENTIMIENTO ***************
       3500-LISTA-MARKETING.
      *---------------------*

           MOVE WS-TIPDOC-ANT TO LK-CNS-TIPDOC.
           MOVE WS-NRODOC-ANT TO LK-CNS-NRODOC.
           CALL WS-PGMVCK15 USING LK-PARM-CONSENT.

           IF LK-CNS-NO-CONTACTAR
              ADD 1 TO CN-TOT-MKT-EXCL
              GO TO 3500-F-LISTA-MARKETING
           END-IF.

           MOVE SPACES TO WS-REG-SEGMKT.
           MOVE WS-TIPDOC-ANT   TO WS-MKT-TIPDOC.
           MOVE WS-NRODOC-ANT   TO WS-MKT-NRODOC.
           MOVE WS-NROCLI-ANT   TO WS-MKT-NROCLI.
           MOVE WS-SEGMENTO     TO WS-MKT-SEGMENTO.
           MOVE LK-CNS-POSTAL   TO WS-MKT-POSTAL.
           MOVE LK-CNS-EMAIL    TO WS-MKT-EMAIL.
           MOVE LK-CNS-TELEFONO TO WS-MKT-TELEFONO.
           MOVE LK-CNS-SMS      TO WS-MKT-SMS.

           WRITE REG-SEGMKT FROM WS-REG-SEGMKT.
           IF FS-MKT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SEGMKT = ' FS-MKT
              MOVE 9999 TO RETURN-CODE
              MOVE '10' TO FS-POS
           ELSE
              ADD 1 TO CN-TOT-MKT
           END-IF.

       3500-F-LISTA-MARKETING. EXIT.

       9999-I-FINAL.
      *-------------*

           IF WS-POSCLI-ABIERTO
              CLOSE POSCLI
           END-IF.

           IF RETURN-CODE IS EQUAL TO ZEROS
              EXEC SQL

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE 'CLIENTES EN LISTA DE MARKETING' TO WS-TMK-TEXTO.
           MOVE CN-TOT-MKT TO WS-TMK-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOT-MKT AFTER 1.
           MOVE 'EXCLUIDOS SIN CONSENTIMIENTO COMERCIAL'
                TO WS-TMK-TEXTO.
           MOVE CN-TOT-MKT-EXCL TO WS-TMK-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOT-MKT AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           DISPLAY 'CLIENTES SEGMENTADOS     = ' CN-TOT-CLI.
           DISPLAY 'CAMBIOS DE SEGMENTO      = ' CN-TOT-CAMBIOS.
           DISPLAY 'CLIENTES LISTA MARKETING = ' CN-TOT-MKT.
           DISPLAY 'EXCLUIDOS SIN CONSENTIM. = ' CN-TOT-MKT-EXCL.

           CLOSE CLIENTE
              IF FS-CLI IS NOT EQUAL '00'
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SEGMKT
              IF FS-MKT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SEGMKT = ' FS-MKT
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVSG15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
