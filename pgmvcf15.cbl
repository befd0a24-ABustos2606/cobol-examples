      * HASTA AHORA CADA DATO VIVIA                  *
      * EN UN REPORTE DISTINTO, ESTE LOS JUNTA EN UNA *
      * SOLA SALIDA POR CLIENTE                      *
      * INCLUYE ADEMAS EL GRUPO ECONOMICO QUE INTEGRA *
      * EL CLIENTE (MAESTRO DDGRUPO DE PGMVGE15)     *
      * Y LA CORRESPONDENCIA QUE SE LE EMITIO O QUE  *
      * NO PUDO SALIR (DDCARLOG DE PGMVCO15)         *
      *                                             *
      ***********************************************

                    RECORD KEY IS KEY-COTIT
                    FILE STATUS IS FS-COT.

      * MAESTRO DE GRUPOS ECONOMICOS (MANTENIDO POR PGMVGE15) - SE    *
      * LEE POR EL INDICE DE DOCUMENTO PARA EL BLOQUE DE GRUPO DEL    *
      * LEGAJO; UN DD AUSENTE SE SALTEA COMO LOS DEMAS OPCIONALES     *
             SELECT GRUPO    ASSIGN DDGRUPO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-GRP
                    ALTERNATE RECORD KEY IS ALT-GRP-DOC WITH DUPLICATES
                    FILE STATUS IS FS-GRP.

      * REGISTRO DE CONTACTOS DEL MOTOR DE CORRESPONDENCIA PGMVCO15 - *
      * SE RELEE SIN ALTERARLO PARA EL BLOQUE DE CORRESPONDENCIA DEL  *
      * LEGAJO; UN DD AUSENTE SE SALTEA COMO LOS DEMAS OPCIONALES     *
             SELECT CARLOG   ASSIGN DDCARLOG
                    FILE STATUS IS FS-LOG.

             SELECT LISTADO  ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA      PIC X(178).

       FD SUSP33
            BLOCK CONTAINS 0 RECORDS
          03 KEY-COTIT        PIC X(20).
          03 FILLER           PIC X(20).

       FD GRUPO.

       01 REG-GRUPO.
          03 KEY-GRP.
             05 KEY-GRP-CODIGO PIC X(06).
             05 ALT-GRP-DOC    PIC X(13).
          03 FILLER           PIC X(71).

       FD CARLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CARLOG         PIC X(120).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  FS-S33            PIC XX    VALUE SPACES.
       77  FS-S40            PIC XX    VALUE SPACES.
       77  FS-COT            PIC XX    VALUE SPACES.
       77  FS-GRP            PIC XX    VALUE SPACES.
       77  FS-LOG            PIC XX    VALUE SPACES.
       77  FS-LIS            PIC XX    VALUE SPACES.
       77  FS-SUS            PIC XX    VALUE SPACES.
       77  FS-PAR            PIC XX    VALUE SPACES.
           COPY CPRESUMEN.
           COPY CPAUDIT.
           COPY CPCOTIT.
           COPY CPGRUPO.
           COPY CPCARLOG.

       01  WS-STATUS-FIN     PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.

       77  WS-TOT-MAS-AUD     PIC 9(07)   VALUE ZEROS.
       77  WS-TOT-MAS-SUS     PIC 9(07)   VALUE ZEROS.
       77  WS-TOT-MAS-LOG     PIC 9(07)   VALUE ZEROS.

       01  WS-TIT-MASIVO.
           03  FILLER         PIC X(40)  VALUE
      * RUTINA COMPARTIDA DE EXISTENCIA DE CLIENTE (TP 35) ************
       01  WS-PGMVCL15       PIC X(8)  VALUE 'PGMVCL15'.

      * SALDO DISPONIBLE DE LA CUENTA (SALDO MENOS RETENCIONES DE     *
      * FONDOS) VIA RUTINA COMPARTIDA **********************************
       01  WS-PGMVDS15       PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           03  WS-DCU-MONEDA  PIC 99        VALUE ZEROS.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DCU-SALDO   PIC Z(6)9,99- VALUE ZEROS.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  FILLER         PIC X(06)  VALUE 'DISP: '.
           03  WS-DCU-DISPON  PIC Z(6)9,99- VALUE ZEROS.
           03  FILLER         PIC X(71)  VALUE SPACES.

       01  WS-MSG-SIN-CUENTAS.
           03  FILLER         PIC X(32)
                    VALUE '    SIN NOVEDADES PENDIENTES'.
           03  FILLER         PIC X(94)  VALUE SPACES.

      * BLOQUE DE CORRESPONDENCIA DEL REGISTRO DE CONTACTOS (DDCARLOG)*
       01  WS-SUB-CARLOG.
           03  FILLER         PIC X(35)
                    VALUE 'CORRESPONDENCIA EMITIDA:'.
           03  FILLER         PIC X(97)  VALUE SPACES.

       01  WS-DET-CARLOG.
           03  FILLER         PIC X(04)  VALUE SPACES.
           03  WS-DCL-FECHA   PIC 9(08)  VALUE ZEROS.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DCL-CARTA   PIC X(06)  VALUE SPACES.
           03  FILLER         PIC X(01)  VALUE '/'.
           03  WS-DCL-VERSION PIC 9(03)  VALUE ZEROS.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DCL-CANAL   PIC X(07)  VALUE SPACES.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DCL-ESTADO  PIC X(16)  VALUE SPACES.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DCL-PROGRAMA PIC X(08) VALUE SPACES.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DCL-DESTINO PIC X(40)  VALUE SPACES.
           03  FILLER         PIC X(29)  VALUE SPACES.

       01  WS-MSG-SIN-CARLOG.
           03  FILLER         PIC X(38)
                    VALUE '    SIN CORRESPONDENCIA REGISTRADA'.
           03  FILLER         PIC X(94)  VALUE SPACES.

       01  WS-FLAG-FIN-CARLOG PIC X    VALUE 'N'.
           88  WS-FIN-CARLOG           VALUE 'Y'.
           88  WS-NO-FIN-CARLOG        VALUE 'N'.

       77  WS-TOT-CARTAS     PIC 9(03) VALUE ZEROS.

      * BLOQUE DE CUENTAS DONDE EL CLIENTE FIGURA COMO COTITULAR     *
      * (MAESTRO DDCOTIT MANTENIDO POR PGMVCT15) **********************
       01  WS-SUB-COTIT.

       77  WS-TOT-COTIT      PIC 9(03) VALUE ZEROS.

      * BLOQUE DEL GRUPO ECONOMICO QUE INTEGRA EL CLIENTE (MAESTRO    *
      * DDGRUPO MANTENIDO POR PGMVGE15) ********************************
       01  WS-SUB-GRUPO.
           03  FILLER         PIC X(35)
                    VALUE 'GRUPO ECONOMICO:'.
           03  FILLER         PIC X(97)  VALUE SPACES.

       01  WS-DET-GRUPO.
           03  FILLER         PIC X(04)  VALUE SPACES.
           03  WS-DGR-CODIGO  PIC X(06)  VALUE SPACES.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  WS-DGR-NOMBRE  PIC X(30)  VALUE SPACES.
           03  FILLER         PIC X(02)  VALUE SPACES.
           03  FILLER         PIC X(09)  VALUE 'RELACION '.
           03  WS-DGR-RELACION PIC X(01) VALUE SPACES.
           03  FILLER         PIC X(78)  VALUE SPACES.

       01  WS-MSG-SIN-GRUPO.
           03  FILLER         PIC X(38)
                    VALUE '    SIN GRUPO ECONOMICO'.
           03  FILLER         PIC X(94)  VALUE SPACES.

      * CLAVE DE LA CABECERA DEL GRUPO (DOCUMENTO EN BLANCO/CEROS) *
       01  WS-CF-CLAVE-GRUPO.
           03  WS-CF-GRP-CODIGO     PIC X(06)    VALUE SPACES.
           03  FILLER               PIC X(02)    VALUE SPACES.
           03  FILLER               PIC 9(11)    VALUE ZEROS.

       01  WS-CF-DOC-GRUPO.
           03  WS-CF-GRP-TIPDOC     PIC X(02)    VALUE SPACES.
           03  WS-CF-GRP-NRODOC     PIC 9(11)    VALUE ZEROS.

      * VISTA DE LOS REGISTROS DE SUSPENSO - EN AMBAS COLAS LA        *
      * NOVEDAD ARRANCA CON TIPO DE NOVEDAD, TIPO Y NRO DE DOCUMENTO; *
      * LA DE DB2@TP40 ADEMAS TRAE EL MOTIVO DEL RECHAZO EMBEBIDO     *
                         THRU 4000-F-CONSULTAR-CUENTAS
                 PERFORM 4500-CONSULTAR-COTITULAR
                         THRU 4500-F-CONSULTAR-COTITULAR
                 PERFORM 4600-CONSULTAR-GRUPO
                         THRU 4600-F-CONSULTAR-GRUPO
                 PERFORM 5500-CONSULTAR-SUSPENSOS
                         THRU 5500-F-CONSULTAR-SUSPENSOS
                 PERFORM 5800-CONSULTAR-CARLOG
                         THRU 5800-F-CONSULTAR-CARLOG
                 PERFORM 5000-CONSULTAR-AUDITORIA
                         THRU 5000-F-CONSULTAR-AUDITORIA
              WHEN LK-CLIENTE-NO-ENCONTRADO
              MOVE DB-CU-SUCUEN  TO WS-DCU-SUCUEN
              MOVE WS-CUE-MONEDA TO WS-DCU-MONEDA
              MOVE DB-CU-SALDO   TO WS-DCU-SALDO
              MOVE DB-CU-TIPCUEN TO LK-DS-TIPCUEN
              MOVE DB-CU-NROCUEN TO LK-DS-NROCUEN
              MOVE DB-CU-SALDO   TO LK-DS-SALDO
              MOVE ZEROS         TO LK-DS-FECHA
              CALL WS-PGMVDS15 USING LK-PARM-DISPON
              MOVE LK-DS-DISPONIBLE TO WS-DCU-DISPON
              WRITE REG-LISTADO FROM WS-DET-CUENTA AFTER 1
           ELSE
              IF SQLCODE IS NOT EQUAL 100

       4510-F-LEER-COTIT. EXIT.

      **************************************
      *                                    *
      *  BUSCA POR DOCUMENTO EN EL MAESTRO *
      *  DE GRUPOS ECONOMICOS Y LISTA EL   *
      *  GRUPO QUE INTEGRA EL CLIENTE EN   *
      *  CURSO CON SU RELACION             *
      *                                    *
      **************************************
       4600-CONSULTAR-GRUPO.
      **************************************

           WRITE REG-LISTADO FROM WS-SUB-GRUPO AFTER 1.

           OPEN INPUT GRUPO.
           IF FS-GRP IS NOT EQUAL '00'
              WRITE REG-LISTADO FROM WS-MSG-SIN-GRUPO AFTER 1
              GO TO 4600-F-CONSULTAR-GRUPO
           END-IF.

           MOVE DB-CL-TIPDOC TO WS-CF-GRP-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-CF-GRP-NRODOC.
           MOVE WS-CF-DOC-GRUPO TO ALT-GRP-DOC.

           READ GRUPO INTO WS-REG-GRUPO KEY IS ALT-GRP-DOC.

           IF (FS-GRP IS EQUAL '00' OR '02') AND GRP-MIEMBRO
              PERFORM 4610-LEER-CABECERA-GRUPO
                      THRU 4610-F-LEER-CABECERA-GRUPO
           ELSE
              IF FS-GRP IS NOT EQUAL '23'
                 AND FS-GRP IS NOT EQUAL '00'
                 AND FS-GRP IS NOT EQUAL '02'
                 DISPLAY '* ERROR EN READ GRUPO = ' FS-GRP
              END-IF
              WRITE REG-LISTADO FROM WS-MSG-SIN-GRUPO AFTER 1
           END-IF.

           CLOSE GRUPO.

       4600-F-CONSULTAR-GRUPO. EXIT.

       4610-LEER-CABECERA-GRUPO.

           MOVE GRP-CODIGO   TO WS-DGR-CODIGO WS-CF-GRP-CODIGO.
           MOVE GRP-RELACION TO WS-DGR-RELACION.
           MOVE SPACES       TO WS-DGR-NOMBRE.

           MOVE WS-CF-CLAVE-GRUPO TO KEY-GRP.
           READ GRUPO INTO WS-REG-GRUPO KEY IS KEY-GRP.

           IF FS-GRP IS EQUAL '00'
              MOVE GRP-NOMBRE TO WS-DGR-NOMBRE
           END-IF.

           WRITE REG-LISTADO FROM WS-DET-GRUPO AFTER 1.

       4610-F-LEER-CABECERA-GRUPO. EXIT.

      **************************************
      *                                    *
      *  RELEE AUDITORIA DESDE EL PRINCIPIO *

       5710-F-LEER-REG-SUSP40. EXIT.

      **************************************
      *                                    *
      *  RELEE EL REGISTRO DE CONTACTOS DE *
      *  PGMVCO15 SIN ALTERARLO Y LISTA LA *
      *  CORRESPONDENCIA RESUELTA PARA EL  *
      *  DOCUMENTO DEL CLIENTE EN CURSO,   *
      *  ENVIADA O RETENIDA CON SU MOTIVO  *
      *                                    *
      **************************************
       5800-CONSULTAR-CARLOG.
      **************************************

           WRITE REG-LISTADO FROM WS-SUB-CARLOG AFTER 1.

           MOVE DB-CL-NRODOC TO WS-CF-NRODOC-K.
           MOVE ZEROS TO WS-TOT-CARTAS.
           SET WS-NO-FIN-CARLOG TO TRUE.

           OPEN INPUT CARLOG.
           IF FS-LOG IS EQUAL '00'
              PERFORM 5810-LEER-REG-CARLOG THRU 5810-F-LEER-REG-CARLOG
                      UNTIL WS-FIN-CARLOG
              CLOSE CARLOG
           END-IF.

           IF WS-TOT-CARTAS IS EQUAL ZEROS
              WRITE REG-LISTADO FROM WS-MSG-SIN-CARLOG AFTER 1
           END-IF.

       5800-F-CONSULTAR-CARLOG. EXIT.

       5810-LEER-REG-CARLOG.

           READ CARLOG INTO WS-REG-CARLOG.

           EVALUATE FS-LOG
              WHEN '00'
                 IF LOG-TIPDOC IS EQUAL TO DB-CL-TIPDOC
                    AND LOG-NRODOC IS EQUAL TO WS-CF-NRODOC-K
                    ADD 1 TO WS-TOT-CARTAS
                    PERFORM 5850-ARMAR-DET-CARLOG
                            THRU 5850-F-ARMAR-DET-CARLOG
                    WRITE REG-LISTADO FROM WS-DET-CARLOG AFTER 1
                 END-IF
              WHEN '10'
                 SET WS-FIN-CARLOG TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN READ CARLOG = ' FS-LOG
                 SET WS-FIN-CARLOG TO TRUE
           END-EVALUATE.

       5810-F-LEER-REG-CARLOG. EXIT.

       5850-ARMAR-DET-CARLOG.

           MOVE LOG-FECHA      TO WS-DCL-FECHA.
           MOVE LOG-CARTA      TO WS-DCL-CARTA.
           MOVE LOG-VERSION    TO WS-DCL-VERSION.
           MOVE LOG-PROGRAMA   TO WS-DCL-PROGRAMA.
           MOVE LOG-DESTINO    TO WS-DCL-DESTINO.

           EVALUATE TRUE
              WHEN LOG-POR-CORREO
                 MOVE 'CORREO ' TO WS-DCL-CANAL
              WHEN LOG-POR-EMAIL
                 MOVE 'EMAIL  ' TO WS-DCL-CANAL
              WHEN OTHER
                 MOVE '-      ' TO WS-DCL-CANAL
           END-EVALUATE.

           EVALUATE TRUE
              WHEN LOG-ENVIADA
                 MOVE 'ENVIADA         ' TO WS-DCL-ESTADO
              WHEN LOG-CUARENTENA
                 MOVE 'DOM. CUARENTENA ' TO WS-DCL-ESTADO
              WHEN LOG-SIN-DIRECCION
                 MOVE 'SIN DIRECCION   ' TO WS-DCL-ESTADO
              WHEN LOG-SIN-CONSENTIMIENTO
                 MOVE 'SIN CONSENTIM.  ' TO WS-DCL-ESTADO
              WHEN OTHER
                 MOVE LOG-ESTADO         TO WS-DCL-ESTADO
           END-EVALUATE.

       5850-F-ARMAR-DET-CARLOG. EXIT.

      **************************************
       7000-GRABAR-SUSPENSO.
      **************************************

           PERFORM 8600-PASADA-SUSP40 THRU F-8600-PASADA-SUSP40.

           PERFORM 8700-PASADA-CARLOG THRU F-8700-PASADA-CARLOG.

       F-8000-PROCESO-MASIVO. EXIT.

      ***** CARGA Y RESOLUCION DE LA COLA DE PEDIDOS ******************
                      THRU 4000-F-CONSULTAR-CUENTAS
              PERFORM 4500-CONSULTAR-COTITULAR
                      THRU 4500-F-CONSULTAR-COTITULAR
              PERFORM 4600-CONSULTAR-GRUPO
                      THRU 4600-F-CONSULTAR-GRUPO
           END-PERFORM.

       F-8300-LISTAR-CLIENTES. EXIT.

       F-8650-LEER-S40-MASIVO. EXIT.

      ***** PASADA UNICA DEL REGISTRO DE CONTACTOS ********************
       8700-PASADA-CARLOG.

           MOVE 'CARLOG    ' TO WS-TIT-FUENTE.
           WRITE REG-LISTADO FROM WS-TIT-MASIVO AFTER 2.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           SET WS-NO-FIN-CARLOG TO TRUE.

           OPEN INPUT CARLOG.
           IF FS-LOG IS NOT EQUAL '00'
              SET WS-FIN-CARLOG TO TRUE
           END-IF.

           PERFORM 8750-LEER-LOG-MASIVO THRU F-8750-LEER-LOG-MASIVO
                   UNTIL WS-FIN-CARLOG.

           IF FS-LOG IS EQUAL '00' OR '10'
              CLOSE CARLOG
           END-IF.

       F-8700-PASADA-CARLOG. EXIT.

       8750-LEER-LOG-MASIVO.

           READ CARLOG INTO WS-REG-CARLOG.

           EVALUATE FS-LOG
              WHEN '00'
                 MOVE LOG-TIPDOC TO WS-BUS-TIPDOC
                 MOVE LOG-NRODOC TO WS-BUS-NRODOC
                 PERFORM 8250-BUSCAR-PEDIDO
                         THRU F-8250-BUSCAR-PEDIDO
                 IF WS-PED-IX-MATCH IS GREATER ZEROS
                    ADD 1 TO WS-TOT-MAS-LOG
                    PERFORM 5850-ARMAR-DET-CARLOG
                            THRU 5850-F-ARMAR-DET-CARLOG
                    MOVE SPACES TO WS-DET-MASIVO
                    MOVE WS-PED-NROCLI(WS-PED-IX-MATCH)
                         TO WS-DMA-NROCLI
                    MOVE WS-PED-NOMAPE(WS-PED-IX-MATCH)
                         TO WS-DMA-NOMAPE
                    STRING LOG-FECHA ' ' LOG-CARTA ' '
                           WS-DCL-CANAL ' ' WS-DCL-ESTADO ' '
                           LOG-PROGRAMA
                           DELIMITED BY SIZE INTO WS-DMA-DETALLE
                    END-STRING
                    WRITE REG-LISTADO FROM WS-DET-MASIVO AFTER 1
                 END-IF
              WHEN '10'
                 SET WS-FIN-CARLOG TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN READ CARLOG = ' FS-LOG
                 SET WS-FIN-CARLOG TO TRUE
           END-EVALUATE.

       F-8750-LEER-LOG-MASIVO. EXIT.

      **************************************
       9999-FINAL.
      **************************************
