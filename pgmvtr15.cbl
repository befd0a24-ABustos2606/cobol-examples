      * DISPONIBILIDAD DE FONDOS CONTRA TB99CUEN,   *
      * DEBITA POR LA RUTINA DE POSTEO PGMVPS15     *
      * (QUE YA RECHAZA EMBARGOS Y SUCESIONES) Y    *
      * GRABA LA ORDEN ACEPTADA EN EL LAYOUT DE 74  *
      * BYTES DEL CLEARING, RUTEADA POR ENTIDAD     *
      * COMO LOS SPLITS CLEARBK1-4 DE PGMVAC15. LOS *
      * RECHAZOS QUEDAN EN UN SUSPENSO CONSULTABLE  *
      * POR LA SUCURSAL                             *
      *                                             *
      * LA ORDEN PUEDE VENIR DIRIGIDA A UN ALIAS    *
      * CBU EN LUGAR DEL CBU: ANTES DE VALIDAR SE   *
      * BUSCA EL ALIAS EN EL REGISTRO DDALIAS QUE   *
      * MANTIENE PGMVAL15 Y SE TOMA SU CBU. UN      *
      * ALIAS INEXISTENTE, DADO DE BAJA O AMBIGUO   *
      * (LA RED LO INFORMO CON DOS CBU) RECHAZA LA  *
      * ORDEN CON SU MOTIVO                         *
      *                                             *
      * ANTES DEL DEBITO LA ORDEN SE CONTROLA       *
      * CONTRA LOS LIMITES DIARIO Y MENSUAL DEL     *
      * CANAL TRANSFERENCIA (RUTINA PGMVLD15): UN   *
      * EXCESO SE RECHAZA O, SI EL LIMITE LO        *
      * DERIVA A APROBACION, QUEDA EN SUSPENSO      *
      * HASTA QUE LA SUCURSAL LA REENVIE CON EL     *
      * APROBADOR INFORMADO                         *
      *                                             *
      * SI EL TITULAR ES MENOR DE EDAD (FECNAC DE   *
      * TB99CLIE) LA ORDEN SOLO SE ACEPTA FIRMADA   *
      * POR UN REPRESENTANTE LEGAL VIGENTE EN       *
      * DDTUTOR (RUTINA PGMVMN15); NI EL MENOR NI   *
      * UN APODERADO PUEDEN FIRMARLA                *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
             SELECT CLEARBK4 ASSIGN DDCLEAB4
                    FILE STATUS IS FS-CB4.

             SELECT ALIAS ASSIGN DDALIAS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-ALIAS
                    FILE STATUS IS FS-ALI.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ORDENES       PIC X(97).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARING      PIC X(74).

       FD CLEARBK1
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK1      PIC X(74).

       FD CLEARBK2
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK2      PIC X(74).

       FD CLEARBK3
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK3      PIC X(74).

       FD CLEARBK4
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK4      PIC X(74).

       FD ALIAS.

       01 REG-ALIAS.
           03 KEY-ALIAS     PIC X(20).
           03 FILLER        PIC X(100).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-ORDEN        PIC X(97).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       77  FS-CB4           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-ALI           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPALIAS.

      * SIN REGISTRO DE ALIAS ASIGNADO (STATUS 35) SOLO SE ACEPTAN    *
      * ORDENES CON CBU ***********************************************
       01  WS-STATUS-ALIAS  PIC X     VALUE 'N'.
           88  WS-ALIAS-ABIERTO       VALUE 'Y'.
           88  WS-ALIAS-AUSENTE       VALUE 'N'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           03  ORD-REFERENCIA     PIC X(10).
           03  ORD-FIR-TIPDOC     PIC X(02).
           03  ORD-FIR-NRODOC     PIC 9(11).
      * ALIAS CBU DEL DESTINATARIO (CBU EN CEROS = SE RESUELVE POR EL  *
      * ALIAS) ********************************************************
           03  ORD-ALIAS          PIC X(20).
      * SUPERVISOR QUE AUTORIZO EL EXCESO DE LIMITE (BLANCO = ORDEN   *
      * SIN AUTORIZACION). LRECL DE DDORDTRF: 97 BYTES ****************
           03  ORD-LIM-APROBADOR  PIC X(10).

      * CODIGOS DE ENTIDAD DE BANCOS CORRESPONSALES PARA EL RUTEO DEL *
      * EXTRACTO CLEARING - MISMO ESQUEMA QUE PGMVAC15 *****************
       77  WS-BCO-IX-MATCH     PIC 9(01)  VALUE ZEROS.

      * EXTRACTO PARA INTERFASE DE COMPENSACION (CLEARING) POR CBU *
      * LRECL 74 EN DDCLEAR Y DDCLEAB1-4 (EL SALDO OCUPA LOS BYTES   *
      * 53-66; EN EL CLEARING ENTRANTE LOS BYTES 67-69 TRAEN LA      *
      * ENTIDAD ORIGINANTE, EN EL SALIENTE VAN EN BLANCO) ************
       01  WS-REG-CLEARING.
           03  CLR-CBU        PIC 9(14)       VALUE ZEROS.
           03  FILLER         PIC X(01)       VALUE SPACES.
       77  WS-TOT-ORDENES   PIC 999   VALUE ZEROS.
       77  WS-TOT-ACEPTADAS PIC 999   VALUE ZEROS.
       77  WS-TOT-RECHAZOS  PIC 999   VALUE ZEROS.
       77  WS-TOT-POR-ALIAS PIC 999   VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.


      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA DEL DEBITO EN EL LIBRO DE MOVIMIENTOS: CUENTA      *
      * ORDENANTE + REFERENCIA DE LA ORDEN *****************************
       77  WS-CODMOV-TRANSF PIC X(03) VALUE 'TRS'.
       01  WS-REF-POSTEO.
           03  WS-REF-TIPCUEN     PIC 9(02)  VALUE ZEROS.
           03  WS-REF-NROCUEN     PIC 9(09)  VALUE ZEROS.
           03  WS-REF-ORDEN       PIC X(10)  VALUE SPACES.
           03  FILLER             PIC X(04)  VALUE SPACES.

      * VERIFICACION DE LA FIRMA DE LA ORDEN CONTRA EL REGISTRO DE    *
      * APODERADOS (PGMVPO15) VIA LA RUTINA COMPARTIDA PGMVPD15 -     *
               88  LK-POD-EXCEDE-MONTO       VALUE 'M'.
               88  LK-POD-FUERA-VIGENCIA     VALUE 'V'.

      * TITULAR MENOR DE EDAD: SOLO FIRMA SU REPRESENTANTE LEGAL      *
      * (DDTUTOR) VIA LA RUTINA COMPARTIDA PGMVMN15 ********************
       01  WS-PGMVMN15      PIC X(8)  VALUE 'PGMVMN15'.
           COPY CPMENCTL.

       01  WS-FECHA.
           03  WS-FECHA-AA  PIC 99    VALUE ZEROS.
           03  WS-FECHA-MM  PIC 99    VALUE ZEROS.
           03  WS-FECHA-DD  PIC 99    VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(08)  VALUE ZEROS.

      * CONTROL DE LIMITES TRANSACCIONALES DEL CANAL TRANSFERENCIA ****
       01  WS-PGMVLD15      PIC X(8)  VALUE 'PGMVLD15'.
           COPY CPLIMCTL.

      * HOST VARIABLE PARA COLUMNA SEGMENTO DE TB99CLIE - AUN NO      *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-SEGMENTO   PIC X(01) VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT ALIAS.
           EVALUATE FS-ALI
              WHEN '00'
                 SET WS-ALIAS-ABIERTO TO TRUE
              WHEN '35'
                 SET WS-ALIAS-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN ALIAS = ' FS-ALI
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.
              GO TO F-3000-VALIDACION
           END-IF.

           IF ORD-ALIAS IS NOT EQUAL TO SPACES
              PERFORM 3050-RESOLVER-ALIAS THRU F-3050-RESOLVER-ALIAS
              IF WS-ERROR
                 GO TO F-3000-VALIDACION
              END-IF
           END-IF.

           IF ORD-CBU-DESTINO IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'CBU DESTINO NO NUMERICO' TO SUS-MOTIVO

       F-3000-VALIDACION. EXIT.

      ***** CBU DESTINO DE UNA ORDEN DIRIGIDA A UN ALIAS **************
      * EL ALIAS SE BUSCA EN MAYUSCULAS, COMO LO GRABA PGMVAL15. SI LA *
      * ORDEN TRAE ADEMAS EL CBU, DEBE SER EL DEL ALIAS ****************
       3050-RESOLVER-ALIAS.

           IF NOT WS-ALIAS-ABIERTO
              SET WS-ERROR TO TRUE
              MOVE 'RA05 REGISTRO DE ALIAS AUSENTE' TO SUS-MOTIVO
              GO TO F-3050-RESOLVER-ALIAS
           END-IF.

           MOVE ORD-ALIAS TO KEY-ALIAS.
           INSPECT KEY-ALIAS CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           READ ALIAS INTO WS-REG-ALIAS.

           EVALUATE FS-ALI
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'RA01 ALIAS INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-3050-RESOLVER-ALIAS
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ALIAS = ' FS-ALI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'RA99 ERROR LECTURA ALIAS' TO SUS-MOTIVO
                 GO TO F-3050-RESOLVER-ALIAS
           END-EVALUATE.

           EVALUATE TRUE
              WHEN ALI-AMBIGUO
                 SET WS-ERROR TO TRUE
                 MOVE 'RA03 ALIAS AMBIGUO (DOS CBU)' TO SUS-MOTIVO
              WHEN NOT ALI-ACTIVO
                 SET WS-ERROR TO TRUE
                 MOVE 'RA02 ALIAS DADO DE BAJA' TO SUS-MOTIVO
              WHEN ORD-CBU-DESTINO IS NUMERIC
                   AND ORD-CBU-DESTINO IS GREATER THAN ZEROS
                   AND ORD-CBU-DESTINO IS NOT EQUAL ALI-CBU
                 SET WS-ERROR TO TRUE
                 MOVE 'RA04 ALIAS Y CBU NO COINCIDEN' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE ALI-CBU TO ORD-CBU-DESTINO
                 ADD 1 TO WS-TOT-POR-ALIAS
           END-EVALUATE.

       F-3050-RESOLVER-ALIAS. EXIT.

      ***** CUENTA DEBITO, TITULAR Y DISPONIBILIDAD DE FONDOS ********
       3100-VALIDAR-FONDOS.


      * EL TITULAR DEBE SEGUIR DADO DE ALTA EN TB99CLIE *
           EXEC SQL
              SELECT TIPDOC, NRODOC, VALUE(SEGMENTO, ' '), FECNAC
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-SEGMENTO,
                     :DB-CL-FECNAC
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :DB-CU-NROCLI
           END-EXEC.

           PERFORM 3200-VALIDAR-FIRMANTE THRU F-3200-VALIDAR-FIRMANTE.

           IF WS-NO-ERROR
              PERFORM 3300-VALIDAR-LIMITE THRU F-3300-VALIDAR-LIMITE
           END-IF.

       F-3100-VALIDAR-FONDOS. EXIT.

      ***** FIRMA DE LA ORDEN: EL TITULAR FIRMA POR SI MISMO; UN *****
      ***** TERCERO SOLO CON PODER VIGENTE EN EL REGISTRO; EN LA *****
      ***** CUENTA DE UN MENOR SOLO SU REPRESENTANTE LEGAL ***********
       3200-VALIDAR-FIRMANTE.

           MOVE DB-CL-TIPDOC   TO LK-MEN-TIPDOC.
           MOVE DB-CL-NRODOC   TO LK-MEN-NRODOC.
           MOVE DB-CL-FECNAC   TO LK-MEN-FECNAC.
           MOVE ORD-FIR-TIPDOC TO LK-MEN-FIR-TIPDOC.
           IF ORD-FIR-NRODOC IS NUMERIC
              MOVE ORD-FIR-NRODOC TO LK-MEN-FIR-NRODOC
           ELSE
              MOVE ZEROS TO LK-MEN-FIR-NRODOC
           END-IF.
           MOVE WS-FECHA-HOY-8 TO LK-MEN-FECHA.

           CALL WS-PGMVMN15 USING LK-PARM-MENOR.

           EVALUATE TRUE
              WHEN LK-MEN-MAYOR-DE-EDAD
                 CONTINUE
              WHEN LK-MEN-REPRESENTANTE
                 GO TO F-3200-VALIDAR-FIRMANTE
              WHEN LK-MEN-SIN-REPRESENTANTE
                 SET WS-ERROR TO TRUE
                 MOVE 'RF06 MENOR SIN FIRMA DE TUTOR' TO SUS-MOTIVO
                 GO TO F-3200-VALIDAR-FIRMANTE
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'RF07 FIRMANTE NO ES SU TUTOR' TO SUS-MOTIVO
                 GO TO F-3200-VALIDAR-FIRMANTE
           END-EVALUATE.

      * SIN FIRMANTE INFORMADO LA ORDEN SE TOMA COMO FIRMADA POR EL  *
      * PROPIO TITULAR (FORMATO DE ORDENES ANTERIOR AL REGISTRO)     *
           IF ORD-FIR-NRODOC IS NOT NUMERIC

       F-3200-VALIDAR-FIRMANTE. EXIT.

      ***** LIMITES DIARIO Y MENSUAL DEL TITULAR EN EL CANAL *********
      ***** TRANSFERENCIA: EXCESO RECHAZADO O A APROBACION ***********
       3300-VALIDAR-LIMITE.

           MOVE 'C'               TO LK-LIM-ACCION.
           PERFORM 3310-ARMAR-LIMITE THRU F-3310-ARMAR-LIMITE.

           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

           EVALUATE TRUE
              WHEN LK-LIM-PASA
                 CONTINUE
              WHEN LK-LIM-EXCEDE-RECHAZO
                 SET WS-ERROR TO TRUE
                 IF LK-LIM-EXCESO-MENSUAL
                    MOVE 'LT01 EXCEDE LIMITE MENSUAL' TO SUS-MOTIVO
                 ELSE
                    MOVE 'LT01 EXCEDE LIMITE DIARIO' TO SUS-MOTIVO
                 END-IF
              WHEN LK-LIM-EXCEDE-APROBAR
                 SET WS-ERROR TO TRUE
                 MOVE 'LT02 REQUIERE APROBAR LIMITE' TO SUS-MOTIVO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'LT99 LIMITES NO DISPONIBLES' TO SUS-MOTIVO
           END-EVALUATE.

       F-3300-VALIDAR-LIMITE. EXIT.

       3310-ARMAR-LIMITE.

           MOVE DB-CL-TIPDOC      TO LK-LIM-TIPDOC.
           MOVE DB-CL-NRODOC      TO LK-LIM-NRODOC.
           MOVE DB-CL-SEGMENTO    TO LK-LIM-SEGMENTO.
           MOVE 'T'               TO LK-LIM-CANAL.
           MOVE ORD-IMPORTE       TO LK-LIM-IMPORTE.
           MOVE WS-FECHA-HOY-8    TO LK-LIM-FECHA.
           MOVE ORD-LIM-APROBADOR TO LK-LIM-APROBADOR.
           IF ORD-LIM-APROBADOR IS EQUAL LOW-VALUES
              MOVE SPACES TO LK-LIM-APROBADOR
           END-IF.

       F-3310-ARMAR-LIMITE. EXIT.

      ***** DEBITO VIA LA RUTINA DE POSTEO (EMBARGO/SUCESION ********
      ***** INCLUIDOS) Y GRABACION DE LA ORDEN SALIENTE **************
       4000-DEBITAR-ORDEN.
           MOVE ORD-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE ORD-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - ORD-IMPORTE.
           MOVE 'PGMVTR15'       TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-TRANSF TO LK-PS-CODMOV.
           MOVE ORD-TIPCUEN      TO WS-REF-TIPCUEN.
           MOVE ORD-NROCUEN      TO WS-REF-NROCUEN.
           MOVE ORD-REFERENCIA   TO WS-REF-ORDEN.
           MOVE WS-REF-POSTEO    TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8   TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

                 ADD 1 TO WS-TOT-ACEPTADAS
                 PERFORM 4100-GRABAR-CLEARING
                         THRU F-4100-GRABAR-CLEARING
                 MOVE 'R' TO LK-LIM-ACCION
                 PERFORM 3310-ARMAR-LIMITE THRU F-3310-ARMAR-LIMITE
                 CALL WS-PGMVLD15 USING LK-PARM-LIMITE
      * ORDEN YA DEBITADA Y ENVIADA AL CLEARING EN UNA CORRIDA PREVIA *
              WHEN LK-PS-YA-POSTEADO
                 SET WS-ERROR TO TRUE
                 MOVE 'ORDEN YA PROCESADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN LK-PS-RECHAZO-EMBARGO
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA EMBARGADA' TO SUS-MOTIVO
                 MOVE 'TITULAR CON SUCESION ABIERTA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN LK-PS-RECHAZO-COBRANZA
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA BLOQUEADA POR MORA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN LK-PS-RECHAZO-RETENCION
                 SET WS-ERROR TO TRUE
                 MOVE 'SALDO DISPONIBLE INSUFICIENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO DEBITO: ' WS-SQLCODE

       F-4000-DEBITAR-ORDEN. EXIT.

      ***** ORDEN SALIENTE EN EL LAYOUT CLEARING DE 74 BYTES, ********
      ***** RUTEADA POR ENTIDAD DEL CBU (MISMO ESQUEMA PGMVAC15) *****
       4100-GRABAR-CLEARING.

           DISPLAY 'ORDENES LEIDAS       = ' WS-TOT-ORDENES.
           DISPLAY 'ORDENES ACEPTADAS    = ' WS-TOT-ACEPTADAS.
           DISPLAY 'ORDENES RECHAZADAS   = ' WS-TOT-RECHAZOS.
           DISPLAY 'RESUELTAS POR ALIAS  = ' WS-TOT-POR-ALIAS.

           CLOSE ORDENES
              IF FS-ORD IS NOT EQUAL '00'
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-ALIAS-ABIERTO
              CLOSE ALIAS
           END-IF.

           MOVE 'F' TO LK-LIM-ACCION.
           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVTR15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
