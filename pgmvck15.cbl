       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVCK15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE CONSULTA DEL           *
      * CONSENTIMIENTO PARA COMUNICACIONES          *
      * COMERCIALES, CONTRA EL REGISTRO DDCONSEN    *
      * (VSAM) QUE MANTIENE PGMVMK15 - LLAMADA      *
      * DESDE LOS EXTRACTOS DE MARKETING (PGMVAZ15, *
      * PGMVSG15, PGMVTE15 Y DB2-TP39) ANTES DE     *
      * GRABAR UN CLIENTE (MISMO ESQUEMA DE         *
      * APERTURA UNICA QUE PGMVPD15)                *
      *                                             *
      * UN CANAL SIN REGISTRO SE INFORMA COMO       *
      * AUTORIZADO: SOLO SE EXCLUYE AL CLIENTE QUE  *
      * RECHAZO EL CANAL EN SUCURSAL O SE INSCRIBIO *
      * EN EL REGISTRO NACIONAL NO LLAME            *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSEN ASSIGN DDCONSEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-CONSEN
                  FILE STATUS IS FS-CNS.

       DATA DIVISION.
       FILE SECTION.

       FD CONSEN.

       01 REG-CONSEN.
           03 KEY-CONSEN    PIC X(14).
           03 FILLER        PIC X(46).

       WORKING-STORAGE SECTION.

       77  FS-CNS           PIC XX    VALUE SPACES.

       01  WS-STATUS-ABIERTO   PIC X   VALUE 'N'.
           88  WS-CONSEN-ABIERTO       VALUE 'Y'.
           88  WS-CONSEN-NO-ABIERTO    VALUE 'N'.

      * SIN CLUSTER DE CONSENTIMIENTOS ASIGNADO (STATUS 35) TODOS LOS *
      * CANALES SE RESPONDEN AUTORIZADOS, PARA NO FRENAR LA CADENA    *
      * DONDE EL REGISTRO TODAVIA NO SE CARGO                         *
       01  WS-STATUS-CLUSTER   PIC X   VALUE 'N'.
           88  WS-CLUSTER-AUSENTE      VALUE 'A'.
           88  WS-CLUSTER-PRESENTE     VALUE 'P'.
           88  WS-CLUSTER-SIN-PROBAR   VALUE 'N'.

       01  WS-STATUS-FIN       PIC X   VALUE 'N'.
           88  WS-FIN-CANALES          VALUE 'Y'.
           88  WS-NO-FIN-CANALES       VALUE 'N'.

           COPY CPCONSEN.

       LINKAGE SECTION.
           COPY CPCNSCTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-CONSENT.
      ***** CONSENTIMIENTO DEL CLIENTE POR CANAL ******
       1000-VERIFICAR-CONSENT.
      **************************************

           SET LK-CNS-POSTAL-SI   TO TRUE.
           SET LK-CNS-EMAIL-SI    TO TRUE.
           SET LK-CNS-TELEFONO-SI TO TRUE.
           SET LK-CNS-SMS-SI      TO TRUE.
           SET LK-CNS-CONTACTABLE TO TRUE.

           IF WS-CONSEN-NO-ABIERTO AND WS-CLUSTER-SIN-PROBAR
              OPEN INPUT CONSEN
              EVALUATE FS-CNS
                 WHEN '00'
                    SET WS-CONSEN-ABIERTO TO TRUE
                    SET WS-CLUSTER-PRESENTE TO TRUE
                 WHEN '35'
                    SET WS-CLUSTER-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN CONSEN (PGMVCK15) = '
                            FS-CNS
                    SET WS-CLUSTER-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-CONSEN-NO-ABIERTO
              GO TO 1000-F-VERIFICAR-CONSENT
           END-IF.

      * LOS CANALES DE UN DOCUMENTO QUEDAN CONTIGUOS EN LA CLAVE *
           MOVE LK-CNS-TIPDOC TO KEY-CONSEN(1:2).
           MOVE LK-CNS-NRODOC TO KEY-CONSEN(3:11).
           MOVE LOW-VALUES    TO KEY-CONSEN(14:1).

           START CONSEN KEY IS NOT LESS THAN KEY-CONSEN
              INVALID KEY
                 GO TO 1000-F-VERIFICAR-CONSENT
           END-START.

           SET WS-NO-FIN-CANALES TO TRUE.
           PERFORM 1100-LEER-CANAL THRU 1100-F-LEER-CANAL
                   UNTIL WS-FIN-CANALES.

           IF LK-CNS-POSTAL-NO AND LK-CNS-EMAIL-NO
              AND LK-CNS-TELEFONO-NO AND LK-CNS-SMS-NO
              SET LK-CNS-NO-CONTACTAR TO TRUE
           END-IF.

       1000-F-VERIFICAR-CONSENT.
           GOBACK.

      ***** UN CANAL DEL DOCUMENTO ************************************
       1100-LEER-CANAL.

           READ CONSEN NEXT INTO WS-REG-CONSEN.

           IF FS-CNS IS NOT EQUAL '00'
              OR CNS-TIPDOC IS NOT EQUAL LK-CNS-TIPDOC
              OR CNS-NRODOC IS NOT EQUAL LK-CNS-NRODOC
              SET WS-FIN-CANALES TO TRUE
              GO TO 1100-F-LEER-CANAL
           END-IF.

           IF CNS-CONSIENTE
              GO TO 1100-F-LEER-CANAL
           END-IF.

           EVALUATE TRUE
              WHEN CNS-CANAL-POSTAL
                 SET LK-CNS-POSTAL-NO TO TRUE
              WHEN CNS-CANAL-EMAIL
                 SET LK-CNS-EMAIL-NO TO TRUE
              WHEN CNS-CANAL-TELEFONO
                 SET LK-CNS-TELEFONO-NO TO TRUE
              WHEN CNS-CANAL-SMS
                 SET LK-CNS-SMS-NO TO TRUE
           END-EVALUATE.

       1100-F-LEER-CANAL. EXIT.
