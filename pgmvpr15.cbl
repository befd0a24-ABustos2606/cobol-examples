       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPR15.

      ***********************************************
      *                                             *
      *  PRESTAMOS PERSONALES: ORIGINACION,         *
      *  CRONOGRAMA Y COBRANZA DE CUOTAS            *
      *  TP 35 - BATCH DB2                          *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS PRESTAMOS PERSONALES SE LLEVABAN EN     *
      * PLANILLAS PORQUE EL SISTEMA SOLO CONOCE     *
      * CUENTAS A LA VISTA Y PLAZOS FIJOS. ESTE     *
      * PROGRAMA LLEVA EL MAESTRO DE PRESTAMOS      *
      * (DDPRESTA) Y SU CRONOGRAMA DE CUOTAS        *
      * (DDCUOTAS). EN MODO 'O' PROCESA EL FEED DE  *
      * ORIGINACION: VALIDA TITULAR Y CUENTA,       *
      * ACREDITA EL CAPITAL EN LA CUENTA DE         *
      * DESEMBOLSO VIA PGMVPS15, ARMA LAS CUOTAS    *
      * POR SISTEMA FRANCES (CUOTA CONSTANTE, TASA  *
      * NOMINAL ANUAL / 12) Y EMITE EL CRONOGRAMA.  *
      * EN MODO 'C' CORRE LA COBRANZA DIARIA, SOLO  *
      * EN DIA HABIL SEGUN PGMVBD15: DEBITA CADA    *
      * CUOTA VENCIDA DE LA CUENTA ASOCIADA Y LA    *
      * QUE NO SE PUEDE COBRAR QUEDA EN MORA CON    *
      * SUS DIAS DE ATRASO, QUE SE LISTAN.          *
      * EL TITULAR CON LA REVISION KYC VENCIDA Y    *
      * RESTRINGIDO (PGMVKR15) NO PUEDE ORIGINAR    *
      * PRESTAMOS NUEVOS                            *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDENTRA
                    FILE STATUS IS FS-ENT.

             SELECT PRESTAMO ASSIGN DDPRESTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-PRE
                    FILE STATUS IS FS-PRE.

             SELECT CUOTAS ASSIGN DDCUOTAS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CUO
                    FILE STATUS IS FS-CUO.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * MODO 'O': FEED DE ORIGINACION DE PRESTAMOS *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(80).

       FD PRESTAMO.

       01 REG-PRESTAMO.
           03  KEY-PRE          PIC 9(08).
           03  FILLER           PIC X(112).

       FD CUOTAS.

       01 REG-CUOTAS.
           03  KEY-CUO          PIC X(11).
           03  FILLER           PIC X(69).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(80).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(01).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-PRE           PIC XX    VALUE SPACES.
       77  FS-CUO           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * MODO 'O' = ORIGINACION (DEFAULT), 'C' = COBRANZA DE CUOTAS *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO      PIC X(1)  VALUE 'O'.
               88  WS-MODO-ORIGINACION      VALUE 'O'.
               88  WS-MODO-COBRANZA         VALUE 'C'.

      * FEED DE ORIGINACION *
       01  WS-REG-ORIG.
           03  ORI-PRESTAMO       PIC 9(08).
           03  ORI-TIPDOC         PIC X(02).
           03  ORI-NRODOC         PIC 9(11).
           03  ORI-TIPCUEN        PIC 9(02).
           03  ORI-NROCUEN        PIC 9(15).
           03  ORI-SUCURSAL       PIC 9(02).
           03  ORI-CAPITAL        PIC 9(9)V99.
           03  ORI-MONEDA         PIC 9(02).
           03  ORI-TASA           PIC 9(2)V9(4).
           03  ORI-CUOTAS         PIC 9(03).
           03  ORI-FEC-PRIMER-VTO PIC 9(08).
           03  ORI-FEC-PRIMER-R   REDEFINES ORI-FEC-PRIMER-VTO.
               05  ORI-PVT-AAAA   PIC 9(04).
               05  ORI-PVT-MM     PIC 9(02).
               05  ORI-PVT-DD     PIC 9(02).
           03  ORI-SISTEMA        PIC X(01).
           03  FILLER             PIC X(09).

      * VISTAS DEL MAESTRO Y DEL CRONOGRAMA *
           COPY CPPRESTA.

           COPY CPCUOTA.

       77  WS-FECHA-HOY-8   PIC 9(08)  VALUE ZEROS.
       77  WS-MAX-CUOTAS    PIC 9(03)  VALUE 120.

      * SISTEMA FRANCES: I = TNA / 1200, F = (1 + I) ** N,          *
      * CUOTA = CAPITAL * I * F / (F - 1); SIN TASA, CAPITAL / N     *
       77  WS-TASA-MES      PIC 9V9(10)     VALUE ZEROS.
       77  WS-FACTOR        PIC 9(5)V9(10)  VALUE ZEROS.
       77  WS-SALDO-CAP     PIC 9(9)V99     VALUE ZEROS.
       77  WS-NRO-CUOTA     PIC 9(03)       VALUE ZEROS.

      * VENCIMIENTO DE LA CUOTA N: MISMO DIA DEL PRIMER VENCIMIENTO *
      * N-1 MESES DESPUES, AJUSTADO AL ULTIMO DIA DEL MES            *
       01  WS-FEC-VTO.
           03  WS-VTO-AAAA      PIC 9(04)  VALUE ZEROS.
           03  WS-VTO-MM        PIC 9(02)  VALUE ZEROS.
           03  WS-VTO-DD        PIC 9(02)  VALUE ZEROS.
       01  WS-FEC-VTO-N     REDEFINES WS-FEC-VTO PIC 9(08).

       01  WS-FEC-AUX.
           03  WS-AUX-AAAA      PIC 9(04)  VALUE ZEROS.
           03  WS-AUX-MM        PIC 9(02)  VALUE ZEROS.
           03  WS-AUX-DD        PIC 9(02)  VALUE ZEROS.
       01  WS-FEC-AUX-N     REDEFINES WS-FEC-AUX PIC 9(08).

       77  WS-MESES         PIC 9(05)  VALUE ZEROS.
       77  WS-ANIOS         PIC 9(04)  VALUE ZEROS.
       77  WS-RESTO         PIC 9(02)  VALUE ZEROS.
       77  WS-ENTERO-FECHA  PIC 9(08)  VALUE ZEROS.

      * PRESTAMO EN CURSO DURANTE LA COBRANZA (CUOTAS EN CLAVE) *
       77  WS-PRE-ACTUAL    PIC 9(08)  VALUE ZEROS.
       01  WS-SW-PRESTAMO   PIC X      VALUE 'N'.
           88  WS-PRESTAMO-CARGADO      VALUE 'S'.
           88  WS-PRESTAMO-SIN-CARGAR   VALUE 'N'.
       01  WS-SW-MOVIDO     PIC X      VALUE 'N'.
           88  WS-PRESTAMO-MOVIDO       VALUE 'S'.
           88  WS-PRESTAMO-SIN-MOVER    VALUE 'N'.
       01  WS-SW-MORA       PIC X      VALUE 'N'.
           88  WS-HAY-MORA              VALUE 'S'.
           88  WS-SIN-MORA              VALUE 'N'.
       01  WS-SW-FONDOS     PIC X      VALUE 'S'.
           88  WS-CON-FONDOS            VALUE 'S'.
           88  WS-SIN-FONDOS            VALUE 'N'.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ORIGINAD  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CUO-GRAB  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-COBRADAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-MORA      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SIN-PRE   PIC 9(05) VALUE ZEROS.
       01  AC-TOT-DESEMB    PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-COBRADO   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-MORA      PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * RUTINA COMPARTIDA DE EXISTENCIA DE CLIENTE (TP 35) ************
       01  WS-PGMVCL15      PIC X(8)  VALUE 'PGMVCL15'.
       01  LK-PARM-CLIENTE.
           03  LK-MODO-BUSQUEDA     PIC X.
               88  LK-BUSCAR-POR-NROCLI      VALUE 'N'.
               88  LK-BUSCAR-POR-DOC         VALUE 'D'.
           03  LK-NROCLI            PIC 9(03).
           03  LK-TIPDOC            PIC X(02).
           03  LK-NRODOC            PIC 9(11).
           03  LK-STATUS-CLIENTE    PIC X.
               88  LK-CLIENTE-ENCONTRADO      VALUE 'Y'.
               88  LK-CLIENTE-NO-ENCONTRADO   VALUE 'N'.
               88  LK-CLIENTE-ERROR           VALUE 'E'.
           03  LK-SQLCODE-RESULT    PIC +++999.

      * RUTINA COMPARTIDA DE CALENDARIO DE DIAS HABILES ***************
       01  WS-PGMVBD15      PIC X(8)  VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * RESTRICCION ADMINISTRATIVA POR REVISION KYC VENCIDA ***********
       01  WS-PGMVKR15      PIC X(8)  VALUE 'PGMVKR15'.
           COPY CPKYCCTL.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: PRESTAMO + EVENTO      *
      * (D=DESEMBOLSO/C=COBRO DE CUOTA) + NRO DE CUOTA ****************
       77  WS-CODMOV-DESEMB   PIC X(03) VALUE 'PRD'.
       77  WS-CODMOV-CUOTA    PIC X(03) VALUE 'PRC'.
       01  WS-REF-POSTEO.
           03  WS-REF-PRESTAMO    PIC 9(08)  VALUE ZEROS.
           03  WS-REF-EVENTO      PIC X(01)  VALUE SPACES.
           03  WS-REF-CUOTA       PIC 9(03)  VALUE ZEROS.
           03  FILLER             PIC X(13)  VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA  PIC S9(4) USAGE COMP VALUE ZEROS.

      * IMPRESION - CRONOGRAMA DE ORIGINACION / CUOTAS EN MORA *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-REG-PRELIN.
           03  FILLER             PIC X(09)    VALUE 'PRESTAMO '.
           03  WS-PLI-PRESTAMO    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  DOC '.
           03  WS-PLI-DOC         PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  SUC '.
           03  WS-PLI-SUCURSAL    PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(10)    VALUE '  CAPITAL '.
           03  WS-PLI-CAPITAL     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(06)    VALUE '  MON '.
           03  WS-PLI-MONEDA      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  TNA '.
           03  WS-PLI-TASA        PIC Z9,9999.
           03  FILLER             PIC X(09)    VALUE '  CUOTAS '.
           03  WS-PLI-CUOTAS      PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(33)    VALUE SPACES.

       01  WS-REG-CRONOCAB.
           03  FILLER             PIC X(50)    VALUE
               '  CUOTA  VENCIM.          CAPITAL         INTERES'.
           03  FILLER             PIC X(34)    VALUE
               '           CUOTA   SALDO CAPITAL'.
           03  FILLER             PIC X(48)    VALUE SPACES.

       01  WS-REG-CRONOLIN.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-CRL-CUOTA       PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CRL-VTO         PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CRL-CAPITAL     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CRL-INTERES     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CRL-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CRL-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(51)    VALUE SPACES.

       01  WS-REG-MORALIN.
           03  FILLER             PIC X(04)    VALUE 'SUC '.
           03  WS-MOR-SUCURSAL    PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(11)    VALUE '  PRESTAMO '.
           03  WS-MOR-PRESTAMO    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE '  CUOTA '.
           03  WS-MOR-CUOTA       PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  DOC '.
           03  WS-MOR-DOC         PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  VTO '.
           03  WS-MOR-VTO         PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-MOR-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(15)    VALUE
               '  DIAS ATRASO '.
           03  WS-MOR-DIAS        PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(31)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) *
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.


      ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO   THRU  F-1000-INICIO.

           IF WS-MODO-COBRANZA
              PERFORM 5000-COBRAR THRU F-5000-COBRAR
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 2000-ORIGINAR THRU F-2000-ORIGINAR
                      UNTIL WS-FIN-LECTURA
           END-IF.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.

           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           OPEN I-O PRESTAMO.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-PRE IS EQUAL '35'
              OPEN OUTPUT PRESTAMO
              IF FS-PRE IS EQUAL '00'
                 CLOSE PRESTAMO
                 OPEN I-O PRESTAMO
              END-IF
           END-IF.
           IF FS-PRE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRESTAMO = ' FS-PRE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CUOTAS.
           IF FS-CUO IS EQUAL '35'
              OPEN OUTPUT CUOTAS
              IF FS-CUO IS EQUAL '00'
                 CLOSE CUOTAS
                 OPEN I-O CUOTAS
              END-IF
           END-IF.
           IF FS-CUO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUOTAS = ' FS-CUO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.

           IF WS-MODO-COBRANZA
              MOVE 'CUOTAS DE PRESTAMOS EN MORA AL             '
                   TO WS-TIT-TEXTO
              WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1

      * LA COBRANZA SOLO CORRE EN DIA HABIL; LO QUE VENCE EN UN DIA   *
      * NO HABIL SE COBRA EL HABIL SIGUIENTE                          *
              MOVE WS-FECHA-HOY-8 TO LK-BD-FECHA
              CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO
              IF LK-BD-NO-HABIL
                 DISPLAY 'DIA NO HABIL - SIN COBRANZA DE CUOTAS'
                 SET WS-FIN-LECTURA TO TRUE
              END-IF

              IF WS-NO-FIN-LECTURA
                 MOVE LOW-VALUES TO KEY-CUO
                 START CUOTAS KEY IS NOT LESS THAN KEY-CUO
                    INVALID KEY
                       SET WS-FIN-LECTURA TO TRUE
                 END-START
              END-IF
           ELSE
              MOVE 'CRONOGRAMA DE PRESTAMOS ORIGINADOS EL       '
                   TO WS-TIT-TEXTO
              WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1

              OPEN INPUT ENTRADA
              IF FS-ENT IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              END-IF

              OPEN OUTPUT SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              END-IF

              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** LECTURA DEL FEED DE ORIGINACION *
       2100-LECTURA.
      **************************************

           IF WS-FIN-LECTURA
              GO TO F-2100-LECTURA
           END-IF.

           READ ENTRADA INTO WS-REG-ORIG.
           EVALUATE FS-ENT
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ENTRADA : ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      **************************************
      *                                    *
      *  MODO 'O': ORIGINACION             *
      *                                    *
      **************************************
       2000-ORIGINAR.

           IF ORI-PRESTAMO IS NOT NUMERIC
              OR ORI-PRESTAMO IS EQUAL ZEROS
              OR ORI-CAPITAL IS NOT NUMERIC
              OR ORI-CAPITAL NOT GREATER ZEROS
              OR ORI-TASA IS NOT NUMERIC
              OR ORI-CUOTAS IS NOT NUMERIC
              OR ORI-CUOTAS NOT GREATER ZEROS
              OR ORI-CUOTAS IS GREATER WS-MAX-CUOTAS
              OR ORI-TIPCUEN IS NOT NUMERIC
              OR ORI-NROCUEN IS NOT NUMERIC
              OR ORI-SUCURSAL IS NOT NUMERIC
              MOVE 'ORIGINACION CON CAMPOS INVALIDOS' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

           IF ORI-MONEDA IS EQUAL TO 02 OR 80
              CONTINUE
           ELSE
              MOVE 'MONEDA INVALIDA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

      * SOLO SISTEMA FRANCES; EN BLANCO SE TOMA FRANCES *
           IF ORI-SISTEMA IS EQUAL SPACES
              MOVE 'F' TO ORI-SISTEMA
           END-IF.
           IF ORI-SISTEMA IS NOT EQUAL 'F'
              MOVE 'SISTEMA DE AMORTIZACION INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

           IF ORI-FEC-PRIMER-VTO IS NOT NUMERIC
              OR ORI-PVT-MM IS LESS 01 OR ORI-PVT-MM IS GREATER 12
              OR ORI-PVT-DD IS LESS 01 OR ORI-PVT-DD IS GREATER 31
              OR ORI-FEC-PRIMER-VTO NOT GREATER WS-FECHA-HOY-8
              MOVE 'PRIMER VENCIMIENTO INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

           MOVE 'D' TO LK-MODO-BUSQUEDA.
           MOVE ORI-TIPDOC TO LK-TIPDOC.
           MOVE ORI-NRODOC TO LK-NRODOC.

           CALL WS-PGMVCL15 USING LK-PARM-CLIENTE.

           IF NOT LK-CLIENTE-ENCONTRADO
              MOVE 'TITULAR INEXISTENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

      * TITULAR RESTRINGIDO POR REVISION KYC VENCIDA *
           MOVE 'C'        TO LK-KYC-ACCION.
           MOVE ORI-TIPDOC TO LK-KYC-TIPDOC.
           MOVE ORI-NRODOC TO LK-KYC-NRODOC.

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

      * LA CUENTA DE DESEMBOLSO DEBE EXISTIR EN LA MONEDA DEL PRESTAMO *
           MOVE ORI-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE ORI-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT MONEDA INTO :WS-CUE-MONEDA
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF WS-CUE-MONEDA IS NOT EQUAL ORI-MONEDA
                    MOVE 'MONEDA DISTINTA A LA CUENTA' TO SUS-MOTIVO
                    PERFORM 6000-GRABAR-SUSPENSO
                            THRU F-6000-GRABAR-SUSPENSO
                    GO TO 2000-SIGUIENTE
                 END-IF
              WHEN +100
                 MOVE 'CUENTA DE DESEMBOLSO INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO 2000-SIGUIENTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CUEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-ORIGINAR
           END-EVALUATE.

      * PRESTAMO YA CARGADO EN EL MAESTRO *
           MOVE ORI-PRESTAMO TO KEY-PRE.
           READ PRESTAMO.
           EVALUATE FS-PRE
              WHEN '00'
                 MOVE 'PRESTAMO DUPLICADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO 2000-SIGUIENTE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PRESTAMO = ' FS-PRE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-ORIGINAR
           END-EVALUATE.

      * DESEMBOLSO: EL CAPITAL SE ACREDITA EN LA CUENTA ASOCIADA.     *
      * YA POSTEADO = DESEMBOLSO DE UNA CORRIDA ANTERIOR QUE NO LLEGO *
      * A GRABAR EL MAESTRO; SE COMPLETA SIN ACREDITAR DE NUEVO       *
           MOVE ORI-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE ORI-NROCUEN TO LK-PS-NROCUEN.
           MOVE ORI-CAPITAL TO LK-PS-IMPORTE.
           MOVE 'PGMVPR15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-DESEMB  TO LK-PS-CODMOV.
           MOVE ORI-PRESTAMO      TO WS-REF-PRESTAMO.
           MOVE 'D'               TO WS-REF-EVENTO.
           MOVE ZEROS             TO WS-REF-CUOTA.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
              MOVE 'DESEMBOLSO RECHAZADO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO
                      THRU F-6000-GRABAR-SUSPENSO
              GO TO 2000-SIGUIENTE
           END-IF.

           PERFORM 2200-ARMAR-PRESTAMO THRU F-2200-ARMAR-PRESTAMO.

           WRITE REG-PRESTAMO FROM WS-REG-PRESTAMO.
           IF FS-PRE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PRESTAMO = ' FS-PRE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-ORIGINAR
           END-IF.

           ADD 1 TO WS-TOT-ORIGINAD.
           ADD ORI-CAPITAL TO AC-TOT-DESEMB.

           MOVE PRE-NUMERO      TO WS-PLI-PRESTAMO.
           MOVE PRE-NRODOC      TO WS-PLI-DOC.
           MOVE PRE-SUCURSAL    TO WS-PLI-SUCURSAL.
           MOVE PRE-CAPITAL     TO WS-PLI-CAPITAL.
           MOVE PRE-MONEDA      TO WS-PLI-MONEDA.
           MOVE PRE-TASA        TO WS-PLI-TASA.
           MOVE PRE-CANT-CUOTAS TO WS-PLI-CUOTAS.
           WRITE REG-LISTADO FROM WS-REG-PRELIN AFTER 2.
           WRITE REG-LISTADO FROM WS-REG-CRONOCAB AFTER 1.

           MOVE PRE-CAPITAL TO WS-SALDO-CAP.
           MOVE ZEROS       TO WS-NRO-CUOTA.

           PERFORM 2300-GRABAR-CUOTA THRU F-2300-GRABAR-CUOTA
                   UNTIL WS-NRO-CUOTA IS EQUAL PRE-CANT-CUOTAS
                   OR WS-FIN-LECTURA.

       2000-SIGUIENTE.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-ORIGINAR. EXIT.

      ***** MAESTRO DEL PRESTAMO Y CUOTA CONSTANTE ********************
       2200-ARMAR-PRESTAMO.

           MOVE SPACES TO WS-REG-PRESTAMO.
           MOVE ORI-PRESTAMO       TO PRE-NUMERO.
           MOVE ORI-TIPDOC         TO PRE-TIPDOC.
           MOVE ORI-NRODOC         TO PRE-NRODOC.
           MOVE ORI-TIPCUEN        TO PRE-TIPCUEN.
           MOVE ORI-NROCUEN        TO PRE-NROCUEN.
           MOVE ORI-SUCURSAL       TO PRE-SUCURSAL.
           MOVE ORI-CAPITAL        TO PRE-CAPITAL.
           MOVE ORI-MONEDA         TO PRE-MONEDA.
           MOVE ORI-TASA           TO PRE-TASA.
           MOVE ORI-CUOTAS         TO PRE-CANT-CUOTAS.
           MOVE WS-FECHA-HOY-8     TO PRE-FEC-ORIGEN.
           MOVE ORI-FEC-PRIMER-VTO TO PRE-FEC-PRIMER-VTO.
           MOVE ORI-SISTEMA        TO PRE-SISTEMA.
           MOVE ORI-CAPITAL        TO PRE-SALDO-CAPITAL.
           MOVE ZEROS              TO PRE-CUOTAS-PAGAS.
           SET PRE-VIGENTE TO TRUE.

           COMPUTE WS-TASA-MES ROUNDED = PRE-TASA / 1200.

           IF WS-TASA-MES IS EQUAL ZEROS
              COMPUTE PRE-IMPORTE-CUOTA ROUNDED =
                      PRE-CAPITAL / PRE-CANT-CUOTAS
           ELSE
              COMPUTE WS-FACTOR ROUNDED =
                      (1 + WS-TASA-MES) ** PRE-CANT-CUOTAS
              COMPUTE PRE-IMPORTE-CUOTA ROUNDED =
                      PRE-CAPITAL * WS-TASA-MES * WS-FACTOR
                      / (WS-FACTOR - 1)
           END-IF.

       F-2200-ARMAR-PRESTAMO. EXIT.

      ***** CUOTA N DEL CRONOGRAMA: INTERES SOBRE SALDO, EL RESTO ES  *
      ***** AMORTIZACION; LA ULTIMA CANCELA EL SALDO POR REDONDEOS    *
       2300-GRABAR-CUOTA.

           ADD 1 TO WS-NRO-CUOTA.

           MOVE SPACES       TO WS-REG-CUOTA.
           MOVE PRE-NUMERO   TO CUO-PRESTAMO.
           MOVE WS-NRO-CUOTA TO CUO-NUMERO.

           PERFORM 2400-CALCULAR-VTO THRU F-2400-CALCULAR-VTO.
           MOVE WS-FEC-VTO-N TO CUO-FEC-VTO.

           COMPUTE CUO-INTERES ROUNDED = WS-SALDO-CAP * WS-TASA-MES.

           IF WS-NRO-CUOTA IS EQUAL PRE-CANT-CUOTAS
              MOVE WS-SALDO-CAP TO CUO-CAPITAL
              COMPUTE CUO-IMPORTE = CUO-CAPITAL + CUO-INTERES
           ELSE
              COMPUTE CUO-CAPITAL = PRE-IMPORTE-CUOTA - CUO-INTERES
              MOVE PRE-IMPORTE-CUOTA TO CUO-IMPORTE
           END-IF.

           SUBTRACT CUO-CAPITAL FROM WS-SALDO-CAP.
           MOVE WS-SALDO-CAP TO CUO-SALDO-CAPITAL.
           SET CUO-PENDIENTE TO TRUE.
           MOVE ZEROS TO CUO-DIAS-ATRASO.
           MOVE ZEROS TO CUO-FEC-COBRO.

           WRITE REG-CUOTAS FROM WS-REG-CUOTA.
           IF FS-CUO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CUOTAS = ' FS-CUO
                      ' PRESTAMO ' CUO-PRESTAMO ' CUOTA ' CUO-NUMERO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-GRABAR-CUOTA
           END-IF.

           ADD 1 TO WS-TOT-CUO-GRAB.

           MOVE CUO-NUMERO        TO WS-CRL-CUOTA.
           MOVE CUO-FEC-VTO       TO WS-CRL-VTO.
           MOVE CUO-CAPITAL       TO WS-CRL-CAPITAL.
           MOVE CUO-INTERES       TO WS-CRL-INTERES.
           MOVE CUO-IMPORTE       TO WS-CRL-IMPORTE.
           MOVE CUO-SALDO-CAPITAL TO WS-CRL-SALDO.
           WRITE REG-LISTADO FROM WS-REG-CRONOLIN AFTER 1.

       F-2300-GRABAR-CUOTA. EXIT.

      ***** VENCIMIENTO DE LA CUOTA WS-NRO-CUOTA **********************
       2400-CALCULAR-VTO.

           MOVE PRE-FEC-PRIMER-VTO TO WS-FEC-VTO-N.

           COMPUTE WS-MESES = WS-VTO-MM - 1 + WS-NRO-CUOTA - 1.
           DIVIDE WS-MESES BY 12 GIVING WS-ANIOS
                  REMAINDER WS-RESTO.
           ADD WS-ANIOS TO WS-VTO-AAAA.
           COMPUTE WS-VTO-MM = WS-RESTO + 1.

      * ULTIMO DIA DEL MES = DIA ANTERIOR AL 1 DEL MES SIGUIENTE *
           MOVE WS-VTO-AAAA TO WS-AUX-AAAA.
           MOVE 01          TO WS-AUX-DD.
           IF WS-VTO-MM IS EQUAL 12
              ADD 1 TO WS-AUX-AAAA
              MOVE 01 TO WS-AUX-MM
           ELSE
              COMPUTE WS-AUX-MM = WS-VTO-MM + 1
           END-IF.
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-AUX-N) - 1.
           COMPUTE WS-FEC-AUX-N =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).

           IF WS-VTO-DD IS GREATER WS-AUX-DD
              MOVE WS-AUX-DD TO WS-VTO-DD
           END-IF.

       F-2400-CALCULAR-VTO. EXIT.

      **************************************
      *                                    *
      *  MODO 'C': COBRANZA DE CUOTAS      *
      *  VENCIDAS Y LISTADO DE MORA        *
      *                                    *
      **************************************
       5000-COBRAR.

           READ CUOTAS NEXT INTO WS-REG-CUOTA.

           EVALUATE FS-CUO
              WHEN '00'
                 ADD 1 TO WS-TOT-LEIDAS
              WHEN '10'
                 PERFORM 5900-CERRAR-PRESTAMO
                         THRU F-5900-CERRAR-PRESTAMO
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5000-COBRAR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CUOTAS = ' FS-CUO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5000-COBRAR
           END-EVALUATE.

           IF CUO-COBRADA
              OR CUO-FEC-VTO IS GREATER THAN WS-FECHA-HOY-8
              GO TO F-5000-COBRAR
           END-IF.

           IF CUO-PRESTAMO IS NOT EQUAL WS-PRE-ACTUAL
              PERFORM 5900-CERRAR-PRESTAMO
                      THRU F-5900-CERRAR-PRESTAMO
              PERFORM 5050-CARGAR-PRESTAMO
                      THRU F-5050-CARGAR-PRESTAMO
           END-IF.

           IF WS-PRESTAMO-CARGADO
              PERFORM 5100-COBRAR-CUOTA THRU F-5100-COBRAR-CUOTA
           END-IF.

       F-5000-COBRAR. EXIT.

      ***** MAESTRO DEL PRESTAMO DE LA CUOTA **************************
       5050-CARGAR-PRESTAMO.

           MOVE CUO-PRESTAMO TO WS-PRE-ACTUAL.
           SET WS-PRESTAMO-SIN-CARGAR TO TRUE.
           SET WS-PRESTAMO-SIN-MOVER  TO TRUE.
           SET WS-SIN-MORA            TO TRUE.

           MOVE CUO-PRESTAMO TO KEY-PRE.
           READ PRESTAMO INTO WS-REG-PRESTAMO.

           EVALUATE FS-PRE
              WHEN '00'
                 SET WS-PRESTAMO-CARGADO TO TRUE
              WHEN '23'
                 DISPLAY '* CUOTA SIN PRESTAMO EN EL MAESTRO - '
                         CUO-PRESTAMO
                 ADD 1 TO WS-TOT-SIN-PRE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PRESTAMO = ' FS-PRE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5050-CARGAR-PRESTAMO. EXIT.

      ***** DEBITO DE LA CUOTA VENCIDA O PASE A MORA ******************
       5100-COBRAR-CUOTA.

           SET WS-PRESTAMO-MOVIDO TO TRUE.

           PERFORM 5200-VERIFICAR-FONDOS THRU F-5200-VERIFICAR-FONDOS.

           IF WS-CON-FONDOS
              MOVE PRE-TIPCUEN TO LK-PS-TIPCUEN
              MOVE PRE-NROCUEN TO LK-PS-NROCUEN
              COMPUTE LK-PS-IMPORTE = ZEROS - CUO-IMPORTE
              MOVE 'PGMVPR15'      TO LK-PS-PROGRAMA
              MOVE WS-CODMOV-CUOTA TO LK-PS-CODMOV
              MOVE CUO-PRESTAMO    TO WS-REF-PRESTAMO
              MOVE 'C'             TO WS-REF-EVENTO
              MOVE CUO-NUMERO      TO WS-REF-CUOTA
              MOVE WS-REF-POSTEO   TO LK-PS-REFERENCIA
              MOVE WS-FECHA-HOY-8  TO LK-PS-FECHA

              CALL WS-PGMVPS15 USING LK-PARM-POSTEO

      * EMBARGO O SUCESION: LA CUOTA QUEDA IMPAGA *
              IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
                 SET WS-SIN-FONDOS TO TRUE
              END-IF
           END-IF.

           COMPUTE CUO-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                   - FUNCTION INTEGER-OF-DATE(CUO-FEC-VTO).

           IF WS-CON-FONDOS
              SET CUO-COBRADA TO TRUE
              MOVE WS-FECHA-HOY-8 TO CUO-FEC-COBRO
              ADD 1 TO WS-TOT-COBRADAS
              ADD CUO-IMPORTE TO AC-TOT-COBRADO
              ADD 1 TO PRE-CUOTAS-PAGAS
              SUBTRACT CUO-CAPITAL FROM PRE-SALDO-CAPITAL
           ELSE
              SET CUO-EN-MORA TO TRUE
              SET WS-HAY-MORA TO TRUE
              ADD 1 TO WS-TOT-MORA
              ADD CUO-IMPORTE TO AC-TOT-MORA

              MOVE PRE-SUCURSAL    TO WS-MOR-SUCURSAL
              MOVE CUO-PRESTAMO    TO WS-MOR-PRESTAMO
              MOVE CUO-NUMERO      TO WS-MOR-CUOTA
              MOVE PRE-NRODOC      TO WS-MOR-DOC
              MOVE CUO-FEC-VTO     TO WS-MOR-VTO
              MOVE CUO-IMPORTE     TO WS-MOR-IMPORTE
              MOVE CUO-DIAS-ATRASO TO WS-MOR-DIAS
              WRITE REG-LISTADO FROM WS-REG-MORALIN AFTER 1
           END-IF.

           REWRITE REG-CUOTAS FROM WS-REG-CUOTA.
           IF FS-CUO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CUOTAS = ' FS-CUO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5100-COBRAR-CUOTA. EXIT.

      ***** SALDO SUFICIENTE EN LA CUENTA ****************************
       5200-VERIFICAR-FONDOS.

           SET WS-CON-FONDOS TO TRUE.

           MOVE PRE-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE PRE-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SALDO INTO :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              SET WS-SIN-FONDOS TO TRUE
              GO TO F-5200-VERIFICAR-FONDOS
           END-IF.

           IF DB-CU-SALDO IS LESS THAN CUO-IMPORTE
              SET WS-SIN-FONDOS TO TRUE
           END-IF.

       F-5200-VERIFICAR-FONDOS. EXIT.

      ***** ACTUALIZA EL ESTADO DEL PRESTAMO AL CAMBIAR DE PRESTAMO ***
       5900-CERRAR-PRESTAMO.

           IF WS-PRESTAMO-SIN-CARGAR OR WS-PRESTAMO-SIN-MOVER
              GO TO F-5900-CERRAR-PRESTAMO
           END-IF.

           EVALUATE TRUE
              WHEN WS-HAY-MORA
                 SET PRE-EN-MORA TO TRUE
              WHEN PRE-CUOTAS-PAGAS IS NOT LESS PRE-CANT-CUOTAS
                 SET PRE-CANCELADO TO TRUE
              WHEN OTHER
                 SET PRE-VIGENTE TO TRUE
           END-EVALUATE.

           REWRITE REG-PRESTAMO FROM WS-REG-PRESTAMO.
           IF FS-PRE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PRESTAMO = ' FS-PRE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           SET WS-PRESTAMO-SIN-MOVER TO TRUE.

       F-5900-CERRAR-PRESTAMO. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           ADD 1 TO WS-TOT-SUSPENSO.
           MOVE WS-REG-ORIG TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF RETURN-CODE IS EQUAL TO ZEROS
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'ROLLBACK REALIZADO - POSTEOS NO APLICADOS'
           END-IF.

           DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS.
           IF WS-MODO-COBRANZA
              DISPLAY 'CUOTAS COBRADAS         = ' WS-TOT-COBRADAS
              MOVE AC-TOT-COBRADO TO WS-IMP-EDIT
              DISPLAY 'IMPORTE COBRADO         = ' WS-IMP-EDIT
              DISPLAY 'CUOTAS EN MORA          = ' WS-TOT-MORA
              MOVE AC-TOT-MORA TO WS-IMP-EDIT
              DISPLAY 'IMPORTE EN MORA         = ' WS-IMP-EDIT
              DISPLAY 'CUOTAS SIN PRESTAMO     = ' WS-TOT-SIN-PRE
           ELSE
              DISPLAY 'PRESTAMOS ORIGINADOS    = ' WS-TOT-ORIGINAD
              MOVE AC-TOT-DESEMB TO WS-IMP-EDIT
              DISPLAY 'CAPITAL DESEMBOLSADO    = ' WS-IMP-EDIT
              DISPLAY 'CUOTAS GENERADAS        = ' WS-TOT-CUO-GRAB
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              MOVE 'F' TO LK-KYC-ACCION
              CALL WS-PGMVKR15 USING LK-PARM-KYC
           END-IF.

           CLOSE PRESTAMO
              IF FS-PRE IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE PRESTAMO = ' FS-PRE
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CUOTAS
              IF FS-CUO IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CUOTAS = ' FS-CUO
                MOVE 9999 TO RETURN-CODE
              END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-MODO-ORIGINACION
              CLOSE ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                   MOVE 9999 TO RETURN-CODE
                 END-IF

              CLOSE SUSPENSO
                 IF FS-SUS IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                   MOVE 9999 TO RETURN-CODE
                 END-IF
           END-IF.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND WS-TOT-SIN-PRE > ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVPR15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-COBRANZA
              MOVE WS-TOT-COBRADAS TO RES-CANT-PROCESADOS
              MOVE WS-TOT-MORA     TO RES-CANT-ERRORES
           ELSE
              MOVE WS-TOT-ORIGINAD TO RES-CANT-PROCESADOS
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           END-IF.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
