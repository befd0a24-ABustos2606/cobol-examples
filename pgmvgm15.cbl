       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVGM15.

      ***********************************************
      *                                             *
      *  GESTION DE MORA DE DESCUBIERTOS NO         *
      *  AUTORIZADOS: ETAPAS, CASTIGO Y RECUPERO    *
      *  TP 42 - BATCH DB2                          *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS CUENTAS QUE DB2@TP42 DEJA EN DDALENEG   *
      * (NEGATIVAS SIN ACUERDO O CON EL ACUERDO     *
      * EXCEDIDO) REAPARECIAN CADA NOCHE SIN QUE    *
      * NADIE LLEVARA LA CUENTA DE CUANTO HACIA QUE *
      * ESTABAN EN ROJO. ESTE PROGRAMA CORRE A      *
      * CONTINUACION DE DB2@TP42 Y LLEVA UN CASO    *
      * POR CUENTA EN EL MAESTRO DDCOBRA:           *
      *                                             *
      * 1) CADA CUENTA DE DDALENEG ABRE SU CASO O   *
      *    ACTUALIZA EL EXISTENTE (ULTIMA APARICION *
      *    Y SALDO)                                 *
      * 2) EL MAESTRO SE RECORRE POR SUCURSAL: EL   *
      *    CASO QUE NO APARECIO HOY QUEDA           *
      *    REGULARIZADO; EL QUE SIGUE NEGATIVO      *
      *    AVANZA UNA ETAPA CUANDO SUS DIAS EN ROJO *
      *    LLEGAN AL UMBRAL DE DDPARAM:             *
      *    RECORDATORIO -> INTIMACION -> BLOQUEO DE *
      *    DEBITOS (LO APLICA PGMVPS15) -> CASTIGO. *
      *    CADA ETAPA EMITE SU CARTA EN DDCARTAS Y  *
      *    EL LISTADO SALE CON CORTE POR SUCURSAL   *
      * 3) EL CASTIGO ACREDITA EL SALDO DEUDOR EN   *
      *    LA CUENTA (CODIGO CAS, LA CONTRAPARTIDA  *
      *    A QUEBRANTOS LA ARMA PGMVAS15) Y ABRE LA *
      *    ENTRADA EN EL REGISTRO DE RECUPERO       *
      *    DDRECUPE; LOS CREDITOS QUE LLEGAN        *
      *    DESPUES A LA CUENTA SE DEBITAN CONTRA EL *
      *    PENDIENTE (CODIGO REC) HASTA CANCELARLO, *
      *    Y AHI LA CUENTA SE DESBLOQUEA            *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CUENTAS POR DEBAJO DEL PISO NEGATIVO SIN ACUERDO QUE LAS   *
      *    CUBRA - SALIDA DE DB2@TP42                                *
             SELECT ALERTNEG ASSIGN DDALENEG
                    FILE STATUS IS FS-NEG.

             SELECT COBRANZA ASSIGN DDCOBRA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-COB
                    FILE STATUS IS FS-COB.

             SELECT RECUPERO ASSIGN DDRECUPE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-REC
                    FILE STATUS IS FS-REC.

             SELECT CARTAS ASSIGN DDCARTAS
                    FILE STATUS IS FS-CAR.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD ALERTNEG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ALERTNEG      PIC X(68).

       FD COBRANZA.

       01 REG-COBRANZA.
           03  KEY-COB          PIC X(14).
           03  FILLER           PIC X(86).

       FD RECUPERO.

       01 REG-RECUPERO.
           03  KEY-REC          PIC X(22).
           03  FILLER           PIC X(58).

      * CARTAS DE GESTION DE MORA, UNA LINEA POR CUENTA Y ETAPA *
       FD CARTAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CARTAS        PIC X(132).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(12).

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
       77  FS-NEG           PIC XX    VALUE SPACES.
       77  FS-COB           PIC XX    VALUE SPACES.
       77  FS-REC           PIC XX    VALUE SPACES.
       77  FS-CAR           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * DIAS EN NEGATIVO PARA CADA ETAPA; EN CEROS O NO NUMERICO SE   *
      * TOMAN LOS DEFAULTS DE WS-UMBRALES-DEF                         *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-DIAS-RECORD   PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-DIAS-INTIMA   PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-DIAS-BLOQUEO  PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-DIAS-CASTIGO  PIC 9(03)  VALUE ZEROS.

       01  WS-UMBRALES-DEF.
           03  WS-DEF-DIAS-RECORD   PIC 9(03)  VALUE 005.
           03  WS-DEF-DIAS-INTIMA   PIC 9(03)  VALUE 030.
           03  WS-DEF-DIAS-BLOQUEO  PIC 9(03)  VALUE 060.
           03  WS-DEF-DIAS-CASTIGO  PIC 9(03)  VALUE 090.

      * REGISTRO DE DDALENEG (MISMO LAYOUT EDITADO QUE DB2@TP42) *
       01  WS-REG-ALENEG.
           03  NEG-TIPCUEN         PIC 99.
           03  FILLER              PIC X(01).
           03  NEG-NROCUEN         PIC Z(09)9.
           03  FILLER              PIC X(01).
           03  NEG-SUCUEN          PIC Z(01)9.
           03  FILLER              PIC X(01).
           03  NEG-NROCLI          PIC ZZ9.
           03  FILLER              PIC X(01).
           03  NEG-NOMAPE          PIC X(30).
           03  FILLER              PIC X(01).
           03  NEG-SALDO           PIC Z(09)9,99-.
           03  FILLER              PIC X(02).

      * VISTAS DEL MAESTRO DE CASOS Y DEL REGISTRO DE RECUPERO *
           COPY CPCOBRA.

           COPY CPRECUPE.

       77  WS-FECHA-HOY-8   PIC 9(08)  VALUE ZEROS.
       77  WS-SUC-ACTUAL    PIC 9(02)  VALUE ZEROS.
       77  WS-IMP-CASTIGO   PIC 9(9)V99 VALUE ZEROS.
       77  WS-IMP-RECUPERO  PIC 9(9)V99 VALUE ZEROS.

       01  WS-SW-CORTE      PIC X      VALUE 'N'.
           88  WS-HAY-SUCURSAL          VALUE 'S'.
           88  WS-SIN-SUCURSAL          VALUE 'N'.

      * ETAPA A LA QUE PASA EL CASO EN ESTA CORRIDA *
       01  WS-SW-AVANCE     PIC X      VALUE 'N'.
           88  WS-CASO-AVANZA           VALUE 'S'.
           88  WS-CASO-SIN-AVANCE       VALUE 'N'.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-INVALID   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-NUEVOS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-GESTION   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RECORD    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-INTIMA    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BLOQUEO   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CASTIGO   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CAS-RECH  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REGULAR   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RECUPERO  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REC-TOT   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CARTAS    PIC 9(05) VALUE ZEROS.
       77  WS-CASOS-SUC     PIC 9(05) VALUE ZEROS.
       01  AC-SALDO-SUC     PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-CASTIGO   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-RECUPERO  PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * SALDO DISPONIBLE (SALDO MENOS RETENCIONES VIGENTES) *
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: EVENTO (K=CASTIGO /    *
      * R=RECUPERO) + FECHA + SUCURSAL, TIPO Y CUENTA DEL CASO ********
       77  WS-CODMOV-CASTIGO  PIC X(03) VALUE 'CAS'.
       77  WS-CODMOV-RECUPERO PIC X(03) VALUE 'REC'.
       01  WS-REF-POSTEO.
           03  WS-REF-EVENTO      PIC X(01)  VALUE SPACES.
           03  WS-REF-FECHA       PIC 9(08)  VALUE ZEROS.
           03  WS-REF-SUCUEN      PIC 9(02)  VALUE ZEROS.
           03  WS-REF-TIPCUEN     PIC 9(02)  VALUE ZEROS.
           03  WS-REF-NROCUEN     PIC 9(10)  VALUE ZEROS.
           03  FILLER             PIC X(02)  VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * IMPRESION - CASOS POR SUCURSAL Y RECUPEROS DEL DIA *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-REG-SUCCAB.
           03  FILLER             PIC X(09)    VALUE 'SUCURSAL '.
           03  WS-SCB-SUCURSAL    PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(121)   VALUE SPACES.

       01  WS-REG-CASOCAB.
           03  FILLER             PIC X(48)    VALUE
               ' TIPO    CUENTA CLI  NOMBRE Y APELLIDO          '.
           03  FILLER             PIC X(48)    VALUE
               '        SALDO       DISPONIBLE  NEGATIVA  DIAS  '.
           03  FILLER             PIC X(36)    VALUE
               'ETAPA         ACCION                '.

       01  WS-REG-CASOLIN.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-TIPCUEN     PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-CAL-NROCUEN     PIC Z(09)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-CAL-NROCLI      PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-NOMAPE      PIC X(24)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-CAL-SALDO       PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-DISPONIBLE  PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-FEC-ALTA    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-DIAS        PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-ETAPA       PIC X(12)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-CAL-ACCION      PIC X(22)    VALUE SPACES.

       01  WS-REG-SUCTOT.
           03  FILLER             PIC X(15)    VALUE
               'TOTAL SUCURSAL '.
           03  WS-STO-SUCURSAL    PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE '  CASOS '.
           03  WS-STO-CASOS       PIC ZZ.ZZ9   VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE '  SALDO '.
           03  WS-STO-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(75)    VALUE SPACES.

       01  WS-REG-RECUCAB.
           03  FILLER             PIC X(50)    VALUE
               'SUC TIP    CUENTA  CASTIGO        CASTIGADO  RECUP'.
           03  FILLER             PIC X(50)    VALUE
               'ERADO HOY       PENDIENTE  ESTADO                 '.
           03  FILLER             PIC X(32)    VALUE SPACES.

       01  WS-REG-RECULIN.
           03  WS-RCL-SUCURSAL    PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCL-TIPCUEN     PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-RCL-NROCUEN     PIC Z(09)9   VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCL-FEC-CAST    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCL-CASTIGO     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCL-RECUPERO    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCL-PENDIENTE   PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-RCL-ESTADO      PIC X(18)    VALUE SPACES.
           03  FILLER             PIC X(37)    VALUE SPACES.

      * CARTA DE GESTION (UNA LINEA POR CUENTA Y ETAPA) *
       01  WS-REG-CARTA.
           03  CAR-ETAPA          PIC X(12)  VALUE SPACES.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-FECHA          PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-SUCUEN         PIC 9(02)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-TIPCUEN        PIC 9(02)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-NROCUEN        PIC 9(10)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-NROCLI         PIC 9(03)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-NOMAPE         PIC X(30)  VALUE SPACES.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-SALDO          PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-DIAS           PIC ZZZ9   VALUE ZEROS.
           03  FILLER             PIC X(37)  VALUE SPACES.

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

           PERFORM 2000-REGISTRAR-ALERTA THRU F-2000-REGISTRAR-ALERTA
                   UNTIL WS-FIN-LECTURA.

           PERFORM 3000-INICIO-GESTION THRU F-3000-INICIO-GESTION.

           PERFORM 3100-GESTIONAR-CASO THRU F-3100-GESTIONAR-CASO
                   UNTIL WS-FIN-LECTURA.

           PERFORM 4000-INICIO-RECUPERO THRU F-4000-INICIO-RECUPERO.

           PERFORM 4100-APLICAR-RECUPERO THRU F-4100-APLICAR-RECUPERO
                   UNTIL WS-FIN-LECTURA.

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

      * UMBRALES FUERA DE ORDEN SE DESCARTAN COMPLETOS *
           IF WS-REG-PARAMETROS IS NOT NUMERIC
              OR WS-PAR-DIAS-RECORD IS EQUAL ZEROS
              OR WS-PAR-DIAS-INTIMA NOT GREATER WS-PAR-DIAS-RECORD
              OR WS-PAR-DIAS-BLOQUEO NOT GREATER WS-PAR-DIAS-INTIMA
              OR WS-PAR-DIAS-CASTIGO NOT GREATER WS-PAR-DIAS-BLOQUEO
              MOVE WS-UMBRALES-DEF TO WS-REG-PARAMETROS
           END-IF.

           DISPLAY 'DIAS RECORDATORIO/INTIMACION/BLOQUEO/CASTIGO = '
                   WS-PAR-DIAS-RECORD '/' WS-PAR-DIAS-INTIMA '/'
                   WS-PAR-DIAS-BLOQUEO '/' WS-PAR-DIAS-CASTIGO.

           OPEN INPUT ALERTNEG.
           IF FS-NEG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALERTNEG = ' FS-NEG
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O COBRANZA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-COB IS EQUAL '35'
              OPEN OUTPUT COBRANZA
              IF FS-COB IS EQUAL '00'
                 CLOSE COBRANZA
                 OPEN I-O COBRANZA
              END-IF
           END-IF.
           IF FS-COB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN COBRANZA = ' FS-COB
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O RECUPERO.
           IF FS-REC IS EQUAL '35'
              OPEN OUTPUT RECUPERO
              IF FS-REC IS EQUAL '00'
                 CLOSE RECUPERO
                 OPEN I-O RECUPERO
              END-IF
           END-IF.
           IF FS-REC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECUPERO = ' FS-REC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT CARTAS.
           IF FS-CAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARTAS = ' FS-CAR
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
           MOVE 'GESTION DE MORA DE DESCUBIERTOS AL          '
                TO WS-TIT-TEXTO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      ***** LECTURA DE DDALENEG *
       2100-LECTURA.
      **************************************

           IF WS-FIN-LECTURA
              GO TO F-2100-LECTURA
           END-IF.

           READ ALERTNEG INTO WS-REG-ALENEG.
           EVALUATE FS-NEG
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ALERTNEG : ' FS-NEG
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      **************************************
      *                                    *
      *  ALTA O ACTUALIZACION DEL CASO DE  *
      *  CADA CUENTA INFORMADA HOY         *
      *                                    *
      **************************************
       2000-REGISTRAR-ALERTA.

           IF NEG-TIPCUEN IS NOT NUMERIC
              OR NEG-NROCUEN IS EQUAL SPACES
              OR NEG-SUCUEN IS EQUAL SPACES
              DISPLAY '* ALERTA NEGATIVA INVALIDA: ' WS-REG-ALENEG
              ADD 1 TO WS-TOT-INVALID
              GO TO 2000-SIGUIENTE
           END-IF.

           MOVE NEG-SUCUEN  TO COB-SUCUEN.
           MOVE NEG-TIPCUEN TO COB-TIPCUEN.
           MOVE NEG-NROCUEN TO COB-NROCUEN.
           MOVE COB-CLAVE   TO KEY-COB.

           READ COBRANZA INTO WS-REG-COBRANZA.

           EVALUATE FS-COB
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 PERFORM 2200-ABRIR-CASO THRU F-2200-ABRIR-CASO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA COBRANZA = ' FS-COB
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-REGISTRAR-ALERTA
           END-EVALUATE.

      * UN CASO CERRADO (REGULARIZADO O RECUPERADO) QUE VUELVE A     *
      * APARECER EMPIEZA UNA GESTION NUEVA DESDE HOY                  *
           IF COB-CASO-CERRADO
              MOVE WS-FECHA-HOY-8 TO COB-FEC-ALTA
              MOVE WS-FECHA-HOY-8 TO COB-FEC-ETAPA
              MOVE ZEROS          TO COB-DIAS
              MOVE ZEROS          TO COB-IMP-CASTIGO
              SET COB-SIN-GESTION TO TRUE
              ADD 1 TO WS-TOT-NUEVOS
           END-IF.

           MOVE NEG-NROCLI     TO COB-NROCLI.
           MOVE NEG-NOMAPE     TO COB-NOMAPE.
           MOVE NEG-SALDO      TO COB-SALDO.
           MOVE WS-FECHA-HOY-8 TO COB-FEC-ULTIMA.

           IF FS-COB IS EQUAL '23'
              WRITE REG-COBRANZA FROM WS-REG-COBRANZA
           ELSE
              REWRITE REG-COBRANZA FROM WS-REG-COBRANZA
           END-IF.
           IF FS-COB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION COBRANZA = ' FS-COB
                      ' CUENTA ' COB-NROCUEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2000-REGISTRAR-ALERTA
           END-IF.

       2000-SIGUIENTE.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-REGISTRAR-ALERTA. EXIT.

      ***** CASO NUEVO: LA CUENTA ENTRA EN ROJO HOY *******************
       2200-ABRIR-CASO.

           MOVE SPACES TO WS-REG-COBRANZA.
           MOVE NEG-SUCUEN     TO COB-SUCUEN.
           MOVE NEG-TIPCUEN    TO COB-TIPCUEN.
           MOVE NEG-NROCUEN    TO COB-NROCUEN.
           MOVE WS-FECHA-HOY-8 TO COB-FEC-ALTA.
           MOVE WS-FECHA-HOY-8 TO COB-FEC-ETAPA.
           MOVE ZEROS          TO COB-DIAS.
           MOVE ZEROS          TO COB-IMP-CASTIGO.
           SET COB-SIN-GESTION TO TRUE.

           ADD 1 TO WS-TOT-NUEVOS.

       F-2200-ABRIR-CASO. EXIT.

      **************************************
      *                                    *
      *  RECORRIDO DEL MAESTRO DE CASOS    *
      *  POR SUCURSAL                      *
      *                                    *
      **************************************
       3000-INICIO-GESTION.

           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3000-INICIO-GESTION
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.

           MOVE LOW-VALUES TO KEY-COB.
           START COBRANZA KEY IS NOT LESS THAN KEY-COB
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-3000-INICIO-GESTION. EXIT.

       3100-GESTIONAR-CASO.

           READ COBRANZA NEXT INTO WS-REG-COBRANZA.

           EVALUATE FS-COB
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 PERFORM 3900-CORTE-SUCURSAL
                         THRU F-3900-CORTE-SUCURSAL
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3100-GESTIONAR-CASO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA COBRANZA = ' FS-COB
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3100-GESTIONAR-CASO
           END-EVALUATE.

      * LOS CASTIGADOS SIGUEN EN EL REGISTRO DE RECUPERO *
           IF COB-CASO-CERRADO OR COB-CASTIGADA
              GO TO F-3100-GESTIONAR-CASO
           END-IF.

           IF COB-SUCUEN IS NOT EQUAL WS-SUC-ACTUAL
              OR WS-SIN-SUCURSAL
              PERFORM 3900-CORTE-SUCURSAL THRU F-3900-CORTE-SUCURSAL
              MOVE COB-SUCUEN TO WS-SUC-ACTUAL
              SET WS-HAY-SUCURSAL TO TRUE
              MOVE COB-SUCUEN TO WS-SCB-SUCURSAL
              WRITE REG-LISTADO FROM WS-REG-SUCCAB AFTER 2
              WRITE REG-LISTADO FROM WS-REG-CASOCAB AFTER 1
           END-IF.

           ADD 1 TO WS-TOT-GESTION.
           MOVE SPACES TO WS-CAL-ACCION.
           SET WS-CASO-SIN-AVANCE TO TRUE.

      * NO APARECIO EN DDALENEG DE HOY: LA CUENTA SALIO DEL ROJO *
           IF COB-FEC-ULTIMA IS LESS THAN WS-FECHA-HOY-8
              SET COB-REGULARIZADA TO TRUE
              MOVE WS-FECHA-HOY-8 TO COB-FEC-ETAPA
              MOVE 'REGULARIZADA' TO WS-CAL-ACCION
              ADD 1 TO WS-TOT-REGULAR
              GO TO 3100-GRABAR
           END-IF.

           COMPUTE COB-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                   - FUNCTION INTEGER-OF-DATE(COB-FEC-ALTA).

      * UNA ETAPA POR CORRIDA, ASI CADA CARTA SALE ANTES DE LA        *
      * SIGUIENTE AUNQUE EL JOB HAYA DEJADO DE CORRER ALGUNOS DIAS    *
           EVALUATE TRUE
              WHEN COB-SIN-GESTION
                   AND COB-DIAS IS NOT LESS WS-PAR-DIAS-RECORD
                 SET COB-RECORDATORIO TO TRUE
                 SET WS-CASO-AVANZA TO TRUE
                 ADD 1 TO WS-TOT-RECORD
                 MOVE 'CARTA DE RECORDATORIO' TO WS-CAL-ACCION
              WHEN COB-RECORDATORIO
                   AND COB-DIAS IS NOT LESS WS-PAR-DIAS-INTIMA
                 SET COB-INTIMADA TO TRUE
                 SET WS-CASO-AVANZA TO TRUE
                 ADD 1 TO WS-TOT-INTIMA
                 MOVE 'INTIMACION FORMAL' TO WS-CAL-ACCION
              WHEN COB-INTIMADA
                   AND COB-DIAS IS NOT LESS WS-PAR-DIAS-BLOQUEO
                 SET COB-BLOQUEADA TO TRUE
                 SET WS-CASO-AVANZA TO TRUE
                 ADD 1 TO WS-TOT-BLOQUEO
                 MOVE 'BLOQUEO DE DEBITOS' TO WS-CAL-ACCION
              WHEN COB-BLOQUEADA
                   AND COB-DIAS IS NOT LESS WS-PAR-DIAS-CASTIGO
                 PERFORM 5000-CASTIGAR THRU F-5000-CASTIGAR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-CASO-AVANZA
              MOVE WS-FECHA-HOY-8 TO COB-FEC-ETAPA
              PERFORM 6000-EMITIR-CARTA THRU F-6000-EMITIR-CARTA
           END-IF.

       3100-GRABAR.

           REWRITE REG-COBRANZA FROM WS-REG-COBRANZA.
           IF FS-COB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE COBRANZA = ' FS-COB
                      ' CUENTA ' COB-NROCUEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-GESTIONAR-CASO
           END-IF.

           PERFORM 3800-IMPRIMIR-CASO THRU F-3800-IMPRIMIR-CASO.

       F-3100-GESTIONAR-CASO. EXIT.

      ***** LINEA DEL CASO EN EL LISTADO DE LA SUCURSAL ***************
       3800-IMPRIMIR-CASO.

           ADD 1 TO WS-CASOS-SUC.
           ADD COB-SALDO TO AC-SALDO-SUC.

           MOVE COB-TIPCUEN    TO WS-CAL-TIPCUEN.
           MOVE COB-NROCUEN    TO WS-CAL-NROCUEN.
           MOVE COB-NROCLI     TO WS-CAL-NROCLI.
           MOVE COB-NOMAPE     TO WS-CAL-NOMAPE.
           MOVE COB-SALDO      TO WS-CAL-SALDO.

           MOVE COB-TIPCUEN    TO LK-DS-TIPCUEN.
           MOVE COB-NROCUEN    TO LK-DS-NROCUEN.
           MOVE COB-SALDO      TO LK-DS-SALDO.
           MOVE WS-FECHA-HOY-8 TO LK-DS-FECHA.
           CALL WS-PGMVDS15 USING LK-PARM-DISPON.
           MOVE LK-DS-DISPONIBLE TO WS-CAL-DISPONIBLE.

           MOVE COB-FEC-ALTA   TO WS-CAL-FEC-ALTA.
           MOVE COB-DIAS       TO WS-CAL-DIAS.
           PERFORM 3850-DESCRIBIR-ETAPA THRU F-3850-DESCRIBIR-ETAPA.
           MOVE CAR-ETAPA      TO WS-CAL-ETAPA.

           WRITE REG-LISTADO FROM WS-REG-CASOLIN AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3800-IMPRIMIR-CASO. EXIT.

      ***** DESCRIPCION DE LA ETAPA DEL CASO (LISTADO Y CARTA) ********
       3850-DESCRIBIR-ETAPA.

           EVALUATE TRUE
              WHEN COB-SIN-GESTION
                 MOVE 'SIN GESTION'  TO CAR-ETAPA
              WHEN COB-RECORDATORIO
                 MOVE 'RECORDATORIO' TO CAR-ETAPA
              WHEN COB-INTIMADA
                 MOVE 'INTIMACION'   TO CAR-ETAPA
              WHEN COB-BLOQUEADA
                 MOVE 'BLOQUEADA'    TO CAR-ETAPA
              WHEN COB-CASTIGADA
                 MOVE 'CASTIGADA'    TO CAR-ETAPA
              WHEN COB-REGULARIZADA
                 MOVE 'REGULARIZADA' TO CAR-ETAPA
              WHEN COB-RECUPERADA
                 MOVE 'RECUPERADA'   TO CAR-ETAPA
              WHEN OTHER
                 MOVE COB-ETAPA      TO CAR-ETAPA
           END-EVALUATE.

       F-3850-DESCRIBIR-ETAPA. EXIT.

      ***** TOTAL DE LA SUCURSAL ANTERIOR AL CAMBIAR DE SUCURSAL ******
       3900-CORTE-SUCURSAL.

           IF WS-SIN-SUCURSAL
              GO TO F-3900-CORTE-SUCURSAL
           END-IF.

           MOVE WS-SUC-ACTUAL TO WS-STO-SUCURSAL.
           MOVE WS-CASOS-SUC  TO WS-STO-CASOS.
           MOVE AC-SALDO-SUC  TO WS-STO-SALDO.
           WRITE REG-LISTADO FROM WS-REG-SUCTOT AFTER 2.

           MOVE ZEROS TO WS-CASOS-SUC.
           MOVE ZEROS TO AC-SALDO-SUC.
           SET WS-SIN-SUCURSAL TO TRUE.

       F-3900-CORTE-SUCURSAL. EXIT.

      **************************************
      *                                    *
      *  RECUPERO: CREDITOS INGRESADOS EN  *
      *  CUENTAS CASTIGADAS                *
      *                                    *
      **************************************
       4000-INICIO-RECUPERO.

           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-INICIO-RECUPERO
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.

           MOVE 'RECUPEROS DE CUENTAS CASTIGADAS AL          '
                TO WS-TIT-TEXTO.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-REG-RECUCAB AFTER 1.

           MOVE LOW-VALUES TO KEY-REC.
           START RECUPERO KEY IS NOT LESS THAN KEY-REC
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-4000-INICIO-RECUPERO. EXIT.

      ***** EL SALDO ACREEDOR DE LA CUENTA SE APLICA AL PENDIENTE *****
       4100-APLICAR-RECUPERO.

           READ RECUPERO NEXT INTO WS-REG-RECUPERO.

           EVALUATE FS-REC
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-APLICAR-RECUPERO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RECUPERO = ' FS-REC
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-APLICAR-RECUPERO
           END-EVALUATE.

      * UN RECUPERO YA APLICADO HOY NO SE VUELVE A TOMAR EN UN RERUN *
           IF REC-RECUPERADO
              OR REC-FEC-ULT-RECUP IS EQUAL WS-FECHA-HOY-8
              GO TO F-4100-APLICAR-RECUPERO
           END-IF.

           MOVE REC-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE REC-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SALDO INTO :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN +100
                 DISPLAY '* CUENTA CASTIGADA INEXISTENTE - '
                         REC-TIPCUEN ' ' REC-NROCUEN
                 GO TO F-4100-APLICAR-RECUPERO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CUEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-APLICAR-RECUPERO
           END-EVALUATE.

           IF DB-CU-SALDO NOT GREATER ZEROS
              GO TO F-4100-APLICAR-RECUPERO
           END-IF.

           IF DB-CU-SALDO IS LESS THAN REC-IMP-PENDIENTE
              MOVE DB-CU-SALDO TO WS-IMP-RECUPERO
           ELSE
              MOVE REC-IMP-PENDIENTE TO WS-IMP-RECUPERO
           END-IF.

           MOVE REC-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE REC-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - WS-IMP-RECUPERO.
           MOVE 'PGMVGM15'         TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-RECUPERO TO LK-PS-CODMOV.
           MOVE 'R'                TO WS-REF-EVENTO.
           MOVE WS-FECHA-HOY-8     TO WS-REF-FECHA.
           MOVE REC-SUCUEN         TO WS-REF-SUCUEN.
           MOVE REC-TIPCUEN        TO WS-REF-TIPCUEN.
           MOVE REC-NROCUEN        TO WS-REF-NROCUEN.
           MOVE WS-REF-POSTEO      TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8     TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 CONTINUE
              WHEN LK-PS-YA-POSTEADO
                 DISPLAY '* RECUPERO YA POSTEADO HOY - CUENTA '
                         REC-NROCUEN
                 GO TO F-4100-APLICAR-RECUPERO
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO RECUPERO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-APLICAR-RECUPERO
              WHEN OTHER
      * EMBARGO O SUCESION: EL CREDITO QUEDA EN LA CUENTA *
                 DISPLAY '* RECUPERO RETENIDO - CUENTA ' REC-NROCUEN
                         ' STATUS ' LK-STATUS-POSTEO
                 GO TO F-4100-APLICAR-RECUPERO
           END-EVALUATE.

           ADD WS-IMP-RECUPERO TO REC-IMP-RECUPERADO.
           SUBTRACT WS-IMP-RECUPERO FROM REC-IMP-PENDIENTE.
           MOVE WS-FECHA-HOY-8 TO REC-FEC-ULT-RECUP.
           ADD 1 TO WS-TOT-RECUPERO.
           ADD WS-IMP-RECUPERO TO AC-TOT-RECUPERO.

           IF REC-IMP-PENDIENTE IS EQUAL ZEROS
              SET REC-RECUPERADO TO TRUE
              ADD 1 TO WS-TOT-REC-TOT
              PERFORM 4200-CERRAR-CASO THRU F-4200-CERRAR-CASO
           END-IF.

           REWRITE REG-RECUPERO FROM WS-REG-RECUPERO.
           IF FS-REC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE RECUPERO = ' FS-REC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4100-APLICAR-RECUPERO
           END-IF.

           MOVE REC-SUCUEN         TO WS-RCL-SUCURSAL.
           MOVE REC-TIPCUEN        TO WS-RCL-TIPCUEN.
           MOVE REC-NROCUEN        TO WS-RCL-NROCUEN.
           MOVE REC-FEC-CASTIGO    TO WS-RCL-FEC-CAST.
           MOVE REC-IMP-CASTIGO    TO WS-RCL-CASTIGO.
           MOVE WS-IMP-RECUPERO    TO WS-RCL-RECUPERO.
           MOVE REC-IMP-PENDIENTE  TO WS-RCL-PENDIENTE.
           IF REC-RECUPERADO
              MOVE 'RECUPERO TOTAL'   TO WS-RCL-ESTADO
           ELSE
              MOVE 'RECUPERO PARCIAL' TO WS-RCL-ESTADO
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-RECULIN AFTER 1.

       F-4100-APLICAR-RECUPERO. EXIT.

      ***** CASTIGO RECUPERADO POR COMPLETO: SE DESBLOQUEA LA CUENTA **
       4200-CERRAR-CASO.

           MOVE REC-SUCUEN  TO COB-SUCUEN.
           MOVE REC-TIPCUEN TO COB-TIPCUEN.
           MOVE REC-NROCUEN TO COB-NROCUEN.
           MOVE COB-CLAVE   TO KEY-COB.

           READ COBRANZA INTO WS-REG-COBRANZA.

           EVALUATE FS-COB
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 GO TO F-4200-CERRAR-CASO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA COBRANZA = ' FS-COB
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4200-CERRAR-CASO
           END-EVALUATE.

           IF NOT COB-CASTIGADA
              GO TO F-4200-CERRAR-CASO
           END-IF.

           SET COB-RECUPERADA TO TRUE.
           MOVE WS-FECHA-HOY-8 TO COB-FEC-ETAPA.

           REWRITE REG-COBRANZA FROM WS-REG-COBRANZA.
           IF FS-COB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE COBRANZA = ' FS-COB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-CERRAR-CASO. EXIT.

      **************************************
      *                                    *
      *  CASTIGO: EL SALDO DEUDOR SE       *
      *  CANCELA CONTRA QUEBRANTOS Y PASA  *
      *  AL REGISTRO DE RECUPERO           *
      *                                    *
      **************************************
       5000-CASTIGAR.

      * SE CASTIGA EL SALDO ACTUAL, NO EL QUE TRAJO DDALENEG *
           MOVE COB-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE COB-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SALDO INTO :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN +100
                 ADD 1 TO WS-TOT-CAS-RECH
                 MOVE 'CASTIGO - CTA INEXIST.' TO WS-CAL-ACCION
                 GO TO F-5000-CASTIGAR
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CUEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE CONSULTA' TO WS-CAL-ACCION
                 GO TO F-5000-CASTIGAR
           END-EVALUATE.

           IF DB-CU-SALDO NOT LESS ZEROS
              SET COB-REGULARIZADA TO TRUE
              MOVE WS-FECHA-HOY-8 TO COB-FEC-ETAPA
              MOVE 'REGULARIZADA' TO WS-CAL-ACCION
              ADD 1 TO WS-TOT-REGULAR
              GO TO F-5000-CASTIGAR
           END-IF.

           COMPUTE WS-IMP-CASTIGO = ZEROS - DB-CU-SALDO.

           MOVE COB-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE COB-NROCUEN TO LK-PS-NROCUEN.
           MOVE WS-IMP-CASTIGO    TO LK-PS-IMPORTE.
           MOVE 'PGMVGM15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-CASTIGO TO LK-PS-CODMOV.
           MOVE 'K'               TO WS-REF-EVENTO.
           MOVE WS-FECHA-HOY-8    TO WS-REF-FECHA.
           MOVE COB-SUCUEN        TO WS-REF-SUCUEN.
           MOVE COB-TIPCUEN       TO WS-REF-TIPCUEN.
           MOVE COB-NROCUEN       TO WS-REF-NROCUEN.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO OR LK-PS-YA-POSTEADO
                 CONTINUE
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO CASTIGO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE POSTEO' TO WS-CAL-ACCION
                 GO TO F-5000-CASTIGAR
              WHEN OTHER
                 ADD 1 TO WS-TOT-CAS-RECH
                 DISPLAY '* CASTIGO RECHAZADO - CUENTA ' COB-NROCUEN
                         ' STATUS ' LK-STATUS-POSTEO
                 MOVE 'CASTIGO RECHAZADO' TO WS-CAL-ACCION
                 GO TO F-5000-CASTIGAR
           END-EVALUATE.

           SET COB-CASTIGADA TO TRUE.
           SET WS-CASO-AVANZA TO TRUE.
           MOVE WS-IMP-CASTIGO TO COB-IMP-CASTIGO.
           ADD 1 TO WS-TOT-CASTIGO.
           ADD WS-IMP-CASTIGO TO AC-TOT-CASTIGO.
           MOVE 'CASTIGO A QUEBRANTOS' TO WS-CAL-ACCION.

           MOVE SPACES TO WS-REG-RECUPERO.
           MOVE COB-SUCUEN     TO REC-SUCUEN.
           MOVE COB-TIPCUEN    TO REC-TIPCUEN.
           MOVE COB-NROCUEN    TO REC-NROCUEN.
           MOVE WS-FECHA-HOY-8 TO REC-FEC-CASTIGO.
           MOVE COB-NROCLI     TO REC-NROCLI.
           MOVE WS-IMP-CASTIGO TO REC-IMP-CASTIGO.
           MOVE ZEROS          TO REC-IMP-RECUPERADO.
           MOVE WS-IMP-CASTIGO TO REC-IMP-PENDIENTE.
           MOVE ZEROS          TO REC-FEC-ULT-RECUP.
           SET REC-PENDIENTE TO TRUE.

      * '22' = ENTRADA YA ABIERTA POR UN RERUN DEL DIA *
           WRITE REG-RECUPERO FROM WS-REG-RECUPERO.
           IF FS-REC IS NOT EQUAL '00' AND FS-REC IS NOT EQUAL '22'
              DISPLAY '* ERROR EN WRITE RECUPERO = ' FS-REC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5000-CASTIGAR. EXIT.

      ***** CARTA DE LA ETAPA ALCANZADA POR EL CASO *******************
       6000-EMITIR-CARTA.

           PERFORM 3850-DESCRIBIR-ETAPA THRU F-3850-DESCRIBIR-ETAPA.
           MOVE WS-FECHA-HOY-8 TO CAR-FECHA.
           MOVE COB-SUCUEN     TO CAR-SUCUEN.
           MOVE COB-TIPCUEN    TO CAR-TIPCUEN.
           MOVE COB-NROCUEN    TO CAR-NROCUEN.
           MOVE COB-NROCLI     TO CAR-NROCLI.
           MOVE COB-NOMAPE     TO CAR-NOMAPE.
           MOVE COB-SALDO      TO CAR-SALDO.
           MOVE COB-DIAS       TO CAR-DIAS.

           WRITE REG-CARTAS FROM WS-REG-CARTA.
           IF FS-CAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARTAS = ' FS-CAR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-CARTAS
           END-IF.

       F-6000-EMITIR-CARTA. EXIT.

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

           DISPLAY 'ALERTAS LEIDAS          = ' WS-TOT-LEIDAS.
           DISPLAY 'ALERTAS INVALIDAS       = ' WS-TOT-INVALID.
           DISPLAY 'CASOS NUEVOS            = ' WS-TOT-NUEVOS.
           DISPLAY 'CASOS EN GESTION        = ' WS-TOT-GESTION.
           DISPLAY 'RECORDATORIOS           = ' WS-TOT-RECORD.
           DISPLAY 'INTIMACIONES            = ' WS-TOT-INTIMA.
           DISPLAY 'BLOQUEOS                = ' WS-TOT-BLOQUEO.
           DISPLAY 'CASTIGOS                = ' WS-TOT-CASTIGO.
           MOVE AC-TOT-CASTIGO TO WS-IMP-EDIT.
           DISPLAY 'IMPORTE CASTIGADO       = ' WS-IMP-EDIT.
           DISPLAY 'CASTIGOS RECHAZADOS     = ' WS-TOT-CAS-RECH.
           DISPLAY 'CASOS REGULARIZADOS     = ' WS-TOT-REGULAR.
           DISPLAY 'RECUPEROS APLICADOS     = ' WS-TOT-RECUPERO.
           MOVE AC-TOT-RECUPERO TO WS-IMP-EDIT.
           DISPLAY 'IMPORTE RECUPERADO      = ' WS-IMP-EDIT.
           DISPLAY 'CASTIGOS RECUPERADOS    = ' WS-TOT-REC-TOT.
           DISPLAY 'CARTAS EMITIDAS         = ' WS-TOT-CARTAS.

           CLOSE ALERTNEG
              IF FS-NEG IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ALERTNEG = ' FS-NEG
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE COBRANZA
              IF FS-COB IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE COBRANZA = ' FS-COB
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE RECUPERO
              IF FS-REC IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE RECUPERO = ' FS-REC
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CARTAS
              IF FS-CAR IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CARTAS = ' FS-CAR
                MOVE 9999 TO RETURN-CODE
              END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-INVALID > ZEROS OR WS-TOT-CAS-RECH > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVGM15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-GESTION  TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = WS-TOT-INVALID + WS-TOT-CAS-RECH.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
