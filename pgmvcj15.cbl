       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVCJ15.

      ***********************************************
      *                                             *
      *  CANJE DE CHEQUES DE OTROS BANCOS           *
      *  DEPOSITADOS POR NUESTROS CLIENTES          *
      *        TP 35 - BATCH DB2                    *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVCQ15 PAGA LOS CHEQUES DE NUESTRAS       *
      * CUENTAS QUE PRESENTAN OTROS BANCOS; EL      *
      * CIRCUITO INVERSO NO EXISTIA. ESTE PROGRAMA  *
      * LLEVA EL REGISTRO DDCANJE (CPCANJE) DE LOS  *
      * CHEQUES DE OTROS BANCOS DEPOSITADOS EN      *
      * VENTANILLA Y CADA NOCHE, EN ESTE ORDEN:     *
      *                                             *
      *  1. APLICA LOS RECHAZOS DEVUELTOS POR LA    *
      *     CAMARA (DDCANREC, CPCANSAL): CON EL     *
      *     CREDITO TODAVIA PENDIENTE SOLO SE ANULA;*
      *     SI YA SE HABIA ACREDITADO SE DEBITA EL  *
      *     CHEQUE. EN AMBOS CASOS SE COBRA LA      *
      *     COMISION DE RECHAZO DE PARAMETROS Y SE  *
      *     EMITE EL AVISO AL CLIENTE DEPOSITANTE   *
      *     (DDAVICHQ)                              *
      *  2. REGISTRA LOS DEPOSITOS CAPTURADOS EN    *
      *     VENTANILLA (DDDEPCHQ): BANCO GIRADO,    *
      *     NUMERO, IMPORTE Y CUENTA DEPOSITANTE,   *
      *     CON EL OPERADOR HABILITADO PARA LA      *
      *     FUNCION 'CJ' EN LA SUCURSAL (PGMVOP15)  *
      *  3. RECORRE EL REGISTRO: LO INGRESADO SALE  *
      *     EN EL ARCHIVO DE CANJE DDCANSAL, UN     *
      *     LOTE POR ENTIDAD GIRADA, CON LA FECHA   *
      *     DE ACREDITACION AL CABO DEL PLAZO DE    *
      *     CANJE EN DIAS HABILES (PGMVBD15); LO    *
      *     ENVIADO CUYO PLAZO VENCIO SE ACREDITA   *
      *     EN LA CUENTA (PGMVPS15), Y SE           *
      *     REINTENTAN LOS DEBITOS DE RECHAZO QUE   *
      *     QUEDARON PENDIENTES                     *
      *                                             *
      * SIN ARCHIVO DE RECHAZOS NO SE LIBERA NINGUN *
      * CREDITO (PODRIA HABER UN RECHAZO SIN        *
      * APLICAR) Y LA CORRIDA TERMINA CON RC 0004.  *
      * UN REPROCESO DEL MISMO DIA VUELVE A ARMAR   *
      * EL ARCHIVO DE CANJE CON LO ENVIADO HOY; LAS *
      * REFERENCIAS DE POSTEO EVITAN ACREDITAR O    *
      * DEBITAR DOS VECES                           *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CANJE ASSIGN DDCANJE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CANJE
                    FILE STATUS IS FS-CJE.

      * CHEQUES DE OTROS BANCOS CAPTURADOS EN VENTANILLA *
             SELECT DEPOSITO ASSIGN DDDEPCHQ
                    FILE STATUS IS FS-DEP.

      * CHEQUES RECHAZADOS DEVUELTOS POR LA CAMARA *
             SELECT CANREC ASSIGN DDCANREC
                    FILE STATUS IS FS-REC.

      * ARCHIVO DE CANJE A LA CAMARA, UN LOTE POR ENTIDAD *
             SELECT CANSAL ASSIGN DDCANSAL
                    FILE STATUS IS FS-SAL.

      * AVISOS DE RECHAZO A LOS CLIENTES DEPOSITANTES *
             SELECT AVISOS ASSIGN DDAVICHQ
                    FILE STATUS IS FS-AVI.

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

       FD CANJE.

       01 REG-CANJE.
           03 KEY-CANJE     PIC X(25).
           03 FILLER        PIC X(125).

       FD DEPOSITO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DEPOSITO      PIC X(80).

       FD CANREC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CANREC        PIC X(80).

       FD CANSAL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CANSAL        PIC X(80).

       FD AVISOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AVISOS        PIC X(132).

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

       01 REG-PARAMETROS    PIC X(16).

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
       77  FS-CJE           PIC XX    VALUE SPACES.
       77  FS-DEP           PIC XX    VALUE SPACES.
       77  FS-REC           PIC XX    VALUE SPACES.
       77  FS-SAL           PIC XX    VALUE SPACES.
       77  FS-AVI           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPCANJE.
           COPY CPCANSAL.
           COPY CPRESUMEN.

      * PLAZO DE CANJE EN DIAS HABILES, COMISION POR CHEQUE RECHAZADO,*
      * ENTIDAD PROPIA (CEROS = NO SE CONTROLA) Y MONEDA DE LAS       *
      * CUENTAS QUE PUEDEN RECIBIR CHEQUES ****************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-PLAZO-CANJE   PIC 9(02)     VALUE 02.
           03  WS-PAR-COMISION      PIC 9(07)V99  VALUE 500.
           03  WS-PAR-ENTIDAD       PIC 9(03)     VALUE ZEROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 99        VALUE 02.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * FIN DE LA FUENTE EN CURSO (RECHAZOS / DEPOSITOS / REGISTRO) *
       01  WS-STATUS-FUENTE PIC X.
           88  WS-FIN-FUENTE          VALUE 'Y'.
           88  WS-NO-FIN-FUENTE       VALUE 'N'.

      * SIN ARCHIVO DE RECHAZOS NO SE LIBERAN CREDITOS *
       01  WS-SW-LIBERAR    PIC X(01)  VALUE 'S'.
           88  WS-LIBERAR-CREDITOS     VALUE 'S'.
           88  WS-RETENER-CREDITOS     VALUE 'N'.

       01  WS-SW-DEPOSITOS  PIC X(01)  VALUE 'N'.
           88  WS-DEPOSITOS-ABIERTO    VALUE 'S'.
           88  WS-DEPOSITOS-AUSENTE    VALUE 'N'.

       01  WS-SW-LOTE       PIC X(01)  VALUE 'N'.
           88  WS-LOTE-ABIERTO         VALUE 'S'.
           88  WS-SIN-LOTE             VALUE 'N'.

       01  WS-SW-CAMBIO     PIC X(01)  VALUE 'N'.
           88  WS-REGISTRO-CAMBIADO    VALUE 'S'.
           88  WS-REGISTRO-SIN-CAMBIO  VALUE 'N'.

      * DEPOSITO DE UN CHEQUE DE OTRO BANCO CAPTURADO EN VENTANILLA *
       01  WS-REG-DEPCHQ.
           03  DCH-SUCURSAL       PIC 9(03).
           03  DCH-OPERADOR       PIC X(08).
           03  DCH-TIPCUEN        PIC 9(02).
           03  DCH-NROCUEN        PIC 9(15).
           03  DCH-CLAVE.
               05  DCH-ENTIDAD    PIC 9(03).
               05  DCH-SUC-GIRADA PIC 9(03).
               05  DCH-CTA-GIRADA PIC 9(11).
               05  DCH-NRO-CHEQUE PIC 9(08).
           03  DCH-IMPORTE        PIC 9(09)V99.
      *    CEROS = FECHA DE PROCESO                                  *
           03  DCH-FEC-DEPOSITO   PIC 9(08).
           03  FILLER             PIC X(08).

       77  WS-FEC-HOY         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-ACREDITA    PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-AUX         PIC 9(08)  VALUE ZEROS.
       77  WS-ENTERO-FECHA    PIC 9(09)  VALUE ZEROS.
       77  WS-ENTERO-AUX      PIC 9(09)  VALUE ZEROS.
       77  WS-COCIENTE        PIC 9(09)  VALUE ZEROS.
       77  WS-RESTO           PIC 9(01)  VALUE ZEROS.
       77  WS-IND-DIA         PIC 9(02)  VALUE ZEROS.

       77  WS-ENTIDAD-LOTE    PIC 9(03)  VALUE ZEROS.
       77  WS-LOTE-CANT       PIC 9(07)  VALUE ZEROS.
       77  WS-LOTE-IMPORTE    PIC 9(13)V99 VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * CODIGOS DDCODMOV: ACREDITACION DEL CHEQUE, DEBITO DEL CHEQUE  *
      * RECHAZADO YA ACREDITADO Y COMISION DE RECHAZO *****************
       77  WS-CODMOV-ACREDITA PIC X(03) VALUE 'CJA'.
       77  WS-CODMOV-RECHAZO  PIC X(03) VALUE 'CJR'.
       77  WS-CODMOV-COMISION PIC X(03) VALUE 'CJC'.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: TIPO DE POSTEO +       *
      * PRESENTACION + CHEQUE - CADA POSTEO SE APLICA UNA SOLA VEZ ****
       01  WS-REF-POSTEO.
           03  WS-REF-TIPO        PIC X(01)  VALUE SPACES.
           03  WS-REF-PRESENTA    PIC 9(01)  VALUE ZEROS.
           03  WS-REF-ENTIDAD     PIC 9(03)  VALUE ZEROS.
           03  WS-REF-CTA-GIRADA  PIC 9(11)  VALUE ZEROS.
           03  WS-REF-CHEQUE      PIC 9(08)  VALUE ZEROS.

      * AUTORIZACION DEL OPERADOR DE VENTANILLA (RUTINA COMPARTIDA) ***
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

      * CALENDARIO DE DIAS HABILES (RUTINA COMPARTIDA) ****************
       01  WS-PGMVBD15      PIC X(8)  VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

       77  WS-TOT-REC-LEIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECHAZADOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REC-SIN-CHQ   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REC-REPETIDOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DEP-LEIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DEPOSITOS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ENVIADOS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LOTES         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ACREDITADOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PENDIENTES    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NO-APLICADOS  PIC 9(07) VALUE ZEROS.
       77  WS-IMP-ENVIADO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-IMP-ACREDITADO    PIC 9(13)V99 VALUE ZEROS.
       77  WS-IMP-RECHAZADO     PIC 9(13)V99 VALUE ZEROS.
       77  WS-IMP-COMISIONES    PIC 9(13)V99 VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
            'CANJE DE CHEQUES DE OTROS BANCOS -                '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(05)    VALUE SPACES.
           03  FILLER        PIC X(26)    VALUE
                   'ACREDITACION DE LO ENVIADO'.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-TIT-ACREDITA PIC 9(08)  VALUE ZEROS.
           03  FILLER        PIC X(34)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(10)    VALUE 'EVENTO'.
           03  FILLER        PIC X(04)    VALUE 'ENT'.
           03  FILLER        PIC X(04)    VALUE 'SUC'.
           03  FILLER        PIC X(12)    VALUE 'CTA GIRADA'.
           03  FILLER        PIC X(09)    VALUE 'CHEQUE'.
           03  FILLER        PIC X(19)    VALUE 'CUENTA DEPOSITANTE'.
           03  FILLER        PIC X(16)    VALUE '         IMPORTE'.
           03  FILLER        PIC X(05)    VALUE ' MOT'.
           03  FILLER        PIC X(53)    VALUE ' ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-EVENTO      PIC X(09)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-ENTIDAD     PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-SUC-GIRADA  PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-CTA-GIRADA  PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-CHEQUE      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE '-'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DET-MOTIVO      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DET-ACCION      PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(13)    VALUE SPACES.

      * LOTE DEL ARCHIVO DE CANJE POR ENTIDAD GIRADA *
       01  WS-REG-LOTE.
           03  FILLER             PIC X(24)    VALUE
                   'LOTE DE CANJE - ENTIDAD '.
           03  WS-LOT-ENTIDAD     PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(12)    VALUE '   CHEQUES: '.
           03  WS-LOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(12)    VALUE '   IMPORTE: '.
           03  WS-LOT-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(56)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-TOT-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(75)    VALUE SPACES.

      * AVISO AL CLIENTE DEPOSITANTE (UNA HOJA POR CHEQUE) *
       01  WS-AVI-TITULO.
           03  FILLER             PIC X(50)    VALUE
            'AVISO DE CHEQUE DEPOSITADO RECHAZADO - FECHA      '.
           03  WS-AVT-FECHA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(74)    VALUE SPACES.

       01  WS-AVI-LINEA.
           03  WS-AVL-ROTULO      PIC X(24)    VALUE SPACES.
           03  WS-AVL-TEXTO       PIC X(108)   VALUE SPACES.

       01  WS-AVI-CLIENTE.
           03  WS-AVC-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE '/'.
           03  WS-AVC-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-AVC-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(62)    VALUE SPACES.

       01  WS-AVI-CUENTA.
           03  WS-AVU-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE '-'.
           03  WS-AVU-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(12)    VALUE '  SUCURSAL '.
           03  WS-AVU-SUCUEN      PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(75)    VALUE SPACES.

       01  WS-AVI-CHEQUE.
           03  WS-AVQ-CHEQUE      PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(08)    VALUE '  BANCO '.
           03  WS-AVQ-ENTIDAD     PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  SUC '.
           03  WS-AVQ-SUC-GIRADA  PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(09)    VALUE '  CUENTA '.
           03  WS-AVQ-CTA-GIRADA  PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(17)    VALUE
                   '  DEPOSITADO EL '.
           03  WS-AVQ-FEC-DEP     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(35)    VALUE SPACES.

       01  WS-AVI-IMPORTE.
           03  WS-AVM-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(94)    VALUE SPACES.

       01  WS-AVI-MOTIVO.
           03  WS-AVO-CODIGO      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(03)    VALUE ' - '.
           03  WS-AVO-DESCRIPCION PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(63)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) ********
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

           PERFORM 2000-RECHAZOS THRU F-2000-RECHAZOS.

           PERFORM 3000-DEPOSITOS THRU F-3000-DEPOSITOS.

           PERFORM 4000-RECORRER-REGISTRO
                   THRU F-4000-RECORRER-REGISTRO.

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
           MOVE LK-FP-FECHA-8 TO WS-FEC-HOY.
           SET WS-NO-FIN-LECTURA TO TRUE.
           MOVE ZEROS TO LK-PS-CTP-TIPCUEN LK-PS-CTP-NROCUEN.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-PLAZO-CANJE IS NOT NUMERIC
              OR WS-PAR-PLAZO-CANJE IS EQUAL ZEROS
              MOVE 02 TO WS-PAR-PLAZO-CANJE
           END-IF.
           IF WS-PAR-COMISION IS NOT NUMERIC
              MOVE 500 TO WS-PAR-COMISION
           END-IF.
           IF WS-PAR-ENTIDAD IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-ENTIDAD
           END-IF.
           IF WS-PAR-MONEDA-LOCAL IS NOT NUMERIC
              MOVE 02 TO WS-PAR-MONEDA-LOCAL
           END-IF.

           PERFORM 1300-PLAZO-CANJE THRU F-1300-PLAZO-CANJE.

           OPEN I-O CANJE.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-CJE IS EQUAL '35'
              OPEN OUTPUT CANJE
              IF FS-CJE IS EQUAL '00'
                 CLOSE CANJE
                 OPEN I-O CANJE
              END-IF
           END-IF.
           IF FS-CJE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CANJE = ' FS-CJE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT CANSAL.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CANSAL = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AVISOS.
           IF FS-AVI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AVISOS = ' FS-AVI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      * UN DIA SIN RECHAZOS LA CAMARA IGUAL ENVIA EL ARCHIVO VACIO;  *
      * SI NO LLEGO, LOS CREDITOS PENDIENTES QUEDAN RETENIDOS ********
           OPEN INPUT CANREC.
           IF FS-REC IS NOT EQUAL '00'
              DISPLAY '* RECHAZOS DDCANREC NO DISPONIBLES = ' FS-REC
              DISPLAY '* NO SE LIBERAN CREDITOS PENDIENTES'
              SET WS-RETENER-CREDITOS TO TRUE
           END-IF.

           OPEN INPUT DEPOSITO.
           IF FS-DEP IS EQUAL '00'
              SET WS-DEPOSITOS-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDDEPCHQ NO DISPONIBLE - SIN DEPOSITOS = '
                      FS-DEP
           END-IF.

           MOVE WS-FEC-HOY      TO WS-TIT-FECHA.
           MOVE WS-FEC-ACREDITA TO WS-TIT-ACREDITA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           DISPLAY 'ACREDITACION DE LO ENVIADO HOY = ' WS-FEC-ACREDITA.

       F-1000-INICIO.   EXIT.

      ***** FECHA DE ACREDITACION DE LO QUE SE ENVIA HOY: EL PLAZO ****
      ***** DE CANJE EN DIAS HABILES (PGMVBD15); SIN CALENDARIO SE ****
      ***** CUENTAN LOS DIAS DE LUNES A VIERNES ***********************
       1300-PLAZO-CANJE.

           MOVE WS-FEC-HOY TO WS-FEC-ACREDITA.

           PERFORM 1310-HABIL-SIGUIENTE THRU F-1310-HABIL-SIGUIENTE
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA > WS-PAR-PLAZO-CANJE.

       F-1300-PLAZO-CANJE. EXIT.

       1310-HABIL-SIGUIENTE.

           MOVE WS-FEC-ACREDITA TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.

           IF LK-BD-SIN-CALENDARIO
              OR LK-BD-SIGUIENTE IS EQUAL ZEROS
              COMPUTE WS-ENTERO-FECHA =
                      FUNCTION INTEGER-OF-DATE(WS-FEC-ACREDITA)
              PERFORM 1320-DIA-SIGUIENTE THRU F-1320-DIA-SIGUIENTE
              PERFORM 1320-DIA-SIGUIENTE THRU F-1320-DIA-SIGUIENTE
                      UNTIL WS-RESTO IS LESS THAN 5
              MOVE WS-FEC-AUX TO WS-FEC-ACREDITA
           ELSE
              MOVE LK-BD-SIGUIENTE TO WS-FEC-ACREDITA
           END-IF.

       F-1310-HABIL-SIGUIENTE. EXIT.

      ***** DIA CORRIDO SIGUIENTE Y SU DIA DE SEMANA (0 = LUNES: EL ***
      ***** DIA 1 DEL CALENDARIO ENTERO, 01/01/1601, FUE LUNES) *******
       1320-DIA-SIGUIENTE.

           ADD 1 TO WS-ENTERO-FECHA.
           COMPUTE WS-FEC-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).
           COMPUTE WS-ENTERO-AUX = WS-ENTERO-FECHA - 1.
           DIVIDE WS-ENTERO-AUX BY 7
                  GIVING WS-COCIENTE REMAINDER WS-RESTO.

       F-1320-DIA-SIGUIENTE. EXIT.

      **************************************
      *                                    *
      *  RECHAZOS DEVUELTOS POR LA CAMARA  *
      *                                    *
      **************************************
       2000-RECHAZOS.

           IF WS-FIN-LECTURA OR WS-RETENER-CREDITOS
              GO TO F-2000-RECHAZOS
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 2100-LEER-RECHAZO THRU F-2100-LEER-RECHAZO.
           PERFORM 2200-APLICAR-RECHAZO THRU F-2200-APLICAR-RECHAZO
                   UNTIL WS-FIN-FUENTE.

           CLOSE CANREC.

       F-2000-RECHAZOS. EXIT.

       2100-LEER-RECHAZO.

           READ CANREC INTO WS-REG-CANSAL.
           EVALUATE FS-REC
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA CANREC : ' FS-REC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LEER-RECHAZO. EXIT.

      * CABECERAS Y TRAILERS DE LOTE NO SE APLICAN *
       2200-APLICAR-RECHAZO.

           IF NOT CSA-DETALLE
              GO TO F-2200-LEER-SIGUIENTE
           END-IF.

           ADD 1 TO WS-TOT-REC-LEIDOS.
           MOVE SPACES TO WS-REG-DETALLE.
           MOVE 'RECHAZO'  TO WS-DET-EVENTO.
           MOVE ZEROS TO WS-DET-ENTIDAD WS-DET-SUC-GIRADA
                         WS-DET-CTA-GIRADA WS-DET-CHEQUE
                         WS-DET-TIPCUEN WS-DET-NROCUEN WS-DET-IMPORTE.

           IF CSA-ENTIDAD IS NOT NUMERIC
              OR CSA-SUC-GIRADA IS NOT NUMERIC
              OR CSA-CTA-GIRADA IS NOT NUMERIC
              OR CSA-NRO-CHEQUE IS NOT NUMERIC
              ADD 1 TO WS-TOT-REC-SIN-CHQ
              MOVE 'RECHAZO CON CAMPOS NO NUMERICOS' TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
              GO TO F-2200-LEER-SIGUIENTE
           END-IF.

           MOVE CSA-ENTIDAD    TO CJE-ENTIDAD.
           MOVE CSA-SUC-GIRADA TO CJE-SUC-GIRADA.
           MOVE CSA-CTA-GIRADA TO CJE-CTA-GIRADA.
           MOVE CSA-NRO-CHEQUE TO CJE-NRO-CHEQUE.
           MOVE CJE-CLAVE      TO KEY-CANJE.
           MOVE CSA-ENTIDAD    TO WS-DET-ENTIDAD.
           MOVE CSA-SUC-GIRADA TO WS-DET-SUC-GIRADA.
           MOVE CSA-CTA-GIRADA TO WS-DET-CTA-GIRADA.
           MOVE CSA-NRO-CHEQUE TO WS-DET-CHEQUE.
           MOVE CSA-MOTIVO     TO WS-DET-MOTIVO.

           READ CANJE INTO WS-REG-CANJE.

           EVALUATE FS-CJE
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 ADD 1 TO WS-TOT-REC-SIN-CHQ
                 IF CSA-IMPORTE IS NUMERIC
                    MOVE CSA-IMPORTE TO WS-DET-IMPORTE
                 END-IF
                 MOVE 'RECHAZO DE UN CHEQUE NO DEPOSITADO'
                      TO WS-DET-ACCION
                 WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
                 GO TO F-2200-LEER-SIGUIENTE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CANJE = ' FS-CJE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-FUENTE TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2200-APLICAR-RECHAZO
           END-EVALUATE.

           MOVE CJE-TIPCUEN    TO WS-DET-TIPCUEN.
           MOVE CJE-NROCUEN    TO WS-DET-NROCUEN.
           MOVE CJE-IMPORTE    TO WS-DET-IMPORTE.

      * UN REPROCESO TRAE DE NUEVO LOS RECHAZOS YA APLICADOS *
           IF CJE-RECHAZADO
              ADD 1 TO WS-TOT-REC-REPETIDOS
              GO TO F-2200-LEER-SIGUIENTE
           END-IF.

           IF CJE-INGRESADO
              ADD 1 TO WS-TOT-REC-SIN-CHQ
              MOVE 'RECHAZO DE UN CHEQUE NO ENVIADO AL CANJE'
                   TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
              GO TO F-2200-LEER-SIGUIENTE
           END-IF.

           ADD 1 TO WS-TOT-RECHAZADOS.
           ADD CJE-IMPORTE TO WS-IMP-RECHAZADO.

      * CON EL CREDITO PENDIENTE ALCANZA CON ANULARLO; ACREDITADO     *
      * HAY QUE DEBITAR EL CHEQUE DE LA CUENTA ***********************
           IF CJE-ACREDITADO
              MOVE 'S' TO CJE-PEND-DEBITO
              MOVE 'IMPORTE DEBITADO DE LA CUENTA' TO WS-DET-ACCION
           ELSE
              MOVE 'N' TO CJE-PEND-DEBITO
              MOVE 'CREDITO PENDIENTE ANULADO' TO WS-DET-ACCION
           END-IF.

           SET CJE-RECHAZADO    TO TRUE.
           MOVE WS-FEC-HOY      TO CJE-FEC-ESTADO.
           MOVE CSA-MOTIVO      TO CJE-MOTIVO-RECHAZO.
           MOVE WS-PAR-COMISION TO CJE-COMISION.
           IF CJE-COMISION IS GREATER THAN ZEROS
              MOVE 'S' TO CJE-PEND-COMISION
           ELSE
              MOVE 'N' TO CJE-PEND-COMISION
           END-IF.

           IF CJE-DEBITO-PENDIENTE
              PERFORM 4500-DEBITAR-CHEQUE THRU F-4500-DEBITAR-CHEQUE
              IF CJE-DEBITO-PENDIENTE
                 MOVE 'DEBITO NO APLICADO - SE REINTENTA'
                      TO WS-DET-ACCION
              END-IF
           END-IF.

           IF CJE-COMISION-PENDIENTE
              PERFORM 4600-COBRAR-COMISION THRU F-4600-COBRAR-COMISION
           END-IF.

           PERFORM 4900-REGRABAR THRU F-4900-REGRABAR.
           IF WS-FIN-LECTURA
              SET WS-FIN-FUENTE TO TRUE
              GO TO F-2200-APLICAR-RECHAZO
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.
           PERFORM 7000-AVISO-CLIENTE THRU F-7000-AVISO-CLIENTE.

       F-2200-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LEER-RECHAZO THRU F-2100-LEER-RECHAZO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-2200-APLICAR-RECHAZO. EXIT.

      **************************************
      *                                    *
      *  DEPOSITOS CAPTURADOS EN VENTANILLA*
      *                                    *
      **************************************
       3000-DEPOSITOS.

           IF WS-FIN-LECTURA OR WS-DEPOSITOS-AUSENTE
              GO TO F-3000-DEPOSITOS
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           PERFORM 3100-LEER-DEPOSITO THRU F-3100-LEER-DEPOSITO.
           PERFORM 3200-REGISTRAR-DEPOSITO
                   THRU F-3200-REGISTRAR-DEPOSITO
                   UNTIL WS-FIN-FUENTE.

       F-3000-DEPOSITOS. EXIT.

       3100-LEER-DEPOSITO.

           READ DEPOSITO INTO WS-REG-DEPCHQ.
           EVALUATE FS-DEP
             WHEN '00'
              ADD 1 TO WS-TOT-DEP-LEIDOS
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA DEPOSITO : ' FS-DEP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-DEPOSITO. EXIT.

       3200-REGISTRAR-DEPOSITO.

           MOVE SPACES TO SUS-MOTIVO.

           IF DCH-SUCURSAL IS NOT NUMERIC
              OR DCH-TIPCUEN IS NOT NUMERIC
              OR DCH-NROCUEN IS NOT NUMERIC
              OR DCH-ENTIDAD IS NOT NUMERIC
              OR DCH-SUC-GIRADA IS NOT NUMERIC
              OR DCH-CTA-GIRADA IS NOT NUMERIC
              OR DCH-NRO-CHEQUE IS NOT NUMERIC
              OR DCH-IMPORTE IS NOT NUMERIC
              OR DCH-FEC-DEPOSITO IS NOT NUMERIC
              MOVE 'CAMPOS NO NUMERICOS' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3200-LEER-SIGUIENTE
           END-IF.

           IF DCH-IMPORTE IS EQUAL ZEROS
              OR DCH-NRO-CHEQUE IS EQUAL ZEROS
              OR DCH-ENTIDAD IS EQUAL ZEROS
              MOVE 'CHEQUE SIN IMPORTE O NUMERO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3200-LEER-SIGUIENTE
           END-IF.

      * EL CAJERO DEBE ESTAR HABILITADO EN LA SUCURSAL DEL DEPOSITO *
           MOVE DCH-OPERADOR TO LK-OPE-ID.
           MOVE 'CJ'         TO LK-OPE-FUNCION.
           MOVE DCH-SUCURSAL TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3200-LEER-SIGUIENTE
           END-IF.

      * UN CHEQUE PROPIO NO VA AL CANJE: LO PAGA PGMVCQ15 *
           IF WS-PAR-ENTIDAD IS NOT EQUAL ZEROS
              AND DCH-ENTIDAD IS EQUAL WS-PAR-ENTIDAD
              MOVE 'CHEQUE DE LA ENTIDAD PROPIA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3200-LEER-SIGUIENTE
           END-IF.

           MOVE DCH-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE DCH-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SUCUEN, MONEDA
                INTO :DB-CU-SUCUEN, :DB-CU-MONEDA
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 MOVE 'CUENTA DEPOSITANTE INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-3200-LEER-SIGUIENTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CUEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-FUENTE TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-REGISTRAR-DEPOSITO
           END-EVALUATE.

           IF DB-CU-MONEDA IS NOT EQUAL WS-PAR-MONEDA-LOCAL
              MOVE 'CUENTA EN OTRA MONEDA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3200-LEER-SIGUIENTE
           END-IF.

           MOVE DCH-CLAVE TO CJE-CLAVE.
           MOVE CJE-CLAVE TO KEY-CANJE.
           READ CANJE INTO WS-REG-CANJE.

      * UN CHEQUE RECHAZADO PUEDE VOLVER A DEPOSITARSE SI EL RECHAZO  *
      * ANTERIOR NO DEJO DEBITOS SIN APLICAR **************************
           EVALUATE FS-CJE
              WHEN '23'
                 INITIALIZE WS-REG-CANJE
                 MOVE DCH-CLAVE TO CJE-CLAVE
                 MOVE 1 TO CJE-NRO-PRESENTACION
              WHEN '00'
                 EVALUATE TRUE
                    WHEN NOT CJE-RECHAZADO
                       MOVE 'CHEQUE YA DEPOSITADO' TO SUS-MOTIVO
                    WHEN CJE-DEBITO-PENDIENTE
                         OR CJE-COMISION-PENDIENTE
                       MOVE 'RECHAZO ANTERIOR CON DEBITO PEND'
                            TO SUS-MOTIVO
                    WHEN CJE-NRO-PRESENTACION IS EQUAL 9
                       MOVE 'CHEQUE PRESENTADO 9 VECES'
                            TO SUS-MOTIVO
                    WHEN OTHER
                       ADD 1 TO CJE-NRO-PRESENTACION
                 END-EVALUATE
                 IF SUS-MOTIVO IS NOT EQUAL SPACES
                    PERFORM 6000-GRABAR-SUSPENSO
                            THRU F-6000-GRABAR-SUSPENSO
                    GO TO F-3200-LEER-SIGUIENTE
                 END-IF
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CANJE = ' FS-CJE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-FUENTE TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-REGISTRAR-DEPOSITO
           END-EVALUATE.

           MOVE DCH-TIPCUEN      TO CJE-TIPCUEN.
           MOVE DCH-NROCUEN      TO CJE-NROCUEN.
           MOVE DB-CU-SUCUEN     TO CJE-SUCUEN.
           MOVE DCH-SUCURSAL     TO CJE-SUC-DEPOSITO.
           MOVE DCH-IMPORTE      TO CJE-IMPORTE.
           SET CJE-INGRESADO     TO TRUE.
           IF DCH-FEC-DEPOSITO IS EQUAL ZEROS
              MOVE WS-FEC-HOY    TO CJE-FEC-DEPOSITO
           ELSE
              MOVE DCH-FEC-DEPOSITO TO CJE-FEC-DEPOSITO
           END-IF.
           MOVE ZEROS            TO CJE-FEC-ENVIO CJE-FEC-ACREDITA
                                    CJE-COMISION.
           MOVE WS-FEC-HOY       TO CJE-FEC-ESTADO.
           MOVE SPACES           TO CJE-MOTIVO-RECHAZO.
           MOVE 'N'              TO CJE-PEND-DEBITO CJE-PEND-COMISION.
           MOVE DCH-OPERADOR     TO CJE-OPERADOR.

           IF FS-CJE IS EQUAL '23'
              WRITE REG-CANJE FROM WS-REG-CANJE
           ELSE
              REWRITE REG-CANJE FROM WS-REG-CANJE
           END-IF.
           IF FS-CJE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION CANJE = ' FS-CJE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3200-REGISTRAR-DEPOSITO
           END-IF.

           ADD 1 TO WS-TOT-DEPOSITOS.
           MOVE SPACES         TO WS-REG-DETALLE.
           MOVE 'DEPOSITO'     TO WS-DET-EVENTO.
           PERFORM 7500-CLAVE-DETALLE THRU F-7500-CLAVE-DETALLE.
           IF CJE-NRO-PRESENTACION IS GREATER THAN 1
              MOVE 'NUEVA PRESENTACION DE CHEQUE RECHAZADO'
                   TO WS-DET-ACCION
           ELSE
              MOVE 'INGRESADO PARA EL CANJE' TO WS-DET-ACCION
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-3200-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3100-LEER-DEPOSITO THRU F-3100-LEER-DEPOSITO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3200-REGISTRAR-DEPOSITO. EXIT.

      **************************************
      *                                    *
      *  REGISTRO: ENVIO AL CANJE,         *
      *  LIBERACION DE CREDITOS Y          *
      *  REINTENTO DE DEBITOS DE RECHAZO   *
      *                                    *
      **************************************
       4000-RECORRER-REGISTRO.

           IF WS-FIN-LECTURA
              GO TO F-4000-RECORRER-REGISTRO
           END-IF.

           SET WS-NO-FIN-FUENTE TO TRUE.
           MOVE LOW-VALUES TO KEY-CANJE.
           START CANJE KEY IS NOT LESS THAN KEY-CANJE
              INVALID KEY
                 SET WS-FIN-FUENTE TO TRUE
           END-START.

           IF WS-NO-FIN-FUENTE
              PERFORM 4100-LEER-REGISTRO THRU F-4100-LEER-REGISTRO
           END-IF.
           PERFORM 4200-PROCESAR-CHEQUE THRU F-4200-PROCESAR-CHEQUE
                   UNTIL WS-FIN-FUENTE.

           IF WS-LOTE-ABIERTO AND WS-NO-FIN-LECTURA
              PERFORM 5200-CERRAR-LOTE THRU F-5200-CERRAR-LOTE
           END-IF.

       F-4000-RECORRER-REGISTRO. EXIT.

       4100-LEER-REGISTRO.

           READ CANJE NEXT INTO WS-REG-CANJE.
           EVALUATE FS-CJE
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA CANJE : ' FS-CJE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-LEER-REGISTRO. EXIT.

      * LO ENVIADO HOY SE VUELVE A ENVIAR EN UN REPROCESO DEL DIA *
       4200-PROCESAR-CHEQUE.

           SET WS-REGISTRO-SIN-CAMBIO TO TRUE.

           EVALUATE TRUE
              WHEN CJE-INGRESADO
                 PERFORM 5000-ENVIAR-CHEQUE THRU F-5000-ENVIAR-CHEQUE
              WHEN CJE-ENVIADO AND CJE-FEC-ENVIO IS EQUAL WS-FEC-HOY
                 PERFORM 5000-ENVIAR-CHEQUE THRU F-5000-ENVIAR-CHEQUE
              WHEN CJE-ENVIADO
                   AND CJE-FEC-ACREDITA IS NOT GREATER THAN WS-FEC-HOY
                 IF WS-LIBERAR-CREDITOS
                    PERFORM 4400-ACREDITAR THRU F-4400-ACREDITAR
                 END-IF
              WHEN CJE-RECHAZADO
                   AND (CJE-DEBITO-PENDIENTE
                        OR CJE-COMISION-PENDIENTE)
                 PERFORM 4300-REINTENTAR THRU F-4300-REINTENTAR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-REGISTRO-CAMBIADO AND WS-NO-FIN-LECTURA
              PERFORM 4900-REGRABAR THRU F-4900-REGRABAR
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 4100-LEER-REGISTRO THRU F-4100-LEER-REGISTRO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-4200-PROCESAR-CHEQUE. EXIT.

      ***** DEBITOS DE RECHAZO QUE QUEDARON SIN APLICAR ***************
       4300-REINTENTAR.

           MOVE SPACES        TO WS-REG-DETALLE.
           MOVE 'REINTENTO'   TO WS-DET-EVENTO.
           PERFORM 7500-CLAVE-DETALLE THRU F-7500-CLAVE-DETALLE.
           MOVE CJE-MOTIVO-RECHAZO TO WS-DET-MOTIVO.

           IF CJE-DEBITO-PENDIENTE
              PERFORM 4500-DEBITAR-CHEQUE THRU F-4500-DEBITAR-CHEQUE
           END-IF.
           IF CJE-COMISION-PENDIENTE
              PERFORM 4600-COBRAR-COMISION THRU F-4600-COBRAR-COMISION
           END-IF.

           EVALUATE TRUE
              WHEN CJE-DEBITO-PENDIENTE
                 MOVE 'DEBITO DEL CHEQUE SIGUE PENDIENTE'
                      TO WS-DET-ACCION
              WHEN CJE-COMISION-PENDIENTE
                 MOVE 'COMISION DE RECHAZO SIGUE PENDIENTE'
                      TO WS-DET-ACCION
              WHEN OTHER
                 MOVE 'DEBITOS DE RECHAZO APLICADOS' TO WS-DET-ACCION
           END-EVALUATE.
           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

           SET WS-REGISTRO-CAMBIADO TO TRUE.

       F-4300-REINTENTAR. EXIT.

      ***** VENCIDO EL PLAZO DE CANJE SIN RECHAZO SE ACREDITA *********
       4400-ACREDITAR.

           MOVE CJE-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE CJE-NROCUEN       TO LK-PS-NROCUEN.
           MOVE CJE-IMPORTE       TO LK-PS-IMPORTE.
           MOVE WS-CODMOV-ACREDITA TO LK-PS-CODMOV.
           MOVE 'A'               TO WS-REF-TIPO.
           PERFORM 4800-POSTEAR THRU F-4800-POSTEAR.

           IF LK-PS-POSTEADO OR LK-PS-YA-POSTEADO
              SET CJE-ACREDITADO  TO TRUE
              MOVE WS-FEC-HOY     TO CJE-FEC-ESTADO
              SET WS-REGISTRO-CAMBIADO TO TRUE
              ADD 1 TO WS-TOT-ACREDITADOS
              ADD CJE-IMPORTE TO WS-IMP-ACREDITADO
           ELSE
              ADD 1 TO WS-TOT-NO-APLICADOS
              MOVE SPACES      TO WS-REG-DETALLE
              MOVE 'CREDITO'   TO WS-DET-EVENTO
              PERFORM 7500-CLAVE-DETALLE THRU F-7500-CLAVE-DETALLE
              MOVE 'ACREDITACION NO APLICADA - STATUS '
                   TO WS-DET-ACCION
              MOVE LK-STATUS-POSTEO TO WS-DET-ACCION(35:1)
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
           END-IF.

       F-4400-ACREDITAR. EXIT.

      ***** DEBITO DEL CHEQUE RECHAZADO QUE YA SE HABIA ACREDITADO ****
       4500-DEBITAR-CHEQUE.

           MOVE CJE-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE CJE-NROCUEN       TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - CJE-IMPORTE.
           MOVE WS-CODMOV-RECHAZO TO LK-PS-CODMOV.
           MOVE 'R'               TO WS-REF-TIPO.
           PERFORM 4800-POSTEAR THRU F-4800-POSTEAR.

           IF LK-PS-POSTEADO OR LK-PS-YA-POSTEADO
              MOVE 'N' TO CJE-PEND-DEBITO
           ELSE
              ADD 1 TO WS-TOT-PENDIENTES
           END-IF.

       F-4500-DEBITAR-CHEQUE. EXIT.

      ***** COMISION POR CHEQUE DEPOSITADO RECHAZADO ******************
       4600-COBRAR-COMISION.

           MOVE CJE-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE CJE-NROCUEN       TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - CJE-COMISION.
           MOVE WS-CODMOV-COMISION TO LK-PS-CODMOV.
           MOVE 'C'               TO WS-REF-TIPO.
           PERFORM 4800-POSTEAR THRU F-4800-POSTEAR.

           IF LK-PS-POSTEADO OR LK-PS-YA-POSTEADO
              MOVE 'N' TO CJE-PEND-COMISION
              ADD CJE-COMISION TO WS-IMP-COMISIONES
           ELSE
              ADD 1 TO WS-TOT-PENDIENTES
           END-IF.

       F-4600-COBRAR-COMISION. EXIT.

      ***** LLAMADA A PGMVPS15 (CUENTA, IMPORTE, CODIGO Y TIPO DE *****
      ***** REFERENCIA YA CARGADOS) ***********************************
       4800-POSTEAR.

           MOVE 'PGMVCJ15'           TO LK-PS-PROGRAMA.
           MOVE CJE-NRO-PRESENTACION TO WS-REF-PRESENTA.
           MOVE CJE-ENTIDAD          TO WS-REF-ENTIDAD.
           MOVE CJE-CTA-GIRADA       TO WS-REF-CTA-GIRADA.
           MOVE CJE-NRO-CHEQUE       TO WS-REF-CHEQUE.
           MOVE WS-REF-POSTEO        TO LK-PS-REFERENCIA.
           MOVE WS-FEC-HOY           TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF LK-PS-ERROR
              DISPLAY '* ERROR DE POSTEO PGMVPS15 = ' LK-SQLCODE-RESULT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4800-POSTEAR. EXIT.

      ***** REGRABACION DEL CHEQUE EN EL REGISTRO *********************
       4900-REGRABAR.

           REWRITE REG-CANJE FROM WS-REG-CANJE.
           IF FS-CJE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CANJE = ' FS-CJE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4900-REGRABAR. EXIT.

      ***** DETALLE DEL ARCHIVO DE CANJE; EL CAMBIO DE ENTIDAD CIERRA *
      ***** EL LOTE ANTERIOR (EL REGISTRO ESTA EN ORDEN DE ENTIDAD) ***
       5000-ENVIAR-CHEQUE.

           IF WS-LOTE-ABIERTO
              AND CJE-ENTIDAD IS NOT EQUAL WS-ENTIDAD-LOTE
              PERFORM 5200-CERRAR-LOTE THRU F-5200-CERRAR-LOTE
           END-IF.
           IF WS-SIN-LOTE
              PERFORM 5100-ABRIR-LOTE THRU F-5100-ABRIR-LOTE
           END-IF.

           INITIALIZE WS-REG-CANSAL.
           MOVE 'D'              TO CSA-TIPO-REG.
           MOVE CJE-ENTIDAD      TO CSA-ENTIDAD.
           MOVE CJE-SUC-GIRADA   TO CSA-SUC-GIRADA.
           MOVE CJE-CTA-GIRADA   TO CSA-CTA-GIRADA.
           MOVE CJE-NRO-CHEQUE   TO CSA-NRO-CHEQUE.
           MOVE CJE-IMPORTE      TO CSA-IMPORTE.
           MOVE WS-PAR-ENTIDAD   TO CSA-ENTIDAD-DEP.
           MOVE CJE-SUC-DEPOSITO TO CSA-SUC-DEPOSITO.
           MOVE CJE-FEC-DEPOSITO TO CSA-FEC-DEPOSITO.
           MOVE SPACES           TO CSA-MOTIVO.

           WRITE REG-CANSAL FROM WS-REG-CANSAL.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CANSAL = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5000-ENVIAR-CHEQUE
           END-IF.

           ADD 1 TO WS-LOTE-CANT WS-TOT-ENVIADOS.
           ADD CJE-IMPORTE TO WS-LOTE-IMPORTE WS-IMP-ENVIADO.

           SET CJE-ENVIADO      TO TRUE.
           MOVE WS-FEC-HOY      TO CJE-FEC-ENVIO CJE-FEC-ESTADO.
           MOVE WS-FEC-ACREDITA TO CJE-FEC-ACREDITA.
           SET WS-REGISTRO-CAMBIADO TO TRUE.

       F-5000-ENVIAR-CHEQUE. EXIT.

       5100-ABRIR-LOTE.

           INITIALIZE WS-REG-CANSAL-CAB.
           MOVE 'H'            TO CSH-TIPO-REG.
           MOVE CJE-ENTIDAD    TO CSH-ENTIDAD.
           MOVE WS-PAR-ENTIDAD TO CSH-ENTIDAD-DEP.
           MOVE WS-FEC-HOY     TO CSH-FECHA.

           WRITE REG-CANSAL FROM WS-REG-CANSAL-CAB.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CANSAL = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           SET WS-LOTE-ABIERTO TO TRUE.
           MOVE CJE-ENTIDAD TO WS-ENTIDAD-LOTE.
           MOVE ZEROS       TO WS-LOTE-CANT WS-LOTE-IMPORTE.
           ADD 1 TO WS-TOT-LOTES.

       F-5100-ABRIR-LOTE. EXIT.

       5200-CERRAR-LOTE.

           INITIALIZE WS-REG-CANSAL-TOT.
           MOVE 'T'             TO CST-TIPO-REG.
           MOVE WS-ENTIDAD-LOTE TO CST-ENTIDAD.
           MOVE WS-LOTE-CANT    TO CST-CANT-CHEQUES.
           MOVE WS-LOTE-IMPORTE TO CST-IMPORTE.

           WRITE REG-CANSAL FROM WS-REG-CANSAL-TOT.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CANSAL = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-ENTIDAD-LOTE TO WS-LOT-ENTIDAD.
           MOVE WS-LOTE-CANT    TO WS-LOT-CANT.
           MOVE WS-LOTE-IMPORTE TO WS-LOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-LOTE AFTER 1.

           SET WS-SIN-LOTE TO TRUE.

       F-5200-CERRAR-LOTE. EXIT.

      ***** GRABACION DE DEPOSITOS RECHAZADOS (SUSPENSO) **************
       6000-GRABAR-SUSPENSO.

           ADD 1 TO WS-TOT-SUSPENSO.
           MOVE REG-DEPOSITO TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AVISO AL CLIENTE DEPOSITANTE DEL CHEQUE RECHAZADO *********
       7000-AVISO-CLIENTE.

           MOVE SPACES TO WS-AVC-TIPDOC WS-AVC-NOMAPE.
           MOVE ZEROS  TO WS-AVC-NRODOC.

           MOVE CJE-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE CJE-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT NROCLI INTO :DB-CU-NROCLI
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           IF SQLCODE IS EQUAL ZEROS
              EXEC SQL
                 SELECT TIPDOC, NRODOC, NOMAPE
                   INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-NOMAPE
                   FROM ITPLZRY.TB99CLIE
                   WHERE NROCLI = :DB-CU-NROCLI
              END-EXEC
              IF SQLCODE IS EQUAL ZEROS
                 MOVE DB-CL-TIPDOC TO WS-AVC-TIPDOC
                 MOVE DB-CL-NRODOC TO WS-AVC-NRODOC
                 MOVE DB-CL-NOMAPE TO WS-AVC-NOMAPE
              END-IF
           END-IF.

           MOVE WS-FEC-HOY TO WS-AVT-FECHA.
           WRITE REG-AVISOS FROM WS-AVI-TITULO AFTER PAGE.
           WRITE REG-AVISOS FROM WS-SEPARADOR AFTER 1.

           MOVE 'CLIENTE'            TO WS-AVL-ROTULO.
           MOVE WS-AVI-CLIENTE       TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 2.

           MOVE CJE-TIPCUEN          TO WS-AVU-TIPCUEN.
           MOVE CJE-NROCUEN          TO WS-AVU-NROCUEN.
           MOVE CJE-SUCUEN           TO WS-AVU-SUCUEN.
           MOVE 'CUENTA ACREDITADA'  TO WS-AVL-ROTULO.
           MOVE WS-AVI-CUENTA        TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 1.

           MOVE CJE-NRO-CHEQUE       TO WS-AVQ-CHEQUE.
           MOVE CJE-ENTIDAD          TO WS-AVQ-ENTIDAD.
           MOVE CJE-SUC-GIRADA       TO WS-AVQ-SUC-GIRADA.
           MOVE CJE-CTA-GIRADA       TO WS-AVQ-CTA-GIRADA.
           MOVE CJE-FEC-DEPOSITO     TO WS-AVQ-FEC-DEP.
           MOVE 'CHEQUE NRO'         TO WS-AVL-ROTULO.
           MOVE WS-AVI-CHEQUE        TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 1.

           MOVE CJE-IMPORTE          TO WS-AVM-IMPORTE.
           MOVE 'IMPORTE'            TO WS-AVL-ROTULO.
           MOVE WS-AVI-IMPORTE       TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 1.

           MOVE CJE-MOTIVO-RECHAZO   TO WS-AVO-CODIGO.
           EVALUATE CJE-MOTIVO-RECHAZO
              WHEN 'SF'
                 MOVE 'SIN FONDOS SUFICIENTES'  TO WS-AVO-DESCRIPCION
              WHEN 'NP'
                 MOVE 'ORDEN DE NO PAGAR'       TO WS-AVO-DESCRIPCION
              WHEN 'IN'
                 MOVE 'CHEQUE INEXISTENTE'      TO WS-AVO-DESCRIPCION
              WHEN 'YP'
                 MOVE 'CHEQUE YA PRESENTADO'    TO WS-AVO-DESCRIPCION
              WHEN OTHER
                 MOVE 'INFORMADO POR EL BANCO GIRADO'
                      TO WS-AVO-DESCRIPCION
           END-EVALUATE.
           MOVE 'MOTIVO DEL RECHAZO' TO WS-AVL-ROTULO.
           MOVE WS-AVI-MOTIVO        TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 1.

           MOVE 'TRATAMIENTO'        TO WS-AVL-ROTULO.
           MOVE WS-DET-ACCION        TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 1.

           MOVE CJE-COMISION         TO WS-AVM-IMPORTE.
           MOVE 'COMISION DE RECHAZO' TO WS-AVL-ROTULO.
           MOVE WS-AVI-IMPORTE       TO WS-AVL-TEXTO.
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 1.

           MOVE SPACES               TO WS-AVL-ROTULO WS-AVL-TEXTO.
           MOVE 'EL CHEQUE ESTA A SU DISPOSICION EN LA SUCURSAL'
                                     TO WS-AVL-TEXTO.
           MOVE CJE-SUC-DEPOSITO     TO WS-AVL-TEXTO(49:3).
           WRITE REG-AVISOS FROM WS-AVI-LINEA AFTER 2.

           IF FS-AVI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AVISOS = ' FS-AVI
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-7000-AVISO-CLIENTE. EXIT.

      ***** DATOS DEL CHEQUE EN LA LINEA DEL LISTADO ******************
       7500-CLAVE-DETALLE.

           MOVE CJE-ENTIDAD    TO WS-DET-ENTIDAD.
           MOVE CJE-SUC-GIRADA TO WS-DET-SUC-GIRADA.
           MOVE CJE-CTA-GIRADA TO WS-DET-CTA-GIRADA.
           MOVE CJE-NRO-CHEQUE TO WS-DET-CHEQUE.
           MOVE CJE-TIPCUEN    TO WS-DET-TIPCUEN.
           MOVE CJE-NROCUEN    TO WS-DET-NROCUEN.
           MOVE CJE-IMPORTE    TO WS-DET-IMPORTE.

       F-7500-CLAVE-DETALLE. EXIT.

      ***** TOTALES DE LA CORRIDA *************************************
       7600-IMPRIMIR-TOTALES.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.

           MOVE ZEROS TO WS-TOT-IMPORTE.
           MOVE 'RECHAZOS RECIBIDOS'         TO WS-TOT-TEXTO.
           MOVE WS-TOT-REC-LEIDOS            TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CHEQUES RECHAZADOS'         TO WS-TOT-TEXTO.
           MOVE WS-TOT-RECHAZADOS            TO WS-TOT-CANT.
           MOVE WS-IMP-RECHAZADO             TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE ZEROS TO WS-TOT-IMPORTE.
           MOVE 'RECHAZOS SIN CHEQUE ENVIADO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-REC-SIN-CHQ           TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'RECHAZOS YA APLICADOS'      TO WS-TOT-TEXTO.
           MOVE WS-TOT-REC-REPETIDOS         TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DEPOSITOS LEIDOS'           TO WS-TOT-TEXTO.
           MOVE WS-TOT-DEP-LEIDOS            TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DEPOSITOS REGISTRADOS'      TO WS-TOT-TEXTO.
           MOVE WS-TOT-DEPOSITOS             TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DEPOSITOS A SUSPENSO'       TO WS-TOT-TEXTO.
           MOVE WS-TOT-SUSPENSO              TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'LOTES DE CANJE'             TO WS-TOT-TEXTO.
           MOVE WS-TOT-LOTES                 TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CHEQUES ENVIADOS AL CANJE'  TO WS-TOT-TEXTO.
           MOVE WS-TOT-ENVIADOS              TO WS-TOT-CANT.
           MOVE WS-IMP-ENVIADO               TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CREDITOS LIBERADOS'         TO WS-TOT-TEXTO.
           MOVE WS-TOT-ACREDITADOS           TO WS-TOT-CANT.
           MOVE WS-IMP-ACREDITADO            TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'COMISIONES DE RECHAZO'      TO WS-TOT-TEXTO.
           MOVE ZEROS                        TO WS-TOT-CANT.
           MOVE WS-IMP-COMISIONES            TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE ZEROS TO WS-TOT-IMPORTE.
           MOVE 'CREDITOS NO APLICADOS'      TO WS-TOT-TEXTO.
           MOVE WS-TOT-NO-APLICADOS          TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DEBITOS DE RECHAZO PENDIENT.' TO WS-TOT-TEXTO.
           MOVE WS-TOT-PENDIENTES            TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

           IF WS-RETENER-CREDITOS
              MOVE SPACES TO WS-REG-TOTAL
              MOVE '* SIN ARCHIVO DE RECHAZOS: NO SE LIBERARON CREDITOS'
                   TO WS-REG-TOTAL
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
           END-IF.

       F-7600-IMPRIMIR-TOTALES. EXIT.

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

           PERFORM 7600-IMPRIMIR-TOTALES THRU F-7600-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           DISPLAY 'RECHAZOS RECIBIDOS      = ' WS-TOT-REC-LEIDOS.
           DISPLAY 'CHEQUES RECHAZADOS      = ' WS-TOT-RECHAZADOS.
           DISPLAY 'RECHAZOS SIN CHEQUE     = ' WS-TOT-REC-SIN-CHQ.
           DISPLAY 'DEPOSITOS REGISTRADOS   = ' WS-TOT-DEPOSITOS.
           DISPLAY 'DEPOSITOS A SUSPENSO    = ' WS-TOT-SUSPENSO.
           DISPLAY 'CHEQUES ENVIADOS        = ' WS-TOT-ENVIADOS.
           DISPLAY 'CREDITOS LIBERADOS      = ' WS-TOT-ACREDITADOS.
           DISPLAY 'CREDITOS NO APLICADOS   = ' WS-TOT-NO-APLICADOS.
           DISPLAY 'DEBITOS PENDIENTES      = ' WS-TOT-PENDIENTES.

           IF WS-DEPOSITOS-ABIERTO
              CLOSE DEPOSITO
           END-IF.

           CLOSE CANJE
              IF FS-CJE IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CANJE = ' FS-CJE
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CANSAL
              IF FS-SAL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CANSAL = ' FS-SAL
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE AVISOS
              IF FS-AVI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AVISOS = ' FS-AVI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * DEPOSITOS RECHAZADOS, RECHAZOS QUE NO MATCHEAN, POSTEOS SIN   *
      * APLICAR O CREDITOS RETENIDOS POR FALTA DE RECHAZOS: ALERTA ****
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR WS-TOT-REC-SIN-CHQ > ZEROS
                   OR WS-TOT-NO-APLICADOS > ZEROS
                   OR WS-TOT-PENDIENTES > ZEROS
                   OR WS-RETENER-CREDITOS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVCJ15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-DEPOSITOS
                   + WS-TOT-RECHAZADOS + WS-TOT-ACREDITADOS.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUSPENSO
                   + WS-TOT-REC-SIN-CHQ + WS-TOT-NO-APLICADOS.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
