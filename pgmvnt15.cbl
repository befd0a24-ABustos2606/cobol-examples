       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVNT15.

      ***********************************************
      *                                             *
      *  ALERTAS DE MOVIMIENTOS AL CLIENTE POR SU   *
      *  CANAL DE CONTACTO PREFERIDO                *
      *        TP 35 - BATCH DB2                    *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL CLIENTE SE ENTERABA DE UN DEBITO GRANDE  *
      * O DE UN SALDO BAJO RECIEN CON EL EXTRACTO   *
      * MENSUAL. ESTE PROGRAMA MANTIENE LAS         *
      * SUSCRIPCIONES A ALERTAS DDSUSALE (LAYOUT    *
      * CPALERTA) CON SU PROPIO FEED AL/MO/BA (MODO *
      * 'M'), Y EN MODO 'A', CADA NOCHE, RECORRE EL *
      * LIBRO TB99MOVI DE LA FECHA DE NEGOCIO CON   *
      * EL SALDO DE TB99CUEN Y LOS CHEQUES          *
      * RECHAZADOS DEL DIA POR PGMVCQ15 (DDRECHCK), *
      * Y GENERA LAS ALERTAS SUSCRIPTAS: DEBITO     *
      * MAYOR AL MONTO, SALDO DEBAJO DEL PISO,      *
      * CHEQUE RECHAZADO Y DEBITO AUTOMATICO PAGADO *
      * POR PGMVDM15. LA ALERTA SALE EN DDALECLI    *
      * CON LA CUENTA ENMASCARADA, DIRIGIDA AL      *
      * GATEWAY DE EMAIL O DE SMS SEGUN EL CANAL    *
      * PREFERIDO DEL CONTACTO (CPCONTAC). NO SE    *
      * ALERTA AL CLIENTE FALLECIDO (CPFALLEC) NI   *
      * POR UN CANAL QUE EL CLIENTE RECHAZO EN EL   *
      * REGISTRO DE CONSENTIMIENTOS (PGMVCK15)      *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'NT'  *
      * EN EL MAESTRO DE OPERADORES (RUTINA         *
      * PGMVOP15) VA AL SUSPENSO, Y EL OPERADOR     *
      * QUEDA ESTAMPADO EN LA AUDITORIA CPAUDIT     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT SUSALE ASSIGN DDSUSALE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-SUSALE
                    FILE STATUS IS FS-SAL.

      * MODO 'M': ALTAS, MODIFICACIONES Y BAJAS DE SUSCRIPCIONES *
             SELECT ENTRADA ASSIGN DDALENOV
                    FILE STATUS IS FS-ENT.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

      * REGISTRO DE CLIENTES FALLECIDOS (SUCESION ABIERTA) *
             SELECT FALLEC ASSIGN DDFALLEC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-FAL
                    FILE STATUS IS FS-FAL.

      * CHEQUES RECHAZADOS EN LA PRESENTACION DEL DIA (PGMVCQ15) *
             SELECT RECHCK ASSIGN DDRECHCK
                    FILE STATUS IS FS-RCK.

      * ALERTAS PARA LOS GATEWAYS DE EMAIL Y SMS *
             SELECT ALERTAS ASSIGN DDALECLI
                    FILE STATUS IS FS-ALR.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD SUSALE.

       01 REG-SUSALE.
           03 KEY-SUSALE    PIC X(14).
           03 FILLER        PIC X(46).

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(40).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD CONTACTO.

       01 REG-CONTAC.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

       FD FALLEC.

       01 REG-FALLEC.
           03 KEY-FAL       PIC X(13).
           03 FILLER        PIC X(27).

       FD RECHCK
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RECHCK        PIC X(50).

       FD ALERTAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ALERTAS       PIC X(200).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(40).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

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
       77  FS-SAL           PIC XX    VALUE SPACES.
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-FAL           PIC XX    VALUE SPACES.
       77  FS-RCK           PIC XX    VALUE SPACES.
       77  FS-ALR           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

       01  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-AAAA      PIC 9(4).
           03  WS-HOY-MM        PIC 9(2).
           03  WS-HOY-DD        PIC 9(2).

           COPY CPALERTA.
           COPY TBVCLIEN.
           COPY CPCONTAC.
           COPY CPFALLEC.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * 'A' = ALERTAS DEL DIA, 'M' = MANTENIMIENTO DE SUSCRIPCIONES *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO      PIC X(01)  VALUE 'A'.
               88  WS-MODO-ALERTAS          VALUE 'A'.
               88  WS-MODO-MANTENIMIENTO    VALUE 'M'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

       01  WS-SW-SUSALE     PIC X(01)  VALUE 'N'.
           88  WS-SUSALE-EXISTE        VALUE 'S'.
           88  WS-SUSALE-NUEVA         VALUE 'N'.

      * EN MODO 'A' LOS MAESTROS AUXILIARES SON OPCIONALES *
       01  WS-STATUS-SUSALE PIC X     VALUE 'N'.
           88  WS-SUSALE-ABIERTO      VALUE 'Y'.
           88  WS-SUSALE-AUSENTE      VALUE 'N'.

       01  WS-STATUS-CLIENTE PIC X    VALUE 'N'.
           88  WS-CLIENTE-ABIERTO     VALUE 'Y'.
           88  WS-CLIENTE-AUSENTE     VALUE 'N'.

       01  WS-STATUS-CONTAC PIC X     VALUE 'N'.
           88  WS-CONTAC-ABIERTO      VALUE 'Y'.
           88  WS-CONTAC-AUSENTE      VALUE 'N'.

       01  WS-STATUS-FALLEC PIC X     VALUE 'N'.
           88  WS-FALLEC-ABIERTO      VALUE 'Y'.
           88  WS-FALLEC-AUSENTE      VALUE 'N'.

       01  WS-STATUS-RECHCK PIC X     VALUE 'N'.
           88  WS-RECHCK-ABIERTO      VALUE 'Y'.
           88  WS-RECHCK-AUSENTE      VALUE 'N'.

       01  WS-STATUS-FIN-RCK PIC X    VALUE 'N'.
           88  WS-FIN-RECHCK          VALUE 'Y'.
           88  WS-NO-FIN-RECHCK       VALUE 'N'.

       01  WS-STATUS-FIN-SUS PIC X    VALUE 'N'.
           88  WS-FIN-SUSCRIPCIONES   VALUE 'Y'.
           88  WS-NO-FIN-SUSCRIPCIONES VALUE 'N'.

      * NOVEDAD DE SUSCRIPCION *
       01  WS-REG-NOVALE.
           03  NAL-TIPO-NOVEDAD   PIC X(02).
               88  NAL-ALTA                VALUE 'AL'.
               88  NAL-MODIFICACION        VALUE 'MO'.
               88  NAL-BAJA                VALUE 'BA'.
           03  NAL-CLAVE.
               05  NAL-TIPDOC     PIC X(02).
               05  NAL-NRODOC     PIC 9(11).
               05  NAL-TIPO       PIC X(01).
           03  NAL-MONTO          PIC 9(09)V99.
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NAL-OPERADOR       PIC X(08).
           03  FILLER             PIC X(05).

       77  WS-ESTADO-ANT    PIC X(01)  VALUE SPACES.

      * CHEQUE RECHAZADO EN LA PRESENTACION (LAYOUT DE PGMVCQ15) *
       01  WS-REG-RECHCK.
           03  RCK-TIPCUEN      PIC 9(02).
           03  RCK-NROCUEN      PIC 9(15).
           03  RCK-NRO-CHEQUE   PIC 9(08).
           03  RCK-IMPORTE      PIC 9(9)V99.
           03  RCK-MOTIVO       PIC X(02).
           03  RCK-ENTIDAD      PIC 9(03).
           03  FILLER           PIC X(09).

      * CLAVE DEL VSAM CLIENTE: DOCUMENTO + SECUENCIA *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * CLIENTE Y CUENTA EN CURSO (CORTES DE CONTROL DEL CURSOR) *
       01  WS-CLIENTE-ACTUAL.
           03  WS-CLI-TIPDOC      PIC X(02)    VALUE SPACES.
           03  WS-CLI-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  WS-CLI-NOMAPE      PIC X(30)    VALUE SPACES.
       01  WS-CUENTA-ACTUAL.
           03  WS-CTA-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  WS-CTA-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  WS-CTA-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  WS-CTA-SALDO       PIC S9(9)V99 VALUE ZEROS.

      * SUSCRIPCIONES ACTIVAS DEL CLIENTE EN CURSO *
       01  WS-SUSCRIPCIONES.
           03  WS-SUS-CANT        PIC 9(02)    VALUE ZEROS.
           03  WS-SUS-DEBITO      PIC X(01)    VALUE 'N'.
               88  WS-ALERTA-DEBITO          VALUE 'S'.
           03  WS-SUS-DEB-MONTO   PIC 9(09)V99 VALUE ZEROS.
           03  WS-SUS-SALDO       PIC X(01)    VALUE 'N'.
               88  WS-ALERTA-SALDO           VALUE 'S'.
           03  WS-SUS-SAL-PISO    PIC 9(09)V99 VALUE ZEROS.
           03  WS-SUS-CHEQUE      PIC X(01)    VALUE 'N'.
               88  WS-ALERTA-CHEQUE          VALUE 'S'.
           03  WS-SUS-DEBAUT      PIC X(01)    VALUE 'N'.
               88  WS-ALERTA-DEBAUT          VALUE 'S'.

      * DESTINO DE LAS ALERTAS DEL CLIENTE, RESUELTO CON LA PRIMERA   *
      * ALERTA: EMAIL O SMS, O EL MOTIVO POR EL QUE NO SE ENVIA       *
       01  WS-DESTINO       PIC X(01)  VALUE SPACES.
           88  WS-DEST-SIN-RESOLVER    VALUE SPACES.
           88  WS-DEST-EMAIL           VALUE 'E'.
           88  WS-DEST-SMS             VALUE 'S'.
           88  WS-DEST-FALLECIDO       VALUE 'F'.
           88  WS-DEST-NO-CONTACTAR    VALUE 'O'.
           88  WS-DEST-SIN-MEDIO       VALUE 'X'.
           88  WS-DEST-ENVIABLE        VALUE 'E' 'S'.

       01  WS-DEST-DIRECCION PIC X(30) VALUE SPACES.
       01  WS-ENV-EMAIL      PIC X(30) VALUE SPACES.
       01  WS-ENV-TELEFONO   PIC X(15) VALUE SPACES.

      * CONSULTA DE CONSENTIMIENTO POR CANAL (RUTINA COMPARTIDA) ******
       01  WS-PGMVCK15      PIC X(8)  VALUE 'PGMVCK15'.
           COPY CPCNSCTL.

      * CUENTA ENMASCARADA: SOLO LOS ULTIMOS CUATRO DIGITOS *
       01  WS-NROCUEN-15    PIC 9(15)  VALUE ZEROS.
       01  WS-NROCUEN-R REDEFINES WS-NROCUEN-15.
           03  FILLER           PIC X(11).
           03  WS-NROCUEN-ULT4  PIC X(04).

       01  WS-CUENTA-MASC.
           03  WS-MAS-TIPCUEN   PIC 9(02)  VALUE ZEROS.
           03  FILLER           PIC X(01)  VALUE '-'.
           03  FILLER           PIC X(11)  VALUE ALL '*'.
           03  WS-MAS-ULT4      PIC X(04)  VALUE SPACES.

      * ALERTA A EMITIR *
       01  WS-ALE-TIPO      PIC X(01)  VALUE SPACES.
       01  WS-ALE-IMPORTE   PIC S9(9)V99 VALUE ZEROS.
       01  WS-ALE-TEXTO     PIC X(40)  VALUE SPACES.

      * DEBITO AUTOMATICO PAGADO POR PGMVDM15 EN EL LIBRO *
       77  WS-CODMOV-DEBAUT PIC X(03) VALUE 'DAD'.

      * REGISTRO PARA LOS GATEWAYS: 'E' EMAIL A LA DIRECCION DEL      *
      * CLIENTE, 'S' SMS AL TELEFONO DE CONTACTO **********************
       01  WS-REG-ALERTA-OUT.
           03  ALR-CANAL          PIC X(01).
           03  ALR-DESTINO        PIC X(30).
           03  ALR-TIPDOC         PIC X(02).
           03  ALR-NRODOC         PIC 9(11).
           03  ALR-NOMAPE         PIC X(30).
           03  ALR-TIPO           PIC X(01).
           03  ALR-CUENTA         PIC X(18).
           03  ALR-MONEDA         PIC 9(02).
           03  ALR-IMPORTE        PIC S9(09)V99.
           03  ALR-SALDO          PIC S9(09)V99.
           03  ALR-FECHA          PIC 9(08).
           03  ALR-TEXTO          PIC X(40).
           03  FILLER             PIC X(35).

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-FECNEG    PIC X(10)  VALUE SPACES.
       77  WS-MOV-REFERENCIA PIC X(25) VALUE SPACES.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-TIPCUEN   PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-NROCUEN   PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-MOV-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-IMPORTE   PIC S9(9)V99 USAGE COMP-3 VALUE ZEROS.

      * MOVIMIENTOS DEL DIA CON EL SALDO DE LA CUENTA Y SU TITULAR,   *
      * POR DOCUMENTO Y CUENTA PARA LOS CORTES DE CONTROL *************
           EXEC SQL
             DECLARE CURMOVI CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, B.NOMAPE,
                    M.TIPCUEN, M.NROCUEN, M.MONEDA, M.CODMOV,
                    M.REFERENCIA, M.IMPORTE, A.SALDO
               FROM ITPLZRY.TB99MOVI M,
                    ITPLZRY.TB99CUEN A,
                    ITPLZRY.TB99CLIE B
               WHERE M.FECNEG = :WS-MOV-FECNEG
               AND A.TIPCUEN = M.TIPCUEN
               AND A.NROCUEN = M.NROCUEN
               AND A.NROCLI = B.NROCLI
               ORDER BY B.TIPDOC ASC, B.NRODOC ASC, M.TIPCUEN ASC,
                        M.NROCUEN ASC
           END-EXEC.

       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CAMBIOS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MOVIMIENTOS   PIC 9(09) VALUE ZEROS.
       77  WS-TOT-RCK-LEIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RCK-SIN-CLI   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALE-DEBITO    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALE-SALDO     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALE-CHEQUE    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALE-DEBAUT    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EMAIL         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SMS           PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FALLECIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NO-CONTACTAR  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-MEDIO     PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * MODO 'M' *
       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'NOV'.
           03  FILLER        PIC X(16)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(05)    VALUE 'TIPO'.
           03  FILLER        PIC X(05)    VALUE 'ANT'.
           03  FILLER        PIC X(05)    VALUE 'NVO'.
           03  FILLER        PIC X(17)    VALUE '           MONTO'.
           03  FILLER        PIC X(79)    VALUE 'RESULTADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-NOVEDAD     PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NRODOC      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPO        PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-ESTADO-ANT  PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-ESTADO-NVO  PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-MONTO       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(50)    VALUE SPACES.

      * MODO 'A' *
       01  WS-SUBTITULO-ALE.
           03  FILLER        PIC X(16)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(03)    VALUE 'T'.
           03  FILLER        PIC X(20)    VALUE 'CUENTA'.
           03  FILLER        PIC X(17)    VALUE '         IMPORTE'.
           03  FILLER        PIC X(45)    VALUE 'ENVIO'.

       01  WS-REG-ALE-LIN.
           03  WS-ALI-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-ALI-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-ALI-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-ALI-TIPO        PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-ALI-CUENTA      PIC X(18)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-ALI-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-ALI-ENVIO       PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(15)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

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

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2000-PROCESO THRU F-2000-PROCESO
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 3000-PROCESAR-MOVIMIENTO
                      THRU F-3000-PROCESAR-MOVIMIENTO
                      UNTIL WS-FIN-LECTURA
              IF WS-CTA-NROCUEN IS NOT EQUAL ZEROS
                 PERFORM 3300-CERRAR-CUENTA THRU F-3300-CERRAR-CUENTA
              END-IF
              IF WS-RECHCK-ABIERTO AND RETURN-CODE IS NOT EQUAL 9999
                 PERFORM 4000-CHEQUE-RECHAZADO
                         THRU F-4000-CHEQUE-RECHAZADO
                         UNTIL WS-FIN-RECHCK
              END-IF
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

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'SUSCRIPCIONES A ALERTAS DE MOVIMIENTOS -'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
              WHEN WS-MODO-ALERTAS
                 MOVE 'ALERTAS DE MOVIMIENTOS A CLIENTES -'
                      TO WS-TIT-TEXTO
                 PERFORM 1200-ABRIR-ALERTAS THRU F-1200-ABRIR-ALERTAS
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-MANTENIMIENTO
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
           ELSE
              WRITE REG-LISTADO FROM WS-SUBTITULO-ALE AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-NO-FIN-LECTURA
              IF WS-MODO-MANTENIMIENTO
                 PERFORM 2100-LECTURA THRU F-2100-LECTURA
              ELSE
                 PERFORM 3050-FETCH-MOVIMIENTO
                         THRU F-3050-FETCH-MOVIMIENTO
              END-IF
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** MODO 'M': FEED, SUSCRIPCIONES, CLIENTES Y SUSPENSO ********
       1100-ABRIR-MANTENIMIENTO.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O SUSALE.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-SAL IS EQUAL '35'
              OPEN OUTPUT SUSALE
              IF FS-SAL IS EQUAL '00'
                 CLOSE SUSALE
                 OPEN I-O SUSALE
              END-IF
           END-IF.
           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSALE = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           ELSE
              SET WS-SUSALE-ABIERTO TO TRUE
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           ELSE
              SET WS-CLIENTE-ABIERTO TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1100-ABRIR-MANTENIMIENTO. EXIT.

      ***** MODO 'A': SUSCRIPCIONES, CONTACTOS, FALLECIDOS, CHEQUES ***
      ***** RECHAZADOS Y CURSOR DEL LIBRO DEL DIA *********************
       1200-ABRIR-ALERTAS.

      * SIN SUSCRIPCIONES CARGADAS NO HAY ALERTAS QUE GENERAR *
           OPEN INPUT SUSALE.
           EVALUATE FS-SAL
              WHEN '00'
                 SET WS-SUSALE-ABIERTO TO TRUE
              WHEN '35'
                 DISPLAY '* DDSUSALE SIN CARGAR - NO HAY SUSCRIPCIONES'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN SUSALE = ' FS-SAL
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS EQUAL '00'
              SET WS-CLIENTE-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDCLIEN NO DISPONIBLE - ALERTAS SOLO POR SMS'
           END-IF.

           OPEN INPUT CONTACTO.
           IF FS-CON IS EQUAL '00'
              SET WS-CONTAC-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDCONTAC NO DISPONIBLE - ALERTAS POR EMAIL'
           END-IF.

      * SIN MAESTRO DE FALLECIDOS ASIGNADO (STATUS 35) NO SE CONTROLA *
           OPEN INPUT FALLEC.
           EVALUATE FS-FAL
              WHEN '00'
                 SET WS-FALLEC-ABIERTO TO TRUE
              WHEN '35'
                 SET WS-FALLEC-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN FALLEC = ' FS-FAL
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

      * UN DIA SIN PRESENTACION DE CHEQUES NO TRAE DDRECHCK *
           OPEN INPUT RECHCK.
           IF FS-RCK IS EQUAL '00'
              SET WS-RECHCK-ABIERTO TO TRUE
              PERFORM 4100-LEER-RECHCK THRU F-4100-LEER-RECHCK
           ELSE
              DISPLAY '* DDRECHCK NO DISPONIBLE - SIN CHEQUES RECHAZ.'
           END-IF.

           OPEN OUTPUT ALERTAS.
           IF FS-ALR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALERTAS = ' FS-ALR
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              SET  WS-FIN-RECHCK TO TRUE
           END-IF.

           IF WS-SUSALE-AUSENTE
              SET WS-FIN-RECHCK TO TRUE
           END-IF.

           MOVE SPACES TO WS-MOV-FECNEG.
           STRING WS-HOY-AAAA '-' WS-HOY-MM '-' WS-HOY-DD
                  DELIMITED BY SIZE INTO WS-MOV-FECNEG.

           IF WS-NO-FIN-LECTURA
              EXEC SQL
                 OPEN CURMOVI
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE   TO WS-SQLCODE
                 DISPLAY '* ERROR OPEN CURMOVI     = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              END-IF
           END-IF.

       F-1200-ABRIR-ALERTAS. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - SUSCRIPCIONES          *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              PERFORM 2300-APLICAR-NOVEDAD THRU F-2300-APLICAR-NOVEDAD
           END-IF.

           IF NOT WS-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE SUSCRIPCIONES *************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVALE.
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

      ***** VALIDACION DE LA NOVEDAD CONTRA EL REGISTRO ***************
       2200-VALIDAR-NOVEDAD.

           MOVE SPACES TO SUS-MOTIVO.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NAL-OPERADOR TO LK-OPE-ID.
           MOVE 'NT'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NAL-ALTA AND NOT NAL-MODIFICACION AND NOT NAL-BAJA
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NAL-TIPDOC IS EQUAL SPACES
              OR NAL-NRODOC IS NOT NUMERIC
              OR NAL-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE NAL-TIPO TO ALE-TIPO.
           IF NOT ALE-TIPO-VALIDO
              MOVE 'TIPO DE ALERTA INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL UMBRAL DEL DEBITO Y EL PISO DE SALDO SON OBLIGATORIOS; LAS *
      * ALERTAS DE CHEQUE Y DE DEBITO AUTOMATICO NO LLEVAN MONTO ******
           IF NOT NAL-BAJA
              IF NAL-MONTO IS NOT NUMERIC
                 MOVE 'MONTO INVALIDO' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              END-IF
              IF ALE-TIPO-CON-MONTO
                 AND NAL-MONTO IS EQUAL ZEROS
                 MOVE 'FALTA MONTO DE LA ALERTA' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              END-IF
              IF NOT ALE-TIPO-CON-MONTO
                 AND NAL-MONTO IS NOT EQUAL ZEROS
                 MOVE 'ALERTA SIN MONTO' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              END-IF
           END-IF.

           IF NAL-MODIFICACION AND NOT ALE-TIPO-CON-MONTO
              MOVE 'ALERTA SIN MONTO A MODIFICAR' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           PERFORM 8200-LEER-CLIENTE-VSAM THRU F-8200-LEER-CLIENTE-VSAM.
           IF WS-VSAM-NO-HALLADO
              MOVE 'DOCUMENTO NO ES CLIENTE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE NAL-CLAVE TO KEY-SUSALE.
           READ SUSALE INTO WS-REG-ALERTA.

           EVALUATE FS-SAL
              WHEN '00'
                 SET WS-SUSALE-EXISTE TO TRUE
              WHEN '23'
                 SET WS-SUSALE-NUEVA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SUSALE = ' FS-SAL
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 GO TO F-2200-VALIDAR-NOVEDAD
           END-EVALUATE.

           EVALUATE TRUE
              WHEN NAL-ALTA AND WS-SUSALE-EXISTE AND ALE-ACTIVA
                 MOVE 'SUSCRIPCION YA EXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              WHEN NAL-ALTA
                 CONTINUE
              WHEN WS-SUSALE-NUEVA OR ALE-DADA-DE-BAJA
                 MOVE 'SUSCRIPCION INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
           END-EVALUATE.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ALTA (O REACTIVACION), CAMBIO DE MONTO O BAJA LOGICA ******
       2300-APLICAR-NOVEDAD.

           MOVE SPACES TO AUD-ANTES WS-ESTADO-ANT.
           IF WS-SUSALE-EXISTE
              MOVE ALE-ESTADO TO WS-ESTADO-ANT
              STRING 'E=' ALE-ESTADO ' M=' ALE-MONTO
                     ' FA=' ALE-FEC-ALTA ' FB=' ALE-FEC-BAJA
                     DELIMITED BY SIZE INTO AUD-ANTES
              END-STRING
           ELSE
              MOVE SPACES    TO WS-REG-ALERTA
              MOVE NAL-CLAVE TO ALE-CLAVE
              MOVE ZEROS     TO ALE-FEC-BAJA
           END-IF.

           EVALUATE TRUE
              WHEN NAL-ALTA
                 SET ALE-ACTIVA     TO TRUE
                 MOVE NAL-MONTO      TO ALE-MONTO
                 MOVE WS-FECHA-HOY-8 TO ALE-FEC-ALTA
                 MOVE ZEROS          TO ALE-FEC-BAJA
                 MOVE 'ALTA  '       TO AUD-OPERACION
                 ADD 1 TO WS-TOT-ALTAS
                 IF WS-SUSALE-EXISTE
                    MOVE 'SUSCRIPCION REACTIVADA' TO WS-DET-RESULTADO
                 ELSE
                    MOVE 'SUSCRIPCION REGISTRADA' TO WS-DET-RESULTADO
                 END-IF
              WHEN NAL-MODIFICACION
                 MOVE NAL-MONTO      TO ALE-MONTO
                 MOVE 'MODIF '       TO AUD-OPERACION
                 ADD 1 TO WS-TOT-CAMBIOS
                 MOVE 'MONTO MODIFICADO' TO WS-DET-RESULTADO
              WHEN NAL-BAJA
                 SET ALE-DADA-DE-BAJA TO TRUE
                 MOVE WS-FECHA-HOY-8 TO ALE-FEC-BAJA
                 MOVE 'BAJA  '       TO AUD-OPERACION
                 ADD 1 TO WS-TOT-BAJAS
                 MOVE 'SUSCRIPCION DADA DE BAJA' TO WS-DET-RESULTADO
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO ALE-FEC-ULT-MOD.

           IF WS-SUSALE-EXISTE
              REWRITE REG-SUSALE FROM WS-REG-ALERTA
           ELSE
              WRITE REG-SUSALE FROM WS-REG-ALERTA
           END-IF.

           IF FS-SAL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION SUSALE = ' FS-SAL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-APLICAR-NOVEDAD
           END-IF.

           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.
           PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE.

       F-2300-APLICAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODO 'A' - MOVIMIENTOS DEL DIA    *
      *                                    *
      **************************************
       3000-PROCESAR-MOVIMIENTO.

           IF DB-CL-TIPDOC IS NOT EQUAL WS-CLI-TIPDOC
              OR DB-CL-NRODOC IS NOT EQUAL WS-CLI-NRODOC
              IF WS-CTA-NROCUEN IS NOT EQUAL ZEROS
                 PERFORM 3300-CERRAR-CUENTA THRU F-3300-CERRAR-CUENTA
              END-IF
              PERFORM 3100-ABRIR-CLIENTE THRU F-3100-ABRIR-CLIENTE
           END-IF.

      * UN CLIENTE SIN SUSCRIPCIONES ACTIVAS SOLO AVANZA EL CURSOR *
           IF WS-SUS-CANT IS EQUAL ZEROS
              GO TO F-3000-LEER-SIGUIENTE
           END-IF.

           IF WS-MOV-TIPCUEN IS NOT EQUAL WS-CTA-TIPCUEN
              OR WS-MOV-NROCUEN IS NOT EQUAL WS-CTA-NROCUEN
              IF WS-CTA-NROCUEN IS NOT EQUAL ZEROS
                 PERFORM 3300-CERRAR-CUENTA THRU F-3300-CERRAR-CUENTA
              END-IF
              MOVE WS-MOV-TIPCUEN TO WS-CTA-TIPCUEN
              MOVE WS-MOV-NROCUEN TO WS-CTA-NROCUEN
              MOVE WS-MOV-MONEDA  TO WS-CTA-MONEDA
              MOVE DB-CU-SALDO    TO WS-CTA-SALDO
           END-IF.

           IF WS-MOV-IMPORTE IS LESS THAN ZEROS
              PERFORM 3400-EVALUAR-DEBITO THRU F-3400-EVALUAR-DEBITO
           END-IF.

       F-3000-LEER-SIGUIENTE.
           PERFORM 3050-FETCH-MOVIMIENTO THRU F-3050-FETCH-MOVIMIENTO.

       F-3000-PROCESAR-MOVIMIENTO. EXIT.

      ***** LECTURA DE LOS MOVIMIENTOS DEL DIA ************************
       3050-FETCH-MOVIMIENTO.

           EXEC SQL
              FETCH CURMOVI
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NOMAPE,
                       :WS-MOV-TIPCUEN,
                       :WS-MOV-NROCUEN,
                       :WS-MOV-MONEDA,
                       :WS-MOV-CODMOV,
                       :WS-MOV-REFERENCIA,
                       :WS-MOV-IMPORTE,
                       :DB-CU-SALDO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-TOT-MOVIMIENTOS
              WHEN +100
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURMOVI: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-FIN-RECHCK TO TRUE
           END-EVALUATE.

       F-3050-FETCH-MOVIMIENTO. EXIT.

      ***** NUEVO CLIENTE: SUSCRIPCIONES ACTIVAS Y DESTINO A RESOLVER *
       3100-ABRIR-CLIENTE.

           MOVE DB-CL-TIPDOC TO WS-CLI-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-CLI-NRODOC.
           MOVE DB-CL-NOMAPE TO WS-CLI-NOMAPE.
           MOVE ZEROS        TO WS-CTA-TIPCUEN WS-CTA-NROCUEN.
           SET WS-DEST-SIN-RESOLVER TO TRUE.

           MOVE ZEROS TO WS-SUS-CANT WS-SUS-DEB-MONTO WS-SUS-SAL-PISO.
           MOVE 'N'   TO WS-SUS-DEBITO WS-SUS-SALDO
                         WS-SUS-CHEQUE WS-SUS-DEBAUT.

      * LAS ALERTAS DE UN DOCUMENTO QUEDAN CONTIGUAS EN LA CLAVE *
           MOVE WS-CLI-TIPDOC TO KEY-SUSALE(1:2).
           MOVE WS-CLI-NRODOC TO KEY-SUSALE(3:11).
           MOVE LOW-VALUES    TO KEY-SUSALE(14:1).

           START SUSALE KEY IS NOT LESS THAN KEY-SUSALE
              INVALID KEY
                 GO TO F-3100-ABRIR-CLIENTE
           END-START.

           SET WS-NO-FIN-SUSCRIPCIONES TO TRUE.
           PERFORM 3150-LEER-SUSCRIPCION THRU F-3150-LEER-SUSCRIPCION
                   UNTIL WS-FIN-SUSCRIPCIONES.

       F-3100-ABRIR-CLIENTE. EXIT.

       3150-LEER-SUSCRIPCION.

           READ SUSALE NEXT INTO WS-REG-ALERTA.

           IF FS-SAL IS NOT EQUAL '00'
              OR ALE-TIPDOC IS NOT EQUAL WS-CLI-TIPDOC
              OR ALE-NRODOC IS NOT EQUAL WS-CLI-NRODOC
              SET WS-FIN-SUSCRIPCIONES TO TRUE
              GO TO F-3150-LEER-SUSCRIPCION
           END-IF.

           IF NOT ALE-ACTIVA
              GO TO F-3150-LEER-SUSCRIPCION
           END-IF.

           ADD 1 TO WS-SUS-CANT.

           EVALUATE TRUE
              WHEN ALE-DEBITO-MAYOR
                 MOVE 'S'       TO WS-SUS-DEBITO
                 MOVE ALE-MONTO TO WS-SUS-DEB-MONTO
              WHEN ALE-SALDO-MINIMO
                 MOVE 'S'       TO WS-SUS-SALDO
                 MOVE ALE-MONTO TO WS-SUS-SAL-PISO
              WHEN ALE-CHEQUE-RECHAZADO
                 MOVE 'S'       TO WS-SUS-CHEQUE
              WHEN ALE-DEBITO-AUTOMATICO
                 MOVE 'S'       TO WS-SUS-DEBAUT
           END-EVALUATE.

       F-3150-LEER-SUSCRIPCION. EXIT.

      ***** FIN DE LA CUENTA: SALDO AL CIERRE DEL DIA CONTRA EL PISO **
       3300-CERRAR-CUENTA.

           IF WS-ALERTA-SALDO
              AND WS-CTA-SALDO IS LESS THAN WS-SUS-SAL-PISO
              MOVE 'S'          TO WS-ALE-TIPO
              MOVE WS-CTA-SALDO TO WS-ALE-IMPORTE
              MOVE 'SALDO POR DEBAJO DEL MINIMO INFORMADO'
                   TO WS-ALE-TEXTO
              ADD 1 TO WS-TOT-ALE-SALDO
              PERFORM 5500-EMITIR-ALERTA THRU F-5500-EMITIR-ALERTA
           END-IF.

           MOVE ZEROS TO WS-CTA-TIPCUEN WS-CTA-NROCUEN.

       F-3300-CERRAR-CUENTA. EXIT.

      ***** DEBITO DEL DIA: DEBITO AUTOMATICO PAGADO O DEBITO MAYOR ***
      ***** AL MONTO (UNA SOLA ALERTA POR MOVIMIENTO) *****************
       3400-EVALUAR-DEBITO.

           COMPUTE WS-ALE-IMPORTE = ZEROS - WS-MOV-IMPORTE.

           IF WS-MOV-CODMOV IS EQUAL WS-CODMOV-DEBAUT
              AND WS-ALERTA-DEBAUT
              MOVE 'A' TO WS-ALE-TIPO
              MOVE SPACES TO WS-ALE-TEXTO
              STRING 'DEBITO AUTOMATICO ' WS-MOV-REFERENCIA
                     DELIMITED BY SIZE INTO WS-ALE-TEXTO
              END-STRING
              ADD 1 TO WS-TOT-ALE-DEBAUT
              PERFORM 5500-EMITIR-ALERTA THRU F-5500-EMITIR-ALERTA
              GO TO F-3400-EVALUAR-DEBITO
           END-IF.

           IF WS-ALERTA-DEBITO
              AND WS-ALE-IMPORTE IS GREATER THAN WS-SUS-DEB-MONTO
              MOVE 'D' TO WS-ALE-TIPO
              MOVE 'DEBITO SUPERIOR AL MONTO INFORMADO'
                   TO WS-ALE-TEXTO
              ADD 1 TO WS-TOT-ALE-DEBITO
              PERFORM 5500-EMITIR-ALERTA THRU F-5500-EMITIR-ALERTA
           END-IF.

       F-3400-EVALUAR-DEBITO. EXIT.

      ***** DESTINO DE LAS ALERTAS DEL CLIENTE: FALLECIDO, CANAL ******
      ***** PREFERIDO DEL CONTACTO Y CONSENTIMIENTO POR CANAL *********
       3500-RESOLVER-DESTINO.

           MOVE SPACES TO WS-DEST-DIRECCION WS-ENV-EMAIL
                          WS-ENV-TELEFONO.

           IF WS-FALLEC-ABIERTO
              MOVE SPACES        TO KEY-FAL
              MOVE WS-CLI-TIPDOC TO KEY-FAL(1:2)
              MOVE WS-CLI-NRODOC TO KEY-FAL(3:11)
              READ FALLEC INTO WS-REG-FALLEC
              IF FS-FAL IS EQUAL '00'
                 SET WS-DEST-FALLECIDO TO TRUE
                 GO TO F-3500-RESOLVER-DESTINO
              END-IF
           END-IF.

           MOVE WS-CLI-TIPDOC TO LK-CNS-TIPDOC.
           MOVE WS-CLI-NRODOC TO LK-CNS-NRODOC.
           CALL WS-PGMVCK15 USING LK-PARM-CONSENT.

           IF LK-CNS-NO-CONTACTAR
              SET WS-DEST-NO-CONTACTAR TO TRUE
              GO TO F-3500-RESOLVER-DESTINO
           END-IF.

           IF WS-CLIENTE-ABIERTO
              MOVE WS-CLI-TIPDOC TO NAL-TIPDOC
              MOVE WS-CLI-NRODOC TO NAL-NRODOC
              PERFORM 8200-LEER-CLIENTE-VSAM
                      THRU F-8200-LEER-CLIENTE-VSAM
              IF WS-VSAM-HALLADO
                 MOVE WK-CLI-CORREO-ELECTRONICO TO WS-ENV-EMAIL
              END-IF
           END-IF.

           PERFORM 3550-LEER-CONTACTO THRU F-3550-LEER-CONTACTO.

      * EL CANAL PREFERIDO MANDA; SI NO SE PUEDE USAR SE PRUEBA EL    *
      * OTRO MEDIO QUE EL CLIENTE NO RECHAZO ***************************
           IF CON-CANAL-EMAIL
              AND WS-ENV-EMAIL IS NOT EQUAL SPACES
              AND LK-CNS-EMAIL-SI
              SET WS-DEST-EMAIL TO TRUE
           END-IF.
           IF WS-DEST-SIN-RESOLVER
              AND CON-CANAL-TELEFONO
              AND WS-ENV-TELEFONO IS NOT EQUAL SPACES
              AND LK-CNS-SMS-SI
              SET WS-DEST-SMS TO TRUE
           END-IF.
           IF WS-DEST-SIN-RESOLVER
              AND WS-ENV-EMAIL IS NOT EQUAL SPACES
              AND LK-CNS-EMAIL-SI
              SET WS-DEST-EMAIL TO TRUE
           END-IF.
           IF WS-DEST-SIN-RESOLVER
              AND WS-ENV-TELEFONO IS NOT EQUAL SPACES
              AND LK-CNS-SMS-SI
              SET WS-DEST-SMS TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-DEST-EMAIL
                 MOVE WS-ENV-EMAIL    TO WS-DEST-DIRECCION
              WHEN WS-DEST-SMS
                 MOVE WS-ENV-TELEFONO TO WS-DEST-DIRECCION
              WHEN (WS-ENV-EMAIL IS NOT EQUAL SPACES
                    AND LK-CNS-EMAIL-NO)
                OR (WS-ENV-TELEFONO IS NOT EQUAL SPACES
                    AND LK-CNS-SMS-NO)
                 SET WS-DEST-NO-CONTACTAR TO TRUE
              WHEN OTHER
                 SET WS-DEST-SIN-MEDIO TO TRUE
           END-EVALUATE.

       F-3500-RESOLVER-DESTINO. EXIT.

      ***** CONTACTO DEL CLIENTE: EL POSTAL, O EL LEGAL SI NO HAY *****
       3550-LEER-CONTACTO.

           MOVE SPACES TO CON-CANAL-PREF.

           IF WS-CONTAC-AUSENTE
              GO TO F-3550-LEER-CONTACTO
           END-IF.

           MOVE WS-CLI-TIPDOC TO KEY-CON(1:2).
           MOVE WS-CLI-NRODOC TO KEY-CON(3:11).
           MOVE 'P'           TO KEY-CON(14:1).
           READ CONTACTO INTO WS-REG-CONTAC.

           IF FS-CON IS EQUAL '23'
              MOVE 'L'        TO KEY-CON(14:1)
              READ CONTACTO INTO WS-REG-CONTAC
           END-IF.

           IF FS-CON IS EQUAL '00'
              MOVE CON-TELEFONO TO WS-ENV-TELEFONO
           ELSE
              MOVE SPACES TO CON-CANAL-PREF
           END-IF.

       F-3550-LEER-CONTACTO. EXIT.

      **************************************
      *                                    *
      *  MODO 'A' - CHEQUES RECHAZADOS     *
      *                                    *
      **************************************
       4000-CHEQUE-RECHAZADO.

           MOVE RCK-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE RCK-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT NROCLI, SALDO, MONEDA
                INTO :DB-CU-NROCLI, :DB-CU-SALDO, :DB-CU-MONEDA
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
           END-IF.

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN +100
                 DISPLAY '* CHEQUE RECHAZADO SIN CLIENTE = '
                         RCK-TIPCUEN ' ' RCK-NROCUEN
                 ADD 1 TO WS-TOT-RCK-SIN-CLI
                 GO TO F-4000-LEER-SIGUIENTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT CUENTA CHEQUE = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-RECHCK TO TRUE
                 GO TO F-4000-CHEQUE-RECHAZADO
           END-EVALUATE.

           IF DB-CL-TIPDOC IS NOT EQUAL WS-CLI-TIPDOC
              OR DB-CL-NRODOC IS NOT EQUAL WS-CLI-NRODOC
              PERFORM 3100-ABRIR-CLIENTE THRU F-3100-ABRIR-CLIENTE
           END-IF.

           IF NOT WS-ALERTA-CHEQUE
              GO TO F-4000-LEER-SIGUIENTE
           END-IF.

           MOVE RCK-TIPCUEN  TO WS-CTA-TIPCUEN.
           MOVE RCK-NROCUEN  TO WS-CTA-NROCUEN.
           MOVE DB-CU-MONEDA TO WS-CTA-MONEDA.
           MOVE DB-CU-SALDO  TO WS-CTA-SALDO.
           MOVE 'C'          TO WS-ALE-TIPO.
           MOVE RCK-IMPORTE  TO WS-ALE-IMPORTE.
           MOVE SPACES       TO WS-ALE-TEXTO.
           STRING 'CHEQUE ' RCK-NRO-CHEQUE ' RECHAZADO MOTIVO '
                  RCK-MOTIVO
                  DELIMITED BY SIZE INTO WS-ALE-TEXTO
           END-STRING.
           ADD 1 TO WS-TOT-ALE-CHEQUE.
           PERFORM 5500-EMITIR-ALERTA THRU F-5500-EMITIR-ALERTA.
           MOVE ZEROS TO WS-CTA-TIPCUEN WS-CTA-NROCUEN.

       F-4000-LEER-SIGUIENTE.
           PERFORM 4100-LEER-RECHCK THRU F-4100-LEER-RECHCK.

       F-4000-CHEQUE-RECHAZADO. EXIT.

       4100-LEER-RECHCK.

           READ RECHCK INTO WS-REG-RECHCK.
           EVALUATE FS-RCK
             WHEN '00'
              ADD 1 TO WS-TOT-RCK-LEIDOS
             WHEN '10'
              SET WS-FIN-RECHCK TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RECHCK : ' FS-RCK
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-RECHCK TO TRUE
           END-EVALUATE.

       F-4100-LEER-RECHCK. EXIT.

      ***** AUDITORIA ANTES/DESPUES DE LA SUSCRIPCION *****************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVNT15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'SUSALE'       TO AUD-TABLA.
           MOVE NAL-OPERADOR   TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-CLAVE.
           STRING ALE-TIPDOC ALE-NRODOC ' T=' ALE-TIPO
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'E=' ALE-ESTADO ' M=' ALE-MONTO
                  ' FA=' ALE-FEC-ALTA ' FB=' ALE-FEC-BAJA
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** ALERTA AL GATEWAY DEL CANAL, O SUPRIMIDA CON SU MOTIVO ****
       5500-EMITIR-ALERTA.

           IF WS-DEST-SIN-RESOLVER
              PERFORM 3500-RESOLVER-DESTINO
                      THRU F-3500-RESOLVER-DESTINO
           END-IF.

           MOVE WS-CTA-TIPCUEN TO WS-MAS-TIPCUEN.
           MOVE WS-CTA-NROCUEN TO WS-NROCUEN-15.
           MOVE WS-NROCUEN-ULT4 TO WS-MAS-ULT4.

           EVALUATE TRUE
              WHEN WS-DEST-EMAIL
                 ADD 1 TO WS-TOT-EMAIL
                 MOVE 'EMAIL' TO WS-ALI-ENVIO
              WHEN WS-DEST-SMS
                 ADD 1 TO WS-TOT-SMS
                 MOVE 'SMS' TO WS-ALI-ENVIO
              WHEN WS-DEST-FALLECIDO
                 ADD 1 TO WS-TOT-FALLECIDOS
                 MOVE 'NO ENVIADA - CLIENTE FALLECIDO' TO WS-ALI-ENVIO
              WHEN WS-DEST-NO-CONTACTAR
                 ADD 1 TO WS-TOT-NO-CONTACTAR
                 MOVE 'NO ENVIADA - CANAL RECHAZADO' TO WS-ALI-ENVIO
              WHEN OTHER
                 ADD 1 TO WS-TOT-SIN-MEDIO
                 MOVE 'NO ENVIADA - SIN EMAIL NI TEL.' TO WS-ALI-ENVIO
           END-EVALUATE.

           IF WS-DEST-ENVIABLE
              MOVE SPACES            TO WS-REG-ALERTA-OUT
              MOVE WS-DESTINO        TO ALR-CANAL
              MOVE WS-DEST-DIRECCION TO ALR-DESTINO
              MOVE WS-CLI-TIPDOC     TO ALR-TIPDOC
              MOVE WS-CLI-NRODOC     TO ALR-NRODOC
              MOVE WS-CLI-NOMAPE     TO ALR-NOMAPE
              MOVE WS-ALE-TIPO       TO ALR-TIPO
              MOVE WS-CUENTA-MASC    TO ALR-CUENTA
              MOVE WS-CTA-MONEDA     TO ALR-MONEDA
              MOVE WS-ALE-IMPORTE    TO ALR-IMPORTE
              MOVE WS-CTA-SALDO      TO ALR-SALDO
              MOVE WS-FECHA-HOY-8    TO ALR-FECHA
              MOVE WS-ALE-TEXTO      TO ALR-TEXTO
              WRITE REG-ALERTAS FROM WS-REG-ALERTA-OUT
              IF FS-ALR IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE ALERTAS = ' FS-ALR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-FIN-RECHCK TO TRUE
              END-IF
           END-IF.

           PERFORM 7100-IMPRIMIR-ALERTA THRU F-7100-IMPRIMIR-ALERTA.

       F-5500-EMITIR-ALERTA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **************
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVALE TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES     TO WS-ESTADO-ANT ALE-ESTADO
              MOVE ZEROS      TO ALE-MONTO
              IF NAL-MONTO IS NUMERIC
                 MOVE NAL-MONTO TO ALE-MONTO
              END-IF
              MOVE SUS-MOTIVO TO WS-DET-RESULTADO
              PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DE LA NOVEDAD (RESULTADO YA CARGADO) ****************
       7000-IMPRIMIR-DETALLE.

           MOVE NAL-TIPO-NOVEDAD   TO WS-DET-NOVEDAD.
           MOVE NAL-TIPDOC         TO WS-DET-TIPDOC.
           MOVE NAL-NRODOC         TO WS-DET-NRODOC.
           MOVE NAL-TIPO           TO WS-DET-TIPO.
           MOVE WS-ESTADO-ANT      TO WS-DET-ESTADO-ANT.
           MOVE ALE-ESTADO         TO WS-DET-ESTADO-NVO.
           MOVE ALE-MONTO          TO WS-DET-MONTO.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-DETALLE. EXIT.

      ***** LINEA DE LA ALERTA (ENVIO YA CARGADO) *********************
       7100-IMPRIMIR-ALERTA.

           MOVE WS-CLI-TIPDOC      TO WS-ALI-TIPDOC.
           MOVE WS-CLI-NRODOC      TO WS-ALI-NRODOC.
           MOVE WS-CLI-NOMAPE      TO WS-ALI-NOMAPE.
           MOVE WS-ALE-TIPO        TO WS-ALI-TIPO.
           MOVE WS-CUENTA-MASC     TO WS-ALI-CUENTA.
           MOVE WS-ALE-IMPORTE     TO WS-ALI-IMPORTE.

           WRITE REG-LISTADO FROM WS-REG-ALE-LIN AFTER 1.

       F-7100-IMPRIMIR-ALERTA. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7200-IMPRIMIR-TOTALES.

           IF WS-MODO-MANTENIMIENTO
              MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
              MOVE 'SUSCRIPCIONES REGISTRADAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-ALTAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'MONTOS MODIFICADOS' TO WS-TOT-TEXTO
              MOVE WS-TOT-CAMBIOS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'SUSCRIPCIONES DADAS DE BAJA' TO WS-TOT-TEXTO
              MOVE WS-TOT-BAJAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO
              MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              GO TO F-7200-IMPRIMIR-TOTALES
           END-IF.

           MOVE 'MOVIMIENTOS DEL DIA LEIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-MOVIMIENTOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'CHEQUES RECHAZADOS LEIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RCK-LEIDOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ALERTAS DE DEBITO MAYOR' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALE-DEBITO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ALERTAS DE SALDO MINIMO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALE-SALDO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ALERTAS DE CHEQUE RECHAZADO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALE-CHEQUE TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ALERTAS DE DEBITO AUTOMATICO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALE-DEBAUT TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ENVIADAS POR EMAIL' TO WS-TOT-TEXTO.
           MOVE WS-TOT-EMAIL TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ENVIADAS POR SMS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SMS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NO ENVIADAS - FALLECIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-FALLECIDOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NO ENVIADAS - CANAL RECHAZADO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-NO-CONTACTAR TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NO ENVIADAS - SIN MEDIO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SIN-MEDIO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CHEQUES RECHAZADOS SIN CLIENTE' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RCK-SIN-CLI TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** CLIENTE DEL VSAM POR DOCUMENTO: SE POSICIONA EN LA ********
      ***** PRIMERA SECUENCIA DEL DOCUMENTO ***************************
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE NAL-TIPDOC TO WS-CLV-TIPDOC.
           MOVE NAL-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL NAL-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL NAL-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-MANTENIMIENTO
              DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS
              DISPLAY 'SUSCRIPCIONES REGISTR.  = ' WS-TOT-ALTAS
              DISPLAY 'MONTOS MODIFICADOS      = ' WS-TOT-CAMBIOS
              DISPLAY 'SUSCRIPCIONES DE BAJA   = ' WS-TOT-BAJAS
              DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO
              CLOSE ENTRADA
              CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                 MOVE 9999 TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                 CLOSE CURMOVI
              END-EXEC
              DISPLAY 'MOVIMIENTOS LEIDOS      = ' WS-TOT-MOVIMIENTOS
              DISPLAY 'CHEQUES RECHAZADOS      = ' WS-TOT-RCK-LEIDOS
              DISPLAY 'ALERTAS POR EMAIL       = ' WS-TOT-EMAIL
              DISPLAY 'ALERTAS POR SMS         = ' WS-TOT-SMS
              DISPLAY 'NO ENVIADAS FALLECIDOS  = ' WS-TOT-FALLECIDOS
              DISPLAY 'NO ENVIADAS SIN CONSENT = ' WS-TOT-NO-CONTACTAR
              DISPLAY 'NO ENVIADAS SIN MEDIO   = ' WS-TOT-SIN-MEDIO
              IF WS-CONTAC-ABIERTO
                 CLOSE CONTACTO
              END-IF
              IF WS-FALLEC-ABIERTO
                 CLOSE FALLEC
              END-IF
              IF WS-RECHCK-ABIERTO
                 CLOSE RECHCK
              END-IF
              CLOSE ALERTAS
              IF FS-ALR IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE ALERTAS = ' FS-ALR
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           IF WS-CLIENTE-ABIERTO
              CLOSE CLIENTE
           END-IF.

           IF WS-SUSALE-ABIERTO
              CLOSE SUSALE
              IF FS-SAL IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE SUSALE = ' FS-SAL
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * NOVEDADES RECHAZADAS, ALERTAS SIN MEDIO DE CONTACTO O CHEQUES *
      * SIN CLIENTE: ALERTA *******************************************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS
                   OR WS-TOT-SIN-MEDIO > ZEROS
                   OR WS-TOT-RCK-SIN-CLI > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVNT15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-MANTENIMIENTO
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                      + WS-TOT-CAMBIOS + WS-TOT-BAJAS
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           ELSE
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-EMAIL + WS-TOT-SMS
              COMPUTE RES-CANT-ERRORES = WS-TOT-SIN-MEDIO
                      + WS-TOT-RCK-SIN-CLI
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
