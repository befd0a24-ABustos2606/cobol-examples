       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVCO15.
      ********************************************************
      *                                                      *
      *   MOTOR COMUN DE CORRESPONDENCIA CON PLANTILLAS      *
      *   Y REGISTRO DE CONTACTOS - TP 35 - BATCH DB2        *
      *                                                      *
      ********************************************************
      *                                                      *
      * CADA JOB QUE ESCRIBIA AL CLIENTE (AVISOS DE          *
      * PRESCRIPCION DE PGMVES15, DOMICILIO DEVUELTO DE      *
      * PGMVRM15, BIENVENIDA DE PGMVAZ15) TRAIA SU PROPIO    *
      * TEXTO Y SU PROPIA LOGICA DE DOMICILIO, Y NADA        *
      * REGISTRABA QUE SE MANDO A QUIEN. ESTE JOB TOMA LA    *
      * COLA COMUN DE SOLICITUDES DDCARSOL (CPCARSOL) QUE    *
      * CUALQUIER JOB EXTIENDE, BUSCA LA VERSION VIGENTE DE  *
      * LA PLANTILLA EN EL MAESTRO DDCARPLA (CPCARPLA),      *
      * RESUELVE EL DOMICILIO DE CORRESPONDENCIA (CONTACTO   *
      * POSTAL O LEGAL DE CPCONTAC, SI NO EL DEL VSAM        *
      * CLIENTE), SALTEA EL DOMICILIO EN CUARENTENA POR      *
      * CORREO DEVUELTO (DOMVAL DE PGMVRM15) PASANDO AL      *
      * CORREO ELECTRONICO CUANDO LA PLANTILLA LO PERMITE,   *
      * RESPETA EL CONSENTIMIENTO EN LAS PLANTILLAS          *
      * COMERCIALES (PGMVCK15), COMBINA LOS CAMPOS Y EMITE   *
      * LA CARTA LISTA PARA IMPRIMIR (DDCARIMP) O EL MAIL    *
      * (DDCAREML). CADA SOLICITUD RESUELTA, SALGA O NO,     *
      * QUEDA EN EL REGISTRO DE CONTACTOS DDCARLOG           *
      * (CPCARLOG) QUE MUESTRA EL LEGAJO PGMVCF15            *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTILLAS ASSIGN DDCARPLA
                  FILE STATUS IS FS-PLA.

           SELECT SOLICITUDES ASSIGN DDCARSOL
                  FILE STATUS IS FS-SOL.

           SELECT CLIENTE ASSIGN DDCLIEN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-CLI
                  FILE STATUS IS FS-CLI.

      * CONTACTOS HIJOS DEL CLIENTE (DB2@TP40, NOVEDAD DA) - UN DD    *
      * AUSENTE SE SALTEA Y SE USA EL DOMICILIO DEL VSAM CLIENTE      *
           SELECT CONTACTO ASSIGN DDCONTAC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-CON
                  FILE STATUS IS FS-CON.

           SELECT IMPRESION ASSIGN DDCARIMP
                  FILE STATUS IS FS-IMP.

           SELECT EMAIL ASSIGN DDCAREML
                  FILE STATUS IS FS-EML.

           SELECT CARLOG ASSIGN DDCARLOG
                  FILE STATUS IS FS-LOG.

           SELECT SUSPENSO ASSIGN DDSUSPEN
                  FILE STATUS IS FS-SUS.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * MAESTRO DE PLANTILLAS (CPCARPLA) *
       FD PLANTILLAS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PLANTILLAS      PIC X(110).

      * COLA COMUN DE SOLICITUDES DE CORRESPONDENCIA (CPCARSOL) *
       FD SOLICITUDES
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-SOLICITUDES     PIC X(160).

       FD CLIENTE.

       01 REG-CLIENTE.
          03 KEY-CLI     PIC X(17).
          03 FILLER      PIC X(227).

       FD CONTACTO.

       01 REG-CONTAC.
          03 KEY-CON     PIC X(14).
          03 FILLER      PIC X(76).

      * CARTAS LISTAS PARA IMPRIMIR, UNA POR PAGINA *
       FD IMPRESION
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-IMPRESION       PIC X(132).

      * SALIDA PARA EL SERVIDOR DE CORREO ELECTRONICO *
       FD EMAIL
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-EMAIL           PIC X(140).

      * REGISTRO DE CONTACTOS (CPCARLOG) - SE EXTIENDE *
       FD CARLOG
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-CARLOG          PIC X(120).

       FD SUSPENSO
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-SOLICITUD    PIC X(160).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       77  FS-PLA           PIC XX    VALUE SPACES.
       77  FS-SOL           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-IMP           PIC XX    VALUE SPACES.
       77  FS-EML           PIC XX    VALUE SPACES.
       77  FS-LOG           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(08) VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPCARPLA.
           COPY CPCARSOL.
           COPY CPCARLOG.
           COPY CPCONTAC.
           COPY TBVCLIEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-CONTAC PIC X     VALUE 'N'.
           88  WS-CONTAC-ABIERTO      VALUE 'Y'.
           88  WS-CONTAC-AUSENTE      VALUE 'N'.

       01  WS-SW-CLIENTE    PIC X     VALUE 'N'.
           88  WS-CLI-HALLADO         VALUE 'S'.
           88  WS-CLI-NO-HALLADO      VALUE 'N'.

      * CLAVE PARCIAL DEL VSAM CLIENTE (DOC + NRO-SEC DE ALTA) *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * PLANTILLAS VIGENTES: CABECERA DE LA VERSION QUE RIGE Y SUS   *
      * LINEAS EN LA TABLA DE TEXTOS (DESDE PRIMERA, CANTIDAD) ********
       01  WS-CAR-TABLA.
           03  WS-CAR-TOPE        PIC 9(03)   VALUE 100.
           03  WS-CAR-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-CAR-ENTRADA OCCURS 100 TIMES.
               05  WS-CAR-CODIGO       PIC X(06).
               05  WS-CAR-VERSION      PIC 9(03).
               05  WS-CAR-DESCRIPCION  PIC X(30).
               05  WS-CAR-CANAL        PIC X(01).
                   88  WS-CAR-SOLO-POSTAL       VALUE 'P'.
               05  WS-CAR-COMERCIAL    PIC X(01).
                   88  WS-CAR-ES-COMERCIAL      VALUE 'S'.
               05  WS-CAR-ASUNTO       PIC X(40).
               05  WS-CAR-PRIMERA      PIC 9(04).
               05  WS-CAR-CANTIDAD     PIC 9(03).

       01  WS-TXT-TABLA.
           03  WS-TXT-TOPE        PIC 9(04)   VALUE 3000.
           03  WS-TXT-OCUP        PIC 9(04)   VALUE ZEROS.
           03  WS-TXT-LINEA       PIC X(80)   OCCURS 3000 TIMES.

       77  WS-IND-CAR       PIC 9(03) VALUE ZEROS.
       77  WS-IND-AUX       PIC 9(03) VALUE ZEROS.
       77  WS-IND-CARGA     PIC 9(03) VALUE ZEROS.
       77  WS-IND-TXT       PIC 9(04) VALUE ZEROS.
       77  WS-IND-ULT-TXT   PIC 9(04) VALUE ZEROS.
       77  WS-NRO-LINEA     PIC 9(03) VALUE ZEROS.
       01  WS-CARTA-BUSCADA PIC X(06) VALUE SPACES.

       01  WS-SW-CARGA      PIC X     VALUE 'N'.
           88  WS-CARGA-ACTIVA        VALUE 'S'.
           88  WS-CARGA-IGNORADA      VALUE 'N'.

      * CAMPOS DE COMBINACION: CODIGO DEL CAMPO (@XXX) Y SU VALOR *
       01  WS-MRG-CODIGOS   PIC X(33) VALUE
           'NOMDOMCIUCPOFECDOCV01V02V03V04V05'.
       01  WS-MRG-CODIGOS-R REDEFINES WS-MRG-CODIGOS.
           03  WS-MRG-CODIGO    PIC X(03)   OCCURS 11 TIMES.

       01  WS-MRG-TABLA.
           03  WS-MRG-VALOR     PIC X(40)   OCCURS 11 TIMES.

       77  WS-IND-MRG       PIC 9(02) VALUE ZEROS.
       77  WS-IND-MRG-HALL  PIC 9(02) VALUE ZEROS.
       01  WS-MRG-BUSCADO   PIC X(03) VALUE SPACES.

       01  WS-LIN-ENTRADA   PIC X(80)  VALUE SPACES.
       01  WS-LIN-SALIDA    PIC X(100) VALUE SPACES.
       77  WS-POS-ENT       PIC 9(03) COMP VALUE ZEROS.
       77  WS-POS-SAL       PIC 9(03) COMP VALUE ZEROS.
       77  WS-LARGO         PIC 9(03) COMP VALUE ZEROS.

       01  WS-FECHA-CARTA.
           03  WS-FCA-DD        PIC 99.
           03  FILLER           PIC X  VALUE '/'.
           03  WS-FCA-MM        PIC 99.
           03  FILLER           PIC X  VALUE '/'.
           03  WS-FCA-AAAA      PIC 9(04).

      * DESTINO RESUELTO DE LA CARTA *
       01  WS-DESTINO.
           03  WS-DST-NOMBRE      PIC X(40).
           03  WS-DST-DOMICILIO   PIC X(30).
           03  WS-DST-CIUDAD      PIC X(20).
           03  WS-DST-COD-POSTAL  PIC X(04).
           03  WS-DST-CORREO      PIC X(30).
           03  WS-DST-CANAL-PREF  PIC X(01).
               88  WS-DST-PREFIERE-EMAIL      VALUE 'E'.

       01  WS-SW-CUARENTENA PIC X     VALUE 'N'.
           88  WS-DOM-EN-CUARENTENA   VALUE 'S'.
           88  WS-DOM-VALIDO          VALUE 'N'.

       01  WS-SW-POSTAL     PIC X     VALUE 'N'.
           88  WS-POSTAL-POSIBLE      VALUE 'S'.
           88  WS-POSTAL-IMPOSIBLE    VALUE 'N'.

       01  WS-SW-EMAIL      PIC X     VALUE 'N'.
           88  WS-EMAIL-POSIBLE       VALUE 'S'.
           88  WS-EMAIL-IMPOSIBLE     VALUE 'N'.

       01  WS-SW-CONSENT    PIC X     VALUE 'N'.
           88  WS-CONSENT-DENEGADO    VALUE 'S'.
           88  WS-CONSENT-OK          VALUE 'N'.

      * CARTA IMPRESA: MARGEN Y TEXTO COMBINADO *
       01  WS-IMP-LINEA.
           03  FILLER             PIC X(08)  VALUE SPACES.
           03  WS-IMP-TEXTO       PIC X(100) VALUE SPACES.
           03  FILLER             PIC X(24)  VALUE SPACES.

      * MAIL: LINEA 000 = ASUNTO, LUEGO EL CUERPO *
       01  WS-REG-EMAIL.
           03  EML-DESTINO        PIC X(30).
           03  EML-CARTA          PIC X(06).
           03  EML-LINEA          PIC 9(03).
           03  EML-TEXTO          PIC X(100).
           03  FILLER             PIC X(01).

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-IMPRESAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-EMAILS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RETENIDAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PLANT     PIC 9(05) VALUE ZEROS.

      * HOST VARIABLE PARA COLUMNA DOMVAL - AUN NO REFLEJADA EN EL   *
      * DCLGEN *********************************************************
       77  DB-CL-DOMVAL     PIC X(01) VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

      * CONSENTIMIENTO PARA PLANTILLAS COMERCIALES (PGMVCK15) ********
       01  WS-PGMVCK15      PIC X(8)  VALUE 'PGMVCK15'.
           COPY CPCNSCTL.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) ********
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.


       PROCEDURE DIVISION.
      *-------------------*
      **************************************
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      **************************************
       MAIN-PROGRAM.
      *-------------*

           PERFORM 1000-I-INICIO
              THRU 1000-F-INICIO

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL WS-FIN-LECTURA

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL

           GOBACK
           .
      **************************************
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      **************************************
       1000-I-INICIO.
      *--------------*

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.
           SET WS-NO-FIN-LECTURA TO TRUE.

           MOVE WS-FECHA-HOY-8(7:2) TO WS-FCA-DD.
           MOVE WS-FECHA-HOY-8(5:2) TO WS-FCA-MM.
           MOVE WS-FECHA-HOY-8(1:4) TO WS-FCA-AAAA.

           PERFORM 1100-CARGAR-PLANTILLAS
                   THRU 1100-F-CARGAR-PLANTILLAS.

           IF WS-CAR-OCUP IS EQUAL ZEROS
              DISPLAY '* SIN PLANTILLAS VIGENTES EN DDCARPLA'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT SOLICITUDES.
           IF FS-SOL IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SOLICITUDES = ' FS-SOL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CONTACTO.
           IF FS-CON IS EQUAL '00'
              SET WS-CONTAC-ABIERTO TO TRUE
           END-IF.

           OPEN OUTPUT IMPRESION.
           IF FS-IMP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN IMPRESION = ' FS-IMP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT EMAIL.
           IF FS-EML IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EMAIL = ' FS-EML
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN EXTEND CARLOG.
           IF FS-LOG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARLOG = ' FS-LOG
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU 2100-F-LECTURA
           END-IF.

       1000-F-INICIO.
           EXIT.

      ***** CARGA DE LAS VERSIONES VIGENTES DE CADA PLANTILLA *********
       1100-CARGAR-PLANTILLAS.
      *-----------------------*

           MOVE ZEROS TO WS-CAR-OCUP WS-TXT-OCUP.
           SET WS-CARGA-IGNORADA TO TRUE.

           OPEN INPUT PLANTILLAS.
           IF FS-PLA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PLANTILLAS = ' FS-PLA
              GO TO 1100-F-CARGAR-PLANTILLAS
           END-IF.

           PERFORM 1150-LEER-PLANTILLA THRU 1150-F-LEER-PLANTILLA
                   UNTIL FS-PLA IS NOT EQUAL '00'.

           CLOSE PLANTILLAS.

       1100-F-CARGAR-PLANTILLAS.
           EXIT.

       1150-LEER-PLANTILLA.
      *--------------------*

           READ PLANTILLAS INTO WS-REG-PLANTILLA.
           IF FS-PLA IS NOT EQUAL '00'
              GO TO 1150-F-LEER-PLANTILLA
           END-IF.
           ADD 1 TO WS-TOT-PLANT.

           IF PLA-LINEA IS NOT NUMERIC OR PLA-VERSION IS NOT NUMERIC
              SET WS-CARGA-IGNORADA TO TRUE
              GO TO 1150-F-LEER-PLANTILLA
           END-IF.

           IF PLA-LINEA IS EQUAL ZEROS
              PERFORM 1200-CABECERA-PLANTILLA
                      THRU 1200-F-CABECERA-PLANTILLA
              GO TO 1150-F-LEER-PLANTILLA
           END-IF.

      * LINEA DE TEXTO: SOLO LA DE LA VERSION QUE SE ESTA CARGANDO *
           IF WS-CARGA-IGNORADA
              GO TO 1150-F-LEER-PLANTILLA
           END-IF.
           IF PLA-CARTA IS NOT EQUAL WS-CAR-CODIGO(WS-IND-CARGA)
              OR PLA-VERSION IS NOT EQUAL WS-CAR-VERSION(WS-IND-CARGA)
              SET WS-CARGA-IGNORADA TO TRUE
              GO TO 1150-F-LEER-PLANTILLA
           END-IF.

           IF WS-TXT-OCUP IS NOT LESS THAN WS-TXT-TOPE
              DISPLAY '* TABLA DE TEXTOS LLENA - CARTA ' PLA-CARTA
              MOVE 9999 TO RETURN-CODE
              SET WS-CARGA-IGNORADA TO TRUE
              GO TO 1150-F-LEER-PLANTILLA
           END-IF.

           ADD 1 TO WS-TXT-OCUP.
           MOVE PLA-TEXTO TO WS-TXT-LINEA(WS-TXT-OCUP).
           ADD 1 TO WS-CAR-CANTIDAD(WS-IND-CARGA).

       1150-F-LEER-PLANTILLA.
           EXIT.

      ***** CABECERA: RIGE SI YA ESTA VIGENTE Y SUPERA LA VERSION *****
      ***** CARGADA DE LA MISMA CARTA *********************************
       1200-CABECERA-PLANTILLA.
      *------------------------*

           SET WS-CARGA-IGNORADA TO TRUE.

           IF PLA-VIGENCIA IS NOT NUMERIC
              OR PLA-VIGENCIA IS GREATER THAN WS-FECHA-HOY-8
              GO TO 1200-F-CABECERA-PLANTILLA
           END-IF.

           MOVE PLA-CARTA TO WS-CARTA-BUSCADA.
           PERFORM 3100-BUSCAR-CARTA THRU 3100-F-BUSCAR-CARTA.

           IF WS-IND-CAR IS EQUAL ZEROS
              IF WS-CAR-OCUP IS NOT LESS THAN WS-CAR-TOPE
                 DISPLAY '* TABLA DE PLANTILLAS LLENA - CARTA '
                         PLA-CARTA
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1200-F-CABECERA-PLANTILLA
              END-IF
              ADD 1 TO WS-CAR-OCUP
              MOVE WS-CAR-OCUP TO WS-IND-CAR
           ELSE
              IF PLA-VERSION IS NOT GREATER THAN
                 WS-CAR-VERSION(WS-IND-CAR)
                 GO TO 1200-F-CABECERA-PLANTILLA
              END-IF
           END-IF.

           MOVE PLA-CARTA       TO WS-CAR-CODIGO(WS-IND-CAR).
           MOVE PLA-VERSION     TO WS-CAR-VERSION(WS-IND-CAR).
           MOVE PLA-DESCRIPCION TO WS-CAR-DESCRIPCION(WS-IND-CAR).
           MOVE PLA-CANAL       TO WS-CAR-CANAL(WS-IND-CAR).
           MOVE PLA-COMERCIAL   TO WS-CAR-COMERCIAL(WS-IND-CAR).
           MOVE PLA-ASUNTO      TO WS-CAR-ASUNTO(WS-IND-CAR).
           COMPUTE WS-CAR-PRIMERA(WS-IND-CAR) = WS-TXT-OCUP + 1.
           MOVE ZEROS           TO WS-CAR-CANTIDAD(WS-IND-CAR).

           MOVE WS-IND-CAR TO WS-IND-CARGA.
           SET WS-CARGA-ACTIVA TO TRUE.

       1200-F-CABECERA-PLANTILLA.
           EXIT.

      **************************************
      *  CUERPO PRINCIPAL DE PROCESOS      *
      **************************************
       2000-I-PROCESO.
      *---------------*

           PERFORM 3000-RESOLVER-SOLICITUD
                   THRU 3000-F-RESOLVER-SOLICITUD.

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU 2100-F-LECTURA
           END-IF.

       2000-F-PROCESO.
           EXIT.

      ***** LECTURA DE LA COLA DE SOLICITUDES *
       2100-LECTURA.
      *-------------*

           READ SOLICITUDES INTO WS-REG-CARSOL.
           EVALUATE FS-SOL
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA SOLICITUDES : ' FS-SOL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2100-F-LECTURA. EXIT.

      ***** RESOLUCION DE UNA SOLICITUD *******************************
       3000-RESOLVER-SOLICITUD.
      *------------------------*

           IF SOL-NRODOC IS NOT NUMERIC
              MOVE 'DOCUMENTO NO NUMERICO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU 6000-F-GRABAR-SUSPENSO
              GO TO 3000-F-RESOLVER-SOLICITUD
           END-IF.

           MOVE SOL-CARTA TO WS-CARTA-BUSCADA.
           PERFORM 3100-BUSCAR-CARTA THRU 3100-F-BUSCAR-CARTA.
           IF WS-IND-CAR IS EQUAL ZEROS
              MOVE 'CARTA SIN PLANTILLA VIGENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU 6000-F-GRABAR-SUSPENSO
              GO TO 3000-F-RESOLVER-SOLICITUD
           END-IF.

           PERFORM 3200-BUSCAR-CLIENTE THRU 3200-F-BUSCAR-CLIENTE.
           IF WS-CLI-NO-HALLADO
              MOVE 'CLIENTE INEXISTENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU 6000-F-GRABAR-SUSPENSO
              GO TO 3000-F-RESOLVER-SOLICITUD
           END-IF.

           PERFORM 3300-RESOLVER-DESTINO THRU 3300-F-RESOLVER-DESTINO.
           PERFORM 3400-VERIFICAR-CUARENTENA
                   THRU 3400-F-VERIFICAR-CUARENTENA.
           IF WS-FIN-LECTURA
              GO TO 3000-F-RESOLVER-SOLICITUD
           END-IF.

           PERFORM 3500-ELEGIR-CANAL THRU 3500-F-ELEGIR-CANAL.
           PERFORM 3600-CARGAR-VALORES THRU 3600-F-CARGAR-VALORES.

           MOVE SPACES          TO WS-REG-CARLOG.
           MOVE SOL-TIPDOC      TO LOG-TIPDOC.
           MOVE SOL-NRODOC      TO LOG-NRODOC.
           MOVE WS-FECHA-HOY-8  TO LOG-FECHA.
           MOVE SOL-CARTA       TO LOG-CARTA.
           MOVE WS-CAR-VERSION(WS-IND-CAR) TO LOG-VERSION.
           MOVE SOL-PROGRAMA    TO LOG-PROGRAMA.
           MOVE SOL-REFERENCIA  TO LOG-REFERENCIA.

           EVALUATE TRUE
              WHEN WS-POSTAL-POSIBLE
                 AND (WS-EMAIL-IMPOSIBLE OR NOT WS-DST-PREFIERE-EMAIL)
                 PERFORM 4000-IMPRIMIR-CARTA
                         THRU 4000-F-IMPRIMIR-CARTA
              WHEN WS-EMAIL-POSIBLE
                 PERFORM 4500-EMITIR-EMAIL
                         THRU 4500-F-EMITIR-EMAIL
              WHEN WS-DOM-EN-CUARENTENA
                 SET LOG-CUARENTENA TO TRUE
                 ADD 1 TO WS-TOT-RETENIDAS
              WHEN WS-CONSENT-DENEGADO
                 SET LOG-SIN-CONSENTIMIENTO TO TRUE
                 ADD 1 TO WS-TOT-RETENIDAS
              WHEN OTHER
                 SET LOG-SIN-DIRECCION TO TRUE
                 ADD 1 TO WS-TOT-RETENIDAS
           END-EVALUATE.

           PERFORM 5000-GRABAR-CONTACTO THRU 5000-F-GRABAR-CONTACTO.

       3000-F-RESOLVER-SOLICITUD.
           EXIT.

      ***** PLANTILLA VIGENTE DE WS-CARTA-BUSCADA (0 = NINGUNA) *******
       3100-BUSCAR-CARTA.
      *------------------*

           MOVE ZEROS TO WS-IND-CAR.
           PERFORM 3150-COMPARAR-CARTA THRU 3150-F-COMPARAR-CARTA
                   VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX > WS-CAR-OCUP
                      OR WS-IND-CAR IS GREATER THAN ZEROS.

       3100-F-BUSCAR-CARTA.
           EXIT.

       3150-COMPARAR-CARTA.
      *--------------------*

           IF WS-CAR-CODIGO(WS-IND-AUX) IS EQUAL WS-CARTA-BUSCADA
              MOVE WS-IND-AUX TO WS-IND-CAR
           END-IF.

       3150-F-COMPARAR-CARTA.
           EXIT.

      ***** CLIENTE EN EL VSAM (PRIMER NRO-SEC DEL DOCUMENTO) *********
       3200-BUSCAR-CLIENTE.
      *--------------------*

           SET WS-CLI-NO-HALLADO TO TRUE.
           INITIALIZE WK-TBCLIE.

           MOVE SOL-TIPDOC TO WS-CLV-TIPDOC.
           MOVE SOL-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO 3200-F-BUSCAR-CLIENTE
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL SOL-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL SOL-NRODOC
              SET WS-CLI-HALLADO TO TRUE
           END-IF.

       3200-F-BUSCAR-CLIENTE.
           EXIT.

      ***** DOMICILIO DE CORRESPONDENCIA: CONTACTO POSTAL, SI NO EL  *
      ***** LEGAL, SI NO EL DEL VSAM CLIENTE **************************
       3300-RESOLVER-DESTINO.
      *----------------------*

           MOVE SPACES TO WS-DESTINO.
           STRING WK-CLI-NOMBRE-CLIENTE   DELIMITED BY '  '
                  ' '                     DELIMITED BY SIZE
                  WK-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                  INTO WS-DST-NOMBRE
           END-STRING.
           MOVE WK-CLI-DOMICILIO          TO WS-DST-DOMICILIO.
           MOVE WK-CLI-CIUDAD             TO WS-DST-CIUDAD.
           MOVE WK-CLI-CODIGO-POSTAL      TO WS-DST-COD-POSTAL.
           MOVE WK-CLI-CORREO-ELECTRONICO TO WS-DST-CORREO.

           IF WS-CONTAC-AUSENTE
              GO TO 3300-F-RESOLVER-DESTINO
           END-IF.

           MOVE SOL-TIPDOC TO KEY-CON(1:2).
           MOVE SOL-NRODOC TO KEY-CON(3:11).
           MOVE 'P'        TO KEY-CON(14:1).
           READ CONTACTO INTO WS-REG-CONTAC.

           IF FS-CON IS NOT EQUAL '00'
              MOVE 'L' TO KEY-CON(14:1)
              READ CONTACTO INTO WS-REG-CONTAC
           END-IF.

           IF FS-CON IS EQUAL '00'
              AND CON-DOMICILIO IS NOT EQUAL SPACES
              MOVE CON-DOMICILIO  TO WS-DST-DOMICILIO
              MOVE CON-CANAL-PREF TO WS-DST-CANAL-PREF
              IF CON-CIUDAD IS NOT EQUAL SPACES
                 MOVE CON-CIUDAD TO WS-DST-CIUDAD
              END-IF
              IF CON-CODIGO-POSTAL IS NOT EQUAL SPACES
                 MOVE CON-CODIGO-POSTAL TO WS-DST-COD-POSTAL
              END-IF
           END-IF.

       3300-F-RESOLVER-DESTINO.
           EXIT.

      ***** DOMICILIO EN CUARENTENA POR CORREO DEVUELTO (PGMVRM15) ****
       3400-VERIFICAR-CUARENTENA.
      *--------------------------*

           SET WS-DOM-VALIDO TO TRUE.
           MOVE SOL-TIPDOC TO DB-CL-TIPDOC.
           MOVE SOL-NRODOC TO DB-CL-NRODOC.
           MOVE SPACES     TO DB-CL-DOMVAL.

           EXEC SQL
              SELECT DOMVAL
                INTO :DB-CL-DOMVAL
                FROM ITPLZRY.TB99CLIE
                WHERE TIPDOC = :DB-CL-TIPDOC
                AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 IF DB-CL-DOMVAL IS EQUAL 'N'
                    SET WS-DOM-EN-CUARENTENA TO TRUE
                 END-IF
              WHEN SQLCODE EQUAL +100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR SELECT DOMVAL: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       3400-F-VERIFICAR-CUARENTENA.
           EXIT.

      ***** CANALES POSIBLES PARA ESTA CARTA Y ESTE CLIENTE ***********
       3500-ELEGIR-CANAL.
      *------------------*

           SET WS-POSTAL-IMPOSIBLE TO TRUE.
           SET WS-EMAIL-IMPOSIBLE  TO TRUE.
           SET WS-CONSENT-OK       TO TRUE.
           SET LK-CNS-POSTAL-SI    TO TRUE.
           SET LK-CNS-EMAIL-SI     TO TRUE.

           IF WS-CAR-ES-COMERCIAL(WS-IND-CAR)
              MOVE SOL-TIPDOC TO LK-CNS-TIPDOC
              MOVE SOL-NRODOC TO LK-CNS-NRODOC
              CALL WS-PGMVCK15 USING LK-PARM-CONSENT
           END-IF.

           IF WS-DST-DOMICILIO IS NOT EQUAL SPACES
              AND WS-DOM-VALIDO
              IF LK-CNS-POSTAL-SI
                 SET WS-POSTAL-POSIBLE TO TRUE
              ELSE
                 SET WS-CONSENT-DENEGADO TO TRUE
              END-IF
           END-IF.

           IF WS-DST-CORREO IS NOT EQUAL SPACES
              AND NOT WS-CAR-SOLO-POSTAL(WS-IND-CAR)
              IF LK-CNS-EMAIL-SI
                 SET WS-EMAIL-POSIBLE TO TRUE
              ELSE
                 SET WS-CONSENT-DENEGADO TO TRUE
              END-IF
           END-IF.

       3500-F-ELEGIR-CANAL.
           EXIT.

      ***** VALORES DE LOS CAMPOS DE COMBINACION **********************
       3600-CARGAR-VALORES.
      *--------------------*

           MOVE SPACES TO WS-MRG-TABLA.
           MOVE WS-DST-NOMBRE     TO WS-MRG-VALOR(1).
           MOVE WS-DST-DOMICILIO  TO WS-MRG-VALOR(2).
           MOVE WS-DST-CIUDAD     TO WS-MRG-VALOR(3).
           MOVE WS-DST-COD-POSTAL TO WS-MRG-VALOR(4).
           MOVE WS-FECHA-CARTA    TO WS-MRG-VALOR(5).
           STRING SOL-TIPDOC ' ' SOL-NRODOC
                  DELIMITED BY SIZE INTO WS-MRG-VALOR(6)
           END-STRING.
           MOVE SOL-VALOR(1)      TO WS-MRG-VALOR(7).
           MOVE SOL-VALOR(2)      TO WS-MRG-VALOR(8).
           MOVE SOL-VALOR(3)      TO WS-MRG-VALOR(9).
           MOVE SOL-VALOR(4)      TO WS-MRG-VALOR(10).
           MOVE SOL-VALOR(5)      TO WS-MRG-VALOR(11).

       3600-F-CARGAR-VALORES.
           EXIT.

      ***** CARTA LISTA PARA IMPRIMIR (UNA POR PAGINA) ****************
       4000-IMPRIMIR-CARTA.
      *--------------------*

           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE WS-DST-NOMBRE TO WS-IMP-TEXTO.
           WRITE REG-IMPRESION FROM WS-IMP-LINEA AFTER PAGE.

           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE WS-DST-DOMICILIO TO WS-IMP-TEXTO.
           WRITE REG-IMPRESION FROM WS-IMP-LINEA AFTER 1.

           MOVE SPACES TO WS-IMP-TEXTO.
           STRING WS-DST-COD-POSTAL ' ' WS-DST-CIUDAD
                  DELIMITED BY SIZE INTO WS-IMP-TEXTO
           END-STRING.
           WRITE REG-IMPRESION FROM WS-IMP-LINEA AFTER 1.

           MOVE SPACES TO WS-IMP-TEXTO.
           STRING 'REF: ' SOL-CARTA '/' WS-CAR-VERSION(WS-IND-CAR)
                  ' ' SOL-REFERENCIA
                  DELIMITED BY SIZE INTO WS-IMP-TEXTO
           END-STRING.
           WRITE REG-IMPRESION FROM WS-IMP-LINEA AFTER 2.

           MOVE SPACES TO WS-IMP-TEXTO.
           WRITE REG-IMPRESION FROM WS-IMP-LINEA AFTER 1.

           COMPUTE WS-IND-ULT-TXT = WS-CAR-PRIMERA(WS-IND-CAR)
                                  + WS-CAR-CANTIDAD(WS-IND-CAR) - 1.
           PERFORM 4100-IMPRIMIR-LINEA THRU 4100-F-IMPRIMIR-LINEA
                   VARYING WS-IND-TXT FROM WS-CAR-PRIMERA(WS-IND-CAR)
                   BY 1 UNTIL WS-IND-TXT > WS-IND-ULT-TXT.

           IF FS-IMP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE IMPRESION = ' FS-IMP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 4000-F-IMPRIMIR-CARTA
           END-IF.

           ADD 1 TO WS-TOT-IMPRESAS.
           SET LOG-POR-CORREO TO TRUE.
           SET LOG-ENVIADA    TO TRUE.
           STRING WS-DST-DOMICILIO ' ' WS-DST-CIUDAD
                  DELIMITED BY SIZE INTO LOG-DESTINO
           END-STRING.

       4000-F-IMPRIMIR-CARTA.
           EXIT.

       4100-IMPRIMIR-LINEA.
      *--------------------*

           MOVE WS-TXT-LINEA(WS-IND-TXT) TO WS-LIN-ENTRADA.
           PERFORM 7000-COMBINAR-LINEA THRU 7000-F-COMBINAR-LINEA.
           MOVE WS-LIN-SALIDA TO WS-IMP-TEXTO.
           WRITE REG-IMPRESION FROM WS-IMP-LINEA AFTER 1.

       4100-F-IMPRIMIR-LINEA.
           EXIT.

      ***** MAIL: ASUNTO (LINEA 000) Y CUERPO COMBINADOS **************
       4500-EMITIR-EMAIL.
      *------------------*

           MOVE SPACES TO WS-REG-EMAIL.
           MOVE WS-DST-CORREO TO EML-DESTINO.
           MOVE SOL-CARTA     TO EML-CARTA.
           MOVE ZEROS         TO EML-LINEA WS-NRO-LINEA.
           MOVE SPACES        TO WS-LIN-ENTRADA.
           MOVE WS-CAR-ASUNTO(WS-IND-CAR) TO WS-LIN-ENTRADA.
           PERFORM 7000-COMBINAR-LINEA THRU 7000-F-COMBINAR-LINEA.
           MOVE WS-LIN-SALIDA TO EML-TEXTO.
           WRITE REG-EMAIL FROM WS-REG-EMAIL.

           COMPUTE WS-IND-ULT-TXT = WS-CAR-PRIMERA(WS-IND-CAR)
                                  + WS-CAR-CANTIDAD(WS-IND-CAR) - 1.
           PERFORM 4600-EMITIR-LINEA THRU 4600-F-EMITIR-LINEA
                   VARYING WS-IND-TXT FROM WS-CAR-PRIMERA(WS-IND-CAR)
                   BY 1 UNTIL WS-IND-TXT > WS-IND-ULT-TXT.

           IF FS-EML IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE EMAIL = ' FS-EML
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 4500-F-EMITIR-EMAIL
           END-IF.

           ADD 1 TO WS-TOT-EMAILS.
           SET LOG-POR-EMAIL TO TRUE.
           SET LOG-ENVIADA   TO TRUE.
           MOVE WS-DST-CORREO TO LOG-DESTINO.

       4500-F-EMITIR-EMAIL.
           EXIT.

       4600-EMITIR-LINEA.
      *------------------*

           ADD 1 TO WS-NRO-LINEA.
           MOVE WS-NRO-LINEA TO EML-LINEA.
           MOVE WS-TXT-LINEA(WS-IND-TXT) TO WS-LIN-ENTRADA.
           PERFORM 7000-COMBINAR-LINEA THRU 7000-F-COMBINAR-LINEA.
           MOVE WS-LIN-SALIDA TO EML-TEXTO.
           WRITE REG-EMAIL FROM WS-REG-EMAIL.

       4600-F-EMITIR-LINEA.
           EXIT.

      ***** REGISTRO DE CONTACTOS *************************************
       5000-GRABAR-CONTACTO.
      *---------------------*

           WRITE REG-CARLOG FROM WS-REG-CARLOG.
           IF FS-LOG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARLOG = ' FS-LOG
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       5000-F-GRABAR-CONTACTO.
           EXIT.

      ***** SOLICITUDES RECHAZADAS (SUSPENSO) *************************
       6000-GRABAR-SUSPENSO.
      *---------------------*

           MOVE WS-REG-CARSOL TO SUS-SOLICITUD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       6000-F-GRABAR-SUSPENSO.
           EXIT.

      ***** COMBINACION DE UNA LINEA: CADA @XXX CONOCIDO SE           *
      ***** REEMPLAZA POR SU VALOR SIN BLANCOS A LA DERECHA ***********
       7000-COMBINAR-LINEA.
      *--------------------*

           MOVE SPACES TO WS-LIN-SALIDA.
           MOVE 1 TO WS-POS-SAL.

           PERFORM 7100-COMBINAR-POSICION THRU 7100-F-COMBINAR-POSICION
                   VARYING WS-POS-ENT FROM 1 BY 1
                   UNTIL WS-POS-ENT > 80 OR WS-POS-SAL > 100.

       7000-F-COMBINAR-LINEA.
           EXIT.

       7100-COMBINAR-POSICION.
      *-----------------------*

           MOVE ZEROS TO WS-IND-MRG-HALL.
           IF WS-LIN-ENTRADA(WS-POS-ENT:1) IS EQUAL '@'
              AND WS-POS-ENT IS LESS THAN 78
              MOVE WS-LIN-ENTRADA(WS-POS-ENT + 1:3) TO WS-MRG-BUSCADO
              PERFORM 7200-BUSCAR-CAMPO THRU 7200-F-BUSCAR-CAMPO
                      VARYING WS-IND-MRG FROM 1 BY 1
                      UNTIL WS-IND-MRG > 11
                         OR WS-IND-MRG-HALL IS GREATER THAN ZEROS
           END-IF.

           IF WS-IND-MRG-HALL IS EQUAL ZEROS
              MOVE WS-LIN-ENTRADA(WS-POS-ENT:1)
                   TO WS-LIN-SALIDA(WS-POS-SAL:1)
              ADD 1 TO WS-POS-SAL
              GO TO 7100-F-COMBINAR-POSICION
           END-IF.

      * LARGO DEL VALOR SIN LOS BLANCOS FINALES, RECORTADO AL ANCHO *
           MOVE 40 TO WS-LARGO.
           PERFORM 7300-RECORTAR-VALOR THRU 7300-F-RECORTAR-VALOR
                   UNTIL WS-LARGO IS EQUAL ZEROS
                      OR WS-MRG-VALOR(WS-IND-MRG-HALL)(WS-LARGO:1)
                         IS NOT EQUAL SPACE.
           IF WS-POS-SAL + WS-LARGO IS GREATER THAN 101
              COMPUTE WS-LARGO = 101 - WS-POS-SAL
           END-IF.

           IF WS-LARGO IS GREATER THAN ZEROS
              MOVE WS-MRG-VALOR(WS-IND-MRG-HALL)(1:WS-LARGO)
                   TO WS-LIN-SALIDA(WS-POS-SAL:WS-LARGO)
              ADD WS-LARGO TO WS-POS-SAL
           END-IF.
           ADD 3 TO WS-POS-ENT.

       7100-F-COMBINAR-POSICION.
           EXIT.

       7200-BUSCAR-CAMPO.
      *------------------*

           IF WS-MRG-CODIGO(WS-IND-MRG) IS EQUAL WS-MRG-BUSCADO
              MOVE WS-IND-MRG TO WS-IND-MRG-HALL
           END-IF.

       7200-F-BUSCAR-CAMPO.
           EXIT.

       7300-RECORTAR-VALOR.
      *--------------------*

           SUBTRACT 1 FROM WS-LARGO.

       7300-F-RECORTAR-VALOR.
           EXIT.

       9999-I-FINAL.
      *-------------*

           DISPLAY 'PLANTILLAS VIGENTES      = ' WS-CAR-OCUP.
           DISPLAY 'SOLICITUDES LEIDAS       = ' WS-TOT-LEIDAS.
           DISPLAY 'CARTAS IMPRESAS          = ' WS-TOT-IMPRESAS.
           DISPLAY 'CORREOS ELECTRONICOS     = ' WS-TOT-EMAILS.
           DISPLAY 'RETENIDAS SIN CANAL      = ' WS-TOT-RETENIDAS.
           DISPLAY 'SOLICITUDES A SUSPENSO   = ' WS-TOT-SUSPENSO.

           CLOSE SOLICITUDES
              IF FS-SOL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SOLICITUDES = ' FS-SOL
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CLIENTE
              IF FS-CLI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CLIENTE = ' FS-CLI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-CONTAC-ABIERTO
              CLOSE CONTACTO
           END-IF.

           CLOSE IMPRESION
              IF FS-IMP IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE IMPRESION = ' FS-IMP
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE EMAIL
              IF FS-EML IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE EMAIL = ' FS-EML
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CARLOG
              IF FS-LOG IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CARLOG = ' FS-LOG
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVCO15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS =
                   WS-TOT-IMPRESAS + WS-TOT-EMAILS.
           MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       9999-F-FINAL.
           EXIT.
