       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVMK15.

      ***********************************************
      *                                             *
      *  REGISTRO DE CONSENTIMIENTO PARA            *
      *  COMUNICACIONES COMERCIALES                 *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS EXTRACTOS DE MARKETING SALIAN SIN MIRAR *
      * SI EL CLIENTE HABIA ACEPTADO RECIBIR        *
      * COMUNICACIONES COMERCIALES, COMO PIDE LA    *
      * LEY DE PROTECCION DE DATOS PERSONALES.      *
      * ESTE PROGRAMA MANTIENE EL REGISTRO DDCONSEN *
      * (CPCONSEN) POR DOCUMENTO Y CANAL (POSTAL,   *
      * EMAIL, TELEFONO, SMS) DESDE DOS FUENTES:    *
      *                                             *
      * 1) EL ARCHIVO DEL REGISTRO NACIONAL NO      *
      * LLAME (DDNOLLAM, ORDENADO POR TELEFONO;     *
      * DD AUSENTE SE SALTEA): LOS TELEFONOS SE     *
      * CRUZAN CONTRA LOS CONTACTOS CPCONTAC Y EL   *
      * CLIENTE QUEDA SIN CONSENTIMIENTO EN         *
      * TELEFONO Y SMS, SALVO QUE HAYA FIRMADO EN   *
      * SUCURSAL UNA ACEPTACION POSTERIOR A SU      *
      * INSCRIPCION.                                *
      * 2) LOS FORMULARIOS FIRMADOS EN SUCURSAL     *
      * (DDCONNOV): ACEPTACION O RECHAZO POR CANAL, *
      * CON FECHA, SUCURSAL Y NUMERO DE FORMULARIO. *
      * UN FORMULARIO ANTERIOR AL CONSENTIMIENTO    *
      * VIGENTE VA AL SUSPENSO.                     *
      *                                             *
      * TODO CAMBIO QUEDA EN LA HISTORIA DDCONHIS   *
      * (CPCONHIS) Y EN LA AUDITORIA CPAUDIT. LOS   *
      * EXTRACTOS LO CONSULTAN VIA PGMVCK15         *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FORMULARIOS DE CONSENTIMIENTO FIRMADOS EN SUCURSAL *
             SELECT ENTRADA ASSIGN DDCONNOV
                    FILE STATUS IS FS-ENT.

      * REGISTRO NACIONAL NO LLAME - TELEFONOS INSCRIPTOS *
             SELECT NOLLAME ASSIGN DDNOLLAM
                    FILE STATUS IS FS-NLL.

             SELECT CONSEN ASSIGN DDCONSEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CONSEN
                    FILE STATUS IS FS-CNS.

      * CONTACTOS DEL CLIENTE (TELEFONO) *
             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

             SELECT HISTORIA ASSIGN DDCONHIS
                    FILE STATUS IS FS-HIS.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(50).

       FD NOLLAME
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-NOLLAME       PIC X(30).

       FD CONSEN.

       01 REG-CONSEN.
           03 KEY-CONSEN    PIC X(14).
           03 FILLER        PIC X(46).

       FD CONTACTO.

       01 REG-CONTACTO.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD HISTORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-HISTORIA      PIC X(80).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(50).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

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
       77  FS-NLL           PIC XX    VALUE SPACES.
       77  FS-CNS           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-HIS           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPCONSEN.
           COPY CPCONHIS.
           COPY CPCONTAC.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-NLL    PIC X.
           88  WS-FIN-NOLLAME         VALUE 'Y'.
           88  WS-NO-FIN-NOLLAME      VALUE 'N'.

       01  WS-STATUS-CON    PIC X.
           88  WS-FIN-CONTACTO        VALUE 'Y'.
           88  WS-NO-FIN-CONTACTO     VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-NOLLAME    PIC X(01)  VALUE 'S'.
           88  WS-NOLLAME-DISPONIBLE   VALUE 'S'.
           88  WS-NOLLAME-AUSENTE      VALUE 'N'.

       01  WS-SW-CONTAC     PIC X(01)  VALUE 'S'.
           88  WS-CONTAC-DISPONIBLE    VALUE 'S'.
           88  WS-CONTAC-AUSENTE       VALUE 'N'.

       01  WS-SW-CONSEN     PIC X(01)  VALUE 'N'.
           88  WS-CONSEN-EXISTE        VALUE 'S'.
           88  WS-CONSEN-NUEVO         VALUE 'N'.

      * FORMULARIO DE CONSENTIMIENTO FIRMADO EN SUCURSAL *
       01  WS-REG-NOVCNS.
           03  NCN-CLAVE.
               05  NCN-TIPDOC     PIC X(02).
               05  NCN-NRODOC     PIC 9(11).
               05  NCN-CANAL      PIC X(01).
                   88  NCN-CANAL-VALIDO       VALUE 'P' 'E' 'T' 'S'.
           03  NCN-ESTADO         PIC X(01).
               88  NCN-ESTADO-VALIDO          VALUE 'S' 'N'.
           03  NCN-FEC-FIRMA      PIC 9(08).
           03  NCN-SUCURSAL       PIC 9(03).
           03  NCN-FORMULARIO     PIC X(20).
           03  FILLER             PIC X(04).

      * INSCRIPCION EN EL REGISTRO NACIONAL NO LLAME *
       01  WS-REG-NOLLAME.
           03  NLL-TELEFONO       PIC X(15).
           03  NLL-FEC-INSCRIP    PIC 9(08).
           03  FILLER             PIC X(07).

      * TELEFONOS INSCRIPTOS EN MEMORIA, EN ORDEN ASCENDENTE, PARA LA *
      * BUSQUEDA BINARIA DE CADA TELEFONO DE CONTACTO ******************
       01  WS-NLL-TABLA.
           03  WS-NLL-TOPE        PIC 9(05)   VALUE 20000.
           03  WS-NLL-OCUP        PIC 9(05)   VALUE ZEROS.
           03  WS-NLL-ENTRADA OCCURS 20000 TIMES.
               05  WS-NLL-TEL     PIC X(15).
               05  WS-NLL-FECHA   PIC 9(08).

       77  WS-NLL-TEL-ANT   PIC X(15)  VALUE LOW-VALUES.
       77  WS-BUS-INF       PIC 9(05)  VALUE ZEROS.
       77  WS-BUS-SUP       PIC 9(05)  VALUE ZEROS.
       77  WS-BUS-MED       PIC 9(05)  VALUE ZEROS.
       77  WS-BUS-HALLADO   PIC 9(05)  VALUE ZEROS.

      * NOVEDAD A APLICAR SOBRE EL REGISTRO (DE CUALQUIERA DE LAS DOS *
      * FUENTES) *******************************************************
       01  WS-NOVEDAD.
           03  WS-NOV-CLAVE.
               05  WS-NOV-TIPDOC  PIC X(02).
               05  WS-NOV-NRODOC  PIC 9(11).
               05  WS-NOV-CANAL   PIC X(01).
           03  WS-NOV-ESTADO      PIC X(01).
           03  WS-NOV-FECHA       PIC 9(08).
           03  WS-NOV-ORIGEN      PIC X(01).
           03  WS-NOV-REFERENCIA  PIC X(20).
           03  WS-NOV-SUCURSAL    PIC 9(03).

       77  WS-ESTADO-ANT    PIC X(01)  VALUE SPACES.

      * CLAVE DEL VSAM CLIENTE: DOCUMENTO + SECUENCIA *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NLL-LEIDOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NLL-RECH  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NLL-COINC PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CAMBIOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-CAMBIO PIC 9(07) VALUE ZEROS.
       77  WS-TOT-POSTERIOR PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'CONSENTIMIENTO COMUNICACIONES COMERCIALES -'.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(04)    VALUE 'ORG'.
           03  FILLER        PIC X(16)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(05)    VALUE 'CAN'.
           03  FILLER        PIC X(05)    VALUE 'ANT'.
           03  FILLER        PIC X(05)    VALUE 'NVO'.
           03  FILLER        PIC X(10)    VALUE 'FECHA'.
           03  FILLER        PIC X(22)    VALUE 'REFERENCIA'.
           03  FILLER        PIC X(65)    VALUE 'RESULTADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-ORIGEN      PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NRODOC      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-CANAL       PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-ESTADO-ANT  PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-ESTADO-NVO  PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-DET-FECHA       PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-REFERENCIA  PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(35)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

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

           IF WS-NO-FIN-LECTURA AND WS-NOLLAME-DISPONIBLE
              PERFORM 3000-REGISTRO-NO-LLAME
                      THRU F-3000-REGISTRO-NO-LLAME
           END-IF.

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
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

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      * SIN ARCHIVO DEL REGISTRO NO LLAME SOLO SE APLICAN FORMULARIOS *
           OPEN INPUT NOLLAME.
           EVALUATE FS-NLL
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET WS-NOLLAME-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN NOLLAME = ' FS-NLL
                 SET WS-NOLLAME-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN I-O CONSEN.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-CNS IS EQUAL '35'
              OPEN OUTPUT CONSEN
              IF FS-CNS IS EQUAL '00'
                 CLOSE CONSEN
                 OPEN I-O CONSEN
              END-IF
           END-IF.
           IF FS-CNS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CONSEN = ' FS-CNS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      * SIN CONTACTOS NO HAY TELEFONOS PARA CRUZAR CON EL REGISTRO *
           OPEN INPUT CONTACTO.
           EVALUATE FS-CON
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET WS-CONTAC-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN CONTACTO = ' FS-CON
                 SET WS-CONTAC-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      * LA HISTORIA SE EXTIENDE CORRIDA TRAS CORRIDA *
           OPEN EXTEND HISTORIA.
           IF FS-HIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTORIA = ' FS-HIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
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

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  FORMULARIOS DE SUCURSAL           *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              MOVE NCN-CLAVE      TO WS-NOV-CLAVE
              MOVE NCN-ESTADO     TO WS-NOV-ESTADO
              MOVE NCN-FEC-FIRMA  TO WS-NOV-FECHA
              MOVE 'F'            TO WS-NOV-ORIGEN
              MOVE NCN-FORMULARIO TO WS-NOV-REFERENCIA
              MOVE NCN-SUCURSAL   TO WS-NOV-SUCURSAL
              PERFORM 4000-APLICAR-NOVEDAD THRU F-4000-APLICAR-NOVEDAD
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DE LOS FORMULARIOS ********************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVCNS.
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

      ***** VALIDACION DEL FORMULARIO *********************************
       2200-VALIDAR-NOVEDAD.

           MOVE SPACES TO SUS-MOTIVO.

           IF NCN-TIPDOC IS EQUAL SPACES
              OR NCN-NRODOC IS NOT NUMERIC
              OR NCN-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NCN-CANAL-VALIDO
              MOVE 'CANAL INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NCN-ESTADO-VALIDO
              MOVE 'CONSENTIMIENTO DEBE SER S O N' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NCN-FEC-FIRMA IS NOT NUMERIC
              OR NCN-FEC-FIRMA IS EQUAL ZEROS
              OR NCN-FEC-FIRMA IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'FECHA DE FIRMA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NCN-SUCURSAL IS NOT NUMERIC
              OR NCN-SUCURSAL IS EQUAL ZEROS
              MOVE 'SUCURSAL INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NCN-FORMULARIO IS EQUAL SPACES
              MOVE 'FALTA NUMERO DE FORMULARIO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           PERFORM 8200-LEER-CLIENTE-VSAM THRU F-8200-LEER-CLIENTE-VSAM.
           IF WS-VSAM-NO-HALLADO
              MOVE 'DOCUMENTO NO ES CLIENTE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * UN FORMULARIO VIEJO NO PISA UNA DECISION MAS RECIENTE *
           MOVE NCN-CLAVE TO KEY-CONSEN.
           READ CONSEN INTO WS-REG-CONSEN.
           IF FS-CNS IS EQUAL '00'
              AND NCN-FEC-FIRMA IS LESS THAN CNS-FEC-CONSENT
              MOVE 'FORMULARIO ANTERIOR AL VIGENTE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  REGISTRO NACIONAL NO LLAME        *
      *                                    *
      **************************************
       3000-REGISTRO-NO-LLAME.

           SET WS-NO-FIN-NOLLAME TO TRUE.
           PERFORM 3100-CARGAR-NOLLAME THRU F-3100-CARGAR-NOLLAME
                   UNTIL WS-FIN-NOLLAME.
           CLOSE NOLLAME.

           IF WS-NLL-OCUP IS EQUAL ZEROS
              GO TO F-3000-REGISTRO-NO-LLAME
           END-IF.

           IF WS-CONTAC-AUSENTE
              DISPLAY '* SIN CONTACTOS: REGISTRO NO LLAME NO CRUZADO'
              GO TO F-3000-REGISTRO-NO-LLAME
           END-IF.

      * RECORRIDO COMPLETO DE LOS CONTACTOS DEL CLIENTE *
           MOVE LOW-VALUES TO KEY-CON.
           START CONTACTO KEY IS NOT LESS THAN KEY-CON
              INVALID KEY
                 GO TO F-3000-REGISTRO-NO-LLAME
           END-START.

           SET WS-NO-FIN-CONTACTO TO TRUE.
           PERFORM 3200-CRUZAR-CONTACTO THRU F-3200-CRUZAR-CONTACTO
                   UNTIL WS-FIN-CONTACTO OR WS-FIN-LECTURA.

       F-3000-REGISTRO-NO-LLAME. EXIT.

      ***** CARGA DEL REGISTRO EN MEMORIA: ORDEN ASCENDENTE Y SIN *****
      ***** REPETIDOS, LO DEMAS SE DESCARTA ***************************
       3100-CARGAR-NOLLAME.

           READ NOLLAME INTO WS-REG-NOLLAME.
           EVALUATE FS-NLL
             WHEN '00'
              ADD 1 TO WS-TOT-NLL-LEIDOS
             WHEN '10'
              SET WS-FIN-NOLLAME TO TRUE
              GO TO F-3100-CARGAR-NOLLAME
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA NOLLAME : ' FS-NLL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-NOLLAME TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3100-CARGAR-NOLLAME
           END-EVALUATE.

           IF NLL-TELEFONO IS EQUAL SPACES
              OR NLL-TELEFONO IS NOT GREATER THAN WS-NLL-TEL-ANT
              OR NLL-FEC-INSCRIP IS NOT NUMERIC
              ADD 1 TO WS-TOT-NLL-RECH
              GO TO F-3100-CARGAR-NOLLAME
           END-IF.

           IF WS-NLL-OCUP IS NOT LESS THAN WS-NLL-TOPE
              DISPLAY '* TABLA NO LLAME COMPLETA - TELEFONO OMITIDO: '
                      NLL-TELEFONO
              ADD 1 TO WS-TOT-NLL-RECH
              GO TO F-3100-CARGAR-NOLLAME
           END-IF.

           ADD 1 TO WS-NLL-OCUP.
           MOVE NLL-TELEFONO    TO WS-NLL-TEL(WS-NLL-OCUP).
           MOVE NLL-FEC-INSCRIP TO WS-NLL-FECHA(WS-NLL-OCUP).
           MOVE NLL-TELEFONO    TO WS-NLL-TEL-ANT.

       F-3100-CARGAR-NOLLAME. EXIT.

      ***** UN CONTACTO: SI SU TELEFONO ESTA INSCRIPTO, EL CLIENTE ****
      ***** PIERDE EL CONSENTIMIENTO EN TELEFONO Y SMS ****************
       3200-CRUZAR-CONTACTO.

           READ CONTACTO NEXT INTO WS-REG-CONTAC.
           EVALUATE FS-CON
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-CONTACTO TO TRUE
              GO TO F-3200-CRUZAR-CONTACTO
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA CONTACTO : ' FS-CON
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-CONTACTO TO TRUE
              GO TO F-3200-CRUZAR-CONTACTO
           END-EVALUATE.

           IF CON-TELEFONO IS EQUAL SPACES
              GO TO F-3200-CRUZAR-CONTACTO
           END-IF.

           PERFORM 3300-BUSCAR-TELEFONO THRU F-3300-BUSCAR-TELEFONO.
           IF WS-BUS-HALLADO IS EQUAL ZEROS
              GO TO F-3200-CRUZAR-CONTACTO
           END-IF.

           ADD 1 TO WS-TOT-NLL-COINC.
           MOVE CON-TIPDOC   TO WS-NOV-TIPDOC.
           MOVE CON-NRODOC   TO WS-NOV-NRODOC.
           MOVE 'N'          TO WS-NOV-ESTADO.
           MOVE WS-NLL-FECHA(WS-BUS-HALLADO) TO WS-NOV-FECHA.
           MOVE 'R'          TO WS-NOV-ORIGEN.
           MOVE CON-TELEFONO TO WS-NOV-REFERENCIA.
           MOVE ZEROS        TO WS-NOV-SUCURSAL.

           MOVE 'T' TO WS-NOV-CANAL.
           PERFORM 3400-APLICAR-NO-LLAME THRU F-3400-APLICAR-NO-LLAME.
           MOVE 'S' TO WS-NOV-CANAL.
           PERFORM 3400-APLICAR-NO-LLAME THRU F-3400-APLICAR-NO-LLAME.

       F-3200-CRUZAR-CONTACTO. EXIT.

      ***** BUSQUEDA BINARIA DEL TELEFONO EN LA TABLA NO LLAME ********
       3300-BUSCAR-TELEFONO.

           MOVE ZEROS       TO WS-BUS-HALLADO.
           MOVE 1           TO WS-BUS-INF.
           MOVE WS-NLL-OCUP TO WS-BUS-SUP.

           PERFORM 3310-PASO-BUSQUEDA THRU F-3310-PASO-BUSQUEDA
                   UNTIL WS-BUS-HALLADO IS NOT EQUAL ZEROS
                      OR WS-BUS-INF IS GREATER THAN WS-BUS-SUP.

       F-3300-BUSCAR-TELEFONO. EXIT.

       3310-PASO-BUSQUEDA.

           COMPUTE WS-BUS-MED = (WS-BUS-INF + WS-BUS-SUP) / 2.

           EVALUATE TRUE
              WHEN WS-NLL-TEL(WS-BUS-MED) IS EQUAL CON-TELEFONO
                 MOVE WS-BUS-MED TO WS-BUS-HALLADO
              WHEN WS-NLL-TEL(WS-BUS-MED) IS LESS THAN CON-TELEFONO
                 COMPUTE WS-BUS-INF = WS-BUS-MED + 1
              WHEN WS-BUS-MED IS EQUAL 1
                 MOVE ZEROS TO WS-BUS-SUP
              WHEN OTHER
                 COMPUTE WS-BUS-SUP = WS-BUS-MED - 1
           END-EVALUATE.

       F-3310-PASO-BUSQUEDA. EXIT.

      ***** LA ACEPTACION FIRMADA EN SUCURSAL DESPUES DE LA ***********
      ***** INSCRIPCION PREVALECE SOBRE EL REGISTRO *******************
       3400-APLICAR-NO-LLAME.

           MOVE WS-NOV-CLAVE TO KEY-CONSEN.
           READ CONSEN INTO WS-REG-CONSEN.

           IF FS-CNS IS EQUAL '00'
              IF CNS-NO-CONSIENTE
                 GO TO F-3400-APLICAR-NO-LLAME
              END-IF
              IF CNS-ORIG-FORMULARIO
                 AND CNS-FEC-CONSENT IS GREATER THAN WS-NOV-FECHA
                 ADD 1 TO WS-TOT-POSTERIOR
                 MOVE CNS-ESTADO TO WS-ESTADO-ANT
                 MOVE 'ACEPTACION POSTERIOR - SE MANT.'
                      TO WS-DET-RESULTADO
                 PERFORM 7000-IMPRIMIR-DETALLE
                         THRU F-7000-IMPRIMIR-DETALLE
                 GO TO F-3400-APLICAR-NO-LLAME
              END-IF
           END-IF.

           PERFORM 4000-APLICAR-NOVEDAD THRU F-4000-APLICAR-NOVEDAD.

       F-3400-APLICAR-NO-LLAME. EXIT.

      ***** ALTA O CAMBIO DEL CONSENTIMIENTO DE UN CANAL **************
       4000-APLICAR-NOVEDAD.

           MOVE WS-NOV-CLAVE TO KEY-CONSEN.
           READ CONSEN INTO WS-REG-CONSEN.

           EVALUATE FS-CNS
              WHEN '00'
                 SET WS-CONSEN-EXISTE TO TRUE
                 MOVE CNS-ESTADO TO WS-ESTADO-ANT
                 MOVE SPACES TO AUD-ANTES
                 STRING 'E=' CNS-ESTADO ' F=' CNS-FEC-CONSENT
                        ' O=' CNS-ORIGEN ' R=' CNS-REFERENCIA
                        DELIMITED BY SIZE INTO AUD-ANTES
                 END-STRING
              WHEN '23'
                 SET WS-CONSEN-NUEVO TO TRUE
                 MOVE SPACES TO WS-ESTADO-ANT AUD-ANTES
                 MOVE SPACES TO WS-REG-CONSEN
                 MOVE WS-NOV-CLAVE TO CNS-CLAVE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CONSEN = ' FS-CNS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-APLICAR-NOVEDAD
           END-EVALUATE.

      * MISMA DECISION, MISMA FECHA Y MISMO ORIGEN: NADA QUE REGISTRAR *
           IF WS-CONSEN-EXISTE
              AND CNS-ESTADO IS EQUAL WS-NOV-ESTADO
              AND CNS-FEC-CONSENT IS EQUAL WS-NOV-FECHA
              AND CNS-ORIGEN IS EQUAL WS-NOV-ORIGEN
              ADD 1 TO WS-TOT-SIN-CAMBIO
              GO TO F-4000-APLICAR-NOVEDAD
           END-IF.

           MOVE WS-NOV-ESTADO     TO CNS-ESTADO.
           MOVE WS-NOV-FECHA      TO CNS-FEC-CONSENT.
           MOVE WS-NOV-ORIGEN     TO CNS-ORIGEN.
           MOVE WS-NOV-REFERENCIA TO CNS-REFERENCIA.
           MOVE WS-NOV-SUCURSAL   TO CNS-SUCURSAL.
           MOVE WS-FECHA-HOY-8    TO CNS-FEC-ULT-MOD.

           IF WS-CONSEN-EXISTE
              REWRITE REG-CONSEN FROM WS-REG-CONSEN
           ELSE
              WRITE REG-CONSEN FROM WS-REG-CONSEN
           END-IF.

           IF FS-CNS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION CONSEN = ' FS-CNS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-APLICAR-NOVEDAD
           END-IF.

           IF WS-CONSEN-EXISTE
              ADD 1 TO WS-TOT-CAMBIOS
              MOVE 'MODIF ' TO AUD-OPERACION
              MOVE 'CONSENTIMIENTO MODIFICADO' TO WS-DET-RESULTADO
           ELSE
              ADD 1 TO WS-TOT-ALTAS
              MOVE 'ALTA  ' TO AUD-OPERACION
              MOVE 'CONSENTIMIENTO REGISTRADO' TO WS-DET-RESULTADO
           END-IF.

           PERFORM 4100-GRABAR-HISTORIA THRU F-4100-GRABAR-HISTORIA.
           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.
           PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE.

       F-4000-APLICAR-NOVEDAD. EXIT.

      ***** HISTORIA DE CONSENTIMIENTOS PARA AUDITORIA ****************
       4100-GRABAR-HISTORIA.

           MOVE SPACES            TO WS-REG-CONHIS.
           MOVE WS-FECHA-HOY-8    TO HCN-FECHA-PROC.
           MOVE 'PGMVMK15'        TO HCN-PROGRAMA.
           MOVE CNS-CLAVE         TO HCN-CLAVE.
           MOVE WS-ESTADO-ANT     TO HCN-ESTADO-ANT.
           MOVE CNS-ESTADO        TO HCN-ESTADO-NVO.
           MOVE CNS-FEC-CONSENT   TO HCN-FEC-CONSENT.
           MOVE CNS-ORIGEN        TO HCN-ORIGEN.
           MOVE CNS-REFERENCIA    TO HCN-REFERENCIA.
           MOVE CNS-SUCURSAL      TO HCN-SUCURSAL.

           WRITE REG-HISTORIA FROM WS-REG-CONHIS.
           IF FS-HIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE HISTORIA = ' FS-HIS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-GRABAR-HISTORIA. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL REGISTRO DE CONSENTIMIENTO ****
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVMK15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'CONSEN'       TO AUD-TABLA.
           MOVE SPACES         TO AUD-CLAVE.
           STRING CNS-TIPDOC CNS-NRODOC ' C=' CNS-CANAL
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'E=' CNS-ESTADO ' F=' CNS-FEC-CONSENT
                  ' O=' CNS-ORIGEN ' R=' CNS-REFERENCIA
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE FORMULARIOS RECHAZADOS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVCNS TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE NCN-CLAVE      TO WS-NOV-CLAVE
              MOVE NCN-ESTADO     TO WS-NOV-ESTADO
              MOVE NCN-FEC-FIRMA  TO WS-NOV-FECHA
              MOVE 'F'            TO WS-NOV-ORIGEN
              MOVE NCN-FORMULARIO TO WS-NOV-REFERENCIA
              MOVE SPACES         TO WS-ESTADO-ANT
              MOVE SUS-MOTIVO     TO WS-DET-RESULTADO
              PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO (RESULTADO YA CARGADO) ******************
       7000-IMPRIMIR-DETALLE.

           MOVE WS-NOV-ORIGEN      TO WS-DET-ORIGEN.
           MOVE WS-NOV-TIPDOC      TO WS-DET-TIPDOC.
           MOVE WS-NOV-NRODOC      TO WS-DET-NRODOC.
           MOVE WS-NOV-CANAL       TO WS-DET-CANAL.
           MOVE WS-ESTADO-ANT      TO WS-DET-ESTADO-ANT.
           MOVE WS-NOV-ESTADO      TO WS-DET-ESTADO-NVO.
           MOVE WS-NOV-FECHA       TO WS-DET-FECHA.
           MOVE WS-NOV-REFERENCIA  TO WS-DET-REFERENCIA.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-DETALLE. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7200-IMPRIMIR-TOTALES.

           MOVE 'INSCRIPTOS NO LLAME LEIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-NLL-LEIDOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'INSCRIPTOS DESCARTADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-NLL-RECH TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CONTACTOS INSCRIPTOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-NLL-COINC TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'FORMULARIOS LEIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CANALES REGISTRADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALTAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CANALES MODIFICADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CAMBIOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'SIN CAMBIOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SIN-CAMBIO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'ACEPTACION POSTERIOR AL NO LL.' TO WS-TOT-TEXTO.
           MOVE WS-TOT-POSTERIOR TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'FORMULARIOS A SUSPENSO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** CLIENTE DEL VSAM POR DOCUMENTO: SE POSICIONA EN LA ********
      ***** PRIMERA SECUENCIA DEL DOCUMENTO ***************************
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE NCN-TIPDOC TO WS-CLV-TIPDOC.
           MOVE NCN-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL NCN-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL NCN-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'INSCRIPTOS NO LLAME     = ' WS-TOT-NLL-LEIDOS.
           DISPLAY 'CONTACTOS INSCRIPTOS    = ' WS-TOT-NLL-COINC.
           DISPLAY 'FORMULARIOS LEIDOS      = ' WS-TOT-LEIDAS.
           DISPLAY 'CANALES REGISTRADOS     = ' WS-TOT-ALTAS.
           DISPLAY 'CANALES MODIFICADOS     = ' WS-TOT-CAMBIOS.
           DISPLAY 'FORMULARIOS A SUSPENSO  = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA.
           CLOSE CLIENTE.
           IF WS-CONTAC-DISPONIBLE
              CLOSE CONTACTO
           END-IF.
           CLOSE CONSEN
              IF FS-CNS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CONSEN = ' FS-CNS
                MOVE 9999 TO RETURN-CODE
              END-IF.
           CLOSE HISTORIA
              IF FS-HIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE HISTORIA = ' FS-HIS
                MOVE 9999 TO RETURN-CODE
              END-IF.
           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.
           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           PERFORM 7200-IMPRIMIR-TOTALES THRU F-7200-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * FORMULARIOS RECHAZADOS: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND WS-TOT-SUSPENSO > ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVMK15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                   + WS-TOT-CAMBIOS.
           MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
