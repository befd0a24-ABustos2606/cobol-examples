       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVRF15.

      ***********************************************
      *                                             *
      *  DECLARACIONES DE RESIDENCIA FISCAL         *
      *  (FATCA / CRS) POR CLIENTE                  *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL REGIMEN ANUAL DE PGMVTX15 SOLO CUBRE AL  *
      * ORGANISMO LOCAL Y NO HABIA DONDE REGISTRAR  *
      * SI UN CLIENTE ES US PERSON O RESIDENTE      *
      * FISCAL DE OTRO PAIS. ESTE PROGRAMA MANTIENE *
      * EL MAESTRO DDRESFIS (CPRESFIS) CON EL FEED  *
      * DDRESNOV - 'AL'/'MO'/'BA' DE LA AUTOCERTI-  *
      * FICACION DEL CLIENTE: CONDICION DE US       *
      * PERSON, HASTA TRES PAISES DE RESIDENCIA     *
      * CON SU TIN (OBLIGATORIO PARA TODA           *
      * RESIDENCIA DISTINTA DE LA LOCAL) Y FECHA DE *
      * LA AUTOCERTIFICACION, CON AUDITORIA ANTES/  *
      * DESPUES. EL REPORTE ANUAL FATCA/CRS         *
      * PGMVCR15 LO CONSULTA POR DOCUMENTO          *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'RF'  *
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

      * FEED DE AUTOCERTIFICACIONES - AL / MO / BA *
             SELECT ENTRADA ASSIGN DDRESNOV
                    FILE STATUS IS FS-ENT.

             SELECT RESFIS ASSIGN DDRESFIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-RFI
                    FILE STATUS IS FS-RFI.

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

       01 REG-ENTRADA       PIC X(98).

       FD RESFIS.

       01 REG-RESFIS.
           03 KEY-RFI       PIC X(13).
           03 FILLER        PIC X(107).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(98).
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
       77  FS-RFI           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       77  WS-FEC-ALTA-ANT  PIC 9(8)  VALUE ZEROS.

      * PAIS DE LA ENTIDAD: SU RESIDENCIA NO REQUIERE TIN Y NUNCA ES *
      * REPORTABLE ****************************************************
       77  WS-PAIS-LOCAL    PIC X(02) VALUE 'AR'.

           COPY CPRESFIS.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DEL FEED DE AUTOCERTIFICACIONES *
       01  WS-REG-NOVRFI.
           03  NRF-TIPO-NOVEDAD   PIC X(02).
           03  NRF-CLAVE.
               05  NRF-TIPDOC     PIC X(02).
               05  NRF-NRODOC     PIC 9(11).
           03  NRF-US-PERSON      PIC X(01).
               88  NRF-US-PERSON-VALIDO       VALUE 'S' 'N'.
               88  NRF-ES-US-PERSON           VALUE 'S'.
           03  NRF-RESIDENCIA     OCCURS 3 TIMES.
               05  NRF-PAIS       PIC X(02).
               05  NRF-TIN        PIC X(20).
           03  NRF-FEC-AUTOCERT   PIC 9(08).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NRF-OPERADOR       PIC X(08).

      * VALIDACION DE LAS RESIDENCIAS DE LA NOVEDAD *
       77  WS-RES-IX        PIC 9(01)  VALUE ZEROS.
       77  WS-RES-IX2       PIC 9(01)  VALUE ZEROS.
       77  WS-CANT-RESID    PIC 9(01)  VALUE ZEROS.
       77  WS-MOTIVO-RESID  PIC X(30)  VALUE SPACES.

       01  WS-SW-RESID-US   PIC X(01)  VALUE 'N'.
           88  WS-CON-RESID-US            VALUE 'S'.
           88  WS-SIN-RESID-US            VALUE 'N'.

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'NOVEDADES DE RESIDENCIA FISCAL - PROCESO DEL'.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTIT-NOVEDAD.
           03  FILLER        PIC X(04)    VALUE 'NOV'.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(04)    VALUE 'USP'.
           03  FILLER        PIC X(10)    VALUE 'PAISES'.
           03  FILLER        PIC X(10)    VALUE 'AUTOCERT'.
           03  FILLER        PIC X(89)    VALUE 'RESULTADO'.

       01  WS-REG-NOVEDAD-LIS.
           03  WS-NVL-TIPO-NOV    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-NRODOC      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-US-PERSON   PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-NVL-PAISES      PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-AUTOCERT    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(59)    VALUE SPACES.

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

           OPEN I-O RESFIS.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-RFI IS EQUAL '35'
              OPEN OUTPUT RESFIS
              IF FS-RFI IS EQUAL '00'
                 CLOSE RESFIS
                 OPEN I-O RESFIS
              END-IF
           END-IF.
           IF FS-RFI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESFIS = ' FS-RFI
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
           WRITE REG-LISTADO FROM WS-SUBTIT-NOVEDAD AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  NOVEDADES DE RESIDENCIA FISCAL    *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE NRF-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-RESFIS THRU F-4000-ALTA-RESFIS
                 WHEN 'MO'
                    PERFORM 4100-MODIF-RESFIS THRU F-4100-MODIF-RESFIS
                 WHEN 'BA'
                    PERFORM 4200-BAJA-RESFIS THRU F-4200-BAJA-RESFIS
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE AUTOCERTIFICACIONES ***
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVRFI.
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

      ***** VALIDACION DE LA NOVEDAD **********************************
       2200-VALIDAR-NOVEDAD.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NRF-OPERADOR TO LK-OPE-ID.
           MOVE 'RF'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRF-TIPO-NOVEDAD IS NOT EQUAL 'AL'
              AND NRF-TIPO-NOVEDAD IS NOT EQUAL 'MO'
              AND NRF-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRF-TIPDOC IS EQUAL SPACES
              OR NRF-NRODOC IS NOT NUMERIC
              OR NRF-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRF-TIPO-NOVEDAD IS EQUAL 'BA'
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NOT NRF-US-PERSON-VALIDO
              MOVE 'CONDICION US PERSON INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE ZEROS  TO WS-CANT-RESID.
           MOVE SPACES TO WS-MOTIVO-RESID.
           SET WS-SIN-RESID-US TO TRUE.
           PERFORM 2250-VALIDAR-RESIDENCIA
                   THRU F-2250-VALIDAR-RESIDENCIA
                   VARYING WS-RES-IX FROM 1 BY 1
                   UNTIL WS-RES-IX > 3
                      OR WS-MOTIVO-RESID IS NOT EQUAL SPACES.

           IF WS-MOTIVO-RESID IS NOT EQUAL SPACES
              MOVE WS-MOTIVO-RESID TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF WS-CANT-RESID IS EQUAL ZEROS
              MOVE 'SIN PAIS DE RESIDENCIA FISCAL' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL US PERSON TRIBUTA EN EEUU AUNQUE RESIDA EN OTRO PAIS: DEBE *
      * DECLARAR LA RESIDENCIA US CON SU TIN ***************************
           IF NRF-ES-US-PERSON
              AND WS-SIN-RESID-US
              MOVE 'US PERSON SIN RESIDENCIA EEUU' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRF-FEC-AUTOCERT IS NOT NUMERIC
              OR NRF-FEC-AUTOCERT IS EQUAL ZEROS
              MOVE 'FECHA DE AUTOCERT. INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NRF-FEC-AUTOCERT IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'AUTOCERTIFICACION FUTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** UNA RESIDENCIA DE LA NOVEDAD (PAIS + TIN) *****************
       2250-VALIDAR-RESIDENCIA.

           IF NRF-PAIS(WS-RES-IX) IS EQUAL SPACES
              IF NRF-TIN(WS-RES-IX) IS NOT EQUAL SPACES
                 MOVE 'TIN SIN PAIS DE RESIDENCIA' TO WS-MOTIVO-RESID
              END-IF
              GO TO F-2250-VALIDAR-RESIDENCIA
           END-IF.

           IF NRF-PAIS(WS-RES-IX) IS NOT ALPHABETIC
              MOVE 'PAIS DE RESIDENCIA INVALIDO' TO WS-MOTIVO-RESID
              GO TO F-2250-VALIDAR-RESIDENCIA
           END-IF.

           IF NRF-PAIS(WS-RES-IX) IS NOT EQUAL WS-PAIS-LOCAL
              AND NRF-TIN(WS-RES-IX) IS EQUAL SPACES
              MOVE 'RESIDENCIA EXTRANJERA SIN TIN' TO WS-MOTIVO-RESID
              GO TO F-2250-VALIDAR-RESIDENCIA
           END-IF.

           PERFORM 2260-COMPARAR-RESIDENCIA
                   THRU F-2260-COMPARAR-RESIDENCIA
                   VARYING WS-RES-IX2 FROM 1 BY 1
                   UNTIL WS-RES-IX2 IS NOT LESS THAN WS-RES-IX.

           IF WS-MOTIVO-RESID IS NOT EQUAL SPACES
              GO TO F-2250-VALIDAR-RESIDENCIA
           END-IF.

           ADD 1 TO WS-CANT-RESID.
           IF NRF-PAIS(WS-RES-IX) IS EQUAL 'US'
              SET WS-CON-RESID-US TO TRUE
           END-IF.

       F-2250-VALIDAR-RESIDENCIA. EXIT.

       2260-COMPARAR-RESIDENCIA.

           IF NRF-PAIS(WS-RES-IX2) IS EQUAL NRF-PAIS(WS-RES-IX)
              MOVE 'PAIS DE RESIDENCIA REPETIDO' TO WS-MOTIVO-RESID
           END-IF.

       F-2260-COMPARAR-RESIDENCIA. EXIT.

      ***** ALTA DE DECLARACION ***************************************
       4000-ALTA-RESFIS.

           PERFORM 4500-ARMAR-RESFIS THRU F-4500-ARMAR-RESFIS.
           MOVE WS-FECHA-HOY-8 TO RFI-FEC-ALTA.

           WRITE REG-RESFIS FROM WS-REG-RESFIS.

           EVALUATE FS-RFI
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5000-GRABAR-AUDITORIA
                         THRU F-5000-GRABAR-AUDITORIA
                 MOVE 'DECLARACION DADA DE ALTA' TO WS-NVL-RESULTADO
                 PERFORM 7000-IMPRIMIR-NOVEDAD
                         THRU F-7000-IMPRIMIR-NOVEDAD
              WHEN '22'
                 MOVE 'DECLARACION YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE RESFIS = ' FS-RFI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-RESFIS. EXIT.

      ***** MODIFICACION / NUEVA AUTOCERTIFICACION (CONSERVA ALTA) ****
       4100-MODIF-RESFIS.

           PERFORM 4600-LEER-RESFIS THRU F-4600-LEER-RESFIS.

           IF WS-ERROR
              GO TO F-4100-MODIF-RESFIS
           END-IF.

           PERFORM 4700-ANTES-RESFIS THRU F-4700-ANTES-RESFIS.
           MOVE RFI-FEC-ALTA TO WS-FEC-ALTA-ANT.
           PERFORM 4500-ARMAR-RESFIS THRU F-4500-ARMAR-RESFIS.
           MOVE WS-FEC-ALTA-ANT TO RFI-FEC-ALTA.

           REWRITE REG-RESFIS FROM WS-REG-RESFIS.

           IF FS-RFI IS EQUAL '00'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'DECLARACION MODIFICADA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN REWRITE RESFIS = ' FS-RFI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIF-RESFIS. EXIT.

      ***** BAJA DE DECLARACION ***************************************
       4200-BAJA-RESFIS.

           PERFORM 4600-LEER-RESFIS THRU F-4600-LEER-RESFIS.

           IF WS-ERROR
              GO TO F-4200-BAJA-RESFIS
           END-IF.

           PERFORM 4700-ANTES-RESFIS THRU F-4700-ANTES-RESFIS.

           DELETE RESFIS.

           IF FS-RFI IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              MOVE 'BAJA  ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'DECLARACION DADA DE BAJA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN DELETE RESFIS = ' FS-RFI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-BAJA-RESFIS. EXIT.

      ***** REGISTRO DEL MAESTRO DESDE LA NOVEDAD *********************
       4500-ARMAR-RESFIS.

           MOVE SPACES            TO WS-REG-RESFIS.
           MOVE NRF-TIPDOC        TO RFI-TIPDOC.
           MOVE NRF-NRODOC        TO RFI-NRODOC.
           MOVE NRF-US-PERSON     TO RFI-US-PERSON.
           MOVE NRF-PAIS(1)       TO RFI-PAIS(1).
           MOVE NRF-TIN(1)        TO RFI-TIN(1).
           MOVE NRF-PAIS(2)       TO RFI-PAIS(2).
           MOVE NRF-TIN(2)        TO RFI-TIN(2).
           MOVE NRF-PAIS(3)       TO RFI-PAIS(3).
           MOVE NRF-TIN(3)        TO RFI-TIN(3).
           MOVE NRF-FEC-AUTOCERT  TO RFI-FEC-AUTOCERT.
           MOVE WS-FECHA-HOY-8    TO RFI-FEC-ULT-MOD.

       F-4500-ARMAR-RESFIS. EXIT.

      ***** LECTURA DE LA DECLARACION A MODIFICAR O DAR DE BAJA *******
       4600-LEER-RESFIS.

           MOVE NRF-CLAVE        TO KEY-RFI.

           READ RESFIS INTO WS-REG-RESFIS.

           EVALUATE FS-RFI
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'DECLARACION NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 DISPLAY '* ERROR EN LECTURA RESFIS = ' FS-RFI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-LEER-RESFIS. EXIT.

      ***** IMAGEN ANTERIOR PARA LA AUDITORIA *************************
       4700-ANTES-RESFIS.

           MOVE SPACES TO AUD-ANTES.
           STRING 'USP=' RFI-US-PERSON
                  ' P=' RFI-PAIS(1) ' ' RFI-PAIS(2) ' ' RFI-PAIS(3)
                  ' AC=' RFI-FEC-AUTOCERT ' TIN=' RFI-TIN(1)
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

       F-4700-ANTES-RESFIS. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE RESIDENCIAS ********
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVRF15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'RESFIS'       TO AUD-TABLA.
           MOVE NRF-OPERADOR   TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-CLAVE.
           STRING 'TD=' NRF-TIPDOC ' ND=' NRF-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           IF NRF-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              STRING 'USP=' RFI-US-PERSON
                     ' P=' RFI-PAIS(1) ' ' RFI-PAIS(2) ' ' RFI-PAIS(3)
                     ' AC=' RFI-FEC-AUTOCERT ' TIN=' RFI-TIN(1)
                     DELIMITED BY SIZE INTO AUD-DESPUES
              END-STRING
           END-IF.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVRFI TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SUS-MOTIVO TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO DE NOVEDADES (RESULTADO YA CARGADO) *****
       7000-IMPRIMIR-NOVEDAD.

           MOVE NRF-TIPO-NOVEDAD  TO WS-NVL-TIPO-NOV.
           MOVE NRF-TIPDOC        TO WS-NVL-TIPDOC.
           MOVE NRF-NRODOC        TO WS-NVL-NRODOC.
           MOVE NRF-US-PERSON     TO WS-NVL-US-PERSON.
           MOVE SPACES            TO WS-NVL-PAISES.
           STRING NRF-PAIS(1) ' ' NRF-PAIS(2) ' ' NRF-PAIS(3)
                  DELIMITED BY SIZE INTO WS-NVL-PAISES
           END-STRING.
           MOVE ZEROS TO WS-NVL-AUTOCERT.
           IF NRF-FEC-AUTOCERT IS NUMERIC
              MOVE NRF-FEC-AUTOCERT TO WS-NVL-AUTOCERT
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-NOVEDAD-LIS AFTER 1.

       F-7000-IMPRIMIR-NOVEDAD. EXIT.

      ***** TOTALES DEL LISTADO DE NOVEDADES **************************
       7200-IMPRIMIR-TOTALES.

           MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'DECLARACIONES DE ALTA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALTAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DECLARACIONES MODIFICADAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-MODIF TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DECLARACIONES DE BAJA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-BAJAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS.
           DISPLAY 'DECLARACIONES DE ALTA   = ' WS-TOT-ALTAS.
           DISPLAY 'DECLARACIONES MODIF.    = ' WS-TOT-MODIF.
           DISPLAY 'DECLARACIONES DE BAJA   = ' WS-TOT-BAJAS.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA.
           CLOSE RESFIS
              IF FS-RFI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE RESFIS = ' FS-RFI
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

      * NOVEDADES RECHAZADAS: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND WS-TOT-SUSPENSO > ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRF15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS
                   + WS-TOT-MODIF + WS-TOT-BAJAS.
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
