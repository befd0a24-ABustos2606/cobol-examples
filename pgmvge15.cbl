       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVGE15.

      ***********************************************
      *                                             *
      *  GRUPOS ECONOMICOS - MAESTRO DE GRUPOS Y    *
      *  SUS INTEGRANTES                            *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVGC15 CONSOLIDA POR DOCUMENTO Y LAS      *
      * EMPRESAS VINCULADAS Y SUS CONTROLANTES SE   *
      * INFORMABAN POR SEPARADO, AUNQUE EL RIESGO   *
      * LAS TRATA COMO UNA SOLA CONTRAPARTE. ESTE   *
      * PROGRAMA MANTIENE EL MAESTRO DDGRUPO        *
      * (CPGRUPO) CON EL FEED DDGRPNOV - 'AL'/'MO'/ *
      * 'BA' DE CABECERAS DE GRUPO ('G': NOMBRE Y   *
      * UMBRAL DE EXPOSICION) Y DE INTEGRANTES      *
      * ('M': DOCUMENTO, NOMBRE Y TIPO DE RELACION) *
      * CON AUDITORIA ANTES/DESPUES. UN DOCUMENTO   *
      * INTEGRA UN SOLO GRUPO Y UN GRUPO NO SE DA   *
      * DE BAJA MIENTRAS TENGA INTEGRANTES. LO      *
      * CONSOLIDA MENSUALMENTE PGMVGR15             *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'GE'  *
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

      * FEED DE NOVEDADES DE GRUPOS ECONOMICOS - AL / MO / BA *
             SELECT ENTRADA ASSIGN DDGRPNOV
                    FILE STATUS IS FS-ENT.

             SELECT GRUPO ASSIGN DDGRUPO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-GRP
                    ALTERNATE RECORD KEY IS ALT-GRP-DOC WITH DUPLICATES
                    FILE STATUS IS FS-GRP.

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

       01 REG-ENTRADA       PIC X(74).

       FD GRUPO.

       01 REG-GRUPO.
           03 KEY-GRP.
              05 KEY-GRP-CODIGO PIC X(06).
              05 ALT-GRP-DOC    PIC X(13).
           03 FILLER        PIC X(71).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(74).
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
       77  FS-GRP           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       77  WS-FEC-ALTA-ANT  PIC 9(8)  VALUE ZEROS.

           COPY CPGRUPO.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DEL FEED DE GRUPOS ECONOMICOS - EN LAS CABECERAS EL   *
      * DOCUMENTO SE IGNORA ********************************************
       01  WS-REG-NOVGRP.
           03  NGR-TIPO-NOVEDAD   PIC X(02).
           03  NGR-TIPO-REG       PIC X(01).
               88  NGR-CABECERA               VALUE 'G'.
               88  NGR-MIEMBRO                VALUE 'M'.
           03  NGR-CLAVE.
               05  NGR-CODIGO     PIC X(06).
               05  NGR-TIPDOC     PIC X(02).
               05  NGR-NRODOC     PIC 9(11).
           03  NGR-NOMBRE         PIC X(30).
           03  NGR-RELACION       PIC X(01).
               88  NGR-RELACION-VALIDA        VALUE 'C' 'D' 'V' 'P'.
               88  NGR-REL-PERSONA            VALUE 'P'.
           03  NGR-UMBRAL         PIC 9(11)V99.
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NGR-OPERADOR       PIC X(08).

      * PREFIJO DEL DOCUMENTO: 30/33/34 ES PERSONA JURIDICA *
       01  WS-DOC-ANALISIS      PIC 9(11)  VALUE ZEROS.
       01  WS-DOC-ANALISIS-RED  REDEFINES WS-DOC-ANALISIS.
           03  WS-DOC-PREFIJO   PIC 9(02).
               88  WS-DOC-EMPRESA             VALUE 30 33 34.
           03  FILLER           PIC 9(09).

      * CLAVE DE LA CABECERA DEL GRUPO (DOCUMENTO EN BLANCO/CEROS) *
       01  WS-CLAVE-CABECERA.
           03  WS-CCB-CODIGO    PIC X(06).
           03  WS-CCB-TIPDOC    PIC X(02)  VALUE SPACES.
           03  WS-CCB-NRODOC    PIC 9(11)  VALUE ZEROS.

       01  WS-DOC-BUSQUEDA.
           03  WS-DBU-TIPDOC    PIC X(02).
           03  WS-DBU-NRODOC    PIC 9(11).

       77  WS-UMBRAL-EDIT   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'NOVEDADES DE GRUPOS ECONOMICOS - PROCESO DEL'.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTIT-NOVEDAD.
           03  FILLER        PIC X(04)    VALUE 'NOV'.
           03  FILLER        PIC X(03)    VALUE 'T'.
           03  FILLER        PIC X(08)    VALUE 'GRUPO'.
           03  FILLER        PIC X(16)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(32)    VALUE 'NOMBRE'.
           03  FILLER        PIC X(03)    VALUE 'R'.
           03  FILLER        PIC X(19)    VALUE 'UMBRAL'.
           03  FILLER        PIC X(47)    VALUE 'RESULTADO'.

       01  WS-REG-NOVEDAD-LIS.
           03  WS-NVL-TIPO-NOV    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-TIPO-REG    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-CODIGO      PIC X(06)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-NVL-NRODOC      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-RELACION    PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-UMBRAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(17)    VALUE SPACES.

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

      * RUTINA COMPARTIDA DE VALIDACION DEL DIGITO VERIFICADOR DE    *
      * CUIT/CUIL (TP 35) **********************************************
       01  WS-PGMVCU15        PIC X(8)     VALUE 'PGMVCU15'.
       01  LK-PARM-CUIT.
           03  LK-CUIT-NUMERO       PIC 9(11).
           03  LK-STATUS-CUIT       PIC X.
               88  LK-CUIT-VALIDO            VALUE 'Y'.
               88  LK-CUIT-NO-VALIDO         VALUE 'N'.
               88  LK-CUIT-NO-APLICA         VALUE 'X'.


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

           OPEN I-O GRUPO.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-GRP IS EQUAL '35'
              OPEN OUTPUT GRUPO
              IF FS-GRP IS EQUAL '00'
                 CLOSE GRUPO
                 OPEN I-O GRUPO
              END-IF
           END-IF.
           IF FS-GRP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN GRUPO = ' FS-GRP
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

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  NOVEDADES DE GRUPOS ECONOMICOS    *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE NGR-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-GRUPO THRU F-4000-ALTA-GRUPO
                 WHEN 'MO'
                    PERFORM 4100-MODIF-GRUPO THRU F-4100-MODIF-GRUPO
                 WHEN 'BA'
                    PERFORM 4200-BAJA-GRUPO THRU F-4200-BAJA-GRUPO
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE GRUPOS ********************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVGRP.
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
           MOVE NGR-OPERADOR TO LK-OPE-ID.
           MOVE 'GE'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NGR-TIPO-NOVEDAD IS NOT EQUAL 'AL'
              AND NGR-TIPO-NOVEDAD IS NOT EQUAL 'MO'
              AND NGR-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NGR-CABECERA
              AND NOT NGR-MIEMBRO
              MOVE 'TIPO DE REGISTRO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NGR-CODIGO IS EQUAL SPACES
              MOVE 'CODIGO DE GRUPO EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NGR-CABECERA
              PERFORM 2300-VALIDAR-CABECERA THRU F-2300-VALIDAR-CABECERA
           ELSE
              PERFORM 2400-VALIDAR-MIEMBRO THRU F-2400-VALIDAR-MIEMBRO
           END-IF.

           IF SUS-MOTIVO IS NOT EQUAL SPACES
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** CABECERA DEL GRUPO: EL DOCUMENTO SE FIJA EN BLANCO/CEROS **
       2300-VALIDAR-CABECERA.

           MOVE SPACES TO SUS-MOTIVO.
           MOVE SPACES TO NGR-TIPDOC.
           MOVE ZEROS  TO NGR-NRODOC.

           IF NGR-TIPO-NOVEDAD IS EQUAL 'BA'
              PERFORM 2350-CONTROLAR-INTEGRANTES
                      THRU F-2350-CONTROLAR-INTEGRANTES
              GO TO F-2300-VALIDAR-CABECERA
           END-IF.

           IF NGR-NOMBRE IS EQUAL SPACES
              MOVE 'NOMBRE DEL GRUPO EN BLANCO' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-CABECERA
           END-IF.

           IF NGR-UMBRAL IS NOT NUMERIC
              MOVE 'UMBRAL DEL GRUPO INVALIDO' TO SUS-MOTIVO
              GO TO F-2300-VALIDAR-CABECERA
           END-IF.

       F-2300-VALIDAR-CABECERA. EXIT.

      ***** UN GRUPO CON INTEGRANTES NO SE PUEDE DAR DE BAJA: SE ******
      ***** POSICIONA EN LA CABECERA Y SE MIRA EL REGISTRO SIGUIENTE **
       2350-CONTROLAR-INTEGRANTES.

           MOVE NGR-CODIGO        TO WS-CCB-CODIGO.
           MOVE WS-CLAVE-CABECERA TO KEY-GRP.

           START GRUPO KEY IS GREATER THAN KEY-GRP
              INVALID KEY
                 GO TO F-2350-CONTROLAR-INTEGRANTES
           END-START.

           READ GRUPO NEXT INTO WS-REG-GRUPO.

           IF FS-GRP IS EQUAL '00'
              AND GRP-CODIGO IS EQUAL NGR-CODIGO
              MOVE 'GRUPO CON INTEGRANTES VIGENTES' TO SUS-MOTIVO
           END-IF.

       F-2350-CONTROLAR-INTEGRANTES. EXIT.

      ***** INTEGRANTE DEL GRUPO **************************************
       2400-VALIDAR-MIEMBRO.

           MOVE SPACES TO SUS-MOTIVO.

           IF NGR-TIPDOC IS EQUAL SPACES
              OR NGR-NRODOC IS NOT NUMERIC
              OR NGR-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL INTEGRANTE INV.' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MIEMBRO
           END-IF.

           IF NGR-TIPO-NOVEDAD IS EQUAL 'BA'
              GO TO F-2400-VALIDAR-MIEMBRO
           END-IF.

           IF NGR-NOMBRE IS EQUAL SPACES
              MOVE 'NOMBRE DEL INTEGRANTE EN BLANCO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MIEMBRO
           END-IF.

           IF NOT NGR-RELACION-VALIDA
              MOVE 'TIPO DE RELACION INVALIDO' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MIEMBRO
           END-IF.

           MOVE NGR-NRODOC TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.
           IF LK-CUIT-NO-VALIDO
              MOVE 'CUIT/CUIL (DIGITO VERIF)' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MIEMBRO
           END-IF.

           MOVE NGR-NRODOC TO WS-DOC-ANALISIS.
           IF NGR-REL-PERSONA
              AND WS-DOC-EMPRESA
              MOVE 'CONTROLANTE NO ES PERS. HUMANA' TO SUS-MOTIVO
              GO TO F-2400-VALIDAR-MIEMBRO
           END-IF.

      * EL GRUPO DEBE ESTAR DADO DE ALTA *
           MOVE NGR-CODIGO        TO WS-CCB-CODIGO.
           MOVE WS-CLAVE-CABECERA TO KEY-GRP.
           READ GRUPO INTO WS-REG-GRUPO.
           EVALUATE FS-GRP
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'GRUPO INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2400-VALIDAR-MIEMBRO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA GRUPO = ' FS-GRP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE LECTURA DEL MAESTRO' TO SUS-MOTIVO
                 GO TO F-2400-VALIDAR-MIEMBRO
           END-EVALUATE.

      * UN DOCUMENTO INTEGRA UN SOLO GRUPO (INDICE POR DOCUMENTO) *
           IF NGR-TIPO-NOVEDAD IS EQUAL 'AL'
              MOVE NGR-TIPDOC      TO WS-DBU-TIPDOC
              MOVE NGR-NRODOC      TO WS-DBU-NRODOC
              MOVE WS-DOC-BUSQUEDA TO ALT-GRP-DOC
              READ GRUPO INTO WS-REG-GRUPO KEY IS ALT-GRP-DOC
              IF FS-GRP IS EQUAL '00' OR '02'
                 MOVE 'DOCUMENTO YA INTEGRA UN GRUPO' TO SUS-MOTIVO
              END-IF
           END-IF.

       F-2400-VALIDAR-MIEMBRO. EXIT.

      ***** ALTA DE CABECERA O INTEGRANTE *****************************
       4000-ALTA-GRUPO.

           PERFORM 4500-ARMAR-GRUPO THRU F-4500-ARMAR-GRUPO.
           MOVE WS-FECHA-HOY-8 TO GRP-FEC-ALTA.

           WRITE REG-GRUPO FROM WS-REG-GRUPO.

           EVALUATE FS-GRP
              WHEN '00'
              WHEN '02'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5000-GRABAR-AUDITORIA
                         THRU F-5000-GRABAR-AUDITORIA
                 IF NGR-CABECERA
                    MOVE 'GRUPO DADO DE ALTA' TO WS-NVL-RESULTADO
                 ELSE
                    MOVE 'INTEGRANTE DADO DE ALTA' TO WS-NVL-RESULTADO
                 END-IF
                 PERFORM 7000-IMPRIMIR-NOVEDAD
                         THRU F-7000-IMPRIMIR-NOVEDAD
              WHEN '22'
                 MOVE 'REGISTRO YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE GRUPO = ' FS-GRP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-GRUPO. EXIT.

      ***** MODIFICACION (CONSERVA ALTA) ******************************
       4100-MODIF-GRUPO.

           PERFORM 4600-LEER-GRUPO THRU F-4600-LEER-GRUPO.

           IF WS-ERROR
              GO TO F-4100-MODIF-GRUPO
           END-IF.

           PERFORM 4700-ANTES-GRUPO THRU F-4700-ANTES-GRUPO.
           MOVE GRP-FEC-ALTA TO WS-FEC-ALTA-ANT.
           PERFORM 4500-ARMAR-GRUPO THRU F-4500-ARMAR-GRUPO.
           MOVE WS-FEC-ALTA-ANT TO GRP-FEC-ALTA.

           REWRITE REG-GRUPO FROM WS-REG-GRUPO.

           IF FS-GRP IS EQUAL '00' OR '02'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'REGISTRO MODIFICADO' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN REWRITE GRUPO = ' FS-GRP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIF-GRUPO. EXIT.

      ***** BAJA DE CABECERA O INTEGRANTE *****************************
       4200-BAJA-GRUPO.

           PERFORM 4600-LEER-GRUPO THRU F-4600-LEER-GRUPO.

           IF WS-ERROR
              GO TO F-4200-BAJA-GRUPO
           END-IF.

           PERFORM 4700-ANTES-GRUPO THRU F-4700-ANTES-GRUPO.

           DELETE GRUPO.

           IF FS-GRP IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              MOVE 'BAJA  ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'REGISTRO DADO DE BAJA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN DELETE GRUPO = ' FS-GRP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-BAJA-GRUPO. EXIT.

      ***** REGISTRO DEL MAESTRO DESDE LA NOVEDAD *********************
       4500-ARMAR-GRUPO.

           MOVE SPACES            TO WS-REG-GRUPO.
           MOVE NGR-CODIGO        TO GRP-CODIGO.
           MOVE NGR-TIPDOC        TO GRP-TIPDOC.
           MOVE NGR-NRODOC        TO GRP-NRODOC.
           MOVE NGR-TIPO-REG      TO GRP-TIPO-REG.
           MOVE NGR-NOMBRE        TO GRP-NOMBRE.
           IF NGR-CABECERA
              MOVE SPACES         TO GRP-RELACION
              MOVE NGR-UMBRAL     TO GRP-UMBRAL
           ELSE
              MOVE NGR-RELACION   TO GRP-RELACION
              MOVE ZEROS          TO GRP-UMBRAL
           END-IF.
           MOVE WS-FECHA-HOY-8    TO GRP-FEC-ULT-MOD.

       F-4500-ARMAR-GRUPO. EXIT.

      ***** LECTURA DEL REGISTRO A MODIFICAR O DAR DE BAJA ************
       4600-LEER-GRUPO.

           MOVE NGR-CLAVE        TO KEY-GRP.

           READ GRUPO INTO WS-REG-GRUPO.

           EVALUATE FS-GRP
              WHEN '00'
                 IF GRP-TIPO-REG IS NOT EQUAL NGR-TIPO-REG
                    SET WS-ERROR TO TRUE
                    MOVE 'TIPO DE REGISTRO NO COINCIDE' TO SUS-MOTIVO
                    PERFORM 6000-GRABAR-SUSPENSO
                            THRU F-6000-GRABAR-SUSPENSO
                 END-IF
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'REGISTRO NO EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 DISPLAY '* ERROR EN LECTURA GRUPO = ' FS-GRP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-LEER-GRUPO. EXIT.

      ***** IMAGEN ANTERIOR PARA LA AUDITORIA *************************
       4700-ANTES-GRUPO.

           MOVE GRP-UMBRAL TO WS-UMBRAL-EDIT.
           MOVE SPACES TO AUD-ANTES.
           STRING 'T=' GRP-TIPO-REG ' R=' GRP-RELACION
                  ' U=' WS-UMBRAL-EDIT ' N=' GRP-NOMBRE
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

       F-4700-ANTES-GRUPO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE GRUPOS *************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVGE15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'GRUPO'        TO AUD-TABLA.
           MOVE NGR-OPERADOR   TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-CLAVE.
           STRING NGR-CODIGO ' ' NGR-TIPDOC NGR-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           IF NGR-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE GRP-UMBRAL TO WS-UMBRAL-EDIT
              STRING 'T=' GRP-TIPO-REG ' R=' GRP-RELACION
                     ' U=' WS-UMBRAL-EDIT ' N=' GRP-NOMBRE
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

           MOVE WS-REG-NOVGRP TO SUS-NOVEDAD.

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

           MOVE NGR-TIPO-NOVEDAD  TO WS-NVL-TIPO-NOV.
           MOVE NGR-TIPO-REG      TO WS-NVL-TIPO-REG.
           MOVE NGR-CODIGO        TO WS-NVL-CODIGO.
           MOVE NGR-TIPDOC        TO WS-NVL-TIPDOC.
           MOVE NGR-NRODOC        TO WS-NVL-NRODOC.
           MOVE NGR-NOMBRE        TO WS-NVL-NOMBRE.
           MOVE NGR-RELACION      TO WS-NVL-RELACION.
           MOVE ZEROS TO WS-NVL-UMBRAL.
           IF NGR-CABECERA
              AND NGR-UMBRAL IS NUMERIC
              MOVE NGR-UMBRAL     TO WS-NVL-UMBRAL
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-NOVEDAD-LIS AFTER 1.

       F-7000-IMPRIMIR-NOVEDAD. EXIT.

      ***** TOTALES DEL LISTADO DE NOVEDADES **************************
       7200-IMPRIMIR-TOTALES.

           MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'REGISTROS DE ALTA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALTAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REGISTROS MODIFICADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-MODIF TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REGISTROS DE BAJA' TO WS-TOT-TEXTO.
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
           DISPLAY 'REGISTROS DE ALTA       = ' WS-TOT-ALTAS.
           DISPLAY 'REGISTROS MODIFICADOS   = ' WS-TOT-MODIF.
           DISPLAY 'REGISTROS DE BAJA       = ' WS-TOT-BAJAS.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA.
           CLOSE GRUPO
              IF FS-GRP IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE GRUPO = ' FS-GRP
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
           MOVE 'PGMVGE15'      TO RES-PROGRAMA.
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
