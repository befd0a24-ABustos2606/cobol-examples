       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVTU15.

      ***********************************************
      *                                             *
      *  REPRESENTANTES LEGALES DE CLIENTES         *
      *  MENORES DE EDAD                            *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * TB99CLIE TIENE LA FECHA DE NACIMIENTO PERO  *
      * NADA IMPEDIA OPERAR LA CUENTA DE UN MENOR   *
      * SIN SU REPRESENTANTE. ESTE PROGRAMA         *
      * MANTIENE EL MAESTRO DDTUTOR (CPTUTOR) CON   *
      * EL FEED DDTUTNOV - 'AL'/'MO'/'BA' DE CADA   *
      * PAR MENOR / REPRESENTANTE CON EL TIPO DE    *
      * REPRESENTACION (P/T/G) Y EL OFICIO JUDICIAL *
      * (OBLIGATORIO EN TUTELA Y GUARDA), CON       *
      * AUDITORIA ANTES/DESPUES. EL MENOR DEBE SER  *
      * CLIENTE (VSAM CLIENTE) Y NO HABER CUMPLIDO  *
      * 18 ANIOS. LOS DEBITOS LO CONSULTAN VIA      *
      * PGMVMN15 Y PGMVMY15 CIERRA LAS              *
      * REPRESENTACIONES AL LLEGAR A LA MAYORIA     *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'TU'  *
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

      * FEED DE NOVEDADES DE REPRESENTANTES - AL / MO / BA *
             SELECT ENTRADA ASSIGN DDTUTNOV
                    FILE STATUS IS FS-ENT.

             SELECT TUTOR ASSIGN DDTUTOR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-TUTOR
                    FILE STATUS IS FS-TUT.

      * MAESTRO DE CLIENTES VALIDADOS - EXISTENCIA Y EDAD DEL MENOR *
             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

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

       01 REG-ENTRADA       PIC X(87).

       FD TUTOR.

       01 REG-TUTOR.
           03 KEY-TUTOR     PIC X(26).
           03 FILLER        PIC X(94).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(87).
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
       77  FS-TUT           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       77  WS-FEC-ALTA-ANT  PIC 9(8)  VALUE ZEROS.

           COPY CPTUTOR.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * NOVEDAD DEL FEED DE REPRESENTANTES - EN LA BAJA SOLO CUENTA   *
      * LA CLAVE *******************************************************
       01  WS-REG-NOVTUT.
           03  NTU-TIPO-NOVEDAD   PIC X(02).
           03  NTU-CLAVE.
               05  NTU-MEN-TIPDOC PIC X(02).
               05  NTU-MEN-NRODOC PIC 9(11).
               05  NTU-REP-TIPDOC PIC X(02).
               05  NTU-REP-NRODOC PIC 9(11).
           03  NTU-NOMBRE         PIC X(30).
           03  NTU-TIPO-REPRES    PIC X(01).
               88  NTU-REPRES-PARENTAL        VALUE 'P'.
               88  NTU-REPRES-VALIDA          VALUE 'P' 'T' 'G'.
           03  NTU-OFICIO         PIC X(20).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NTU-OPERADOR       PIC X(08).

      * PREFIJO DEL DOCUMENTO: 30/33/34 ES PERSONA JURIDICA *
       01  WS-DOC-ANALISIS      PIC 9(11)  VALUE ZEROS.
       01  WS-DOC-ANALISIS-RED  REDEFINES WS-DOC-ANALISIS.
           03  WS-DOC-PREFIJO   PIC 9(02).
               88  WS-DOC-EMPRESA             VALUE 30 33 34.
           03  FILLER           PIC 9(09).

      * CLAVE DEL VSAM CLIENTE: DOCUMENTO + SECUENCIA *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

      * FECHA DE NACIMIENTO DEL VSAM CLIENTE (AAAA-MM-DD) *
       01  WS-FECNAC.
           03  WS-NAC-ANIO      PIC 9(04).
           03  FILLER           PIC X(01).
           03  WS-NAC-MES       PIC 9(02).
           03  FILLER           PIC X(01).
           03  WS-NAC-DIA       PIC 9(02).

       01  WS-FEC-MAYORIA.
           03  WS-MAY-ANIO      PIC 9(04).
           03  WS-MAY-MES       PIC 9(02).
           03  WS-MAY-DIA       PIC 9(02).
       01  WS-FEC-MAYORIA-N REDEFINES WS-FEC-MAYORIA PIC 9(08).

       77  WS-TOT-LEIDAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'NOVEDADES DE REPRESENTANTES DE MENORES - PROCESO'.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTIT-NOVEDAD.
           03  FILLER        PIC X(04)    VALUE 'NOV'.
           03  FILLER        PIC X(16)    VALUE 'MENOR'.
           03  FILLER        PIC X(16)    VALUE 'REPRESENTANTE'.
           03  FILLER        PIC X(32)    VALUE 'NOMBRE'.
           03  FILLER        PIC X(03)    VALUE 'T'.
           03  FILLER        PIC X(22)    VALUE 'OFICIO'.
           03  FILLER        PIC X(39)    VALUE 'RESULTADO'.

       01  WS-REG-NOVEDAD-LIS.
           03  WS-NVL-TIPO-NOV    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-MEN-TIPDOC  PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-NVL-MEN-NRODOC  PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-REP-TIPDOC  PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-NVL-REP-NRODOC  PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-TIPO-REPRES PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-OFICIO      PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-NVL-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(9)     VALUE SPACES.

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

           OPEN I-O TUTOR.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-TUT IS EQUAL '35'
              OPEN OUTPUT TUTOR
              IF FS-TUT IS EQUAL '00'
                 CLOSE TUTOR
                 OPEN I-O TUTOR
              END-IF
           END-IF.
           IF FS-TUT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TUTOR = ' FS-TUT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
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
      *  NOVEDADES DE REPRESENTANTES       *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              EVALUATE NTU-TIPO-NOVEDAD
                 WHEN 'AL'
                    PERFORM 4000-ALTA-TUTOR THRU F-4000-ALTA-TUTOR
                 WHEN 'MO'
                    PERFORM 4100-MODIF-TUTOR THRU F-4100-MODIF-TUTOR
                 WHEN 'BA'
                    PERFORM 4200-BAJA-TUTOR THRU F-4200-BAJA-TUTOR
              END-EVALUATE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE REPRESENTANTES ************************
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVTUT.
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
           MOVE NTU-OPERADOR TO LK-OPE-ID.
           MOVE 'TU'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE SPACES TO SUS-MOTIVO.

           IF NTU-TIPO-NOVEDAD IS NOT EQUAL 'AL'
              AND NTU-TIPO-NOVEDAD IS NOT EQUAL 'MO'
              AND NTU-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NTU-MEN-TIPDOC IS EQUAL SPACES
              OR NTU-MEN-NRODOC IS NOT NUMERIC
              OR NTU-MEN-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL MENOR INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NTU-REP-TIPDOC IS EQUAL SPACES
              OR NTU-REP-NRODOC IS NOT NUMERIC
              OR NTU-REP-NRODOC IS EQUAL ZEROS
              MOVE 'DOC. DEL REPRESENTANTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NTU-TIPO-NOVEDAD IS EQUAL 'BA'
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NTU-MEN-TIPDOC IS EQUAL NTU-REP-TIPDOC
              AND NTU-MEN-NRODOC IS EQUAL NTU-REP-NRODOC
              MOVE 'MENOR Y REPRESENTANTE IGUALES' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL REPRESENTANTE ES SIEMPRE UNA PERSONA HUMANA *
           MOVE NTU-REP-NRODOC TO WS-DOC-ANALISIS.
           IF WS-DOC-EMPRESA
              MOVE 'REPRES. NO ES PERSONA HUMANA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE NTU-REP-NRODOC TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.
           IF LK-CUIT-NO-VALIDO
              MOVE 'CUIL DEL REPRES. (DIGITO VERIF)' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NTU-NOMBRE IS EQUAL SPACES
              MOVE 'NOMBRE DEL REPRES. EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NOT NTU-REPRES-VALIDA
              MOVE 'TIPO DE REPRESENTACION INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * TUTELA Y GUARDA SURGEN DE UNA RESOLUCION JUDICIAL *
           IF NOT NTU-REPRES-PARENTAL
              AND NTU-OFICIO IS EQUAL SPACES
              MOVE 'FALTA OFICIO JUDICIAL' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

      * EL MENOR DEBE SER CLIENTE Y NO HABER CUMPLIDO 18 ANIOS *
           PERFORM 8200-LEER-CLIENTE-VSAM THRU F-8200-LEER-CLIENTE-VSAM.
           IF WS-VSAM-NO-HALLADO
              MOVE 'MENOR NO ES CLIENTE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           MOVE WK-CLI-FECCHA-NACIMIENTO TO WS-FECNAC.
           IF WS-NAC-ANIO IS NOT NUMERIC
              OR WS-NAC-MES IS NOT NUMERIC
              OR WS-NAC-DIA IS NOT NUMERIC
              OR WS-NAC-ANIO IS EQUAL ZEROS
              MOVE 'FECHA DE NACIMIENTO INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           COMPUTE WS-MAY-ANIO = WS-NAC-ANIO + 18.
           MOVE WS-NAC-MES TO WS-MAY-MES.
           MOVE WS-NAC-DIA TO WS-MAY-DIA.
           IF WS-FECHA-HOY-8 IS NOT LESS THAN WS-FEC-MAYORIA-N
              MOVE 'EL CLIENTE YA ES MAYOR DE EDAD' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

      ***** ALTA DE UN REPRESENTANTE **********************************
       4000-ALTA-TUTOR.

           PERFORM 4500-ARMAR-TUTOR THRU F-4500-ARMAR-TUTOR.
           MOVE WS-FECHA-HOY-8 TO TUT-FEC-ALTA.
           SET TUT-VIGENTE TO TRUE.
           MOVE ZEROS TO TUT-FEC-FIN.

           WRITE REG-TUTOR FROM WS-REG-TUTOR.

           EVALUATE FS-TUT
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5000-GRABAR-AUDITORIA
                         THRU F-5000-GRABAR-AUDITORIA
                 MOVE 'REPRESENTANTE DADO DE ALTA' TO WS-NVL-RESULTADO
                 PERFORM 7000-IMPRIMIR-NOVEDAD
                         THRU F-7000-IMPRIMIR-NOVEDAD
              WHEN '22'
                 MOVE 'REPRESENTANTE YA REGISTRADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE TUTOR = ' FS-TUT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-TUTOR. EXIT.

      ***** MODIFICACION (CONSERVA ALTA Y ESTADO) *********************
       4100-MODIF-TUTOR.

           PERFORM 4600-LEER-TUTOR THRU F-4600-LEER-TUTOR.

           IF WS-ERROR
              GO TO F-4100-MODIF-TUTOR
           END-IF.

      * UNA REPRESENTACION CERRADA POR MAYORIA DE EDAD NO SE REABRE *
           IF TUT-FINALIZADA
              SET WS-ERROR TO TRUE
              MOVE 'REPRESENTACION FINALIZADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4100-MODIF-TUTOR
           END-IF.

           PERFORM 4700-ANTES-TUTOR THRU F-4700-ANTES-TUTOR.
           MOVE TUT-FEC-ALTA TO WS-FEC-ALTA-ANT.
           PERFORM 4500-ARMAR-TUTOR THRU F-4500-ARMAR-TUTOR.
           MOVE WS-FEC-ALTA-ANT TO TUT-FEC-ALTA.
           SET TUT-VIGENTE TO TRUE.
           MOVE ZEROS TO TUT-FEC-FIN.

           REWRITE REG-TUTOR FROM WS-REG-TUTOR.

           IF FS-TUT IS EQUAL '00'
              ADD 1 TO WS-TOT-MODIF
              MOVE 'MODIF ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'REPRESENTANTE MODIFICADO' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN REWRITE TUTOR = ' FS-TUT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4100-MODIF-TUTOR. EXIT.

      ***** BAJA DE UN REPRESENTANTE **********************************
       4200-BAJA-TUTOR.

           PERFORM 4600-LEER-TUTOR THRU F-4600-LEER-TUTOR.

           IF WS-ERROR
              GO TO F-4200-BAJA-TUTOR
           END-IF.

           PERFORM 4700-ANTES-TUTOR THRU F-4700-ANTES-TUTOR.

           DELETE TUTOR.

           IF FS-TUT IS EQUAL '00'
              ADD 1 TO WS-TOT-BAJAS
              MOVE 'BAJA  ' TO AUD-OPERACION
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              MOVE 'REPRESENTANTE DADO DE BAJA' TO WS-NVL-RESULTADO
              PERFORM 7000-IMPRIMIR-NOVEDAD THRU F-7000-IMPRIMIR-NOVEDAD
           ELSE
              DISPLAY '* ERROR EN DELETE TUTOR = ' FS-TUT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-BAJA-TUTOR. EXIT.

      ***** REGISTRO DEL MAESTRO DESDE LA NOVEDAD *********************
       4500-ARMAR-TUTOR.

           MOVE SPACES            TO WS-REG-TUTOR.
           MOVE NTU-CLAVE         TO TUT-CLAVE.
           MOVE NTU-NOMBRE        TO TUT-NOMBRE.
           MOVE NTU-TIPO-REPRES   TO TUT-TIPO-REPRES.
           MOVE NTU-OFICIO        TO TUT-OFICIO.
           MOVE WS-FECHA-HOY-8    TO TUT-FEC-ULT-MOD.

       F-4500-ARMAR-TUTOR. EXIT.

      ***** LECTURA DEL REGISTRO A MODIFICAR O DAR DE BAJA ************
       4600-LEER-TUTOR.

           MOVE NTU-CLAVE        TO KEY-TUTOR.

           READ TUTOR INTO WS-REG-TUTOR.

           EVALUATE FS-TUT
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'REPRESENTANTE NO REGISTRADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 DISPLAY '* ERROR EN LECTURA TUTOR = ' FS-TUT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4600-LEER-TUTOR. EXIT.

      ***** IMAGEN ANTERIOR PARA LA AUDITORIA *************************
       4700-ANTES-TUTOR.

           MOVE SPACES TO AUD-ANTES.
           STRING 'R=' TUT-REP-TIPDOC TUT-REP-NRODOC
                  ' T=' TUT-TIPO-REPRES ' E=' TUT-ESTADO
                  ' O=' TUT-OFICIO ' F=' TUT-FEC-FIN
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

       F-4700-ANTES-TUTOR. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE REPRESENTANTES *****
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVTU15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'TUTOR'        TO AUD-TABLA.
           MOVE NTU-OPERADOR   TO AUD-OPERADOR.
           MOVE SPACES         TO AUD-CLAVE.
           STRING 'TD=' NTU-MEN-TIPDOC ' ND=' NTU-MEN-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           IF NTU-TIPO-NOVEDAD IS NOT EQUAL 'BA'
              STRING 'R=' TUT-REP-TIPDOC TUT-REP-NRODOC
                     ' T=' TUT-TIPO-REPRES ' E=' TUT-ESTADO
                     ' O=' TUT-OFICIO ' F=' TUT-FEC-FIN
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

           MOVE WS-REG-NOVTUT TO SUS-NOVEDAD.

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

           MOVE NTU-TIPO-NOVEDAD  TO WS-NVL-TIPO-NOV.
           MOVE NTU-MEN-TIPDOC    TO WS-NVL-MEN-TIPDOC.
           MOVE NTU-MEN-NRODOC    TO WS-NVL-MEN-NRODOC.
           MOVE NTU-REP-TIPDOC    TO WS-NVL-REP-TIPDOC.
           MOVE NTU-REP-NRODOC    TO WS-NVL-REP-NRODOC.
           MOVE NTU-NOMBRE        TO WS-NVL-NOMBRE.
           MOVE NTU-TIPO-REPRES   TO WS-NVL-TIPO-REPRES.
           MOVE NTU-OFICIO        TO WS-NVL-OFICIO.

           WRITE REG-LISTADO FROM WS-REG-NOVEDAD-LIS AFTER 1.

       F-7000-IMPRIMIR-NOVEDAD. EXIT.

      ***** TOTALES DEL LISTADO DE NOVEDADES **************************
       7200-IMPRIMIR-TOTALES.

           MOVE 'NOVEDADES LEIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEIDAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'REPRESENTANTES DE ALTA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALTAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REPRESENTANTES MODIFICADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-MODIF TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REPRESENTANTES DE BAJA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-BAJAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NOVEDADES A SUSPENSO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** CLIENTE DEL VSAM POR DOCUMENTO DEL MENOR: SE POSICIONA ****
      ***** EN LA PRIMERA SECUENCIA DEL DOCUMENTO *********************
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE NTU-MEN-TIPDOC TO WS-CLV-TIPDOC.
           MOVE NTU-MEN-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL NTU-MEN-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL NTU-MEN-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS.
           DISPLAY 'REPRESENTANTES DE ALTA  = ' WS-TOT-ALTAS.
           DISPLAY 'REPRESENTANTES MODIF.   = ' WS-TOT-MODIF.
           DISPLAY 'REPRESENTANTES DE BAJA  = ' WS-TOT-BAJAS.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA.
           CLOSE CLIENTE.
           CLOSE TUTOR
              IF FS-TUT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE TUTOR = ' FS-TUT
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
           MOVE 'PGMVTU15'      TO RES-PROGRAMA.
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
