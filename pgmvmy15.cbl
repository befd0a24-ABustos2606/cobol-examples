       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVMY15.

      ***********************************************
      *                                             *
      *  MAYORIA DE EDAD DE CLIENTES MENORES -      *
      *  CIERRE DE REPRESENTACIONES Y AVISOS        *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * CUANDO UN CLIENTE MENOR CUMPLIA 18 ANIOS NO *
      * PASABA NADA: SUS REPRESENTANTES SEGUIAN     *
      * VIGENTES EN DDTUTOR. ESTE PROCESO MENSUAL   *
      * RECORRE EL VSAM CLIENTE (UNA VEZ POR        *
      * DOCUMENTO, SIN LOS DADOS DE BAJA) Y LISTA   *
      * LOS CLIENTES QUE CUMPLEN 18 ANIOS EL MES    *
      * PROXIMO; A CADA UNO LE EMITE EL AVISO DE    *
      * MAYORIA DE EDAD (DDAVISOS) A LA DIRECCION   *
      * POSTAL DE CPCONTAC - O LA DEL VSAM CLIENTE  *
      * SI NO TIENE - Y FINALIZA SUS                *
      * REPRESENTACIONES CON FECHA DE FIN EL DIA    *
      * DEL CUMPLEANIOS (HASTA ESE DIA PGMVMN15 LAS *
      * SIGUE ACEPTANDO).                           *
      * DESPUES RECORRE DDTUTOR Y CIERRA LAS        *
      * REPRESENTACIONES AUN VIGENTES DE MENORES    *
      * QUE CUMPLEN 18 HASTA EL MES PROXIMO (ALTAS  *
      * POSTERIORES A LA CORRIDA ANTERIOR); SI EL   *
      * CUMPLEANIOS YA PASO SE LISTAN COMO CERRADAS *
      * FUERA DE TERMINO Y EL PASO TERMINA CON      *
      * RC 4. TODO CIERRE DEJA AUDITORIA CPAUDIT    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

             SELECT TUTOR ASSIGN DDTUTOR
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-TUTOR
                    FILE STATUS IS FS-TUT.

      * CONTACTOS DEL CLIENTE (DIRECCION POSTAL) *
             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

             SELECT AVISOS ASSIGN DDAVISOS
                    FILE STATUS IS FS-AVI.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD TUTOR.

       01 REG-TUTOR.
           03 KEY-TUTOR     PIC X(26).
           03 FILLER        PIC X(94).

       FD CONTACTO.

       01 REG-CONTACTO.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

      * AVISOS DE MAYORIA DE EDAD, UNA LINEA POR CLIENTE *
       FD AVISOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AVISOS        PIC X(132).

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
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-TUT           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-AVI           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-CANT-CERRADAS PIC 9(02) VALUE ZEROS.

           COPY TBVCLIEN.
           COPY CPTUTOR.
           COPY CPCONTAC.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-TUTOR  PIC X.
           88  WS-FIN-TUTOR           VALUE 'Y'.
           88  WS-NO-FIN-TUTOR        VALUE 'N'.

       01  WS-SW-CONTAC     PIC X(01)  VALUE 'S'.
           88  WS-CONTAC-DISPONIBLE    VALUE 'S'.
           88  WS-CONTAC-AUSENTE       VALUE 'N'.

       01  WS-FECHA-HOY.
           03  WS-HOY-ANIO      PIC 9(04).
           03  WS-HOY-MES       PIC 9(02).
           03  WS-HOY-DIA       PIC 9(02).
       01  WS-FECHA-HOY-8 REDEFINES WS-FECHA-HOY PIC 9(08).

      * MES EN QUE CUMPLEN 18 LOS CLIENTES A AVISAR (AAAAMM) *
       01  WS-MES-PROXIMO.
           03  WS-PRX-ANIO      PIC 9(04).
           03  WS-PRX-MES       PIC 9(02).
       01  WS-MES-PROXIMO-N REDEFINES WS-MES-PROXIMO PIC 9(06).

      * FECHA DE NACIMIENTO DEL VSAM CLIENTE (AAAA-MM-DD) *
       01  WS-FECNAC.
           03  WS-NAC-ANIO      PIC 9(04).
           03  FILLER           PIC X(01).
           03  WS-NAC-MES       PIC 9(02).
           03  FILLER           PIC X(01).
           03  WS-NAC-DIA       PIC 9(02).

       01  WS-FEC-MAYORIA.
           03  WS-MAY-ANIOMES.
               05  WS-MAY-ANIO  PIC 9(04).
               05  WS-MAY-MES   PIC 9(02).
           03  WS-MAY-DIA       PIC 9(02).
       01  WS-FEC-MAYORIA-N REDEFINES WS-FEC-MAYORIA PIC 9(08).
       01  WS-MAY-ANIOMES-N REDEFINES WS-FEC-MAYORIA PIC 9(06).

       01  WS-SW-FECNAC     PIC X(01)  VALUE 'N'.
           88  WS-FECNAC-VALIDA        VALUE 'S'.
           88  WS-FECNAC-INVALIDA      VALUE 'N'.

      * DOCUMENTO YA TRATADO: EL VSAM TIENE UNA SECUENCIA POR CUENTA *
       01  WS-DOC-ANTERIOR.
           03  WS-ANT-TIPDOC    PIC X(02)  VALUE SPACES.
           03  WS-ANT-NRODOC    PIC 9(11)  VALUE ZEROS.

      * CLAVE DEL VSAM CLIENTE: DOCUMENTO + SECUENCIA *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

      * POSICIONAMIENTO EN LOS REPRESENTANTES DE UN MENOR *
       01  WS-CLAVE-TUTOR.
           03  WS-CTU-MEN-TIPDOC PIC X(02).
           03  WS-CTU-MEN-NRODOC PIC 9(11).
           03  WS-CTU-REP        PIC X(13).

      * AVISO DE MAYORIA DE EDAD (UNA LINEA POR CLIENTE) *
       01  WS-REG-AVISO.
           03  AVI-TIPO           PIC X(01)  VALUE 'M'.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  AVI-FECHA          PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  AVI-TIPDOC         PIC X(02)  VALUE SPACES.
           03  AVI-NRODOC         PIC 9(11)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  AVI-NOMAPE         PIC X(30)  VALUE SPACES.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  AVI-DOMICILIO      PIC X(30)  VALUE SPACES.
           03  AVI-CIUDAD         PIC X(20)  VALUE SPACES.
           03  AVI-COD-POSTAL     PIC X(04)  VALUE SPACES.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  AVI-FEC-MAYORIA    PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
      *    REPRESENTACIONES FINALIZADAS CON EL AVISO                 *
           03  AVI-CANT-REPRES    PIC 9(02)  VALUE ZEROS.
           03  FILLER             PIC X(10)  VALUE SPACES.

       77  WS-TOT-CLIENTES  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MAYORIAS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-AVISOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CERRADAS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ATRASADAS PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
                'CLIENTES QUE CUMPLEN 18 ANIOS EN EL MES -'.
           03  WS-TIT-MES    PIC 9(06)    VALUE ZEROS.
           03  FILLER        PIC X(76)    VALUE SPACES.

       01  WS-TITULO-ATRASO.
           03  FILLER        PIC X(60)    VALUE
                'REPRESENTACIONES VIGENTES DE MENORES QUE CUMPLEN 18'.
           03  FILLER        PIC X(72)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(16)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(42)    VALUE 'NOMBRE Y APELLIDO'.
           03  FILLER        PIC X(12)    VALUE 'NACIMIENTO'.
           03  FILLER        PIC X(10)    VALUE 'MAYORIA'.
           03  FILLER        PIC X(04)    VALUE 'REP'.
           03  FILLER        PIC X(48)    VALUE 'RESULTADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NRODOC      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-NOMAPE      PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-FECNAC      PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-MAYORIA     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-REPRES      PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-RESULTADO   PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(18)    VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 3000-CIERRE-PENDIENTES
                      THRU F-3000-CIERRE-PENDIENTES
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

      * MES SIGUIENTE AL DE PROCESO *
           MOVE WS-HOY-ANIO TO WS-PRX-ANIO.
           IF WS-HOY-MES IS EQUAL 12
              ADD 1 TO WS-PRX-ANIO
              MOVE 01 TO WS-PRX-MES
           ELSE
              COMPUTE WS-PRX-MES = WS-HOY-MES + 1
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O TUTOR.
      * SIN REPRESENTANTES REGISTRADOS EL CLUSTER PUEDE ESTAR VACIO *
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

      * SIN ARCHIVO DE CONTACTOS EL AVISO VA AL DOMICILIO DEL VSAM *
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

           OPEN OUTPUT AVISOS.
           IF FS-AVI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AVISOS = ' FS-AVI
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

           MOVE WS-MES-PROXIMO-N TO WS-TIT-MES.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-NO-FIN-LECTURA
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CLIENTES QUE CUMPLEN 18 ANIOS     *
      *  EL MES PROXIMO                    *
      *                                    *
      **************************************
       2000-PROCESO.

           IF WK-CLI-TIPO-DOCUMENTO IS EQUAL WS-ANT-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL WS-ANT-NRODOC
              GO TO F-2000-LEER
           END-IF.

           MOVE WK-CLI-TIPO-DOCUMENTO TO WS-ANT-TIPDOC.
           MOVE WK-CLI-NRO-DOCUMENTO  TO WS-ANT-NRODOC.
           ADD 1 TO WS-TOT-CLIENTES.

      * CLIENTE DADO DE BAJA: NO SE AVISA *
           IF WK-CLI-FECHA-DE-BAJA IS NUMERIC
              AND WK-CLI-FECHA-DE-BAJA IS NOT EQUAL ZEROS
              AND WK-CLI-FECHA-DE-BAJA IS NOT GREATER THAN
                  WS-FECHA-HOY-8
              GO TO F-2000-LEER
           END-IF.

           PERFORM 8000-CALCULAR-MAYORIA THRU F-8000-CALCULAR-MAYORIA.

           IF WS-FECNAC-VALIDA
              AND WS-MAY-ANIOMES-N IS EQUAL WS-MES-PROXIMO-N
              PERFORM 4000-MAYORIA-EDAD THRU F-4000-MAYORIA-EDAD
           END-IF.

       F-2000-LEER.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA SECUENCIAL DEL VSAM CLIENTE ***********************
       2100-LECTURA.
      **************************************

           READ CLIENTE NEXT INTO WK-TBCLIE.
           EVALUATE FS-CLI
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA CLIENTE : ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      **************************************
      *                                    *
      *  REPRESENTACIONES AUN VIGENTES     *
      *  DE MENORES QUE YA CUMPLIERON O    *
      *  CUMPLEN 18 HASTA EL MES PROXIMO   *
      *                                    *
      **************************************
       3000-CIERRE-PENDIENTES.

           WRITE REG-LISTADO FROM WS-TITULO-ATRASO AFTER 2.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE SPACES TO WS-DOC-ANTERIOR.
           MOVE ZEROS  TO WS-ANT-NRODOC.
           SET WS-NO-FIN-TUTOR TO TRUE.
           MOVE LOW-VALUES TO KEY-TUTOR.

           START TUTOR KEY IS NOT LESS THAN KEY-TUTOR
              INVALID KEY
                 GO TO F-3000-CIERRE-PENDIENTES
           END-START.

           PERFORM 3100-REVISAR-TUTOR THRU F-3100-REVISAR-TUTOR
                   UNTIL WS-FIN-TUTOR.

       F-3000-CIERRE-PENDIENTES. EXIT.

      ***** UNA REPRESENTACION DEL MAESTRO ****************************
       3100-REVISAR-TUTOR.

           READ TUTOR NEXT INTO WS-REG-TUTOR.
           EVALUATE FS-TUT
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-TUTOR TO TRUE
              GO TO F-3100-REVISAR-TUTOR
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA TUTOR : ' FS-TUT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-TUTOR TO TRUE
              GO TO F-3100-REVISAR-TUTOR
           END-EVALUATE.

           IF NOT TUT-VIGENTE
              GO TO F-3100-REVISAR-TUTOR
           END-IF.

      * EL CLIENTE SE LEE UNA VEZ POR MENOR *
           IF TUT-MEN-TIPDOC IS NOT EQUAL WS-ANT-TIPDOC
              OR TUT-MEN-NRODOC IS NOT EQUAL WS-ANT-NRODOC
              MOVE TUT-MEN-TIPDOC TO WS-ANT-TIPDOC
              MOVE TUT-MEN-NRODOC TO WS-ANT-NRODOC
              PERFORM 8200-LEER-CLIENTE-VSAM
                      THRU F-8200-LEER-CLIENTE-VSAM
              SET WS-FECNAC-INVALIDA TO TRUE
              IF WS-VSAM-HALLADO
                 PERFORM 8000-CALCULAR-MAYORIA
                         THRU F-8000-CALCULAR-MAYORIA
              END-IF
           END-IF.

           IF WS-FECNAC-INVALIDA
              OR WS-MAY-ANIOMES-N IS GREATER THAN WS-MES-PROXIMO-N
              GO TO F-3100-REVISAR-TUTOR
           END-IF.

           PERFORM 4200-FINALIZAR-TUTOR THRU F-4200-FINALIZAR-TUTOR.

           IF FS-TUT IS NOT EQUAL '00'
              GO TO F-3100-REVISAR-TUTOR
           END-IF.

           MOVE 1 TO WS-CANT-CERRADAS.
           IF WS-FEC-MAYORIA-N IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'CERRADA AL CUMPLIR 18 ANIOS' TO WS-DET-RESULTADO
           ELSE
              ADD 1 TO WS-TOT-ATRASADAS
              MOVE 'CERRADA FUERA DE TERMINO' TO WS-DET-RESULTADO
           END-IF.
           PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE.

       F-3100-REVISAR-TUTOR. EXIT.

      ***** CLIENTE QUE CUMPLE 18: REPRESENTACIONES, AVISO Y LISTADO **
       4000-MAYORIA-EDAD.

           ADD 1 TO WS-TOT-MAYORIAS.
           MOVE ZEROS TO WS-CANT-CERRADAS.

           MOVE WK-CLI-TIPO-DOCUMENTO TO WS-CTU-MEN-TIPDOC.
           MOVE WK-CLI-NRO-DOCUMENTO  TO WS-CTU-MEN-NRODOC.
           MOVE LOW-VALUES            TO WS-CTU-REP.
           MOVE WS-CLAVE-TUTOR        TO KEY-TUTOR.
           SET WS-NO-FIN-TUTOR TO TRUE.

           START TUTOR KEY IS NOT LESS THAN KEY-TUTOR
              INVALID KEY
                 SET WS-FIN-TUTOR TO TRUE
           END-START.

           PERFORM 4100-REPRESENTANTES THRU F-4100-REPRESENTANTES
                   UNTIL WS-FIN-TUTOR.

           PERFORM 6100-EMITIR-AVISO THRU F-6100-EMITIR-AVISO.

           IF WS-CANT-CERRADAS IS EQUAL ZEROS
              MOVE 'AVISO EMITIDO - SIN REPRES.' TO WS-DET-RESULTADO
           ELSE
              MOVE 'AVISO Y CIERRE DE REPRES.'
                   TO WS-DET-RESULTADO
           END-IF.
           PERFORM 7000-IMPRIMIR-DETALLE THRU F-7000-IMPRIMIR-DETALLE.

       F-4000-MAYORIA-EDAD. EXIT.

      ***** REPRESENTANTES DEL MENOR (CLAVES CONTIGUAS) ***************
       4100-REPRESENTANTES.

           READ TUTOR NEXT INTO WS-REG-TUTOR.
           IF FS-TUT IS NOT EQUAL '00'
              OR TUT-MEN-TIPDOC IS NOT EQUAL WK-CLI-TIPO-DOCUMENTO
              OR TUT-MEN-NRODOC IS NOT EQUAL WK-CLI-NRO-DOCUMENTO
              SET WS-FIN-TUTOR TO TRUE
              GO TO F-4100-REPRESENTANTES
           END-IF.

           IF TUT-VIGENTE
              PERFORM 4200-FINALIZAR-TUTOR THRU F-4200-FINALIZAR-TUTOR
              IF FS-TUT IS EQUAL '00'
                 ADD 1 TO WS-CANT-CERRADAS
              END-IF
           END-IF.

       F-4100-REPRESENTANTES. EXIT.

      ***** FIN DE LA REPRESENTACION EL DIA DEL CUMPLEANIOS ***********
       4200-FINALIZAR-TUTOR.

           MOVE SPACES TO AUD-ANTES.
           STRING 'R=' TUT-REP-TIPDOC TUT-REP-NRODOC
                  ' T=' TUT-TIPO-REPRES ' E=' TUT-ESTADO
                  ' O=' TUT-OFICIO ' F=' TUT-FEC-FIN
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

           SET TUT-FINALIZADA TO TRUE.
           MOVE WS-FEC-MAYORIA-N TO TUT-FEC-FIN.
           MOVE WS-FECHA-HOY-8   TO TUT-FEC-ULT-MOD.

           REWRITE REG-TUTOR FROM WS-REG-TUTOR.

           IF FS-TUT IS EQUAL '00'
              ADD 1 TO WS-TOT-CERRADAS
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
           ELSE
              DISPLAY '* ERROR EN REWRITE TUTOR = ' FS-TUT
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4200-FINALIZAR-TUTOR. EXIT.

      ***** AUDITORIA DEL CIERRE DE LA REPRESENTACION *****************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVMY15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'TUTOR'        TO AUD-TABLA.
           MOVE 'MAYOR '       TO AUD-OPERACION.
           MOVE SPACES         TO AUD-CLAVE.
           STRING 'TD=' TUT-MEN-TIPDOC ' ND=' TUT-MEN-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'R=' TUT-REP-TIPDOC TUT-REP-NRODOC
                  ' T=' TUT-TIPO-REPRES ' E=' TUT-ESTADO
                  ' O=' TUT-OFICIO ' F=' TUT-FEC-FIN
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** AVISO DE MAYORIA DE EDAD A LA DIRECCION DE CORRESPONDENCIA *
       6100-EMITIR-AVISO.

           MOVE WS-FECHA-HOY-8        TO AVI-FECHA.
           MOVE WK-CLI-TIPO-DOCUMENTO TO AVI-TIPDOC.
           MOVE WK-CLI-NRO-DOCUMENTO  TO AVI-NRODOC.
           MOVE SPACES                TO AVI-NOMAPE.
           STRING WK-CLI-NOMBRE-CLIENTE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WK-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                  INTO AVI-NOMAPE
           END-STRING.
           MOVE WS-FEC-MAYORIA-N      TO AVI-FEC-MAYORIA.
           MOVE WS-CANT-CERRADAS      TO AVI-CANT-REPRES.

           PERFORM 6150-DIRECCION-CORRESP
                   THRU F-6150-DIRECCION-CORRESP.

           WRITE REG-AVISOS FROM WS-REG-AVISO.
           IF FS-AVI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AVISOS = ' FS-AVI
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-TOT-AVISOS
           END-IF.

       F-6100-EMITIR-AVISO. EXIT.

      ***** DIRECCION POSTAL DE CPCONTAC; SIN CONTACTO POSTAL SE USA **
      ***** EL DOMICILIO DEL VSAM CLIENTE *****************************
       6150-DIRECCION-CORRESP.

           IF WS-CONTAC-DISPONIBLE
              MOVE WK-CLI-TIPO-DOCUMENTO TO KEY-CON(1:2)
              MOVE WK-CLI-NRO-DOCUMENTO  TO KEY-CON(3:11)
              MOVE 'P'                   TO KEY-CON(14:1)
              READ CONTACTO INTO WS-REG-CONTAC
              IF FS-CON IS EQUAL '00'
                 MOVE CON-DOMICILIO     TO AVI-DOMICILIO
                 MOVE CON-CIUDAD        TO AVI-CIUDAD
                 MOVE CON-CODIGO-POSTAL TO AVI-COD-POSTAL
                 GO TO F-6150-DIRECCION-CORRESP
              END-IF
           END-IF.

           MOVE WK-CLI-DOMICILIO     TO AVI-DOMICILIO.
           MOVE WK-CLI-CIUDAD        TO AVI-CIUDAD.
           MOVE WK-CLI-CODIGO-POSTAL TO AVI-COD-POSTAL.

       F-6150-DIRECCION-CORRESP. EXIT.

      ***** LINEA DEL LISTADO (RESULTADO YA CARGADO) ******************
       7000-IMPRIMIR-DETALLE.

           MOVE WK-CLI-TIPO-DOCUMENTO    TO WS-DET-TIPDOC.
           MOVE WK-CLI-NRO-DOCUMENTO     TO WS-DET-NRODOC.
           MOVE SPACES                   TO WS-DET-NOMAPE.
           STRING WK-CLI-NOMBRE-CLIENTE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WK-CLI-APELLIDO-CLIENTE DELIMITED BY '  '
                  INTO WS-DET-NOMAPE
           END-STRING.
           MOVE WK-CLI-FECCHA-NACIMIENTO TO WS-DET-FECNAC.
           MOVE WS-FEC-MAYORIA-N         TO WS-DET-MAYORIA.
           MOVE WS-CANT-CERRADAS         TO WS-DET-REPRES.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-DETALLE. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7200-IMPRIMIR-TOTALES.

           MOVE 'CLIENTES LEIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CLIENTES TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'CUMPLEN 18 EL MES PROXIMO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-MAYORIAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'AVISOS EMITIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-AVISOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REPRESENTACIONES CERRADAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CERRADAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CERRADAS FUERA DE TERMINO' TO WS-TOT-TEXTO.
           MOVE WS-TOT-ATRASADAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7200-IMPRIMIR-TOTALES. EXIT.

      ***** FECHA EN QUE EL CLIENTE CUMPLE 18 ANIOS *******************
       8000-CALCULAR-MAYORIA.

           SET WS-FECNAC-INVALIDA TO TRUE.
           MOVE ZEROS TO WS-FEC-MAYORIA-N.
           MOVE WK-CLI-FECCHA-NACIMIENTO TO WS-FECNAC.

           IF WS-NAC-ANIO IS NOT NUMERIC
              OR WS-NAC-MES IS NOT NUMERIC
              OR WS-NAC-DIA IS NOT NUMERIC
              OR WS-NAC-ANIO IS EQUAL ZEROS
              GO TO F-8000-CALCULAR-MAYORIA
           END-IF.

           COMPUTE WS-MAY-ANIO = WS-NAC-ANIO + 18.
           MOVE WS-NAC-MES TO WS-MAY-MES.
           MOVE WS-NAC-DIA TO WS-MAY-DIA.
           SET WS-FECNAC-VALIDA TO TRUE.

       F-8000-CALCULAR-MAYORIA. EXIT.

      ***** CLIENTE DEL VSAM POR DOCUMENTO DEL MENOR: SE POSICIONA ****
      ***** EN LA PRIMERA SECUENCIA DEL DOCUMENTO *********************
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE TUT-MEN-TIPDOC TO WS-CLV-TIPDOC.
           MOVE TUT-MEN-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL TUT-MEN-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL TUT-MEN-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'CLIENTES LEIDOS         = ' WS-TOT-CLIENTES.
           DISPLAY 'CUMPLEN 18 MES PROXIMO  = ' WS-TOT-MAYORIAS.
           DISPLAY 'AVISOS EMITIDOS         = ' WS-TOT-AVISOS.
           DISPLAY 'REPRES. CERRADAS        = ' WS-TOT-CERRADAS.
           DISPLAY 'CERRADAS FUERA TERMINO  = ' WS-TOT-ATRASADAS.

           CLOSE CLIENTE.
           IF WS-CONTAC-DISPONIBLE
              CLOSE CONTACTO
           END-IF.
           CLOSE TUTOR
              IF FS-TUT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE TUTOR = ' FS-TUT
                MOVE 9999 TO RETURN-CODE
              END-IF.
           CLOSE AVISOS
              IF FS-AVI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AVISOS = ' FS-AVI
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

      * REPRESENTACIONES QUE SIGUIERON VIGENTES DESPUES DE LOS 18 *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND WS-TOT-ATRASADAS > ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVMY15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-MAYORIAS
                   + WS-TOT-CERRADAS.
           MOVE WS-TOT-ATRASADAS TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
