       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVTV15.

      ***********************************************
      *                                             *
      *  LISTADO DE CAMBIOS DE TASA PROGRAMADOS     *
      *        TP 35 - BATCH DE CONSULTA            *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * RECORRE LA TABLA DE TASAS DDTASINT (QUE     *
      * MANTIENE PGMVTA15) Y LISTA CADA VIGENCIA    *
      * ACTIVA POSTERIOR A LA FECHA DE PROCESO CON  *
      * LA TASA QUE REEMPLAZA (LA EN VIGOR EL DIA   *
      * ANTERIOR, SEGUN LA RUTINA PGMVTQ15):        *
      *  - PARA LAS CLASES DE DEVENGAMIENTO Y       *
      *    DESCUBIERTO, LOS DIAS DEL MES DE LA      *
      *    VIGENCIA QUE DEVENGAN A LA TASA ANTERIOR *
      *    Y A LA NUEVA                             *
      *  - PARA PLAZO FIJO, LOS CERTIFICADOS        *
      *    VIGENTES CON RENOVACION AUTOMATICA CUYO  *
      *    VENCIMIENTO CAE BAJO UNA TASA NUEVA      *
      *    (MAESTRO DDPLAZO DE PGMVPZ15), CON LA    *
      *    TASA ACTUAL Y LA QUE TOMARAN AL RENOVAR  *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT TASAS ASSIGN DDTASINT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-TASAS
                    FILE STATUS IS FS-TAS.

      *    MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
             SELECT PLAZO ASSIGN DDPLAZO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-PLZ
                    FILE STATUS IS FS-PLZ.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD TASAS.

       01 REG-TASAS.
           03 KEY-TASAS     PIC X(20).
           03 FILLER        PIC X(40).

       FD PLAZO.

       01 REG-PLAZO.
           03  KEY-PLZ          PIC 9(08).
           03  FILLER           PIC X(72).

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
       77  FS-TAS           PIC XX    VALUE SPACES.
       77  FS-PLZ           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPTASAS.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-SW-TASAS      PIC X     VALUE 'N'.
           88  WS-TASAS-ABIERTA       VALUE 'S'.
           88  WS-TASAS-CERRADA       VALUE 'N'.

      * HAY CAMBIOS FUTUROS DE PLAZO FIJO: RECIEN AHI SE RECORRE EL   *
      * MAESTRO DE PLAZOS **********************************************
       01  WS-SW-CAMBIO-PF  PIC X     VALUE 'N'.
           88  WS-HAY-CAMBIO-PF       VALUE 'S'.
           88  WS-SIN-CAMBIO-PF       VALUE 'N'.

      * VISTA DEL REGISTRO DEL MAESTRO DE PLAZOS FIJOS (PGMVPZ15) *
       01  WS-REG-PLZ.
           03  PLZ-CERTIFICADO    PIC 9(08).
           03  PLZ-TIPDOC         PIC X(02).
           03  PLZ-NRODOC         PIC 9(11).
           03  PLZ-CAPITAL        PIC 9(9)V99.
           03  PLZ-MONEDA         PIC 9(02).
           03  PLZ-PLAZO-DIAS     PIC 9(03).
           03  PLZ-TASA           PIC 9(2)V9(4).
           03  PLZ-FEC-CONST      PIC 9(08).
           03  PLZ-FEC-VENC       PIC 9(08).
           03  PLZ-RENOVACION     PIC X(01).
               88  PLZ-AUTO-RENUEVA        VALUE 'S'.
           03  PLZ-TIPCUEN        PIC 9(02).
           03  PLZ-NROCUEN        PIC 9(15).
           03  PLZ-SUCURSAL       PIC 9(02).
           03  PLZ-ESTADO         PIC X(01).
               88  PLZ-VIGENTE             VALUE 'V'.
               88  PLZ-CANCELADO           VALUE 'C'.
           03  FILLER             PIC X(06).

       77  WS-FECHA-HOY-8   PIC 9(08)  VALUE ZEROS.
       77  WS-ENTERO-FECHA  PIC 9(08)  VALUE ZEROS.
       77  WS-VIG-ANTERIOR  PIC 9(08)  VALUE ZEROS.

      * MES DE LA VIGENCIA: ULTIMO DIA Y REPARTO DE LOS DIAS *
       01  WS-VIG-FECHA     PIC 9(08)  VALUE ZEROS.
       01  WS-VIG-FECHA-R   REDEFINES WS-VIG-FECHA.
           03  WS-VIG-AAAA        PIC 9(04).
           03  WS-VIG-MM          PIC 9(02).
           03  WS-VIG-DD          PIC 9(02).

       01  WS-FEC-AUX.
           03  WS-AUX-AAAA        PIC 9(04)   VALUE ZEROS.
           03  WS-AUX-MM          PIC 9(02)   VALUE ZEROS.
           03  WS-AUX-DD          PIC 9(02)   VALUE ZEROS.
       01  WS-FEC-AUX-N     REDEFINES WS-FEC-AUX PIC 9(08).

       77  WS-DIAS-ANTERIOR PIC 9(02)  VALUE ZEROS.
       77  WS-DIAS-NUEVA    PIC 9(02)  VALUE ZEROS.

       77  WS-TOT-TASAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CAMBIOS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PLAZOS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RENUEVAN  PIC 9(05) VALUE ZEROS.
       01  AC-TOT-CAPITAL   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.

      * TASA EN VIGOR DE LA TABLA DE TASAS (RUTINA COMPARTIDA) ********
       01  WS-PGMVTQ15      PIC X(8)  VALUE 'PGMVTQ15'.
           COPY CPTASCTL.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(44)    VALUE
                   'CAMBIOS DE TASA PROGRAMADOS - PROCESO DEL   '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-CAB-TASAS.
           03  FILLER        PIC X(50)    VALUE
               'CL MO TOPE BANDA  VIGENCIA  TASA ANT. TASA NUEVA  '.
           03  FILLER        PIC X(40)    VALUE
               'DIAS MES A TASA ANT. / A TASA NUEVA     '.
           03  FILLER        PIC X(42)    VALUE SPACES.

       01  WS-DET-TASA.
           03  WS-DTA-CLASE       PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DTA-MONEDA      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DTA-BANDA       PIC Z(7)9    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DTA-VIGENCIA    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DTA-TASA-ANT    PIC X(08)    VALUE SPACES.
           03  WS-DTA-TASA-ANT-N  REDEFINES WS-DTA-TASA-ANT
                                  PIC Z9,9999B.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DTA-TASA-NUEVA  PIC Z9,9999  VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DTA-DIAS        PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(55)    VALUE SPACES.

       01  WS-DIAS-DEVENGO.
           03  WS-DDV-ANTERIOR    PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(11)    VALUE ' DIAS    / '.
           03  WS-DDV-NUEVA       PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(15)    VALUE ' DIAS          '.

       01  WS-TIT-RENOV.
           03  FILLER        PIC X(51)    VALUE
               'PLAZOS FIJOS CON RENOVACION AUTOMATICA A TASA NUEVA'.
           03  FILLER        PIC X(81)    VALUE SPACES.

       01  WS-CAB-RENOV.
           03  FILLER        PIC X(50)    VALUE
               'SUC  CERTIF.  MO VENCIMTO. PLAZO          CAPITAL '.
           03  FILLER        PIC X(40)    VALUE
               ' TASA ACT. TASA NUEVA  VIGENCIA         '.
           03  FILLER        PIC X(42)    VALUE SPACES.

       01  WS-DET-RENOV.
           03  WS-DRE-SUCURSAL    PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-DRE-CERT        PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DRE-MONEDA      PIC 99       VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DRE-VENC        PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DRE-PLAZO       PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DRE-CAPITAL     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DRE-TASA-ACT    PIC Z9,9999  VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DRE-TASA-NUEVA  PIC Z9,9999  VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DRE-VIGENCIA    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(55)    VALUE SPACES.

       01  WS-REG-MENSAJE.
           03  WS-MSG-TEXTO       PIC X(60)    VALUE SPACES.
           03  FILLER             PIC X(72)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-TOT-CANT        PIC ZZ.ZZ9   VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-TOT-IMPORTE     PIC X(18)    VALUE SPACES.
           03  WS-TOT-IMPORTE-N   REDEFINES WS-TOT-IMPORTE
                                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(66)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************
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

           PERFORM 2000-RECORRER-TASAS THRU F-2000-RECORRER-TASAS
                   UNTIL WS-FIN-LECTURA.

           PERFORM 3000-RENOVACIONES THRU F-3000-RENOVACIONES.

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

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-CAB-TASAS AFTER 1.

           OPEN INPUT TASAS.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TASAS = ' FS-TAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.
           SET WS-TASAS-ABIERTA TO TRUE.

           MOVE LOW-VALUES TO KEY-TASAS.
           START TASAS KEY IS NOT LESS THAN KEY-TASAS
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  VIGENCIAS FUTURAS DE LA TABLA     *
      *                                    *
      **************************************
       2000-RECORRER-TASAS.

           READ TASAS NEXT INTO WS-REG-TASA.

           EVALUATE FS-TAS
              WHEN '00'
                 ADD 1 TO WS-TOT-TASAS
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-RECORRER-TASAS
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TASAS = ' FS-TAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-RECORRER-TASAS
           END-EVALUATE.

           IF TAS-VIGENCIA IS NOT GREATER WS-FECHA-HOY-8
              OR NOT TAS-ACTIVA
              GO TO F-2000-RECORRER-TASAS
           END-IF.

           ADD 1 TO WS-TOT-CAMBIOS.

      * TASA QUE REEMPLAZA: LA EN VIGOR EL DIA ANTERIOR A LA VIGENCIA *
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(TAS-VIGENCIA) - 1.
           COMPUTE WS-VIG-ANTERIOR =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).

           MOVE TAS-CLASE       TO LK-TAS-CLASE.
           MOVE TAS-MONEDA      TO LK-TAS-MONEDA.
           MOVE TAS-BANDA-HASTA TO LK-TAS-VALOR.
           MOVE WS-VIG-ANTERIOR TO LK-TAS-FECHA.
           CALL WS-PGMVTQ15 USING LK-PARM-TASA.

           MOVE TAS-CLASE       TO WS-DTA-CLASE.
           MOVE TAS-MONEDA      TO WS-DTA-MONEDA.
           MOVE TAS-BANDA-HASTA TO WS-DTA-BANDA.
           MOVE TAS-VIGENCIA    TO WS-DTA-VIGENCIA.
           MOVE TAS-TASA        TO WS-DTA-TASA-NUEVA.
           IF LK-TAS-ENCONTRADA
              MOVE LK-TAS-TASA  TO WS-DTA-TASA-ANT-N
           ELSE
              MOVE 'SIN TASA'   TO WS-DTA-TASA-ANT
           END-IF.

           IF TAS-CLASE-PLAZO-FIJO
              SET WS-HAY-CAMBIO-PF TO TRUE
              MOVE 'VER RENOVACIONES DE PLAZO FIJO' TO WS-DTA-DIAS
           ELSE
              PERFORM 2100-DIAS-DEVENGO THRU F-2100-DIAS-DEVENGO
              MOVE WS-DIAS-DEVENGO TO WS-DTA-DIAS
           END-IF.

           WRITE REG-LISTADO FROM WS-DET-TASA AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-2000-RECORRER-TASAS. EXIT.

      ***** DIAS DEL MES DE LA VIGENCIA A LA TASA ANTERIOR Y A LA ******
      ***** NUEVA (EL DIA DE LA VIGENCIA YA DEVENGA A LA NUEVA) ********
       2100-DIAS-DEVENGO.

           MOVE TAS-VIGENCIA TO WS-VIG-FECHA.

      * ULTIMO DIA DEL MES = DIA ANTERIOR AL 1 DEL MES SIGUIENTE *
           MOVE WS-VIG-AAAA TO WS-AUX-AAAA.
           MOVE 01          TO WS-AUX-DD.
           IF WS-VIG-MM IS EQUAL 12
              ADD 1 TO WS-AUX-AAAA
              MOVE 01 TO WS-AUX-MM
           ELSE
              COMPUTE WS-AUX-MM = WS-VIG-MM + 1
           END-IF.
           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-AUX-N) - 1.
           COMPUTE WS-FEC-AUX-N =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).

           COMPUTE WS-DIAS-ANTERIOR = WS-VIG-DD - 1.
           COMPUTE WS-DIAS-NUEVA    = WS-AUX-DD - WS-VIG-DD + 1.
           MOVE WS-DIAS-ANTERIOR TO WS-DDV-ANTERIOR.
           MOVE WS-DIAS-NUEVA    TO WS-DDV-NUEVA.

       F-2100-DIAS-DEVENGO. EXIT.

      **************************************
      *                                    *
      *  RENOVACIONES DE PLAZO FIJO BAJO   *
      *  UNA TASA NUEVA                    *
      *                                    *
      **************************************
       3000-RENOVACIONES.

           IF WS-SIN-CAMBIO-PF OR RETURN-CODE IS NOT EQUAL ZEROS
              GO TO F-3000-RENOVACIONES
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-TIT-RENOV AFTER 1.
           WRITE REG-LISTADO FROM WS-CAB-RENOV AFTER 1.

           OPEN INPUT PLAZO.
           IF FS-PLZ IS NOT EQUAL '00'
              DISPLAY '* MAESTRO DE PLAZOS NO DISPONIBLE - PLAZO = '
                      FS-PLZ
              MOVE 'MAESTRO DE PLAZOS FIJOS NO DISPONIBLE'
                   TO WS-MSG-TEXTO
              WRITE REG-LISTADO FROM WS-REG-MENSAJE AFTER 1
              GO TO F-3000-RENOVACIONES
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           MOVE ZEROS TO KEY-PLZ.
           START PLAZO KEY IS NOT LESS THAN KEY-PLZ
              INVALID KEY
                 SET WS-FIN-LECTURA TO TRUE
           END-START.

           PERFORM 3100-EVALUAR-PLAZO THRU F-3100-EVALUAR-PLAZO
                   UNTIL WS-FIN-LECTURA.

           CLOSE PLAZO
              IF FS-PLZ IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE PLAZO = ' FS-PLZ
                MOVE 9999 TO RETURN-CODE
              END-IF.

       F-3000-RENOVACIONES. EXIT.

      ***** UN CERTIFICADO: RENUEVA AL VENCER BAJO UNA TASA FUTURA ****
       3100-EVALUAR-PLAZO.

           READ PLAZO NEXT INTO WS-REG-PLZ.

           EVALUATE FS-PLZ
              WHEN '00'
                 ADD 1 TO WS-TOT-PLAZOS
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3100-EVALUAR-PLAZO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PLAZO = ' FS-PLZ
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3100-EVALUAR-PLAZO
           END-EVALUATE.

           IF NOT PLZ-VIGENTE
              OR NOT PLZ-AUTO-RENUEVA
              OR PLZ-FEC-VENC IS NOT GREATER WS-FECHA-HOY-8
              GO TO F-3100-EVALUAR-PLAZO
           END-IF.

      * MISMA CONSULTA QUE HACE PGMVPZ15 AL RENOVAR *
           MOVE 'PF'           TO LK-TAS-CLASE.
           MOVE PLZ-MONEDA     TO LK-TAS-MONEDA.
           MOVE PLZ-PLAZO-DIAS TO LK-TAS-VALOR.
           MOVE PLZ-FEC-VENC   TO LK-TAS-FECHA.
           CALL WS-PGMVTQ15 USING LK-PARM-TASA.

           IF NOT LK-TAS-ENCONTRADA
              OR LK-TAS-VIGENCIA IS NOT GREATER WS-FECHA-HOY-8
              GO TO F-3100-EVALUAR-PLAZO
           END-IF.

           ADD 1 TO WS-TOT-RENUEVAN.
           ADD PLZ-CAPITAL TO AC-TOT-CAPITAL.

           MOVE PLZ-SUCURSAL    TO WS-DRE-SUCURSAL.
           MOVE PLZ-CERTIFICADO TO WS-DRE-CERT.
           MOVE PLZ-MONEDA      TO WS-DRE-MONEDA.
           MOVE PLZ-FEC-VENC    TO WS-DRE-VENC.
           MOVE PLZ-PLAZO-DIAS  TO WS-DRE-PLAZO.
           MOVE PLZ-CAPITAL     TO WS-DRE-CAPITAL.
           MOVE PLZ-TASA        TO WS-DRE-TASA-ACT.
           MOVE LK-TAS-TASA     TO WS-DRE-TASA-NUEVA.
           MOVE LK-TAS-VIGENCIA TO WS-DRE-VIGENCIA.

           WRITE REG-LISTADO FROM WS-DET-RENOV AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3100-EVALUAR-PLAZO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF FS-LIS IS EQUAL '00'
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
              MOVE 'VIGENCIAS FUTURAS LISTADAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-CAMBIOS  TO WS-TOT-CANT
              MOVE SPACES          TO WS-TOT-IMPORTE
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'PLAZOS FIJOS QUE RENUEVAN A TASA NUEVA'
                   TO WS-TOT-TEXTO
              MOVE WS-TOT-RENUEVAN TO WS-TOT-CANT
              MOVE AC-TOT-CAPITAL  TO WS-TOT-IMPORTE-N
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'TASAS LEIDAS            = ' WS-TOT-TASAS.
           DISPLAY 'VIGENCIAS FUTURAS       = ' WS-TOT-CAMBIOS.
           DISPLAY 'PLAZOS LEIDOS           = ' WS-TOT-PLAZOS.
           DISPLAY 'PLAZOS A TASA NUEVA     = ' WS-TOT-RENUEVAN.

           IF WS-TASAS-ABIERTA
              CLOSE TASAS
              IF FS-TAS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE TASAS = ' FS-TAS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVTV15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-CAMBIOS
                   + WS-TOT-RENUEVAN.
           MOVE ZEROS           TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
