       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVHA15.

      ***********************************************
      *                                             *
      *  ACREDITACION DE HABERES DE EMPRESAS        *
      *  CLIENTES - TP 35 - BATCH DB2               *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS EMPRESAS QUE PAGAN SUELDOS CON NOSOTROS *
      * MANDAN SU NOMINA Y LA SUCURSAL LA CARGABA   *
      * A MANO COMO MOVIMIENTOS DE CAJA. ESTE JOB   *
      * LEE EL ARCHIVO DE NOMINAS (DDHABERE): UNA   *
      * CABECERA POR EMPRESA (CUIT, CUENTA DEBITO,  *
      * FECHA DE PAGO, TOTAL Y CANTIDAD DE CONTROL) *
      * SEGUIDA DE UNA LINEA POR EMPLEADO (CUIL,    *
      * CBU O CUENTA, NETO A COBRAR Y LEGAJO).      *
      *                                             *
      * CADA NOMINA SE CARGA COMPLETA EN MEMORIA:   *
      * SI LA SUMA DE LAS LINEAS NO COINCIDE CON LA *
      * CABECERA SE RECHAZA ENTERA. SI NO, CADA     *
      * CUIL SE VALIDA CON PGMVCU15 Y SE CONTROLA   *
      * QUE LA CUENTA DE TB99CUEN SEA DE ESA        *
      * PERSONA; CON LAS LINEAS ACEPTADAS SE DEBITA *
      * UNA SOLA VEZ LA CUENTA DE LA EMPRESA Y SE   *
      * ACREDITA CADA EMPLEADO, TODO POR PGMVPS15.  *
      * LAS LINEAS NO ACREDITADAS VUELVEN A LA      *
      * EMPRESA EN DDRECHAB CON SU MOTIVO. UNA      *
      * NOMINA CON FECHA DE PAGO POSTERIOR A LA     *
      * FECHA DE PROCESO SE COPIA SIN TOCAR A       *
      * DDHABDIF PARA REINGRESARLA ESE DIA          *
      *                                             *
      * UN CBU PROPIO SE RESUELVE A CUENTA POR SU   *
      * ESTRUCTURA: ENTIDAD (3) + TIPO DE CUENTA    *
      * (2) + NUMERO DE CUENTA (8) + DIGITO (1). LA *
      * ENTIDAD PROPIA VIENE EN DDPARAM             *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT HABERES ASSIGN DDHABERE
                    FILE STATUS IS FS-HAB.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT RECHAZOS ASSIGN DDRECHAB
                    FILE STATUS IS FS-RCH.

             SELECT DIFERIDO ASSIGN DDHABDIF
                    FILE STATUS IS FS-DIF.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * NOMINAS DE HABERES DE LAS EMPRESAS (CABECERA + LINEAS) *
       FD HABERES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-HABERES       PIC X(80).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(03).

      * LINEAS NO ACREDITADAS, DEVUELTAS A LA EMPRESA *
       FD RECHAZOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RECHAZOS      PIC X(135).

      * NOMINAS CON FECHA DE PAGO FUTURA, MISMO LAYOUT QUE DDHABERE *
       FD DIFERIDO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DIFERIDO      PIC X(80).

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
       77  FS-HAB           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-RCH           PIC XX    VALUE SPACES.
       77  FS-DIF           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * ENTIDAD PROPIA PARA RESOLVER LOS CBU DE LAS LINEAS - EN CEROS *
      * SOLO SE ACEPTAN LINEAS CON TIPO Y NUMERO DE CUENTA *************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-ENTIDAD     PIC 9(03)  VALUE ZEROS.

      * REGISTRO DE NOMINA: CABECERA 'C' O LINEA DE EMPLEADO 'D' *
       01  WS-REG-HABERES.
           03  HAB-TIPO-REG       PIC X(01).
               88  HAB-ES-CABECERA          VALUE 'C'.
               88  HAB-ES-DETALLE           VALUE 'D'.
           03  HAB-DATOS          PIC X(79).
           03  HAB-CABECERA       REDEFINES HAB-DATOS.
               05  HCA-CUIT           PIC 9(11).
               05  HCA-TIPCUEN        PIC 9(02).
               05  HCA-NROCUEN        PIC 9(15).
               05  HCA-FECHA-PAGO     PIC 9(08).
               05  HCA-TOTAL          PIC 9(11)V99.
               05  HCA-CANT-LINEAS    PIC 9(05).
               05  HCA-NOMINA         PIC X(10).
               05  FILLER             PIC X(15).
           03  HAB-DETALLE        REDEFINES HAB-DATOS.
               05  HDE-CUIL           PIC 9(11).
               05  HDE-CBU            PIC 9(14).
               05  HDE-TIPCUEN        PIC 9(02).
               05  HDE-NROCUEN        PIC 9(15).
               05  HDE-NETO           PIC 9(9)V99.
               05  HDE-LEGAJO         PIC X(10).
               05  FILLER             PIC X(16).

      * CABECERA DE LA NOMINA EN CURSO *
       01  WS-CAB-NOMINA.
           03  FILLER             PIC X(01).
           03  CAB-CUIT           PIC 9(11).
           03  CAB-TIPCUEN        PIC 9(02).
           03  CAB-NROCUEN        PIC 9(15).
           03  CAB-FECHA-PAGO     PIC 9(08).
           03  CAB-TOTAL          PIC 9(11)V99.
           03  CAB-CANT-LINEAS    PIC 9(05).
           03  CAB-NOMINA         PIC X(10).
           03  FILLER             PIC X(15).
       01  WS-CAB-NOMINA-R    REDEFINES WS-CAB-NOMINA PIC X(80).

      * LINEAS DE LA NOMINA EN CURSO CON SU CUENTA RESUELTA Y SU    *
      * RESULTADO - UNA NOMINA QUE NO ENTRA SE RECHAZA ENTERA *******
       77  WS-LIN-MAX         PIC 9(04)  VALUE 2000.
       77  WS-LIN-CANT        PIC 9(04)  VALUE ZEROS.
       77  WS-LIN-IX          PIC 9(04)  VALUE ZEROS.
       01  WS-TABLA-LINEAS.
           03  WS-LIN-ENTRADA     OCCURS 2000 TIMES.
               05  WS-LIN-REGISTRO    PIC X(80).
               05  WS-LIN-TIPCUEN     PIC 9(02).
               05  WS-LIN-NROCUEN     PIC 9(15).
               05  WS-LIN-ESTADO      PIC X(01).
                   88  WS-LIN-ACEPTADA          VALUE 'A'.
                   88  WS-LIN-ACREDITADA        VALUE 'C'.
                   88  WS-LIN-RECHAZADA         VALUE 'R'.
               05  WS-LIN-CODIGO      PIC X(04).
               05  WS-LIN-MOTIVO      PIC X(30).

      * ESTADO DE LA NOMINA EN CURSO *
       01  WS-STATUS-NOMINA PIC X      VALUE 'P'.
           88  WS-NOMINA-PROCESABLE     VALUE 'P'.
           88  WS-NOMINA-RECHAZADA      VALUE 'R'.
           88  WS-NOMINA-DIFERIDA       VALUE 'D'.
       01  WS-SW-EXCEDIDA   PIC X      VALUE 'N'.
           88  WS-NOMINA-EXCEDIDA       VALUE 'S'.
           88  WS-NOMINA-NO-EXCEDIDA    VALUE 'N'.
       77  WS-NOM-CODIGO      PIC X(04)  VALUE SPACES.
       77  WS-NOM-MOTIVO      PIC X(30)  VALUE SPACES.

      * TOTALES DE CONTROL DE LA NOMINA EN CURSO *
       77  WS-NOM-LEIDAS      PIC 9(05)  VALUE ZEROS.
       77  WS-NOM-ACREDIT     PIC 9(05)  VALUE ZEROS.
       77  WS-NOM-RECHAZ      PIC 9(05)  VALUE ZEROS.
       01  AC-NOM-SUMA        PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-NOM-ACEPTADO    PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-NOM-ACREDITADO  PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-NOM-REINTEGRO   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.

      * VALIDACION DE LA LINEA EN CURSO *
       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.
       77  WS-ERR-CODIGO      PIC X(04)  VALUE SPACES.
       77  WS-ERR-MOTIVO      PIC X(30)  VALUE SPACES.

      * CUIL DEL EMPLEADO: EL DOCUMENTO DEL TITULAR PUEDE ESTAR       *
      * REGISTRADO COMO CUIL O COMO DNI (DIGITOS 3 A 10 DEL CUIL) ****
       01  WS-CUIL.
           03  WS-CUIL-PREFIJO    PIC 9(02)  VALUE ZEROS.
           03  WS-CUIL-DNI        PIC 9(08)  VALUE ZEROS.
           03  WS-CUIL-DV         PIC 9(01)  VALUE ZEROS.
       01  WS-CUIL-N          REDEFINES WS-CUIL PIC 9(11).

      * CBU DEL EMPLEADO EN SU ESTRUCTURA DE CUENTA PROPIA *
       01  WS-CBU.
           03  WS-CBU-ENTIDAD     PIC 9(03)  VALUE ZEROS.
           03  WS-CBU-TIPCUEN     PIC 9(02)  VALUE ZEROS.
           03  WS-CBU-NROCUEN     PIC 9(08)  VALUE ZEROS.
           03  WS-CBU-DV          PIC 9(01)  VALUE ZEROS.
       01  WS-CBU-N           REDEFINES WS-CBU PIC 9(14).

      * TOTALES DE LA CORRIDA *
       77  WS-TOT-NOMINAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-NOM-PROC  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-NOM-RECH  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-NOM-DIFER PIC 9(05) VALUE ZEROS.
       77  WS-TOT-LINEAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ACREDIT   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECHAZOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-HUERFANAS PIC 9(05) VALUE ZEROS.
       01  AC-TOT-DEBITADO  PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-ACREDIT   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * RUTINA COMPARTIDA DE VALIDACION DE CUIT/CUIL (TP 35) **********
       01  WS-PGMVCU15      PIC X(8)  VALUE 'PGMVCU15'.
       01  LK-PARM-CUIT.
           03  LK-CUIT-NUMERO       PIC 9(11).
           03  LK-STATUS-CUIT       PIC X.
               88  LK-CUIT-VALIDO            VALUE 'Y'.
               88  LK-CUIT-NO-VALIDO         VALUE 'N'.
               88  LK-CUIT-NO-APLICA         VALUE 'X'.

      * RUTINA COMPARTIDA DE VALIDACION DE CBU (TP 35) ****************
       01  WS-PGMVCB15      PIC X(8)  VALUE 'PGMVCB15'.
       01  LK-PARM-CBU.
           03  LK-CBU-NUMERO        PIC 9(14).
           03  LK-STATUS-CBU        PIC X.
               88  LK-CBU-VALIDO             VALUE 'Y'.
               88  LK-CBU-NO-VALIDO          VALUE 'N'.

      * SALDO DISPONIBLE DE LA CUENTA DE LA EMPRESA (SALDO MENOS      *
      * RETENCIONES DE FONDOS) VIA RUTINA COMPARTIDA *******************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: CUIT DE LA EMPRESA +   *
      * NOMINA + NRO DE LINEA (CERO = DEBITO A LA EMPRESA, 9999 =     *
      * REINTEGRO DE CREDITOS QUE NO SE PUDIERON APLICAR) **************
       77  WS-CODMOV-DEB-EMP  PIC X(03) VALUE 'HAD'.
       77  WS-CODMOV-CRE-EMP  PIC X(03) VALUE 'HAC'.
       77  WS-CODMOV-REINTEG  PIC X(03) VALUE 'HAR'.
       01  WS-REF-POSTEO.
           03  WS-REF-CUIT        PIC 9(11)  VALUE ZEROS.
           03  WS-REF-NOMINA      PIC X(10)  VALUE SPACES.
           03  WS-REF-LINEA       PIC 9(04)  VALUE ZEROS.

       01  WS-FECHA.
           03  WS-FECHA-AA  PIC 99    VALUE ZEROS.
           03  WS-FECHA-MM  PIC 99    VALUE ZEROS.
           03  WS-FECHA-DD  PIC 99    VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(08)  VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * LINEA DEVUELTA A LA EMPRESA: NOMINA, LINEA ORIGINAL Y MOTIVO *
       01  WS-REG-RECHAZO.
           03  RCH-CUIT           PIC 9(11)  VALUE ZEROS.
           03  RCH-NOMINA         PIC X(10)  VALUE SPACES.
           03  RCH-LINEA          PIC X(80)  VALUE SPACES.
           03  RCH-CODIGO         PIC X(04)  VALUE SPACES.
           03  RCH-MOTIVO         PIC X(30)  VALUE SPACES.

      * IMPRESION - UNA LINEA POR NOMINA RECIBIDA *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(44)    VALUE
               'ACREDITACION DE HABERES - PROCESO DEL       '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-REG-CABECERA.
           03  FILLER        PIC X(50)    VALUE
               'CUIT EMPRESA NOMINA      F.PAGO   LINEAS  ACRED  R'.
           03  FILLER        PIC X(50)    VALUE
               'ECH  IMPORTE ACREDITADO  RESULTADO                '.
           03  FILLER        PIC X(32)    VALUE SPACES.

       01  WS-REG-NOMLIN.
           03  WS-NLI-CUIT        PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-NLI-NOMINA      PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-NLI-FECHA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-NLI-LEIDAS      PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-NLI-ACREDIT     PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-NLI-RECHAZ      PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-NLI-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-NLI-RESULTADO   PIC X(36)    VALUE SPACES.
           03  FILLER             PIC X(21)    VALUE SPACES.

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
           MOVE LK-FP-FECHA-6 TO WS-FECHA.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT HABERES.
           IF FS-HAB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HABERES = ' FS-HAB
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.
           IF WS-PAR-ENTIDAD IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-ENTIDAD
           END-IF.

           OPEN OUTPUT RECHAZOS.
           IF FS-RCH IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHAZOS = ' FS-RCH
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT DIFERIDO.
           IF FS-DIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DIFERIDO = ' FS-DIF
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
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER PAGE.
           WRITE REG-LISTADO FROM WS-TITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-REG-CABECERA AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  (EL REGISTRO EN CURSO YA ESTA     *
      *  LEIDO POR ADELANTADO)             *
      *                                    *
      **************************************
       2000-PROCESO.

           IF HAB-ES-CABECERA
              PERFORM 3000-CARGAR-NOMINA THRU F-3000-CARGAR-NOMINA
              PERFORM 4000-PROCESAR-NOMINA
                      THRU F-4000-PROCESAR-NOMINA
              PERFORM 5000-IMPRIMIR-NOMINA
                      THRU F-5000-IMPRIMIR-NOMINA
              GO TO F-2000-PROCESO
           END-IF.

      * LINEA SIN CABECERA QUE LA PRECEDA O REGISTRO DESCONOCIDO: *****
      * NO HAY NOMINA A LA QUE IMPUTARLA Y SE DEVUELVE SOLA ************
           ADD 1 TO WS-TOT-HUERFANAS.
           MOVE ZEROS          TO RCH-CUIT.
           MOVE SPACES         TO RCH-NOMINA.
           MOVE WS-REG-HABERES TO RCH-LINEA.
           IF HAB-ES-DETALLE
              MOVE 'RN06'                         TO RCH-CODIGO
              MOVE 'LINEA SIN CABECERA DE NOMINA' TO RCH-MOTIVO
           ELSE
              MOVE 'RN09'                         TO RCH-CODIGO
              MOVE 'TIPO DE REGISTRO INVALIDO'    TO RCH-MOTIVO
           END-IF.
           PERFORM 7000-GRABAR-RECHAZO THRU F-7000-GRABAR-RECHAZO.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL ARCHIVO DE NOMINAS *
       2100-LECTURA.
      **************************************

           READ HABERES INTO WS-REG-HABERES.
           EVALUATE FS-HAB
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA HABERES : ' FS-HAB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      ***** CABECERA Y LINEAS DE LA NOMINA HASTA LA PROXIMA CABECERA **
       3000-CARGAR-NOMINA.

           ADD 1 TO WS-TOT-NOMINAS.
           MOVE WS-REG-HABERES TO WS-CAB-NOMINA-R.

           SET WS-NOMINA-PROCESABLE  TO TRUE.
           SET WS-NOMINA-NO-EXCEDIDA TO TRUE.
           MOVE SPACES TO WS-NOM-CODIGO.
           MOVE SPACES TO WS-NOM-MOTIVO.
           MOVE ZEROS  TO WS-LIN-CANT.
           MOVE ZEROS  TO WS-NOM-LEIDAS.
           MOVE ZEROS  TO WS-NOM-ACREDIT.
           MOVE ZEROS  TO WS-NOM-RECHAZ.
           MOVE ZEROS  TO AC-NOM-SUMA.
           MOVE ZEROS  TO AC-NOM-ACEPTADO.
           MOVE ZEROS  TO AC-NOM-ACREDITADO.
           MOVE ZEROS  TO AC-NOM-REINTEGRO.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

           PERFORM 3100-CARGAR-LINEA THRU F-3100-CARGAR-LINEA
                   UNTIL WS-FIN-LECTURA
                      OR NOT HAB-ES-DETALLE.

       F-3000-CARGAR-NOMINA. EXIT.

      ***** UNA LINEA DE EMPLEADO A LA TABLA DE LA NOMINA *************
       3100-CARGAR-LINEA.

           ADD 1 TO WS-NOM-LEIDAS.
           ADD 1 TO WS-TOT-LINEAS.

           IF HDE-NETO IS NUMERIC
              ADD HDE-NETO TO AC-NOM-SUMA
           END-IF.

      * LA NOMINA QUE NO ENTRA EN LA TABLA SE RECHAZA ENTERA; LAS     *
      * LINEAS QUE YA NO SE PUEDEN GUARDAR SE DEVUELVEN AL LEERLAS *****
           IF WS-LIN-CANT IS NOT LESS THAN WS-LIN-MAX
              SET WS-NOMINA-EXCEDIDA TO TRUE
              ADD 1 TO WS-NOM-RECHAZ
              MOVE CAB-CUIT        TO RCH-CUIT
              MOVE CAB-NOMINA      TO RCH-NOMINA
              MOVE WS-REG-HABERES  TO RCH-LINEA
              MOVE 'RN05'          TO RCH-CODIGO
              MOVE 'NOMINA EXCEDE 2000 LINEAS' TO RCH-MOTIVO
              PERFORM 7000-GRABAR-RECHAZO THRU F-7000-GRABAR-RECHAZO
           ELSE
              ADD 1 TO WS-LIN-CANT
              MOVE WS-REG-HABERES TO WS-LIN-REGISTRO(WS-LIN-CANT)
              MOVE ZEROS          TO WS-LIN-TIPCUEN(WS-LIN-CANT)
              MOVE ZEROS          TO WS-LIN-NROCUEN(WS-LIN-CANT)
              SET WS-LIN-ACEPTADA(WS-LIN-CANT) TO TRUE
              MOVE SPACES         TO WS-LIN-CODIGO(WS-LIN-CANT)
              MOVE SPACES         TO WS-LIN-MOTIVO(WS-LIN-CANT)
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-3100-CARGAR-LINEA. EXIT.

      **************************************
      *                                    *
      *  PROCESO DE LA NOMINA CARGADA      *
      *                                    *
      **************************************
       4000-PROCESAR-NOMINA.

           PERFORM 4100-VALIDAR-CABECERA THRU F-4100-VALIDAR-CABECERA.

           IF WS-NOMINA-DIFERIDA
              PERFORM 4800-DIFERIR-NOMINA THRU F-4800-DIFERIR-NOMINA
              GO TO F-4000-PROCESAR-NOMINA
           END-IF.

           IF WS-NOMINA-PROCESABLE
              PERFORM 4200-VALIDAR-LINEA THRU F-4200-VALIDAR-LINEA
                      VARYING WS-LIN-IX FROM 1 BY 1
                      UNTIL WS-LIN-IX > WS-LIN-CANT
           END-IF.

           IF WS-NOMINA-PROCESABLE
              AND AC-NOM-ACEPTADO IS GREATER THAN ZEROS
              PERFORM 4300-DEBITAR-EMPRESA THRU F-4300-DEBITAR-EMPRESA
           END-IF.

           IF WS-NOMINA-PROCESABLE
              AND AC-NOM-ACEPTADO IS GREATER THAN ZEROS
              PERFORM 4400-ACREDITAR-LINEA THRU F-4400-ACREDITAR-LINEA
                      VARYING WS-LIN-IX FROM 1 BY 1
                      UNTIL WS-LIN-IX > WS-LIN-CANT
              IF AC-NOM-REINTEGRO IS GREATER THAN ZEROS
                 PERFORM 4500-REINTEGRAR-EMPRESA
                         THRU F-4500-REINTEGRAR-EMPRESA
              END-IF
           END-IF.

      * NOMINA RECHAZADA ENTERA: TODAS SUS LINEAS VUELVEN CON EL      *
      * MOTIVO DE LA CABECERA ******************************************
           IF WS-NOMINA-RECHAZADA
              ADD 1 TO WS-TOT-NOM-RECH
              PERFORM 4600-RECHAZAR-LINEA THRU F-4600-RECHAZAR-LINEA
                      VARYING WS-LIN-IX FROM 1 BY 1
                      UNTIL WS-LIN-IX > WS-LIN-CANT
           ELSE
              ADD 1 TO WS-TOT-NOM-PROC
           END-IF.

           PERFORM 4700-DEVOLVER-LINEA THRU F-4700-DEVOLVER-LINEA
                   VARYING WS-LIN-IX FROM 1 BY 1
                   UNTIL WS-LIN-IX > WS-LIN-CANT.

       F-4000-PROCESAR-NOMINA. EXIT.

      ***** CABECERA: EMPRESA, CUENTA, FECHA Y TOTALES DE CONTROL *****
       4100-VALIDAR-CABECERA.

           IF WS-NOMINA-EXCEDIDA
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN05'                      TO WS-NOM-CODIGO
              MOVE 'NOMINA EXCEDE 2000 LINEAS' TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

           IF CAB-TOTAL IS NOT NUMERIC
              OR CAB-CANT-LINEAS IS NOT NUMERIC
              OR CAB-TOTAL IS NOT EQUAL AC-NOM-SUMA
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN04'                      TO WS-NOM-CODIGO
              MOVE 'TOTAL NO COINCIDE CON CABECERA' TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

      * CANTIDAD DE CONTROL EN CEROS = LA EMPRESA NO LA INFORMA *******
           IF CAB-CANT-LINEAS IS GREATER THAN ZEROS
              AND CAB-CANT-LINEAS IS NOT EQUAL WS-NOM-LEIDAS
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN04'                      TO WS-NOM-CODIGO
              MOVE 'CANTIDAD NO COINCIDE CON CABEC' TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

           MOVE CAB-CUIT TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.

           IF NOT LK-CUIT-VALIDO
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN01'                      TO WS-NOM-CODIGO
              MOVE 'CUIT EMPRESA INVALIDO'     TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

           IF CAB-FECHA-PAGO IS NOT NUMERIC
              OR CAB-FECHA-PAGO IS EQUAL ZEROS
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN02'                      TO WS-NOM-CODIGO
              MOVE 'FECHA DE PAGO INVALIDA'    TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

           IF CAB-TIPCUEN IS NOT NUMERIC
              OR CAB-NROCUEN IS NOT NUMERIC
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN03'                      TO WS-NOM-CODIGO
              MOVE 'CUENTA EMPRESA INEXISTENTE' TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

           MOVE CAB-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE CAB-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT NROCLI, SALDO
                INTO :DB-CU-NROCLI, :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN03'                      TO WS-NOM-CODIGO
                 MOVE 'CUENTA EMPRESA INEXISTENTE' TO WS-NOM-MOTIVO
                 GO TO F-4100-VALIDAR-CABECERA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA EMPRESA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN99'                      TO WS-NOM-CODIGO
                 MOVE 'ERROR CONSULTA CUENTA'     TO WS-NOM-MOTIVO
                 GO TO F-4100-VALIDAR-CABECERA
           END-EVALUATE.

      * LA CUENTA DEBITO DEBE SER DE LA MISMA EMPRESA QUE FIRMA LA *****
      * NOMINA (DOCUMENTO DEL TITULAR = CUIT DE LA CABECERA) ***********
           EXEC SQL
              SELECT TIPDOC, NRODOC
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :DB-CU-NROCLI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              OR DB-CL-NRODOC IS NOT EQUAL CAB-CUIT
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN07'                      TO WS-NOM-CODIGO
              MOVE 'CUENTA NO ES DE LA EMPRESA' TO WS-NOM-MOTIVO
              GO TO F-4100-VALIDAR-CABECERA
           END-IF.

      * PAGO A FECHA FUTURA: SE GUARDA PARA REINGRESAR ESE DIA ********
           IF CAB-FECHA-PAGO IS GREATER THAN WS-FECHA-HOY-8
              SET WS-NOMINA-DIFERIDA TO TRUE
           END-IF.

       F-4100-VALIDAR-CABECERA. EXIT.

      ***** LINEA DE EMPLEADO: CUIL, CUENTA Y TITULARIDAD *************
       4200-VALIDAR-LINEA.

           MOVE WS-LIN-REGISTRO(WS-LIN-IX) TO WS-REG-HABERES.
           SET WS-NO-ERROR TO TRUE.

           PERFORM 4210-CONTROLAR-LINEA THRU F-4210-CONTROLAR-LINEA.

           IF WS-ERROR
              SET WS-LIN-RECHAZADA(WS-LIN-IX) TO TRUE
              MOVE WS-ERR-CODIGO TO WS-LIN-CODIGO(WS-LIN-IX)
              MOVE WS-ERR-MOTIVO TO WS-LIN-MOTIVO(WS-LIN-IX)
           ELSE
              ADD HDE-NETO TO AC-NOM-ACEPTADO
           END-IF.

       F-4200-VALIDAR-LINEA. EXIT.

       4210-CONTROLAR-LINEA.

           IF HDE-CUIL IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'RH01'                 TO WS-ERR-CODIGO
              MOVE 'CUIL INVALIDO'        TO WS-ERR-MOTIVO
              GO TO F-4210-CONTROLAR-LINEA
           END-IF.

           MOVE HDE-CUIL TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.

           IF NOT LK-CUIT-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'RH01'                 TO WS-ERR-CODIGO
              MOVE 'CUIL INVALIDO'        TO WS-ERR-MOTIVO
              GO TO F-4210-CONTROLAR-LINEA
           END-IF.

           IF HDE-NETO IS NOT NUMERIC
              OR HDE-NETO IS NOT GREATER ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'RH02'                 TO WS-ERR-CODIGO
              MOVE 'IMPORTE NETO INVALIDO' TO WS-ERR-MOTIVO
              GO TO F-4210-CONTROLAR-LINEA
           END-IF.

      * CUENTA INFORMADA O, SI NO, LA QUE LLEVA EL CBU PROPIO *********
           IF HDE-TIPCUEN IS NUMERIC
              AND HDE-NROCUEN IS NUMERIC
              AND HDE-NROCUEN IS GREATER THAN ZEROS
              MOVE HDE-TIPCUEN TO WS-LIN-TIPCUEN(WS-LIN-IX)
              MOVE HDE-NROCUEN TO WS-LIN-NROCUEN(WS-LIN-IX)
           ELSE
              PERFORM 4220-RESOLVER-CBU THRU F-4220-RESOLVER-CBU
              IF WS-ERROR
                 GO TO F-4210-CONTROLAR-LINEA
              END-IF
           END-IF.

           MOVE WS-LIN-TIPCUEN(WS-LIN-IX) TO DB-CU-TIPCUEN.
           MOVE WS-LIN-NROCUEN(WS-LIN-IX) TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT NROCLI
                INTO :DB-CU-NROCLI
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'RH06'                 TO WS-ERR-CODIGO
                 MOVE 'CUENTA INEXISTENTE'   TO WS-ERR-MOTIVO
                 GO TO F-4210-CONTROLAR-LINEA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA EMPLEADO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 MOVE 'RH99'                 TO WS-ERR-CODIGO
                 MOVE 'ERROR CONSULTA CUENTA' TO WS-ERR-MOTIVO
                 GO TO F-4210-CONTROLAR-LINEA
           END-EVALUATE.

      * EL TITULAR DE LA CUENTA DEBE SER EL EMPLEADO DEL CUIL *********
           EXEC SQL
              SELECT TIPDOC, NRODOC
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :DB-CU-NROCLI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'RH07'                 TO WS-ERR-CODIGO
              MOVE 'CUENTA DE OTRO TITULAR' TO WS-ERR-MOTIVO
              GO TO F-4210-CONTROLAR-LINEA
           END-IF.

           MOVE HDE-CUIL TO WS-CUIL-N.

           IF DB-CL-NRODOC IS NOT EQUAL WS-CUIL-N
              AND DB-CL-NRODOC IS NOT EQUAL WS-CUIL-DNI
              SET WS-ERROR TO TRUE
              MOVE 'RH07'                 TO WS-ERR-CODIGO
              MOVE 'CUENTA DE OTRO TITULAR' TO WS-ERR-MOTIVO
           END-IF.

       F-4210-CONTROLAR-LINEA. EXIT.

      ***** CBU DEL EMPLEADO: DIGITO VERIFICADOR Y ENTIDAD PROPIA *****
       4220-RESOLVER-CBU.

           IF HDE-CBU IS NOT NUMERIC
              OR HDE-CBU IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'RH05'                 TO WS-ERR-CODIGO
              MOVE 'SIN CUENTA NI CBU DE DESTINO' TO WS-ERR-MOTIVO
              GO TO F-4220-RESOLVER-CBU
           END-IF.

           MOVE HDE-CBU TO LK-CBU-NUMERO.
           CALL WS-PGMVCB15 USING LK-PARM-CBU.

           IF LK-CBU-NO-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'RH03'                 TO WS-ERR-CODIGO
              MOVE 'CBU (DIGITO VERIF)'   TO WS-ERR-MOTIVO
              GO TO F-4220-RESOLVER-CBU
           END-IF.

           MOVE HDE-CBU TO WS-CBU-N.

           IF WS-PAR-ENTIDAD IS EQUAL ZEROS
              OR WS-CBU-ENTIDAD IS NOT EQUAL WS-PAR-ENTIDAD
              SET WS-ERROR TO TRUE
              MOVE 'RH04'                 TO WS-ERR-CODIGO
              MOVE 'CBU DE OTRA ENTIDAD'  TO WS-ERR-MOTIVO
              GO TO F-4220-RESOLVER-CBU
           END-IF.

           MOVE WS-CBU-TIPCUEN TO WS-LIN-TIPCUEN(WS-LIN-IX).
           MOVE WS-CBU-NROCUEN TO WS-LIN-NROCUEN(WS-LIN-IX).

       F-4220-RESOLVER-CBU. EXIT.

      ***** DEBITO UNICO A LA EMPRESA POR LAS LINEAS ACEPTADAS ********
       4300-DEBITAR-EMPRESA.

      * FONDOS: SALDO DISPONIBLE (SALDO MENOS RETENCIONES) DE LA ******
      * CUENTA DE LA EMPRESA CONTRA EL TOTAL DE LINEAS ACEPTADAS *******
           MOVE CAB-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE CAB-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SALDO
                INTO :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR CONSULTA CUENTA EMPRESA: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN99'                      TO WS-NOM-CODIGO
              MOVE 'ERROR CONSULTA CUENTA'     TO WS-NOM-MOTIVO
              GO TO F-4300-DEBITAR-EMPRESA
           END-IF.

           MOVE CAB-TIPCUEN    TO LK-DS-TIPCUEN.
           MOVE CAB-NROCUEN    TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO    TO LK-DS-SALDO.
           MOVE WS-FECHA-HOY-8 TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           IF LK-DS-DISPONIBLE IS LESS THAN AC-NOM-ACEPTADO
              SET WS-NOMINA-RECHAZADA TO TRUE
              MOVE 'RN08'                      TO WS-NOM-CODIGO
              MOVE 'FONDOS INSUFICIENTES EMPRESA' TO WS-NOM-MOTIVO
              GO TO F-4300-DEBITAR-EMPRESA
           END-IF.

           MOVE CAB-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE CAB-NROCUEN       TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - AC-NOM-ACEPTADO.
           MOVE 'PGMVHA15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-DEB-EMP TO LK-PS-CODMOV.
           MOVE CAB-CUIT          TO WS-REF-CUIT.
           MOVE CAB-NOMINA        TO WS-REF-NOMINA.
           MOVE ZEROS             TO WS-REF-LINEA.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 ADD AC-NOM-ACEPTADO TO AC-TOT-DEBITADO
              WHEN LK-PS-YA-POSTEADO
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN10'                      TO WS-NOM-CODIGO
                 MOVE 'NOMINA YA PROCESADA'       TO WS-NOM-MOTIVO
              WHEN LK-PS-CUENTA-INEXISTENTE
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN03'                      TO WS-NOM-CODIGO
                 MOVE 'CUENTA EMPRESA INEXISTENTE' TO WS-NOM-MOTIVO
              WHEN LK-PS-RECHAZO-EMBARGO
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN11'                      TO WS-NOM-CODIGO
                 MOVE 'CUENTA EMPRESA EMBARGADA'  TO WS-NOM-MOTIVO
              WHEN LK-PS-RECHAZO-SUCESION
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN11'                      TO WS-NOM-CODIGO
                 MOVE 'TITULAR CON SUCESION ABIERTA' TO WS-NOM-MOTIVO
              WHEN LK-PS-RECHAZO-COBRANZA
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN11'                      TO WS-NOM-CODIGO
                 MOVE 'CUENTA BLOQUEADA POR MORA' TO WS-NOM-MOTIVO
              WHEN LK-PS-RECHAZO-RETENCION
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN08'                      TO WS-NOM-CODIGO
                 MOVE 'SALDO DISPONIBLE INSUFICIENTE' TO WS-NOM-MOTIVO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO DEBITO EMPRESA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-NOMINA-RECHAZADA TO TRUE
                 MOVE 'RN99'                      TO WS-NOM-CODIGO
                 MOVE 'ERROR DE POSTEO'           TO WS-NOM-MOTIVO
           END-EVALUATE.

       F-4300-DEBITAR-EMPRESA. EXIT.

      ***** CREDITO AL EMPLEADO DE CADA LINEA ACEPTADA ****************
       4400-ACREDITAR-LINEA.

           IF NOT WS-LIN-ACEPTADA(WS-LIN-IX)
              GO TO F-4400-ACREDITAR-LINEA
           END-IF.

           MOVE WS-LIN-REGISTRO(WS-LIN-IX) TO WS-REG-HABERES.

           MOVE WS-LIN-TIPCUEN(WS-LIN-IX) TO LK-PS-TIPCUEN.
           MOVE WS-LIN-NROCUEN(WS-LIN-IX) TO LK-PS-NROCUEN.
           MOVE HDE-NETO          TO LK-PS-IMPORTE.
           MOVE 'PGMVHA15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-CRE-EMP TO LK-PS-CODMOV.
           MOVE CAB-CUIT          TO WS-REF-CUIT.
           MOVE CAB-NOMINA        TO WS-REF-NOMINA.
           MOVE WS-LIN-IX         TO WS-REF-LINEA.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

      * UN CREDITO QUE NO SE PUEDE APLICAR VUELVE A LA EMPRESA EN UN  *
      * REINTEGRO UNICO AL CERRAR LA NOMINA ****************************
           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 SET WS-LIN-ACREDITADA(WS-LIN-IX) TO TRUE
                 ADD HDE-NETO TO AC-NOM-ACREDITADO
              WHEN LK-PS-CUENTA-INEXISTENTE
                 SET WS-LIN-RECHAZADA(WS-LIN-IX) TO TRUE
                 MOVE 'RH06'                 TO WS-LIN-CODIGO(WS-LIN-IX)
                 MOVE 'CUENTA INEXISTENTE'   TO WS-LIN-MOTIVO(WS-LIN-IX)
                 ADD HDE-NETO TO AC-NOM-REINTEGRO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO CREDITO EMPLEADO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-LIN-RECHAZADA(WS-LIN-IX) TO TRUE
                 MOVE 'RH99'                 TO WS-LIN-CODIGO(WS-LIN-IX)
                 MOVE 'ERROR DE POSTEO'      TO WS-LIN-MOTIVO(WS-LIN-IX)
                 ADD HDE-NETO TO AC-NOM-REINTEGRO
           END-EVALUATE.

       F-4400-ACREDITAR-LINEA. EXIT.

      ***** REINTEGRO A LA EMPRESA DE LOS CREDITOS NO APLICADOS *******
       4500-REINTEGRAR-EMPRESA.

           MOVE CAB-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE CAB-NROCUEN       TO LK-PS-NROCUEN.
           MOVE AC-NOM-REINTEGRO  TO LK-PS-IMPORTE.
           MOVE 'PGMVHA15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-REINTEG TO LK-PS-CODMOV.
           MOVE CAB-CUIT          TO WS-REF-CUIT.
           MOVE CAB-NOMINA        TO WS-REF-NOMINA.
           MOVE 9999              TO WS-REF-LINEA.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           IF LK-PS-POSTEADO
              SUBTRACT AC-NOM-REINTEGRO FROM AC-TOT-DEBITADO
           ELSE
              MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
              DISPLAY 'ERROR POSTEO REINTEGRO EMPRESA: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-4500-REINTEGRAR-EMPRESA. EXIT.

      ***** LINEA DE UNA NOMINA RECHAZADA ENTERA **********************
       4600-RECHAZAR-LINEA.

           SET WS-LIN-RECHAZADA(WS-LIN-IX) TO TRUE.
           MOVE WS-NOM-CODIGO TO WS-LIN-CODIGO(WS-LIN-IX).
           MOVE WS-NOM-MOTIVO TO WS-LIN-MOTIVO(WS-LIN-IX).

       F-4600-RECHAZAR-LINEA. EXIT.

      ***** LINEA NO ACREDITADA: VUELVE A LA EMPRESA CON SU MOTIVO ****
       4700-DEVOLVER-LINEA.

           IF WS-LIN-ACREDITADA(WS-LIN-IX)
              ADD 1 TO WS-NOM-ACREDIT
              ADD 1 TO WS-TOT-ACREDIT
              GO TO F-4700-DEVOLVER-LINEA
           END-IF.

           ADD 1 TO WS-NOM-RECHAZ.
           MOVE CAB-CUIT                   TO RCH-CUIT.
           MOVE CAB-NOMINA                 TO RCH-NOMINA.
           MOVE WS-LIN-REGISTRO(WS-LIN-IX) TO RCH-LINEA.
           MOVE WS-LIN-CODIGO(WS-LIN-IX)   TO RCH-CODIGO.
           MOVE WS-LIN-MOTIVO(WS-LIN-IX)   TO RCH-MOTIVO.
           PERFORM 7000-GRABAR-RECHAZO THRU F-7000-GRABAR-RECHAZO.

       F-4700-DEVOLVER-LINEA. EXIT.

      ***** NOMINA A FECHA FUTURA: CABECERA Y LINEAS A DDHABDIF *******
       4800-DIFERIR-NOMINA.

           ADD 1 TO WS-TOT-NOM-DIFER.

           WRITE REG-DIFERIDO FROM WS-CAB-NOMINA-R.
           IF FS-DIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DIFERIDO = ' FS-DIF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

           PERFORM 4810-DIFERIR-LINEA THRU F-4810-DIFERIR-LINEA
                   VARYING WS-LIN-IX FROM 1 BY 1
                   UNTIL WS-LIN-IX > WS-LIN-CANT.

       F-4800-DIFERIR-NOMINA. EXIT.

       4810-DIFERIR-LINEA.

           WRITE REG-DIFERIDO FROM WS-LIN-REGISTRO(WS-LIN-IX).
           IF FS-DIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DIFERIDO = ' FS-DIF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4810-DIFERIR-LINEA. EXIT.

      ***** LINEA DE CONTROL DE LA NOMINA EN EL LISTADO ***************
       5000-IMPRIMIR-NOMINA.

           MOVE SPACES            TO WS-REG-NOMLIN.
           MOVE CAB-CUIT          TO WS-NLI-CUIT.
           MOVE CAB-NOMINA        TO WS-NLI-NOMINA.
           MOVE CAB-FECHA-PAGO    TO WS-NLI-FECHA.
           MOVE WS-NOM-LEIDAS     TO WS-NLI-LEIDAS.
           MOVE WS-NOM-ACREDIT    TO WS-NLI-ACREDIT.
           MOVE WS-NOM-RECHAZ     TO WS-NLI-RECHAZ.
           MOVE AC-NOM-ACREDITADO TO WS-NLI-IMPORTE.

           EVALUATE TRUE
              WHEN WS-NOMINA-DIFERIDA
                 MOVE 'DIFERIDA A LA FECHA DE PAGO'
                                        TO WS-NLI-RESULTADO
              WHEN WS-NOMINA-RECHAZADA
                 STRING WS-NOM-CODIGO ' ' WS-NOM-MOTIVO
                        DELIMITED BY SIZE INTO WS-NLI-RESULTADO
              WHEN OTHER
                 MOVE 'PROCESADA'       TO WS-NLI-RESULTADO
           END-EVALUATE.

           ADD AC-NOM-ACREDITADO TO AC-TOT-ACREDIT.

           WRITE REG-LISTADO FROM WS-REG-NOMLIN AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-5000-IMPRIMIR-NOMINA. EXIT.

      ***** GRABACION DE LINEAS DEVUELTAS A LA EMPRESA ****************
       7000-GRABAR-RECHAZO.

           ADD 1 TO WS-TOT-RECHAZOS.

           WRITE REG-RECHAZOS FROM WS-REG-RECHAZO.
           IF FS-RCH IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RECHAZOS = ' FS-RCH
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-7000-GRABAR-RECHAZO. EXIT.

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
              DISPLAY 'ROLLBACK REALIZADO - HABERES NO ACREDITADOS'
           END-IF.

           DISPLAY 'NOMINAS LEIDAS        = ' WS-TOT-NOMINAS.
           DISPLAY 'NOMINAS PROCESADAS    = ' WS-TOT-NOM-PROC.
           DISPLAY 'NOMINAS RECHAZADAS    = ' WS-TOT-NOM-RECH.
           DISPLAY 'NOMINAS DIFERIDAS     = ' WS-TOT-NOM-DIFER.
           DISPLAY 'LINEAS LEIDAS         = ' WS-TOT-LINEAS.
           DISPLAY 'LINEAS ACREDITADAS    = ' WS-TOT-ACREDIT.
           DISPLAY 'LINEAS DEVUELTAS      = ' WS-TOT-RECHAZOS.
           DISPLAY 'LINEAS SIN CABECERA   = ' WS-TOT-HUERFANAS.
           MOVE AC-TOT-DEBITADO TO WS-IMP-EDIT.
           DISPLAY 'IMPORTE DEBITADO      = ' WS-IMP-EDIT.
           MOVE AC-TOT-ACREDIT TO WS-IMP-EDIT.
           DISPLAY 'IMPORTE ACREDITADO    = ' WS-IMP-EDIT.

           CLOSE HABERES
              IF FS-HAB IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE HABERES = ' FS-HAB
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE RECHAZOS
              IF FS-RCH IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE RECHAZOS = ' FS-RCH
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE DIFERIDO
              IF FS-DIF IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE DIFERIDO = ' FS-DIF
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVHA15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-ACREDIT  TO RES-CANT-PROCESADOS.
           MOVE WS-TOT-RECHAZOS TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
