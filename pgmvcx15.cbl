       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVCX15.

      ***********************************************
      *                                             *
      *  OPERACIONES DE CAMBIO: COMPRA Y VENTA DE   *
      *  MONEDA EXTRANJERA ENTRE CUENTAS PROPIAS    *
      *  DEL CLIENTE - TP 35 - BATCH DB2            *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LA CADENA MANEJA CUENTAS EN PESOS Y EN      *
      * DOLARES PERO UN CLIENTE NO PODIA COMPRAR NI *
      * VENDER MONEDA: LA SUCURSAL CARGABA DOS      *
      * MOVIMIENTOS A MANO. ESTE JOB LEE LAS        *
      * ORDENES DE COMPRA ('C') Y VENTA ('V') DE LA *
      * SUCURSAL (DDORDFX) ENTRE UNA CUENTA EN      *
      * MONEDA LOCAL Y UNA EN MONEDA EXTRANJERA DEL *
      * MISMO CLIENTE (TB99CUEN, MISMO NROCLI).     *
      * EL TIPO DE CAMBIO ES LA TASA DE CIERRE DE   *
      * DDTASAS MAS (COMPRA DEL CLIENTE) O MENOS    *
      * (VENTA DEL CLIENTE) EL SPREAD DE DDPARAM.   *
      * LA COMPRA TIENE UN LIMITE MENSUAL POR       *
      * PERSONA ACUMULADO POR DOCUMENTO EN EL MES   *
      * (VSAM DDCUPOFX, LAYOUT CPCUPOFX). LAS DOS   *
      * PATAS SE POSTEAN POR PGMVPS15 (DEBITO Y     *
      * CREDITO, CON LA MISMA REFERENCIA Y LA PATA  *
      * AL FINAL) Y CADA OPERACION POSTEADA VA AL   *
      * ARCHIVO DIARIO DE OPERACIONES DE CAMBIO     *
      * PARA EL REGULADOR (DDREGFX) CON EL CODIGO   *
      * DE CONCEPTO Y EL CUIT/CUIL DEL CLIENTE. LOS *
      * RECHAZOS QUEDAN EN EL SUSPENSO              *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ORDENES ASSIGN DDORDFX
                    FILE STATUS IS FS-ORD.

      * TASAS DE CIERRE POR MONEDA (MISMO ARCHIVO QUE PGMVFP15) *
             SELECT TASAS ASSIGN DDTASAS
                    FILE STATUS IS FS-TAS.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT CUPOFX ASSIGN DDCUPOFX
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CUPOFX
                    FILE STATUS IS FS-CUP.

      * OPERACIONES DE CAMBIO DEL DIA PARA EL REGULADOR *
             SELECT REGFX ASSIGN DDREGFX
                    FILE STATUS IS FS-RFX.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * ORDENES DE COMPRA/VENTA DE MONEDA DE LAS SUCURSALES *
       FD ORDENES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ORDENES       PIC X(80).

       FD TASAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-TASAS         PIC X(11).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(33).

       FD CUPOFX.

       01 REG-CUPOFX.
           03 KEY-CUPOFX    PIC X(19).
           03 FILLER        PIC X(41).

       FD REGFX
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REGFX         PIC X(100).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-ORDEN        PIC X(80).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

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
       77  FS-ORD           PIC XX    VALUE SPACES.
       77  FS-TAS           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-CUP           PIC XX    VALUE SPACES.
       77  FS-RFX           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPCUPOFX.
           COPY CPRESUMEN.

      * MONEDAS, SPREAD SOBRE LA TASA DE CIERRE (EN PORCENTAJE),      *
      * LIMITE MENSUAL DE COMPRA POR PERSONA EN MONEDA EXTRANJERA Y   *
      * CODIGOS DE CONCEPTO DEL REGIMEN INFORMATIVO DE CAMBIOS ********
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MONEDA-LOCAL  PIC 99         VALUE 02.
           03  WS-PAR-MONEDA-EXT    PIC 99         VALUE 80.
           03  WS-PAR-SPREAD-VTA    PIC 9(2)V9(4)  VALUE 01,5000.
           03  WS-PAR-SPREAD-CPA    PIC 9(2)V9(4)  VALUE 01,5000.
           03  WS-PAR-LIMITE-MES    PIC 9(9)V99    VALUE 200,00.
           03  WS-PAR-COD-COMPRA    PIC X(03)      VALUE 'A08'.
           03  WS-PAR-COD-VENTA     PIC X(03)      VALUE 'A09'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * ORDEN DE CAMBIO: C = EL CLIENTE COMPRA MONEDA EXTRANJERA      *
      * (DEBITO EN PESOS), V = LA VENDE (DEBITO EN MONEDA EXTRANJERA) *
      * - EL IMPORTE ES SIEMPRE EN MONEDA EXTRANJERA. CUIT EN CEROS = *
      * SE TOMA EL DOCUMENTO DEL TITULAR SI TIENE FORMA DE CUIT/CUIL  *
       01  WS-REG-ORDEN.
           03  OFX-TIPO-OPER      PIC X(01).
               88  OFX-COMPRA               VALUE 'C'.
               88  OFX-VENTA                VALUE 'V'.
           03  OFX-TIPCUEN-ML     PIC 9(02).
           03  OFX-NROCUEN-ML     PIC 9(15).
           03  OFX-TIPCUEN-ME     PIC 9(02).
           03  OFX-NROCUEN-ME     PIC 9(15).
           03  OFX-IMPORTE-ME     PIC 9(9)V99.
           03  OFX-REFERENCIA     PIC X(10).
           03  OFX-CUIT           PIC 9(11).
           03  OFX-OPERADOR       PIC X(08).
           03  FILLER             PIC X(05).

      * TASAS DE CIERRE POR MONEDA *
       01  WS-REG-TASA.
           03  TAS-MONEDA     PIC 99.
           03  TAS-TASA       PIC 9(5)V9(4).

      * TIPO DE CAMBIO DE LA CORRIDA: CIERRE DE LA MONEDA EXTRANJERA  *
      * Y PRECIOS AL CLIENTE CON EL SPREAD *****************************
       77  WS-TC-CIERRE       PIC 9(5)V9(4)   VALUE ZEROS.
       77  WS-TC-VENTA        PIC 9(5)V9(4)   VALUE ZEROS.
       77  WS-TC-COMPRA       PIC 9(5)V9(4)   VALUE ZEROS.
       77  WS-TC-APLICADO     PIC 9(5)V9(4)   VALUE ZEROS.
       77  WS-IMPORTE-ML      PIC 9(11)V99    VALUE ZEROS.

      * DATOS DEL CLIENTE DE LA ORDEN *
       77  WS-CLI-NROCLI      PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-CLI-CUIT        PIC 9(11)       VALUE ZEROS.
       77  WS-CLI-NOMBRE      PIC X(30)       VALUE SPACES.

      * CUIT/CUIL: EL DOCUMENTO DEL TITULAR PUEDE ESTAR REGISTRADO    *
      * COMO CUIT O COMO DNI (DIGITOS 3 A 10), COMO EN PGMVHA15 ******
       01  WS-CUIL.
           03  WS-CUIL-PREFIJO    PIC 9(02)  VALUE ZEROS.
           03  WS-CUIL-DNI        PIC 9(08)  VALUE ZEROS.
           03  WS-CUIL-DV         PIC 9(01)  VALUE ZEROS.
       01  WS-CUIL-N          REDEFINES WS-CUIL PIC 9(11).

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * RUTINA COMPARTIDA DE VALIDACION DE CUIT/CUIL (TP 35) **********
       01  WS-PGMVCU15      PIC X(8)  VALUE 'PGMVCU15'.
       01  LK-PARM-CUIT.
           03  LK-CUIT-NUMERO       PIC 9(11).
           03  LK-STATUS-CUIT       PIC X.
               88  LK-CUIT-VALIDO            VALUE 'Y'.
               88  LK-CUIT-NO-VALIDO         VALUE 'N'.
               88  LK-CUIT-NO-APLICA         VALUE 'X'.

      * SALDO DISPONIBLE DE LA CUENTA DEBITADA (SALDO MENOS           *
      * RETENCIONES DE FONDOS) VIA RUTINA COMPARTIDA *******************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: CUENTA EN MONEDA LOCAL *
      * + REFERENCIA DE LA ORDEN + TIPO DE OPERACION + PATA (D/C) *****
       77  WS-CODMOV-DEBITO PIC X(03) VALUE 'FXD'.
       77  WS-CODMOV-CREDITO PIC X(03) VALUE 'FXC'.
       01  WS-REF-POSTEO.
           03  WS-REF-NROCUEN     PIC 9(09)  VALUE ZEROS.
           03  WS-REF-ORDEN       PIC X(10)  VALUE SPACES.
           03  WS-REF-TIPO        PIC X(01)  VALUE SPACES.
           03  WS-REF-PATA        PIC X(01)  VALUE SPACES.
           03  FILLER             PIC X(04)  VALUE SPACES.

      * RESULTADO DEL DEBITO: REPROCESO = LA ORDEN YA SE POSTEO EN    *
      * UNA CORRIDA ANTERIOR (NO SE VUELVE A SUMAR AL CUPO) ***********
       01  WS-STATUS-DEBITO PIC X     VALUE SPACE.
           88  WS-DEBITO-NUEVO        VALUE 'Y'.
           88  WS-DEBITO-REPROCESO    VALUE 'D'.

      * REGISTRO DEL ARCHIVO DE OPERACIONES DE CAMBIO: DETALLE 'D' Y  *
      * TRAILER 'T' CON CANTIDAD Y TOTALES ****************************
       01  WS-REG-REGFX.
           03  RFX-TIPO-REG       PIC X(01)       VALUE 'D'.
           03  RFX-FECHA          PIC 9(08)       VALUE ZEROS.
           03  RFX-COD-CONCEPTO   PIC X(03)       VALUE SPACES.
           03  RFX-OPERACION      PIC X(01)       VALUE SPACES.
           03  RFX-CUIT           PIC 9(11)       VALUE ZEROS.
           03  RFX-NOMBRE         PIC X(30)       VALUE SPACES.
           03  RFX-MONEDA         PIC 9(02)       VALUE ZEROS.
           03  RFX-IMPORTE-ME     PIC 9(9)V99     VALUE ZEROS.
           03  RFX-TIPO-CAMBIO    PIC 9(5)V9(4)   VALUE ZEROS.
           03  RFX-IMPORTE-ML     PIC 9(11)V99    VALUE ZEROS.
           03  RFX-REFERENCIA     PIC X(10)       VALUE SPACES.
           03  FILLER             PIC X(01)       VALUE SPACES.
       01  WS-REG-REGFX-TRL REDEFINES WS-REG-REGFX.
           03  RFT-TIPO-REG       PIC X(01).
           03  RFT-FECHA          PIC 9(08).
           03  RFT-CANT           PIC 9(07).
           03  RFT-TOTAL-ME       PIC 9(13)V99.
           03  RFT-TOTAL-ML       PIC 9(15)V99.
           03  FILLER             PIC X(52).

      * TOTALES DE LA CORRIDA *
       77  WS-TOT-ORDENES   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-COMPRAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VENTAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REPROCESO PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RECHAZOS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REGFX     PIC 9(07) VALUE ZEROS.
       01  AC-CPA-ME        PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-CPA-ML        PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-VTA-ME        PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-VTA-ML        PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(40)    VALUE
                   'OPERACIONES DE CAMBIO DEL DIA           '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(20)    VALUE
                   ' - TASA DE CIERRE: '.
           03  WS-TIT-TASA   PIC ZZZZ9,9999.
           03  FILLER        PIC X(10)    VALUE ' - VENTA: '.
           03  WS-TIT-VENTA  PIC ZZZZ9,9999.
           03  FILLER        PIC X(11)    VALUE ' - COMPRA: '.
           03  WS-TIT-COMPRA PIC ZZZZ9,9999.
           03  FILLER        PIC X(13)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(08)    VALUE 'TIPO'.
           03  FILLER        PIC X(17)    VALUE 'CUENTA M.LOCAL'.
           03  FILLER        PIC X(17)    VALUE 'CUENTA M.EXTR.'.
           03  FILLER        PIC X(13)    VALUE 'CUIT/CUIL'.
           03  FILLER        PIC X(16)    VALUE '    IMPORTE M.E.'.
           03  FILLER        PIC X(13)    VALUE '   T.CAMBIO'.
           03  FILLER        PIC X(19)    VALUE '     IMPORTE M.L.'.
           03  FILLER        PIC X(12)    VALUE 'REFERENCIA'.
           03  FILLER        PIC X(17)    VALUE 'ESTADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPO        PIC X(06)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-NROCUEN-ML  PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-NROCUEN-ME  PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-CUIT        PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-IMPORTE-ME  PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TC          PIC ZZ.ZZ9,9999.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-IMPORTE-ML  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-REFERENCIA  PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(09)    VALUE SPACES.
           03  FILLER             PIC X(08)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(10)    VALUE SPACES.
           03  WS-TOT-CANT        PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(20)    VALUE
                   ' OPERACIONES - M.E. '.
           03  WS-TOT-ME          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(09)    VALUE ' - M.L.: '.
           03  WS-TOT-ML          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(53)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) ********
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.


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

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           PERFORM 1100-CARGAR-TASA THRU F-1100-CARGAR-TASA.

      * SIN TASA DE CIERRE NO SE PUEDE COTIZAR NINGUNA ORDEN *********
           IF WS-TC-CIERRE IS EQUAL ZEROS
              DISPLAY '* SIN TASA DE CIERRE PARA LA MONEDA '
                      WS-PAR-MONEDA-EXT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           COMPUTE WS-TC-VENTA ROUNDED =
                   WS-TC-CIERRE * (100 + WS-PAR-SPREAD-VTA) / 100.
           COMPUTE WS-TC-COMPRA ROUNDED =
                   WS-TC-CIERRE * (100 - WS-PAR-SPREAD-CPA) / 100.

           OPEN INPUT ORDENES.
           IF FS-ORD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ORDENES = ' FS-ORD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O CUPOFX.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-CUP IS EQUAL '35'
              OPEN OUTPUT CUPOFX
              IF FS-CUP IS EQUAL '00'
                 CLOSE CUPOFX
                 OPEN I-O CUPOFX
              END-IF
           END-IF.
           IF FS-CUP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CUPOFX = ' FS-CUP
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT REGFX.
           IF FS-RFX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REGFX = ' FS-RFX
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

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           MOVE WS-TC-CIERRE   TO WS-TIT-TASA.
           MOVE WS-TC-VENTA    TO WS-TIT-VENTA.
           MOVE WS-TC-COMPRA   TO WS-TIT-COMPRA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      ***** TASA DE CIERRE DE LA MONEDA EXTRANJERA OPERABLE ***********
       1100-CARGAR-TASA.

           OPEN INPUT TASAS.
           IF FS-TAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TASAS = ' FS-TAS
              GO TO F-1100-CARGAR-TASA
           END-IF.

           PERFORM 1150-LEER-TASA THRU F-1150-LEER-TASA
                   UNTIL FS-TAS IS EQUAL '10'.

           CLOSE TASAS.

       F-1100-CARGAR-TASA. EXIT.

       1150-LEER-TASA.

           READ TASAS INTO WS-REG-TASA.

           EVALUATE FS-TAS
              WHEN '00'
                 IF TAS-MONEDA IS EQUAL WS-PAR-MONEDA-EXT
                    MOVE TAS-TASA TO WS-TC-CIERRE
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TASAS = ' FS-TAS
                 MOVE '10' TO FS-TAS
           END-EVALUATE.

       F-1150-LEER-TASA. EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *                                    *
      **************************************
       2000-PROCESO.

           PERFORM 3000-VALIDACION THRU F-3000-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           ELSE
              PERFORM 4000-POSTEAR-OPERACION
                      THRU F-4000-POSTEAR-OPERACION
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL ARCHIVO DE ORDENES *
       2100-LECTURA.
      **************************************

           READ ORDENES INTO WS-REG-ORDEN.
           EVALUATE FS-ORD
             WHEN '00'
              ADD 1 TO WS-TOT-ORDENES
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ORDENES : ' FS-ORD
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LECTURA. EXIT.

      ***** VALIDACION DE LA ORDEN *********
       3000-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF NOT OFX-COMPRA AND NOT OFX-VENTA
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE OPERACION INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF OFX-TIPCUEN-ML IS NOT NUMERIC
              OR OFX-NROCUEN-ML IS NOT NUMERIC
              OR OFX-TIPCUEN-ME IS NOT NUMERIC
              OR OFX-NROCUEN-ME IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA NO NUMERICA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF OFX-IMPORTE-ME IS NOT NUMERIC
              OR OFX-IMPORTE-ME NOT GREATER ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'IMPORTE INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF OFX-REFERENCIA IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'REFERENCIA EN BLANCO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF OFX-CUIT IS NOT NUMERIC
              MOVE ZEROS TO OFX-CUIT
           END-IF.

           PERFORM 3100-VALIDAR-CUENTAS THRU F-3100-VALIDAR-CUENTAS.
           IF WS-ERROR
              GO TO F-3000-VALIDACION
           END-IF.

           PERFORM 3200-VALIDAR-CLIENTE THRU F-3200-VALIDAR-CLIENTE.
           IF WS-ERROR
              GO TO F-3000-VALIDACION
           END-IF.

      * COTIZACION DE LA ORDEN: EL BANCO VENDE A SU PRECIO DE VENTA Y *
      * COMPRA A SU PRECIO DE COMPRA ***********************************
           IF OFX-COMPRA
              MOVE WS-TC-VENTA  TO WS-TC-APLICADO
           ELSE
              MOVE WS-TC-COMPRA TO WS-TC-APLICADO
           END-IF.
           COMPUTE WS-IMPORTE-ML ROUNDED =
                   OFX-IMPORTE-ME * WS-TC-APLICADO.

           PERFORM 3300-VALIDAR-FONDOS THRU F-3300-VALIDAR-FONDOS.
           IF WS-ERROR
              GO TO F-3000-VALIDACION
           END-IF.

           IF OFX-COMPRA
              PERFORM 3400-VALIDAR-CUPO THRU F-3400-VALIDAR-CUPO
           END-IF.

       F-3000-VALIDACION. EXIT.

      ***** LAS DOS CUENTAS: EXISTEN, EN SU MONEDA Y DEL MISMO CLIENTE *
       3100-VALIDAR-CUENTAS.

           MOVE OFX-TIPCUEN-ML TO DB-CU-TIPCUEN.
           MOVE OFX-NROCUEN-ML TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT NROCLI, MONEDA
                INTO :DB-CU-NROCLI, :WS-CUE-MONEDA
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA MONEDA LOCAL INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-3100-VALIDAR-CUENTAS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA M.LOCAL: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR CONSULTA CUENTA' TO SUS-MOTIVO
                 GO TO F-3100-VALIDAR-CUENTAS
           END-EVALUATE.

           IF WS-CUE-MONEDA IS NOT EQUAL WS-PAR-MONEDA-LOCAL
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA M.LOCAL EN OTRA MONEDA' TO SUS-MOTIVO
              GO TO F-3100-VALIDAR-CUENTAS
           END-IF.

           MOVE DB-CU-NROCLI   TO WS-CLI-NROCLI.
           MOVE OFX-TIPCUEN-ME TO DB-CU-TIPCUEN.
           MOVE OFX-NROCUEN-ME TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT NROCLI, MONEDA
                INTO :DB-CU-NROCLI, :WS-CUE-MONEDA
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA MONEDA EXTR. INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-3100-VALIDAR-CUENTAS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA M.EXTR.: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR CONSULTA CUENTA' TO SUS-MOTIVO
                 GO TO F-3100-VALIDAR-CUENTAS
           END-EVALUATE.

           IF WS-CUE-MONEDA IS NOT EQUAL WS-PAR-MONEDA-EXT
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA M.EXTR. EN OTRA MONEDA' TO SUS-MOTIVO
              GO TO F-3100-VALIDAR-CUENTAS
           END-IF.

           IF DB-CU-NROCLI IS NOT EQUAL WS-CLI-NROCLI
              SET WS-ERROR TO TRUE
              MOVE 'CUENTAS DE DISTINTO CLIENTE' TO SUS-MOTIVO
           END-IF.

       F-3100-VALIDAR-CUENTAS. EXIT.

      ***** TITULAR Y CUIT/CUIL PARA EL REGIMEN INFORMATIVO **********
       3200-VALIDAR-CLIENTE.

           MOVE WS-CLI-NROCLI TO DB-CL-NROCLI.

           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-NOMAPE
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :DB-CL-NROCLI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'TITULAR INEXISTENTE' TO SUS-MOTIVO
              GO TO F-3200-VALIDAR-CLIENTE
           END-IF.

           MOVE DB-CL-NOMAPE TO WS-CLI-NOMBRE.

      * SIN CUIT EN LA ORDEN SE USA EL DOCUMENTO DEL TITULAR *********
           IF OFX-CUIT IS EQUAL ZEROS
              MOVE DB-CL-NRODOC TO WS-CUIL-N
           ELSE
              MOVE OFX-CUIT     TO WS-CUIL-N
           END-IF.

           MOVE WS-CUIL-N TO LK-CUIT-NUMERO.
           CALL WS-PGMVCU15 USING LK-PARM-CUIT.

           IF NOT LK-CUIT-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'CUIT/CUIL DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-3200-VALIDAR-CLIENTE
           END-IF.

      * EL CUIT INFORMADO DEBE SER EL DEL TITULAR (O CONTENER SU DNI) *
           IF DB-CL-NRODOC IS NOT EQUAL WS-CUIL-N
              AND DB-CL-NRODOC IS NOT EQUAL WS-CUIL-DNI
              SET WS-ERROR TO TRUE
              MOVE 'CUIT/CUIL DE OTRA PERSONA' TO SUS-MOTIVO
              GO TO F-3200-VALIDAR-CLIENTE
           END-IF.

           MOVE WS-CUIL-N TO WS-CLI-CUIT.

       F-3200-VALIDAR-CLIENTE. EXIT.

      ***** SALDO DISPONIBLE DE LA CUENTA QUE SE DEBITA **************
       3300-VALIDAR-FONDOS.

           IF OFX-COMPRA
              MOVE OFX-TIPCUEN-ML TO DB-CU-TIPCUEN
              MOVE OFX-NROCUEN-ML TO DB-CU-NROCUEN
           ELSE
              MOVE OFX-TIPCUEN-ME TO DB-CU-TIPCUEN
              MOVE OFX-NROCUEN-ME TO DB-CU-NROCUEN
           END-IF.

           EXEC SQL
              SELECT SALDO
                INTO :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR CONSULTA SALDO CUENTA: ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              SET WS-ERROR TO TRUE
              MOVE 'ERROR CONSULTA CUENTA' TO SUS-MOTIVO
              GO TO F-3300-VALIDAR-FONDOS
           END-IF.

           MOVE DB-CU-TIPCUEN  TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN  TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO    TO LK-DS-SALDO.
           MOVE WS-FECHA-HOY-8 TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           IF OFX-COMPRA
              IF LK-DS-DISPONIBLE IS LESS THAN WS-IMPORTE-ML
                 SET WS-ERROR TO TRUE
                 MOVE 'FONDOS INSUFICIENTES' TO SUS-MOTIVO
              END-IF
           ELSE
              IF LK-DS-DISPONIBLE IS LESS THAN OFX-IMPORTE-ME
                 SET WS-ERROR TO TRUE
                 MOVE 'FONDOS INSUFICIENTES' TO SUS-MOTIVO
              END-IF
           END-IF.

       F-3300-VALIDAR-FONDOS. EXIT.

      ***** LIMITE MENSUAL DE COMPRA POR DOCUMENTO *******************
       3400-VALIDAR-CUPO.

           PERFORM 5000-LEER-CUPO THRU F-5000-LEER-CUPO.
           IF WS-FIN-LECTURA
              SET WS-ERROR TO TRUE
              MOVE 'ERROR LECTURA CUPO MENSUAL' TO SUS-MOTIVO
              GO TO F-3400-VALIDAR-CUPO
           END-IF.

           IF CFX-COMPRADO + OFX-IMPORTE-ME
              IS GREATER THAN WS-PAR-LIMITE-MES
              SET WS-ERROR TO TRUE
              MOVE 'SUPERA CUPO MENSUAL DE COMPRA' TO SUS-MOTIVO
           END-IF.

       F-3400-VALIDAR-CUPO. EXIT.

      **************************************
      *                                    *
      *  POSTEO DE LAS DOS PATAS           *
      *                                    *
      **************************************
       4000-POSTEAR-OPERACION.

           MOVE OFX-NROCUEN-ML  TO WS-REF-NROCUEN.
           MOVE OFX-REFERENCIA  TO WS-REF-ORDEN.
           MOVE OFX-TIPO-OPER   TO WS-REF-TIPO.

      * PATA DEBITO: PESOS EN LA COMPRA, MONEDA EXTRANJERA EN LA VENTA *
           IF OFX-COMPRA
              MOVE OFX-TIPCUEN-ML TO LK-PS-TIPCUEN
              MOVE OFX-NROCUEN-ML TO LK-PS-NROCUEN
              COMPUTE LK-PS-IMPORTE = ZEROS - WS-IMPORTE-ML
           ELSE
              MOVE OFX-TIPCUEN-ME TO LK-PS-TIPCUEN
              MOVE OFX-NROCUEN-ME TO LK-PS-NROCUEN
              COMPUTE LK-PS-IMPORTE = ZEROS - OFX-IMPORTE-ME
           END-IF.
           MOVE WS-CODMOV-DEBITO TO LK-PS-CODMOV.
           MOVE 'D'              TO WS-REF-PATA.

           PERFORM 4100-LLAMAR-POSTEO THRU F-4100-LLAMAR-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 SET WS-DEBITO-NUEVO TO TRUE
              WHEN LK-PS-YA-POSTEADO
                 SET WS-DEBITO-REPROCESO TO TRUE
                 ADD 1 TO WS-TOT-REPROCESO
              WHEN LK-PS-CUENTA-INEXISTENTE
                 MOVE 'CUENTA DEBITO INEXISTENTE' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-EMBARGO
                 MOVE 'CUENTA EMBARGADA' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-SUCESION
                 MOVE 'TITULAR CON SUCESION ABIERTA' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-COBRANZA
                 MOVE 'CUENTA BLOQUEADA POR MORA' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-RETENCION
                 MOVE 'SALDO DISPONIBLE INSUFICIENTE' TO SUS-MOTIVO
              WHEN LK-PS-CODIGO-INVALIDO
                 MOVE 'CODIGO DE MOVIMIENTO INVALIDO' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO DEBITO CAMBIO: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE POSTEO' TO SUS-MOTIVO
           END-EVALUATE.

           IF NOT WS-DEBITO-NUEVO AND NOT WS-DEBITO-REPROCESO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-POSTEAR-OPERACION
           END-IF.

      * PATA CREDITO: LA OTRA CUENTA DEL MISMO CLIENTE. SI NO SE PUEDE*
      * ACREDITAR SE CORTA LA CORRIDA Y EL ROLLBACK DESHACE EL DEBITO *
           IF OFX-COMPRA
              MOVE OFX-TIPCUEN-ME TO LK-PS-TIPCUEN
              MOVE OFX-NROCUEN-ME TO LK-PS-NROCUEN
              MOVE OFX-IMPORTE-ME TO LK-PS-IMPORTE
           ELSE
              MOVE OFX-TIPCUEN-ML TO LK-PS-TIPCUEN
              MOVE OFX-NROCUEN-ML TO LK-PS-NROCUEN
              MOVE WS-IMPORTE-ML  TO LK-PS-IMPORTE
           END-IF.
           MOVE WS-CODMOV-CREDITO TO LK-PS-CODMOV.
           MOVE 'C'               TO WS-REF-PATA.

           PERFORM 4100-LLAMAR-POSTEO THRU F-4100-LLAMAR-POSTEO.

           IF NOT LK-PS-POSTEADO AND NOT LK-PS-YA-POSTEADO
              MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
              DISPLAY 'ERROR POSTEO CREDITO CAMBIO: ' WS-SQLCODE
                      ' STATUS ' LK-STATUS-POSTEO
                      ' ORDEN ' OFX-REFERENCIA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-POSTEAR-OPERACION
           END-IF.

           IF WS-DEBITO-NUEVO
              PERFORM 4200-ACUMULAR-CUPO THRU F-4200-ACUMULAR-CUPO
           END-IF.

           IF OFX-COMPRA
              ADD 1              TO WS-TOT-COMPRAS
              ADD OFX-IMPORTE-ME TO AC-CPA-ME
              ADD WS-IMPORTE-ML  TO AC-CPA-ML
           ELSE
              ADD 1              TO WS-TOT-VENTAS
              ADD OFX-IMPORTE-ME TO AC-VTA-ME
              ADD WS-IMPORTE-ML  TO AC-VTA-ML
           END-IF.

           PERFORM 4300-GRABAR-REGFX THRU F-4300-GRABAR-REGFX.
           PERFORM 7000-IMPRIMIR-OPERACION
                   THRU F-7000-IMPRIMIR-OPERACION.

       F-4000-POSTEAR-OPERACION. EXIT.

      ***** LLAMADA A PGMVPS15 (CUENTA, IMPORTE Y CODIGO CARGADOS) ****
       4100-LLAMAR-POSTEO.

           MOVE 'PGMVCX15'     TO LK-PS-PROGRAMA.
           MOVE WS-REF-POSTEO  TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8 TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

       F-4100-LLAMAR-POSTEO. EXIT.

      ***** SUMA AL CUPO DEL MES DEL DOCUMENTO ************************
       4200-ACUMULAR-CUPO.

           PERFORM 5000-LEER-CUPO THRU F-5000-LEER-CUPO.
           IF WS-FIN-LECTURA
              GO TO F-4200-ACUMULAR-CUPO
           END-IF.

           IF OFX-COMPRA
              ADD OFX-IMPORTE-ME TO CFX-COMPRADO
           ELSE
              ADD OFX-IMPORTE-ME TO CFX-VENDIDO
           END-IF.
           ADD 1 TO CFX-CANT-OPER.
           MOVE WS-FECHA-HOY-8 TO CFX-FEC-ULTIMA.

           IF FS-CUP IS EQUAL '00'
              REWRITE REG-CUPOFX FROM WS-REG-CUPOFX
           ELSE
              WRITE REG-CUPOFX FROM WS-REG-CUPOFX
           END-IF.

           IF FS-CUP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION CUPOFX = ' FS-CUP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-ACUMULAR-CUPO. EXIT.

      ***** REGISTRO DE LA OPERACION PARA EL REGULADOR ***************
       4300-GRABAR-REGFX.

           INITIALIZE WS-REG-REGFX.
           MOVE 'D'              TO RFX-TIPO-REG.
           MOVE WS-FECHA-HOY-8   TO RFX-FECHA.
           IF OFX-COMPRA
              MOVE WS-PAR-COD-COMPRA TO RFX-COD-CONCEPTO
           ELSE
              MOVE WS-PAR-COD-VENTA  TO RFX-COD-CONCEPTO
           END-IF.
           MOVE OFX-TIPO-OPER    TO RFX-OPERACION.
           MOVE WS-CLI-CUIT      TO RFX-CUIT.
           MOVE WS-CLI-NOMBRE    TO RFX-NOMBRE.
           MOVE WS-PAR-MONEDA-EXT TO RFX-MONEDA.
           MOVE OFX-IMPORTE-ME   TO RFX-IMPORTE-ME.
           MOVE WS-TC-APLICADO   TO RFX-TIPO-CAMBIO.
           MOVE WS-IMPORTE-ML    TO RFX-IMPORTE-ML.
           MOVE OFX-REFERENCIA   TO RFX-REFERENCIA.

           WRITE REG-REGFX FROM WS-REG-REGFX.
           IF FS-RFX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGFX = ' FS-RFX
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-REGFX
           END-IF.

       F-4300-GRABAR-REGFX. EXIT.

      ***** CUPO DEL MES DEL DOCUMENTO DEL TITULAR (FS-CUP QUEDA EN   *
      ***** '00' SI YA EXISTIA O '23' SI ES EL PRIMERO DEL MES) ******
       5000-LEER-CUPO.

           INITIALIZE WS-REG-CUPOFX.
           MOVE DB-CL-TIPDOC      TO CFX-TIPDOC.
           MOVE DB-CL-NRODOC      TO CFX-NRODOC.
           MOVE WS-FECHA-HOY-8(1:6) TO CFX-PERIODO.
           MOVE CFX-CLAVE         TO KEY-CUPOFX.

           READ CUPOFX INTO WS-REG-CUPOFX.

           EVALUATE FS-CUP
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 INITIALIZE WS-REG-CUPOFX
                 MOVE DB-CL-TIPDOC      TO CFX-TIPDOC
                 MOVE DB-CL-NRODOC      TO CFX-NRODOC
                 MOVE WS-FECHA-HOY-8(1:6) TO CFX-PERIODO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CUPOFX = ' FS-CUP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5000-LEER-CUPO. EXIT.

      ***** GRABACION DE ORDENES RECHAZADAS (SUSPENSO) ****************
       6000-GRABAR-SUSPENSO.

           ADD 1 TO WS-TOT-RECHAZOS.
           MOVE WS-REG-ORDEN TO SUS-ORDEN.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO DE LA OPERACION POSTEADA ***************
       7000-IMPRIMIR-OPERACION.

           IF OFX-COMPRA
              MOVE 'COMPRA'       TO WS-DET-TIPO
           ELSE
              MOVE 'VENTA'        TO WS-DET-TIPO
           END-IF.
           MOVE OFX-NROCUEN-ML    TO WS-DET-NROCUEN-ML.
           MOVE OFX-NROCUEN-ME    TO WS-DET-NROCUEN-ME.
           MOVE WS-CLI-CUIT       TO WS-DET-CUIT.
           MOVE OFX-IMPORTE-ME    TO WS-DET-IMPORTE-ME.
           MOVE WS-TC-APLICADO    TO WS-DET-TC.
           MOVE WS-IMPORTE-ML     TO WS-DET-IMPORTE-ML.
           MOVE OFX-REFERENCIA    TO WS-DET-REFERENCIA.
           IF WS-DEBITO-REPROCESO
              MOVE 'REPROCESO'    TO WS-DET-ESTADO
           ELSE
              MOVE 'POSTEADA'     TO WS-DET-ESTADO
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-OPERACION. EXIT.

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
              DISPLAY 'ROLLBACK REALIZADO - OPERACIONES NO POSTEADAS'
           END-IF.

           DISPLAY 'ORDENES LEIDAS        = ' WS-TOT-ORDENES.
           DISPLAY 'COMPRAS POSTEADAS     = ' WS-TOT-COMPRAS.
           DISPLAY 'VENTAS POSTEADAS      = ' WS-TOT-VENTAS.
           DISPLAY 'YA POSTEADAS (REPROC) = ' WS-TOT-REPROCESO.
           DISPLAY 'ORDENES RECHAZADAS    = ' WS-TOT-RECHAZOS.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           MOVE 'COMPRAS:  '    TO WS-TOT-TEXTO.
           MOVE WS-TOT-COMPRAS  TO WS-TOT-CANT.
           MOVE AC-CPA-ME       TO WS-TOT-ME.
           MOVE AC-CPA-ML       TO WS-TOT-ML.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'VENTAS:   '    TO WS-TOT-TEXTO.
           MOVE WS-TOT-VENTAS   TO WS-TOT-CANT.
           MOVE AC-VTA-ME       TO WS-TOT-ME.
           MOVE AC-VTA-ML       TO WS-TOT-ML.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

      * TRAILER DEL ARCHIVO DEL REGULADOR *
           MOVE SPACES          TO WS-REG-REGFX.
           MOVE 'T'             TO RFT-TIPO-REG.
           MOVE WS-FECHA-HOY-8  TO RFT-FECHA.
           MOVE WS-TOT-REGFX    TO RFT-CANT.
           COMPUTE RFT-TOTAL-ME = AC-CPA-ME + AC-VTA-ME.
           COMPUTE RFT-TOTAL-ML = AC-CPA-ML + AC-VTA-ML.
           WRITE REG-REGFX FROM WS-REG-REGFX.
           IF FS-RFX IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REGFX = ' FS-RFX
              MOVE 9999 TO RETURN-CODE
           END-IF.

           CLOSE ORDENES
              IF FS-ORD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ORDENES = ' FS-ORD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CUPOFX
              IF FS-CUP IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CUPOFX = ' FS-CUP
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE REGFX
              IF FS-RFX IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE REGFX = ' FS-RFX
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

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVCX15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-COMPRAS + WS-TOT-VENTAS.
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
