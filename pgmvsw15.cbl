       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVSW15.

      ***********************************************
      *                                             *
      *  TRANSFERENCIAS AL EXTERIOR EN MONEDA       *
      *  EXTRANJERA (MENSAJES MT103 POR             *
      *  CORRESPONSAL) - TP 35 - BATCH DB2          *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVTR15 SOLO INICIA TRANSFERENCIAS LOCALES *
      * POR CBU; EL CLIENTE QUE PAGA A UN PROVEEDOR *
      * DEL EXTERIOR SEGUIA YENDO AL CORRESPONSAL   *
      * POR FAX. ESTE JOB TIENE DOS MODOS DE        *
      * CORRIDA (DDPARAM):                          *
      *                                             *
      * MODO 'E': ORDENES DE LAS SUCURSALES         *
      * (DDORDSWF) CON NOMBRE, CUENTA/IBAN Y BIC    *
      * DEL BENEFICIARIO Y MONEDA. SE VALIDA LA     *
      * CUENTA EN ESA MONEDA, EL DISPONIBLE PARA    *
      * IMPORTE MAS COMISION SWIFT (PORCENTAJE CON  *
      * MINIMO Y MAXIMO DE PARAMETROS) Y LA FIRMA   *
      * (PGMVPD15; SI EL TITULAR ES MENOR DE EDAD   *
      * SOLO FIRMA SU REPRESENTANTE LEGAL VIGENTE,  *
      * RUTINA PGMVMN15). ANTES DE LIBERAR LA ORDEN *
      * EL NOMBRE DEL BENEFICIARIO PASA POR EL      *
      * SCREENING PGMVWS15: CUALQUIER COINCIDENCIA  *
      * LA RETIENE EN EL SUSPENSO. LA ORDEN LIBERADA*
      * SE DEBITA POR PGMVPS15 (TRANSFERENCIA Y     *
      * COMISION), SE REGISTRA EN DDSWFREG (LAYOUT  *
      * CPSWIFT) Y SE EMITE EL MENSAJE MT103 EN EL  *
      * ARCHIVO DEL CORRESPONSAL DE LA MONEDA       *
      * (DDSWIF1-4, MISMO ESQUEMA DE RUTEO QUE LOS  *
      * CLEARBK1-4 DE PGMVTR15)                     *
      *                                             *
      * MODO 'R': ARCHIVO DE ESTADOS DE LOS         *
      * CORRESPONSALES (DDRETSWF). UNA CONFIRMACION *
      * CIERRA LA TRANSFERENCIA; UN RECHAZO LA      *
      * MARCA DEVUELTA Y REACREDITA AL CLIENTE EL   *
      * IMPORTE DEVUELTO (LA COMISION NO SE         *
      * REINTEGRA)                                  *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ORDENES ASSIGN DDORDSWF
                    FILE STATUS IS FS-ORD.

             SELECT RETORNO ASSIGN DDRETSWF
                    FILE STATUS IS FS-RET.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT SWFREG ASSIGN DDSWFREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-SWFREG
                    FILE STATUS IS FS-REG.

             SELECT SWIFT1 ASSIGN DDSWIF1
                    FILE STATUS IS FS-SW1.

             SELECT SWIFT2 ASSIGN DDSWIF2
                    FILE STATUS IS FS-SW2.

             SELECT SWIFT3 ASSIGN DDSWIF3
                    FILE STATUS IS FS-SW3.

             SELECT SWIFT4 ASSIGN DDSWIF4
                    FILE STATUS IS FS-SW4.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * ORDENES DE TRANSFERENCIA AL EXTERIOR DE LAS SUCURSALES *
       FD ORDENES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ORDENES       PIC X(200).

      * ESTADOS DE LAS TRANSFERENCIAS INFORMADOS POR LOS CORRESPONSALES*
       FD RETORNO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RETORNO       PIC X(80).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(98).

       FD SWFREG.

       01 REG-SWFREG.
           03 KEY-SWFREG    PIC X(16).
           03 FILLER        PIC X(234).

      * MENSAJES MT103 SALIENTES, UN ARCHIVO POR CORRESPONSAL *
       FD SWIFT1
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SWIFT1        PIC X(80).

       FD SWIFT2
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SWIFT2        PIC X(80).

       FD SWIFT3
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SWIFT3        PIC X(80).

       FD SWIFT4
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SWIFT4        PIC X(80).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-ORDEN        PIC X(200).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ORD           PIC XX    VALUE SPACES.
       77  FS-RET           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-REG           PIC XX    VALUE SPACES.
       77  FS-SW1           PIC XX    VALUE SPACES.
       77  FS-SW2           PIC XX    VALUE SPACES.
       77  FS-SW3           PIC XX    VALUE SPACES.
       77  FS-SW4           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPSWIFT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, BIC PROPIO, MONEDA LOCAL, COMISION SWIFT  *
      * (PORCENTAJE SOBRE EL IMPORTE CON MINIMO Y MAXIMO, EN LA       *
      * MONEDA DE LA ORDEN) Y CORRESPONSALES POR MONEDA: CODIGO DE    *
      * MONEDA DE TB99CUEN, CODIGO ISO Y BIC. LA POSICION EN LA TABLA *
      * ES EL ARCHIVO DE SALIDA (DDSWIF1-4) ***************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)      VALUE 'E'.
               88  WS-MODO-EMISION                 VALUE 'E'.
               88  WS-MODO-RETORNO                 VALUE 'R'.
           03  WS-PAR-BIC-PROPIO    PIC X(11)      VALUE SPACES.
           03  WS-PAR-MONEDA-LOCAL  PIC 99         VALUE 02.
           03  WS-PAR-COMIS-PORC    PIC 9(2)V9(4)  VALUE 00,2000.
           03  WS-PAR-COMIS-MINIMO  PIC 9(5)V99    VALUE 50,00.
           03  WS-PAR-COMIS-MAXIMO  PIC 9(5)V99    VALUE 300,00.
           03  WS-PAR-COR-TABLA.
               05  WS-PAR-COR       OCCURS 4 TIMES.
                   07  WS-PAR-COR-MONEDA   PIC 9(02)  VALUE ZEROS.
                   07  WS-PAR-COR-ISO      PIC X(03)  VALUE SPACES.
                   07  WS-PAR-COR-BIC      PIC X(11)  VALUE SPACES.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * ORDEN DE TRANSFERENCIA AL EXTERIOR. GASTOS SEGUN CAMPO 71A    *
      * (EN BLANCO = SHA). SIN FIRMANTE = FIRMA EL TITULAR ************
       01  WS-REG-ORDEN.
           03  SWO-TIPCUEN        PIC 9(02).
           03  SWO-NROCUEN        PIC 9(15).
           03  SWO-IMPORTE        PIC 9(9)V99.
           03  SWO-MONEDA         PIC 9(02).
           03  SWO-REFERENCIA     PIC X(16).
           03  SWO-BEN-NOMBRE     PIC X(35).
           03  SWO-BEN-CUENTA     PIC X(34).
           03  SWO-BEN-BIC        PIC X(11).
           03  SWO-CONCEPTO       PIC X(35).
           03  SWO-GASTOS         PIC X(03).
               88  SWO-GASTOS-VALIDOS        VALUE 'OUR' 'SHA' 'BEN'.
           03  SWO-FIR-TIPDOC     PIC X(02).
           03  SWO-FIR-NRODOC     PIC 9(11).
           03  FILLER             PIC X(23).

      * ESTADO INFORMADO POR EL CORRESPONSAL: A = ACREDITADA AL       *
      * BENEFICIARIO, R = RECHAZADA Y DEVUELTA (IMPORTE EN CEROS =    *
      * SE DEVUELVE EL TOTAL ENVIADO) **********************************
       01  WS-REG-RETORNO.
           03  RSW-REFERENCIA     PIC X(16).
           03  RSW-ESTADO         PIC X(01).
               88  RSW-ACREDITADA            VALUE 'A'.
               88  RSW-RECHAZADA             VALUE 'R'.
           03  RSW-IMPORTE        PIC 9(9)V99.
           03  RSW-FECHA          PIC 9(08).
           03  RSW-MOTIVO         PIC X(30).
           03  RSW-COR-BIC        PIC X(11).
           03  FILLER             PIC X(03).

      * CORRESPONSAL DE LA MONEDA DE LA ORDEN *************************
       77  WS-COR-IX           PIC 9(01)  VALUE ZEROS.
       77  WS-COR-IX-MATCH     PIC 9(01)  VALUE ZEROS.

      * VALIDACION DE FORMATO DE UN BIC (8 U 11 POSICIONES: BANCO,    *
      * PAIS, PLAZA Y SUCURSAL OPCIONAL) *******************************
       01  WS-BIC.
           03  WS-BIC-BANCO       PIC X(04)  VALUE SPACES.
           03  WS-BIC-PAIS        PIC X(02)  VALUE SPACES.
           03  WS-BIC-PLAZA       PIC X(02)  VALUE SPACES.
           03  WS-BIC-SUCURSAL    PIC X(03)  VALUE SPACES.
       77  WS-BIC-BLANCOS      PIC 9(02)  VALUE ZEROS.
      * DIRECCION LOGICA DEL BIC PARA EL ENCABEZADO DEL MENSAJE *
       01  WS-BIC-LT.
           03  WS-BLT-BIC8        PIC X(08)  VALUE SPACES.
           03  WS-BLT-TERMINAL    PIC X(01)  VALUE 'X'.
           03  WS-BLT-SUCURSAL    PIC X(03)  VALUE SPACES.

      * DATOS DEL TITULAR DE LA CUENTA DEBITO *
       77  WS-CLI-NOMBRE      PIC X(30)       VALUE SPACES.

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * COMISION DE LA ORDEN Y TOTAL A DEBITAR *
       77  WS-COMISION        PIC 9(7)V99     VALUE ZEROS.
       77  WS-TOTAL-DEBITO    PIC 9(11)V99    VALUE ZEROS.
       77  WS-IMPORTE-DEV     PIC 9(9)V99     VALUE ZEROS.

      * LINEA DEL MENSAJE MT103 E IMPORTE CON COMA DECIMAL SIN CEROS  *
      * A IZQUIERDA (FORMATO DEL CAMPO 32A) ****************************
       01  WS-LINEA           PIC X(80)       VALUE SPACES.
       77  WS-SWF-IMP-ED      PIC Z(8)9,99    VALUE ZEROS.
       77  WS-SWF-BLANCOS     PIC 9(02)       VALUE ZEROS.
       77  WS-SWF-SECUENCIA   PIC 9(06)       VALUE ZEROS.

      * SALDO DISPONIBLE DE LA CUENTA DEBITO (SALDO MENOS RETENCIONES *
      * DE FONDOS) VIA RUTINA COMPARTIDA *******************************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA EN EL LIBRO DE MOVIMIENTOS: REFERENCIA DE LA ORDEN *
      * + CONCEPTO (T = TRANSFERENCIA, C = COMISION, D = DEVOLUCION)  *
      * + ULTIMOS DIGITOS DE LA CUENTA *********************************
       77  WS-CODMOV-TRANSF   PIC X(03) VALUE 'SWE'.
       77  WS-CODMOV-COMISION PIC X(03) VALUE 'SWC'.
       77  WS-CODMOV-DEVOL    PIC X(03) VALUE 'SWD'.
       01  WS-REF-POSTEO.
           03  WS-REF-ORDEN       PIC X(16)  VALUE SPACES.
           03  WS-REF-CONCEPTO    PIC X(01)  VALUE SPACES.
           03  WS-REF-NROCUEN     PIC 9(08)  VALUE ZEROS.

      * SCREENING DEL BENEFICIARIO CONTRA EL MAESTRO DE OBSERVADOS    *
      * VIA LA RUTINA COMPARTIDA PGMVWS15: EL BENEFICIARIO DEL        *
      * EXTERIOR NO TIENE DOCUMENTO LOCAL, SE BUSCA POR NOMBRE Y      *
      * CUALQUIER COINCIDENCIA RETIENE LA ORDEN ************************
       01  WS-PGMVWS15        PIC X(8)     VALUE 'PGMVWS15'.
       01  LK-PARM-SCREEN.
           03  LK-SCR-TIPDOC        PIC X(02).
           03  LK-SCR-NRODOC        PIC 9(11).
           03  LK-SCR-NOMBRE        PIC X(30).
           03  LK-STATUS-SCREEN     PIC X.
               88  LK-SCR-MATCH-DOCUMENTO    VALUE 'D'.
               88  LK-SCR-MATCH-NOMBRE       VALUE 'N'.
               88  LK-SCR-LIMPIO             VALUE 'X'.
           03  LK-SCR-LISTA         PIC X(10).
           03  LK-SCR-SEVERIDAD     PIC X(01).

      * VERIFICACION DE LA FIRMA DE LA ORDEN CONTRA EL REGISTRO DE    *
      * APODERADOS (PGMVPO15) VIA LA RUTINA COMPARTIDA PGMVPD15 -     *
      * MISMO CRITERIO QUE LAS TRANSFERENCIAS LOCALES DE PGMVTR15 *****
       01  WS-PGMVPD15      PIC X(8)  VALUE 'PGMVPD15'.
       01  LK-PARM-PODER.
           03  LK-POD-NROCLI        PIC 9(03).
           03  LK-POD-TIPDOC        PIC X(02).
           03  LK-POD-NRODOC        PIC 9(11).
           03  LK-POD-IMPORTE       PIC S9(9)V99.
           03  LK-POD-FECHA         PIC 9(08).
           03  LK-STATUS-PODER      PIC X.
               88  LK-POD-AUTORIZADO         VALUE 'Y'.
               88  LK-POD-NO-REGISTRADO      VALUE 'N'.
               88  LK-POD-SOLO-CONSULTA      VALUE 'C'.
               88  LK-POD-EXCEDE-MONTO       VALUE 'M'.
               88  LK-POD-FUERA-VIGENCIA     VALUE 'V'.

      * TITULAR MENOR DE EDAD: SOLO FIRMA SU REPRESENTANTE LEGAL      *
      * (DDTUTOR) VIA LA RUTINA COMPARTIDA PGMVMN15 ********************
       01  WS-PGMVMN15      PIC X(8)  VALUE 'PGMVMN15'.
           COPY CPMENCTL.

      * TOTALES DE LA CORRIDA *
       77  WS-TOT-LEIDOS      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-EMITIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RETENIDAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CONFIRMADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DEVUELTAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RECHAZOS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-POR-COR     PIC 9(05) OCCURS 4 TIMES VALUE ZEROS.
       01  AC-IMPORTE         PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-COMISION        PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-DEVUELTO        PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-TOT-EDIT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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

           IF WS-MODO-EMISION
              PERFORM 2000-PROCESAR-ORDEN
                      THRU F-2000-PROCESAR-ORDEN
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 5000-PROCESAR-RETORNO
                      THRU F-5000-PROCESAR-RETORNO
                      UNTIL WS-FIN-LECTURA
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

           OPEN I-O SWFREG.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-REG IS EQUAL '35'
              OPEN OUTPUT SWFREG
              IF FS-REG IS EQUAL '00'
                 CLOSE SWFREG
                 OPEN I-O SWFREG
              END-IF
           END-IF.
           IF FS-REG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SWFREG = ' FS-REG
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-EMISION
                 PERFORM 1100-ABRIR-EMISION THRU F-1100-ABRIR-EMISION
              WHEN WS-MODO-RETORNO
                 OPEN INPUT RETORNO
                 IF FS-RET IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN RETORNO = ' FS-RET
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           IF WS-MODO-EMISION
              PERFORM 2100-LEER-ORDEN THRU F-2100-LEER-ORDEN
           END-IF.
           IF WS-MODO-RETORNO
              PERFORM 5100-LEER-RETORNO THRU F-5100-LEER-RETORNO
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** ORDENES Y ARCHIVOS MT103 DE LOS CORRESPONSALES ***********
       1100-ABRIR-EMISION.

      * SIN BIC PROPIO NO SE PUEDE ARMAR EL ENCABEZADO DEL MENSAJE *
           IF WS-PAR-BIC-PROPIO IS EQUAL SPACES
              DISPLAY '* BIC PROPIO NO INFORMADO EN PARAMETROS'
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT ORDENES.
           IF FS-ORD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ORDENES = ' FS-ORD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SWIFT1.
           IF FS-SW1 IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SWIFT1 = ' FS-SW1
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SWIFT2.
           IF FS-SW2 IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SWIFT2 = ' FS-SW2
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SWIFT3.
           IF FS-SW3 IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SWIFT3 = ' FS-SW3
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SWIFT4.
           IF FS-SW4 IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SWIFT4 = ' FS-SW4
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1100-ABRIR-EMISION. EXIT.

      **************************************
      *                                    *
      *  MODO E: EMISION DE ORDENES        *
      *                                    *
      **************************************
       2000-PROCESAR-ORDEN.

           PERFORM 3000-VALIDACION THRU F-3000-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           ELSE
              PERFORM 4000-DEBITAR-ORDEN THRU F-4000-DEBITAR-ORDEN
           END-IF.

           PERFORM 2100-LEER-ORDEN THRU F-2100-LEER-ORDEN.

       F-2000-PROCESAR-ORDEN. EXIT.

      ***** LECTURA DEL ARCHIVO DE ORDENES *
       2100-LEER-ORDEN.
      **************************************

           READ ORDENES INTO WS-REG-ORDEN.
           EVALUATE FS-ORD
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDOS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ORDENES : ' FS-ORD
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LEER-ORDEN. EXIT.

      ***** VALIDACION DE LA ORDEN *********
       3000-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF SWO-NROCUEN IS NOT NUMERIC
              OR SWO-TIPCUEN IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA DEBITO NO NUMERICA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF SWO-IMPORTE IS NOT NUMERIC
              OR SWO-IMPORTE NOT GREATER ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'IMPORTE INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF SWO-REFERENCIA IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'REFERENCIA EN BLANCO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF SWO-BEN-NOMBRE IS EQUAL TO SPACES
              OR SWO-BEN-CUENTA IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'BENEFICIARIO INCOMPLETO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF SWO-GASTOS IS EQUAL TO SPACES
              MOVE 'SHA' TO SWO-GASTOS
           END-IF.
           IF NOT SWO-GASTOS-VALIDOS
              SET WS-ERROR TO TRUE
              MOVE 'OPCION DE GASTOS INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

      * EL MENSAJE VIAJA EN MAYUSCULAS; EL SCREENING TAMBIEN COMPARA  *
      * EN MAYUSCULAS *************************************************
           INSPECT SWO-BEN-NOMBRE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT SWO-BEN-CUENTA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT SWO-BEN-BIC CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SWO-BEN-BIC TO WS-BIC.
           PERFORM 3050-VALIDAR-BIC THRU F-3050-VALIDAR-BIC.
           IF WS-ERROR
              MOVE 'BIC DEL BENEFICIARIO INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

      * LA MONEDA DEBE SER EXTRANJERA Y TENER CORRESPONSAL ASIGNADO *
           IF SWO-MONEDA IS NOT NUMERIC
              OR SWO-MONEDA IS EQUAL WS-PAR-MONEDA-LOCAL
              SET WS-ERROR TO TRUE
              MOVE 'MONEDA INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           MOVE ZEROS TO WS-COR-IX-MATCH.
           PERFORM 3060-BUSCAR-CORRESPONSAL
                   THRU F-3060-BUSCAR-CORRESPONSAL
                   VARYING WS-COR-IX FROM 1 BY 1
                   UNTIL WS-COR-IX > 4
                      OR WS-COR-IX-MATCH > ZEROS.

           IF WS-COR-IX-MATCH IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'SIN CORRESPONSAL PARA MONEDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

      * COMISION SWIFT EN LA MONEDA DE LA ORDEN *
           COMPUTE WS-COMISION ROUNDED =
                   SWO-IMPORTE * WS-PAR-COMIS-PORC / 100.
           IF WS-COMISION IS LESS THAN WS-PAR-COMIS-MINIMO
              MOVE WS-PAR-COMIS-MINIMO TO WS-COMISION
           END-IF.
           IF WS-COMISION IS GREATER THAN WS-PAR-COMIS-MAXIMO
              MOVE WS-PAR-COMIS-MAXIMO TO WS-COMISION
           END-IF.
           COMPUTE WS-TOTAL-DEBITO = SWO-IMPORTE + WS-COMISION.

           PERFORM 3100-VALIDAR-CUENTA THRU F-3100-VALIDAR-CUENTA.
           IF WS-ERROR
              GO TO F-3000-VALIDACION
           END-IF.

           PERFORM 3200-VALIDAR-FIRMANTE THRU F-3200-VALIDAR-FIRMANTE.
           IF WS-ERROR
              GO TO F-3000-VALIDACION
           END-IF.

      * UNA REFERENCIA YA EMITIDA NO SE VUELVE A MANDAR *
           MOVE SWO-REFERENCIA TO KEY-SWFREG.
           READ SWFREG INTO WS-REG-SWIFT.
           EVALUATE FS-REG
              WHEN '00'
                 SET WS-ERROR TO TRUE
                 MOVE 'ORDEN YA PROCESADA' TO SUS-MOTIVO
                 GO TO F-3000-VALIDACION
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SWFREG = ' FS-REG
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR LECTURA REGISTRO SWIFT' TO SUS-MOTIVO
                 GO TO F-3000-VALIDACION
           END-EVALUATE.

           PERFORM 3300-SCREENING THRU F-3300-SCREENING.

       F-3000-VALIDACION. EXIT.

      ***** FORMATO DE BIC: BANCO Y PAIS ALFABETICOS, PLAZA SIN ******
      ***** BLANCOS, SUCURSAL COMPLETA O EN BLANCO (BIC DE 8) ********
       3050-VALIDAR-BIC.

           SET WS-NO-ERROR TO TRUE.
           MOVE ZEROS TO WS-BIC-BLANCOS.
           INSPECT WS-BIC(1:8) TALLYING WS-BIC-BLANCOS FOR ALL SPACES.

           IF WS-BIC-BLANCOS IS GREATER THAN ZEROS
              OR WS-BIC-BANCO IS NOT ALPHABETIC
              OR WS-BIC-PAIS IS NOT ALPHABETIC
              SET WS-ERROR TO TRUE
              GO TO F-3050-VALIDAR-BIC
           END-IF.

           MOVE ZEROS TO WS-BIC-BLANCOS.
           INSPECT WS-BIC-SUCURSAL TALLYING WS-BIC-BLANCOS
                   FOR ALL SPACES.
           IF WS-BIC-BLANCOS IS GREATER THAN ZEROS
              AND WS-BIC-SUCURSAL IS NOT EQUAL SPACES
              SET WS-ERROR TO TRUE
           END-IF.

       F-3050-VALIDAR-BIC. EXIT.

      ***** CORRESPONSAL ASIGNADO A LA MONEDA DE LA ORDEN ************
       3060-BUSCAR-CORRESPONSAL.

           IF WS-PAR-COR-MONEDA(WS-COR-IX) IS NUMERIC
              AND WS-PAR-COR-MONEDA(WS-COR-IX) IS EQUAL SWO-MONEDA
              AND WS-PAR-COR-BIC(WS-COR-IX) IS NOT EQUAL SPACES
              MOVE WS-COR-IX TO WS-COR-IX-MATCH
           END-IF.

       F-3060-BUSCAR-CORRESPONSAL. EXIT.

      ***** CUENTA DEBITO EN LA MONEDA DE LA ORDEN, TITULAR Y ********
      ***** DISPONIBLE PARA IMPORTE MAS COMISION *********************
       3100-VALIDAR-CUENTA.

           MOVE SWO-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE SWO-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SALDO, NROCLI, MONEDA
                INTO :DB-CU-SALDO, :DB-CU-NROCLI, :WS-CUE-MONEDA
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA DEBITO INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-3100-VALIDAR-CUENTA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR CONSULTA CUENTA' TO SUS-MOTIVO
                 GO TO F-3100-VALIDAR-CUENTA
           END-EVALUATE.

           IF WS-CUE-MONEDA IS NOT EQUAL SWO-MONEDA
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA EN OTRA MONEDA' TO SUS-MOTIVO
              GO TO F-3100-VALIDAR-CUENTA
           END-IF.

      * EL TITULAR DEBE SEGUIR DADO DE ALTA EN TB99CLIE *
           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE, FECNAC
                INTO :DB-CL-TIPDOC, :DB-CL-NRODOC, :DB-CL-NOMAPE,
                     :DB-CL-FECNAC
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :DB-CU-NROCLI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'TITULAR INEXISTENTE' TO SUS-MOTIVO
              GO TO F-3100-VALIDAR-CUENTA
           END-IF.

           MOVE DB-CL-NOMAPE TO WS-CLI-NOMBRE.

           MOVE DB-CU-TIPCUEN  TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN  TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO    TO LK-DS-SALDO.
           MOVE WS-FECHA-HOY-8 TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           IF LK-DS-DISPONIBLE IS LESS THAN WS-TOTAL-DEBITO
              SET WS-ERROR TO TRUE
              MOVE 'FONDOS INSUFICIENTES' TO SUS-MOTIVO
           END-IF.

       F-3100-VALIDAR-CUENTA. EXIT.

      ***** FIRMA DE LA ORDEN: EL TITULAR FIRMA POR SI MISMO; UN *****
      ***** TERCERO SOLO CON PODER VIGENTE EN EL REGISTRO; EN LA *****
      ***** CUENTA DE UN MENOR SOLO SU REPRESENTANTE LEGAL ***********
       3200-VALIDAR-FIRMANTE.

           MOVE DB-CL-TIPDOC   TO LK-MEN-TIPDOC.
           MOVE DB-CL-NRODOC   TO LK-MEN-NRODOC.
           MOVE DB-CL-FECNAC   TO LK-MEN-FECNAC.
           MOVE SWO-FIR-TIPDOC TO LK-MEN-FIR-TIPDOC.
           IF SWO-FIR-NRODOC IS NUMERIC
              MOVE SWO-FIR-NRODOC TO LK-MEN-FIR-NRODOC
           ELSE
              MOVE ZEROS TO LK-MEN-FIR-NRODOC
           END-IF.
           MOVE WS-FECHA-HOY-8 TO LK-MEN-FECHA.

           CALL WS-PGMVMN15 USING LK-PARM-MENOR.

           EVALUATE TRUE
              WHEN LK-MEN-MAYOR-DE-EDAD
                 CONTINUE
              WHEN LK-MEN-REPRESENTANTE
                 GO TO F-3200-VALIDAR-FIRMANTE
              WHEN LK-MEN-SIN-REPRESENTANTE
                 SET WS-ERROR TO TRUE
                 MOVE 'RF06 MENOR SIN FIRMA DE TUTOR' TO SUS-MOTIVO
                 GO TO F-3200-VALIDAR-FIRMANTE
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'RF07 FIRMANTE NO ES SU TUTOR' TO SUS-MOTIVO
                 GO TO F-3200-VALIDAR-FIRMANTE
           END-EVALUATE.

           IF SWO-FIR-NRODOC IS NOT NUMERIC
              OR SWO-FIR-NRODOC IS EQUAL TO ZEROS
              GO TO F-3200-VALIDAR-FIRMANTE
           END-IF.

           IF SWO-FIR-TIPDOC IS EQUAL TO DB-CL-TIPDOC
              AND SWO-FIR-NRODOC IS EQUAL TO DB-CL-NRODOC
              GO TO F-3200-VALIDAR-FIRMANTE
           END-IF.

           MOVE DB-CU-NROCLI   TO LK-POD-NROCLI.
           MOVE SWO-FIR-TIPDOC TO LK-POD-TIPDOC.
           MOVE SWO-FIR-NRODOC TO LK-POD-NRODOC.
           MOVE WS-TOTAL-DEBITO TO LK-POD-IMPORTE.
           MOVE WS-FECHA-HOY-8 TO LK-POD-FECHA.

           CALL WS-PGMVPD15 USING LK-PARM-PODER.

           EVALUATE TRUE
              WHEN LK-POD-AUTORIZADO
                 CONTINUE
              WHEN LK-POD-SOLO-CONSULTA
                 SET WS-ERROR TO TRUE
                 MOVE 'RF03 PODER DE SOLO CONSULTA' TO SUS-MOTIVO
              WHEN LK-POD-EXCEDE-MONTO
                 SET WS-ERROR TO TRUE
                 MOVE 'RF04 PODER EXCEDIDO EN MONTO' TO SUS-MOTIVO
              WHEN LK-POD-FUERA-VIGENCIA
                 SET WS-ERROR TO TRUE
                 MOVE 'RF05 PODER FUERA DE VIGENCIA' TO SUS-MOTIVO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'RF02 FIRMANTE SIN PODER' TO SUS-MOTIVO
           END-EVALUATE.

       F-3200-VALIDAR-FIRMANTE. EXIT.

      ***** SCREENING DEL BENEFICIARIO ANTES DE LIBERAR LA ORDEN *****
       3300-SCREENING.

           MOVE SPACES          TO LK-SCR-TIPDOC.
           MOVE ZEROS           TO LK-SCR-NRODOC.
           MOVE SWO-BEN-NOMBRE  TO LK-SCR-NOMBRE.

           CALL WS-PGMVWS15 USING LK-PARM-SCREEN.

           IF NOT LK-SCR-LIMPIO
              SET WS-ERROR TO TRUE
              ADD 1 TO WS-TOT-RETENIDAS
              MOVE SPACES TO SUS-MOTIVO
              STRING 'RETENIDA POR LISTA ' LK-SCR-LISTA
                     DELIMITED BY SIZE INTO SUS-MOTIVO
              DISPLAY '* TRANSFERENCIA RETENIDA POR SCREENING - REF '
                      SWO-REFERENCIA ' LISTA ' LK-SCR-LISTA
                      ' SEVERIDAD ' LK-SCR-SEVERIDAD
           END-IF.

       F-3300-SCREENING. EXIT.

      ***** DEBITO DE TRANSFERENCIA Y COMISION, REGISTRO Y MENSAJE ***
       4000-DEBITAR-ORDEN.

           MOVE SWO-REFERENCIA   TO WS-REF-ORDEN.
           MOVE SWO-NROCUEN(8:8) TO WS-REF-NROCUEN.

           MOVE SWO-TIPCUEN      TO LK-PS-TIPCUEN.
           MOVE SWO-NROCUEN      TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - SWO-IMPORTE.
           MOVE WS-CODMOV-TRANSF TO LK-PS-CODMOV.
           MOVE 'T'              TO WS-REF-CONCEPTO.

           PERFORM 4100-LLAMAR-POSTEO THRU F-4100-LLAMAR-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 CONTINUE
              WHEN LK-PS-YA-POSTEADO
                 MOVE 'ORDEN YA PROCESADA' TO SUS-MOTIVO
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
                 DISPLAY 'ERROR POSTEO DEBITO SWIFT: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 MOVE 'ERROR DE POSTEO' TO SUS-MOTIVO
           END-EVALUATE.

           IF NOT LK-PS-POSTEADO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-DEBITAR-ORDEN
           END-IF.

      * LA COMISION VA EN UN MOVIMIENTO APARTE; SI NO SE PUEDE        *
      * DEBITAR SE CORTA LA CORRIDA Y EL ROLLBACK DESHACE LA          *
      * TRANSFERENCIA **************************************************
           IF WS-COMISION IS GREATER THAN ZEROS
              MOVE SWO-TIPCUEN        TO LK-PS-TIPCUEN
              MOVE SWO-NROCUEN        TO LK-PS-NROCUEN
              COMPUTE LK-PS-IMPORTE = ZEROS - WS-COMISION
              MOVE WS-CODMOV-COMISION TO LK-PS-CODMOV
              MOVE 'C'                TO WS-REF-CONCEPTO
              PERFORM 4100-LLAMAR-POSTEO THRU F-4100-LLAMAR-POSTEO
              IF NOT LK-PS-POSTEADO
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO COMISION SWIFT: ' WS-SQLCODE
                         ' STATUS ' LK-STATUS-POSTEO
                         ' REF ' SWO-REFERENCIA
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-DEBITAR-ORDEN
              END-IF
           END-IF.

           PERFORM 4200-GRABAR-REGISTRO THRU F-4200-GRABAR-REGISTRO.
           IF WS-FIN-LECTURA
              GO TO F-4000-DEBITAR-ORDEN
           END-IF.

           PERFORM 4300-EMITIR-MT103 THRU F-4300-EMITIR-MT103.

           ADD 1               TO WS-TOT-EMITIDAS.
           ADD 1               TO WS-TOT-POR-COR(WS-COR-IX-MATCH).
           ADD SWO-IMPORTE     TO AC-IMPORTE.
           ADD WS-COMISION     TO AC-COMISION.

       F-4000-DEBITAR-ORDEN. EXIT.

      ***** LLAMADA A PGMVPS15 (CUENTA, IMPORTE Y CODIGO CARGADOS) ****
       4100-LLAMAR-POSTEO.

           MOVE 'PGMVSW15'     TO LK-PS-PROGRAMA.
           MOVE WS-REF-POSTEO  TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8 TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

       F-4100-LLAMAR-POSTEO. EXIT.

      ***** ALTA DE LA TRANSFERENCIA EN EL REGISTRO (ENVIADA) ********
       4200-GRABAR-REGISTRO.

           INITIALIZE WS-REG-SWIFT.
           MOVE SWO-REFERENCIA    TO SWR-REFERENCIA.
           MOVE SWO-TIPCUEN       TO SWR-TIPCUEN.
           MOVE SWO-NROCUEN       TO SWR-NROCUEN.
           MOVE SWO-MONEDA        TO SWR-MONEDA.
           MOVE SWO-IMPORTE       TO SWR-IMPORTE.
           MOVE WS-COMISION       TO SWR-COMISION.
           MOVE SWO-BEN-NOMBRE    TO SWR-BEN-NOMBRE.
           MOVE SWO-BEN-CUENTA    TO SWR-BEN-CUENTA.
           MOVE SWO-BEN-BIC       TO SWR-BEN-BIC.
           MOVE WS-PAR-COR-BIC(WS-COR-IX-MATCH) TO SWR-COR-BIC.
           SET  SWR-ENVIADA       TO TRUE.
           MOVE WS-FECHA-HOY-8    TO SWR-FEC-ENVIO.
           MOVE WS-FECHA-HOY-8    TO SWR-FEC-ESTADO.

           MOVE SWR-REFERENCIA    TO KEY-SWFREG.
           WRITE REG-SWFREG FROM WS-REG-SWIFT.
           IF FS-REG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SWFREG = ' FS-REG
                      ' REF ' SWR-REFERENCIA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-GRABAR-REGISTRO. EXIT.

      ***** MENSAJE MT103 EN EL ARCHIVO DEL CORRESPONSAL: ENCABEZADO *
      ***** BASICO Y DE APLICACION Y UN CAMPO POR LINEA **************
       4300-EMITIR-MT103.

           ADD 1 TO WS-SWF-SECUENCIA.

           MOVE WS-PAR-BIC-PROPIO TO WS-BIC.
           PERFORM 4350-ARMAR-BIC-LT THRU F-4350-ARMAR-BIC-LT.
           MOVE SPACES TO WS-LINEA.
           STRING '{1:F01' WS-BIC-LT '0000' WS-SWF-SECUENCIA '}'
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE WS-PAR-COR-BIC(WS-COR-IX-MATCH) TO WS-BIC.
           PERFORM 4350-ARMAR-BIC-LT THRU F-4350-ARMAR-BIC-LT.
           MOVE SPACES TO WS-LINEA.
           STRING '{2:I103' WS-BIC-LT 'N}{4:'
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE SPACES TO WS-LINEA.
           STRING ':20:' SWO-REFERENCIA
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE ':23B:CRED' TO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE SWO-IMPORTE TO WS-SWF-IMP-ED.
           MOVE ZEROS TO WS-SWF-BLANCOS.
           INSPECT WS-SWF-IMP-ED TALLYING WS-SWF-BLANCOS
                   FOR LEADING SPACES.
           MOVE SPACES TO WS-LINEA.
           STRING ':32A:' WS-FECHA-HOY-8(3:6)
                  WS-PAR-COR-ISO(WS-COR-IX-MATCH)
                  WS-SWF-IMP-ED(WS-SWF-BLANCOS + 1:)
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE SPACES TO WS-LINEA.
           STRING ':50K:/' SWO-NROCUEN
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.
           MOVE WS-CLI-NOMBRE TO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE SPACES TO WS-LINEA.
           STRING ':52A:' WS-PAR-BIC-PROPIO
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE SPACES TO WS-LINEA.
           STRING ':57A:' SWO-BEN-BIC
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE SPACES TO WS-LINEA.
           STRING ':59:/' SWO-BEN-CUENTA
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.
           MOVE SWO-BEN-NOMBRE TO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           IF SWO-CONCEPTO IS NOT EQUAL SPACES
              MOVE SPACES TO WS-LINEA
              STRING ':70:' SWO-CONCEPTO
                     DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING ':71A:' SWO-GASTOS
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

           MOVE '-}' TO WS-LINEA.
           PERFORM 4400-GRABAR-LINEA THRU F-4400-GRABAR-LINEA.

       F-4300-EMITIR-MT103. EXIT.

      ***** DIRECCION LOGICA DE 12 POSICIONES (BIC DE 8 + TERMINAL + *
      ***** SUCURSAL, XXX PARA LA CASA CENTRAL) **********************
       4350-ARMAR-BIC-LT.

           MOVE WS-BIC(1:8)      TO WS-BLT-BIC8.
           MOVE 'X'              TO WS-BLT-TERMINAL.
           IF WS-BIC-SUCURSAL IS EQUAL SPACES
              MOVE 'XXX'         TO WS-BLT-SUCURSAL
           ELSE
              MOVE WS-BIC-SUCURSAL TO WS-BLT-SUCURSAL
           END-IF.

       F-4350-ARMAR-BIC-LT. EXIT.

      ***** LINEA DEL MENSAJE AL ARCHIVO DEL CORRESPONSAL ************
       4400-GRABAR-LINEA.

           EVALUATE WS-COR-IX-MATCH
             WHEN 1
                WRITE REG-SWIFT1 FROM WS-LINEA
                IF FS-SW1 NOT EQUAL '00'
                   DISPLAY '* ERROR EN WRITE SWIFT1 = ' FS-SW1
                   MOVE 9999 TO RETURN-CODE
                END-IF
             WHEN 2
                WRITE REG-SWIFT2 FROM WS-LINEA
                IF FS-SW2 NOT EQUAL '00'
                   DISPLAY '* ERROR EN WRITE SWIFT2 = ' FS-SW2
                   MOVE 9999 TO RETURN-CODE
                END-IF
             WHEN 3
                WRITE REG-SWIFT3 FROM WS-LINEA
                IF FS-SW3 NOT EQUAL '00'
                   DISPLAY '* ERROR EN WRITE SWIFT3 = ' FS-SW3
                   MOVE 9999 TO RETURN-CODE
                END-IF
             WHEN 4
                WRITE REG-SWIFT4 FROM WS-LINEA
                IF FS-SW4 NOT EQUAL '00'
                   DISPLAY '* ERROR EN WRITE SWIFT4 = ' FS-SW4
                   MOVE 9999 TO RETURN-CODE
                END-IF
           END-EVALUATE.

       F-4400-GRABAR-LINEA. EXIT.

      **************************************
      *                                    *
      *  MODO R: ESTADOS INFORMADOS POR    *
      *  LOS CORRESPONSALES                *
      *                                    *
      **************************************
       5000-PROCESAR-RETORNO.

           PERFORM 5200-VALIDAR-RETORNO THRU F-5200-VALIDAR-RETORNO.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5000-PROCESAR-RETORNO-LEER
           END-IF.

           IF RSW-ACREDITADA
              PERFORM 5300-CONFIRMAR THRU F-5300-CONFIRMAR
           ELSE
              PERFORM 5400-DEVOLVER THRU F-5400-DEVOLVER
           END-IF.

       F-5000-PROCESAR-RETORNO-LEER.
           PERFORM 5100-LEER-RETORNO THRU F-5100-LEER-RETORNO.

       F-5000-PROCESAR-RETORNO. EXIT.

      ***** LECTURA DEL ARCHIVO DE ESTADOS *
       5100-LEER-RETORNO.
      **************************************

           READ RETORNO INTO WS-REG-RETORNO.
           EVALUATE FS-RET
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDOS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RETORNO : ' FS-RET
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5100-LEER-RETORNO. EXIT.

      ***** ESTADO INFORMADO CONTRA EL REGISTRO DE TRANSFERENCIAS ****
       5200-VALIDAR-RETORNO.

           SET WS-NO-ERROR TO TRUE.

           IF NOT RSW-ACREDITADA AND NOT RSW-RECHAZADA
              SET WS-ERROR TO TRUE
              MOVE 'ESTADO INFORMADO INVALIDO' TO SUS-MOTIVO
              GO TO F-5200-VALIDAR-RETORNO
           END-IF.

           IF RSW-IMPORTE IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'IMPORTE DEVUELTO NO NUMERICO' TO SUS-MOTIVO
              GO TO F-5200-VALIDAR-RETORNO
           END-IF.

           MOVE RSW-REFERENCIA TO KEY-SWFREG.
           READ SWFREG INTO WS-REG-SWIFT.
           EVALUATE FS-REG
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'REFERENCIA INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-5200-VALIDAR-RETORNO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SWFREG = ' FS-REG
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR LECTURA REGISTRO SWIFT' TO SUS-MOTIVO
                 GO TO F-5200-VALIDAR-RETORNO
           END-EVALUATE.

           IF RSW-COR-BIC IS NOT EQUAL SPACES
              AND RSW-COR-BIC IS NOT EQUAL SWR-COR-BIC
              SET WS-ERROR TO TRUE
              MOVE 'CORRESPONSAL NO COINCIDE' TO SUS-MOTIVO
              GO TO F-5200-VALIDAR-RETORNO
           END-IF.

           IF SWR-DEVUELTA
              SET WS-ERROR TO TRUE
              MOVE 'TRANSFERENCIA YA DEVUELTA' TO SUS-MOTIVO
              GO TO F-5200-VALIDAR-RETORNO
           END-IF.

           IF RSW-ACREDITADA AND SWR-CONFIRMADA
              SET WS-ERROR TO TRUE
              MOVE 'TRANSFERENCIA YA CONFIRMADA' TO SUS-MOTIVO
              GO TO F-5200-VALIDAR-RETORNO
           END-IF.

      * UN RECHAZO PUEDE LLEGAR AUN DESPUES DE CONFIRMADA (DEVOLUCION *
      * DEL BANCO DEL BENEFICIARIO); SE DEVUELVE COMO MAXIMO LO ENVIADO*
           IF RSW-RECHAZADA
              IF RSW-IMPORTE IS EQUAL ZEROS
                 MOVE SWR-IMPORTE TO WS-IMPORTE-DEV
              ELSE
                 MOVE RSW-IMPORTE TO WS-IMPORTE-DEV
              END-IF
              IF WS-IMPORTE-DEV IS GREATER THAN SWR-IMPORTE
                 SET WS-ERROR TO TRUE
                 MOVE 'DEVOLUCION MAYOR A LO ENVIADO' TO SUS-MOTIVO
              END-IF
           END-IF.

       F-5200-VALIDAR-RETORNO. EXIT.

      ***** CONFIRMACION DE ACREDITACION AL BENEFICIARIO *************
       5300-CONFIRMAR.

           SET  SWR-CONFIRMADA TO TRUE.
           MOVE WS-FECHA-HOY-8 TO SWR-FEC-ESTADO.

           PERFORM 5500-REGRABAR-REGISTRO THRU F-5500-REGRABAR-REGISTRO.

           IF NOT WS-FIN-LECTURA
              ADD 1 TO WS-TOT-CONFIRMADAS
           END-IF.

       F-5300-CONFIRMAR. EXIT.

      ***** DEVOLUCION: REACREDITACION A LA CUENTA DEBITADA **********
       5400-DEVOLVER.

           MOVE SWR-REFERENCIA   TO WS-REF-ORDEN.
           MOVE SWR-NROCUEN(8:8) TO WS-REF-NROCUEN.
           MOVE 'D'              TO WS-REF-CONCEPTO.
           MOVE SWR-TIPCUEN      TO LK-PS-TIPCUEN.
           MOVE SWR-NROCUEN      TO LK-PS-NROCUEN.
           MOVE WS-IMPORTE-DEV   TO LK-PS-IMPORTE.
           MOVE WS-CODMOV-DEVOL  TO LK-PS-CODMOV.

           PERFORM 4100-LLAMAR-POSTEO THRU F-4100-LLAMAR-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
      * YA ACREDITADA EN UNA CORRIDA ANTERIOR QUE NO LLEGO A MARCAR   *
      * EL REGISTRO: SOLO SE ACTUALIZA EL ESTADO ***********************
              WHEN LK-PS-YA-POSTEADO
                 CONTINUE
              WHEN LK-PS-CUENTA-INEXISTENTE
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA INEXISTENTE - DEV MANUAL' TO SUS-MOTIVO
              WHEN LK-PS-CODIGO-INVALIDO
                 SET WS-ERROR TO TRUE
                 MOVE 'CODIGO DE MOVIMIENTO INVALIDO' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO DEVOLUCION SWIFT: ' WS-SQLCODE
                         ' STATUS ' LK-STATUS-POSTEO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR DE POSTEO' TO SUS-MOTIVO
           END-EVALUATE.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5400-DEVOLVER
           END-IF.

           SET  SWR-DEVUELTA   TO TRUE.
           MOVE WS-FECHA-HOY-8 TO SWR-FEC-ESTADO.
           MOVE WS-IMPORTE-DEV TO SWR-IMPORTE-DEV.
           MOVE RSW-MOTIVO     TO SWR-MOTIVO.

           PERFORM 5500-REGRABAR-REGISTRO THRU F-5500-REGRABAR-REGISTRO.

           IF NOT WS-FIN-LECTURA
              ADD 1              TO WS-TOT-DEVUELTAS
              ADD WS-IMPORTE-DEV TO AC-DEVUELTO
           END-IF.

       F-5400-DEVOLVER. EXIT.

       5500-REGRABAR-REGISTRO.

           REWRITE REG-SWFREG FROM WS-REG-SWIFT.
           IF FS-REG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE SWFREG = ' FS-REG
                      ' REF ' SWR-REFERENCIA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5500-REGRABAR-REGISTRO. EXIT.

      ***** GRABACION DE REGISTROS RECHAZADOS (SUSPENSO) *************
       6000-GRABAR-SUSPENSO.

           ADD 1 TO WS-TOT-RECHAZOS.
           IF WS-MODO-EMISION
              MOVE WS-REG-ORDEN   TO SUS-ORDEN
           ELSE
              MOVE WS-REG-RETORNO TO SUS-ORDEN
           END-IF.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

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
              DISPLAY 'ROLLBACK REALIZADO - MOVIMIENTOS NO APLICADOS'
           END-IF.

           DISPLAY 'REGISTROS LEIDOS     = ' WS-TOT-LEIDOS.
           IF WS-MODO-EMISION
              DISPLAY 'MT103 EMITIDOS       = ' WS-TOT-EMITIDAS
              DISPLAY '  CORRESPONSAL 1     = ' WS-TOT-POR-COR(1)
              DISPLAY '  CORRESPONSAL 2     = ' WS-TOT-POR-COR(2)
              DISPLAY '  CORRESPONSAL 3     = ' WS-TOT-POR-COR(3)
              DISPLAY '  CORRESPONSAL 4     = ' WS-TOT-POR-COR(4)
              MOVE AC-IMPORTE TO WS-TOT-EDIT
              DISPLAY 'IMPORTE TRANSFERIDO  = ' WS-TOT-EDIT
              MOVE AC-COMISION TO WS-TOT-EDIT
              DISPLAY 'COMISIONES COBRADAS  = ' WS-TOT-EDIT
              DISPLAY 'RETENIDAS SCREENING  = ' WS-TOT-RETENIDAS
           ELSE
              DISPLAY 'CONFIRMADAS          = ' WS-TOT-CONFIRMADAS
              DISPLAY 'DEVUELTAS            = ' WS-TOT-DEVUELTAS
              MOVE AC-DEVUELTO TO WS-TOT-EDIT
              DISPLAY 'IMPORTE REACREDITADO = ' WS-TOT-EDIT
           END-IF.
           DISPLAY 'RECHAZOS AL SUSPENSO = ' WS-TOT-RECHAZOS.

           IF WS-MODO-EMISION
              CLOSE ORDENES SWIFT1 SWIFT2 SWIFT3 SWIFT4
           END-IF.
           IF WS-MODO-RETORNO
              CLOSE RETORNO
           END-IF.

           CLOSE SWFREG
              IF FS-REG IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SWFREG = ' FS-REG
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVSW15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-EMISION
              MOVE WS-TOT-EMITIDAS TO RES-CANT-PROCESADOS
           ELSE
              COMPUTE RES-CANT-PROCESADOS =
                      WS-TOT-CONFIRMADAS + WS-TOT-DEVUELTAS
           END-IF.
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
