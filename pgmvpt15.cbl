       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPT15.

      ***********************************************
      *                                             *
      *  MANTENIMIENTO DEL CATALOGO DE PRODUCTOS    *
      *  (TIPO DE CUENTA Y MONEDA)                  *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS TIPOS DE CUENTA Y LAS MONEDAS VALIDAS   *
      * ESTABAN REPARTIDOS EN PARAMETROS Y CODIGO   *
      * (LA TABLA 02/80 DE PGMVAC15, LA TABLA DE    *
      * COMISIONES DE PGMVCM15, LA DERIVACION DE    *
      * PRODUCTO DE PGMVCE15). ESTE PROGRAMA        *
      * MANTIENE EL CATALOGO DDPRODUC (CPPRODUC),   *
      * UN REGISTRO POR TIPO DE CUENTA Y MONEDA,    *
      * CON EL FEED DE PRODUCTOS:                   *
      *   'AL' ALTA DEL PRODUCTO (NACE EN VENTA)    *
      *   'MO' MODIFICA NOMBRE, CODIGO TB99CUEN,    *
      *        ATRIBUTOS Y PLAN DE COMISIONES       *
      *   'CI' CIERRA EL PRODUCTO A CUENTAS NUEVAS  *
      *   'RE' LO REABRE A LA VENTA                 *
      * UN PRODUCTO NO SE BORRA: LAS CUENTAS        *
      * EXISTENTES LO SIGUEN REFERENCIANDO          *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION EN EL *
      * MAESTRO DE OPERADORES (RUTINA PGMVOP15) LA  *
      * NOVEDAD VA AL SUSPENSO, Y EL OPERADOR QUEDA *
      * ESTAMPADO EN LA AUDITORIA CPAUDIT           *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDPRDNOV
                    FILE STATUS IS FS-ENT.

             SELECT PRODUC ASSIGN DDPRODUC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-PRODUC
                    FILE STATUS IS FS-PRD.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * FEED DE PRODUCTOS - AL / MO / CI / RE *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(63).

       FD PRODUC.

       01 REG-PRODUC.
           03 KEY-PRODUC    PIC X(04).
           03 FILLER        PIC X(96).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(63).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-PRD           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPPRODUC.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-REG-NOVPRD.
           03  NPR-TIPO-NOVEDAD   PIC X(02).
           03  NPR-TIPO-CUENTA    PIC X(02).
           03  NPR-MONEDA         PIC 9(02).
           03  NPR-TIPCUEN        PIC 9(02).
           03  NPR-NOMBRE         PIC X(30).
           03  NPR-ADMITE-CHEQUES     PIC X(01).
           03  NPR-ADMITE-DESCUBIERTO PIC X(01).
           03  NPR-ADMITE-DEBITO      PIC X(01).
           03  NPR-DEVENGA-INTERES    PIC X(01).
           03  NPR-PLAN-COMISION  PIC X(04).
           03  NPR-COMISION       PIC 9(07)V99.
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NPR-OPERADOR       PIC X(08).

      * ATRIBUTOS S/N DE LA NOVEDAD, PARA VALIDARLOS DE A UNO *
       01  WS-ATRIBUTO      PIC X(01) VALUE SPACES.
           88  WS-ATRIBUTO-VALIDO     VALUE 'S' 'N'.

      * IMAGEN DEL PRODUCTO PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-PRD.
           03  FILLER             PIC X(03) VALUE 'TC='.
           03  WS-IMG-TIPCUEN     PIC 9(02).
           03  FILLER             PIC X(05) VALUE ' CHQ='.
           03  WS-IMG-CHEQUES     PIC X(01).
           03  FILLER             PIC X(05) VALUE ' DES='.
           03  WS-IMG-DESCUB      PIC X(01).
           03  FILLER             PIC X(05) VALUE ' DEB='.
           03  WS-IMG-DEBITO      PIC X(01).
           03  FILLER             PIC X(05) VALUE ' INT='.
           03  WS-IMG-INTERES     PIC X(01).
           03  FILLER             PIC X(06) VALUE ' PLAN='.
           03  WS-IMG-PLAN        PIC X(04).
           03  FILLER             PIC X(05) VALUE ' COM='.
           03  WS-IMG-COMISION    PIC 9(07)V99.
           03  FILLER             PIC X(05) VALUE ' EST='.
           03  WS-IMG-ESTADO      PIC X(01).
           03  FILLER             PIC X(01) VALUE SPACES.

       77  WS-AUD-OPERACION PIC X(06) VALUE SPACES.

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 999   VALUE ZEROS.
       77  WS-TOT-CIERRES   PIC 999   VALUE ZEROS.
       77  WS-TOT-REAPERT   PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 999   VALUE ZEROS.
      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

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
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O PRODUC.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-PRD IS EQUAL '35'
              OPEN OUTPUT PRODUC
              IF FS-PRD IS EQUAL '00'
                 CLOSE PRODUC
                 OPEN I-O PRODUC
              END-IF
           END-IF.
           IF FS-PRD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRODUC = ' FS-PRD
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

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NPR-OPERADOR TO LK-OPE-ID.
           MOVE 'PR'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           IF NPR-TIPO-CUENTA IS EQUAL SPACES
              OR NPR-MONEDA IS NOT NUMERIC
              OR NPR-MONEDA IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE CUENTA O MONEDA INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE NPR-TIPO-NOVEDAD
              WHEN 'AL'
                 PERFORM 4000-ALTA-PRODUCTO THRU F-4000-ALTA-PRODUCTO
              WHEN 'MO'
                 PERFORM 4100-MODIF-PRODUCTO
                         THRU F-4100-MODIF-PRODUCTO
              WHEN 'CI'
                 PERFORM 4200-CAMBIAR-ESTADO
                         THRU F-4200-CAMBIAR-ESTADO
              WHEN 'RE'
                 PERFORM 4200-CAMBIAR-ESTADO
                         THRU F-4200-CAMBIAR-ESTADO
              WHEN OTHER
                 SET WS-ERROR TO TRUE
                 MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE PRODUCTOS **
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVPRD.
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

      ***** DATOS DEL PRODUCTO EN EL ALTA Y LA MODIFICACION ***********
       3000-VALIDAR-DATOS.

           IF NPR-TIPCUEN IS NOT NUMERIC
              OR NPR-TIPCUEN IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'CODIGO TB99CUEN INVALIDO' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-DATOS
           END-IF.

           IF NPR-NOMBRE IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'NOMBRE COMERCIAL EN BLANCO' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-DATOS
           END-IF.

           IF NPR-COMISION IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'COMISION MENSUAL INVALIDA' TO SUS-MOTIVO
              GO TO F-3000-VALIDAR-DATOS
           END-IF.

           MOVE NPR-ADMITE-CHEQUES TO WS-ATRIBUTO.
           PERFORM 3100-VALIDAR-ATRIBUTO THRU F-3100-VALIDAR-ATRIBUTO.
           MOVE NPR-ADMITE-DESCUBIERTO TO WS-ATRIBUTO.
           PERFORM 3100-VALIDAR-ATRIBUTO THRU F-3100-VALIDAR-ATRIBUTO.
           MOVE NPR-ADMITE-DEBITO TO WS-ATRIBUTO.
           PERFORM 3100-VALIDAR-ATRIBUTO THRU F-3100-VALIDAR-ATRIBUTO.
           MOVE NPR-DEVENGA-INTERES TO WS-ATRIBUTO.
           PERFORM 3100-VALIDAR-ATRIBUTO THRU F-3100-VALIDAR-ATRIBUTO.

      * EL DESCUBIERTO SOLO SE ACUERDA SOBRE CUENTAS CON CHEQUES ******
           IF NPR-ADMITE-DESCUBIERTO IS EQUAL 'S'
              AND NPR-ADMITE-CHEQUES IS NOT EQUAL 'S'
              SET WS-ERROR TO TRUE
              MOVE 'DESCUBIERTO SIN CHEQUES' TO SUS-MOTIVO
           END-IF.

       F-3000-VALIDAR-DATOS. EXIT.

       3100-VALIDAR-ATRIBUTO.

           IF NOT WS-ATRIBUTO-VALIDO
              SET WS-ERROR TO TRUE
              MOVE 'ATRIBUTO DISTINTO DE S/N' TO SUS-MOTIVO
           END-IF.

       F-3100-VALIDAR-ATRIBUTO. EXIT.

      ***** ALTA DEL PRODUCTO - NACE ABIERTO A LA VENTA ***************
       4000-ALTA-PRODUCTO.

           PERFORM 3000-VALIDAR-DATOS THRU F-3000-VALIDAR-DATOS.
           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-PRODUCTO
           END-IF.

           MOVE SPACES TO WS-REG-PRODUC.
           MOVE NPR-TIPO-CUENTA        TO PRD-TIPO-CUENTA.
           MOVE NPR-MONEDA             TO PRD-MONEDA.
           PERFORM 4900-CARGAR-DATOS THRU F-4900-CARGAR-DATOS.
           SET PRD-EN-VENTA            TO TRUE.
           MOVE LK-FP-FECHA-8          TO PRD-FECHA-ESTADO.

           WRITE REG-PRODUC FROM WS-REG-PRODUC.

           EVALUATE FS-PRD
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE SPACES TO WS-REG-AUDITORIA
                 PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-PRD TO AUD-DESPUES
                 MOVE 'ALTA'        TO WS-AUD-OPERACION
                 PERFORM 7000-AUDITAR THRU F-7000-AUDITAR
              WHEN '22'
                 SET WS-ERROR TO TRUE
                 MOVE 'PRODUCTO YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE PRODUC = ' FS-PRD
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-PRODUCTO. EXIT.

      ***** MODIFICACION DE DATOS - NO CAMBIA EL ESTADO ***************
       4100-MODIF-PRODUCTO.

           PERFORM 3000-VALIDAR-DATOS THRU F-3000-VALIDAR-DATOS.
           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4100-MODIF-PRODUCTO
           END-IF.

           PERFORM 4800-LEER-PRODUCTO THRU F-4800-LEER-PRODUCTO.
           IF WS-ERROR
              GO TO F-4100-MODIF-PRODUCTO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PRD TO AUD-ANTES.

           PERFORM 4900-CARGAR-DATOS THRU F-4900-CARGAR-DATOS.

           REWRITE REG-PRODUC FROM WS-REG-PRODUC.
           IF FS-PRD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PRODUC = ' FS-PRD
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4100-MODIF-PRODUCTO
           END-IF.

           ADD 1 TO WS-TOT-MODIF.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PRD TO AUD-DESPUES.
           MOVE 'MODIF'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4100-MODIF-PRODUCTO. EXIT.

      ***** CIERRE A CUENTAS NUEVAS ('CI') O REAPERTURA ('RE') ********
       4200-CAMBIAR-ESTADO.

           PERFORM 4800-LEER-PRODUCTO THRU F-4800-LEER-PRODUCTO.
           IF WS-ERROR
              GO TO F-4200-CAMBIAR-ESTADO
           END-IF.

           IF (NPR-TIPO-NOVEDAD IS EQUAL 'CI' AND PRD-CERRADO)
              OR (NPR-TIPO-NOVEDAD IS EQUAL 'RE' AND PRD-EN-VENTA)
              SET WS-ERROR TO TRUE
              MOVE 'PRODUCTO YA EN ESE ESTADO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-CAMBIAR-ESTADO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PRD TO AUD-ANTES.

           IF NPR-TIPO-NOVEDAD IS EQUAL 'CI'
              SET PRD-CERRADO  TO TRUE
              MOVE 'CIERRE'    TO WS-AUD-OPERACION
           ELSE
              SET PRD-EN-VENTA TO TRUE
              MOVE 'REAPER'    TO WS-AUD-OPERACION
           END-IF.
           MOVE LK-FP-FECHA-8 TO PRD-FECHA-ESTADO.

           REWRITE REG-PRODUC FROM WS-REG-PRODUC.
           IF FS-PRD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE PRODUC = ' FS-PRD
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4200-CAMBIAR-ESTADO
           END-IF.

           IF PRD-CERRADO
              ADD 1 TO WS-TOT-CIERRES
           ELSE
              ADD 1 TO WS-TOT-REAPERT
           END-IF.
           PERFORM 7100-ARMAR-IMAGEN THRU F-7100-ARMAR-IMAGEN.
           MOVE WS-IMAGEN-PRD TO AUD-DESPUES.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-4200-CAMBIAR-ESTADO. EXIT.

      ***** LECTURA DEL PRODUCTO A MODIFICAR **************************
       4800-LEER-PRODUCTO.

           MOVE NPR-TIPO-CUENTA TO PRD-TIPO-CUENTA.
           MOVE NPR-MONEDA      TO PRD-MONEDA.
           MOVE PRD-CLAVE       TO KEY-PRODUC.

           READ PRODUC INTO WS-REG-PRODUC.

           EVALUATE FS-PRD
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'PRODUCTO INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PRODUC = ' FS-PRD
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4800-LEER-PRODUCTO. EXIT.

      ***** DATOS DE LA NOVEDAD AL REGISTRO DEL CATALOGO **************
       4900-CARGAR-DATOS.

           MOVE NPR-TIPCUEN            TO PRD-TIPCUEN.
           MOVE NPR-NOMBRE             TO PRD-NOMBRE.
           MOVE NPR-ADMITE-CHEQUES     TO PRD-ADMITE-CHEQUES.
           MOVE NPR-ADMITE-DESCUBIERTO TO PRD-ADMITE-DESCUBIERTO.
           MOVE NPR-ADMITE-DEBITO      TO PRD-ADMITE-DEBITO.
           MOVE NPR-DEVENGA-INTERES    TO PRD-DEVENGA-INTERES.
           MOVE NPR-PLAN-COMISION      TO PRD-PLAN-COMISION.
           MOVE NPR-COMISION           TO PRD-COMISION-MENSUAL.

       F-4900-CARGAR-DATOS. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVPRD TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL CATALOGO **********************
       7000-AUDITAR.

           MOVE 'PGMVPT15'       TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES     TO AUD-FECHA.
           MOVE 'PRODUC'         TO AUD-TABLA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE PRD-CLAVE        TO AUD-CLAVE.
           MOVE NPR-OPERADOR     TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7000-AUDITAR. EXIT.

       7100-ARMAR-IMAGEN.

           MOVE PRD-TIPCUEN            TO WS-IMG-TIPCUEN.
           MOVE PRD-ADMITE-CHEQUES     TO WS-IMG-CHEQUES.
           MOVE PRD-ADMITE-DESCUBIERTO TO WS-IMG-DESCUB.
           MOVE PRD-ADMITE-DEBITO      TO WS-IMG-DEBITO.
           MOVE PRD-DEVENGA-INTERES    TO WS-IMG-INTERES.
           MOVE PRD-PLAN-COMISION      TO WS-IMG-PLAN.
           MOVE PRD-COMISION-MENSUAL   TO WS-IMG-COMISION.
           MOVE PRD-ESTADO             TO WS-IMG-ESTADO.

       F-7100-ARMAR-IMAGEN. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS.
           DISPLAY 'PRODUCTOS DADOS DE ALTA = ' WS-TOT-ALTAS.
           DISPLAY 'PRODUCTOS MODIFICADOS   = ' WS-TOT-MODIF.
           DISPLAY 'PRODUCTOS CERRADOS      = ' WS-TOT-CIERRES.
           DISPLAY 'PRODUCTOS REABIERTOS    = ' WS-TOT-REAPERT.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA
              IF FS-ENT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE PRODUC
              IF FS-PRD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE PRODUC = ' FS-PRD
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

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVPT15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                   + WS-TOT-CIERRES + WS-TOT-REAPERT.
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
