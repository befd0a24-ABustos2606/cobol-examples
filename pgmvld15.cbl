       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVLD15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE CONTROL DE LIMITES     *
      * TRANSACCIONALES DIARIOS Y MENSUALES POR     *
      * CLIENTE Y CANAL (TRANSFERENCIA, CAJA DE     *
      * VENTANILLA, TRANSFERENCIA INTERNA) - LLAMADA*
      * DESDE DB2-TP34, PGMVTR15, PGMVTL15 Y        *
      * PGMVSO15 ANTES DE CADA DEBITO (MISMO        *
      * ESQUEMA DE APERTURA UNICA QUE PGMVDS15)     *
      *                                             *
      * EL LIMITE SE TOMA DE LA EXCEPCION VIGENTE   *
      * DEL CLIENTE, SI NO DE SU SEGMENTO (PGMVSG15)*
      * Y SI NO DEL LIMITE GENERAL '*' DEL MAESTRO  *
      * DDLIMITE. LO OPERADO EN LA FECHA DE NEGOCIO *
      * Y EN EL MES SE ACUMULA EN DDLIMUSO; UNA     *
      * OPERACION QUE LO SUPERARIA SE RECHAZA O SE  *
      * DERIVA A APROBACION SEGUN EL MAESTRO, Y EL  *
      * EXCESO QUEDA REGISTRADO PARA EL LISTADO     *
      * DIARIO DE PGMVLI15                          *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIMITE ASSIGN DDLIMITE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-LIMITE
                  FILE STATUS IS FS-LIM.

           SELECT LIMUSO ASSIGN DDLIMUSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-LIMUSO
                  FILE STATUS IS FS-USO.

       DATA DIVISION.
       FILE SECTION.

       FD LIMITE.

       01 REG-LIMITE.
           03 KEY-LIMITE    PIC X(15).
           03 FILLER        PIC X(65).

       FD LIMUSO.

       01 REG-LIMUSO.
           03 KEY-LIMUSO    PIC X(20).
           03 FILLER        PIC X(120).

       WORKING-STORAGE SECTION.

       77  FS-LIM           PIC XX    VALUE SPACES.
       77  FS-USO           PIC XX    VALUE SPACES.

      * SIN MAESTRO DE LIMITES ASIGNADO (STATUS 35) TODA OPERACION    *
      * PASA SIN LIMITE, PARA NO FRENAR LA CADENA EN AMBIENTES DONDE  *
      * EL SUBSISTEMA TODAVIA NO SE CARGO (MISMO CRITERIO QUE         *
      * PGMVEM15)                                                     *
       01  WS-STATUS-MAESTRO   PIC X   VALUE 'N'.
           88  WS-LIMITE-ABIERTO       VALUE 'Y'.
           88  WS-LIMITE-AUSENTE       VALUE 'A'.
           88  WS-LIMITE-SIN-PROBAR    VALUE 'N'.

       01  WS-STATUS-USO       PIC X   VALUE 'N'.
           88  WS-USO-ABIERTO          VALUE 'Y'.
           88  WS-USO-NO-ABIERTO       VALUE 'N'.

       01  WS-STATUS-REG-USO   PIC X   VALUE 'N'.
           88  WS-USO-EXISTENTE        VALUE 'Y'.
           88  WS-USO-NUEVO            VALUE 'N'.

           COPY CPLIMITE.
           COPY CPLIMUSO.

      * LIMITE RESUELTO PARA EL CLIENTE Y CANAL CONSULTADOS *
       01  WS-LIMITE-APLICADO.
           03  WS-LA-HALLADO        PIC X(01)    VALUE 'N'.
               88  WS-LA-CON-LIMITE          VALUE 'Y'.
               88  WS-LA-SIN-LIMITE          VALUE 'N'.
           03  WS-LA-ORIGEN         PIC X(01)    VALUE SPACES.
           03  WS-LA-DIARIO         PIC 9(11)V99 VALUE ZEROS.
           03  WS-LA-MENSUAL        PIC 9(11)V99 VALUE ZEROS.
           03  WS-LA-ACCION         PIC X(01)    VALUE SPACES.
               88  WS-LA-RECHAZA             VALUE 'R'.
               88  WS-LA-A-APROBACION        VALUE 'A'.
           03  WS-LA-PCT            PIC 9(03)    VALUE ZEROS.

       01  WS-LD-FECHA          PIC 9(08)    VALUE ZEROS.
       01  WS-LD-FECHA-R REDEFINES WS-LD-FECHA.
           03  WS-LD-PERIODO        PIC 9(06).
           03  FILLER               PIC 9(02).

       77  WS-NUEVO-DIA         PIC 9(11)V99 VALUE ZEROS.
       77  WS-NUEVO-MES         PIC 9(11)V99 VALUE ZEROS.
       77  WS-UMBRAL            PIC 9(13)V99 VALUE ZEROS.

      * FECHA DE PROCESO DE LA CADENA CUANDO EL LLAMADOR NO INFORMA  *
      * FECHA DE NEGOCIO - SE PIDE UNA SOLA VEZ POR EJECUCION ********
       01  WS-PGMVFD15              PIC X(8)     VALUE 'PGMVFD15'.
       01  WS-PARM-FECPRO.
           03  WS-FP-FECHA-6        PIC 9(06)    VALUE ZEROS.
           03  WS-FP-FECHA-8        PIC 9(08)    VALUE ZEROS.
           03  WS-FP-ORIGEN         PIC X        VALUE SPACE.

       LINKAGE SECTION.
           COPY CPLIMCTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-LIMITE.
      ***** CONTROL DE LIMITES DE LA OPERACION ******
       1000-CONTROLAR-LIMITE.
      **************************************

           IF LK-LIM-FINALIZAR
              PERFORM 9000-CERRAR-MAESTROS THRU 9000-F-CERRAR-MAESTROS
              GO TO 1000-F-CONTROLAR-LIMITE
           END-IF.

           SET LK-LIM-SIN-LIMITE TO TRUE.
           MOVE SPACES TO LK-LIM-EXCESO.
           MOVE ZEROS  TO LK-LIM-LIMITE-DIA LK-LIM-USO-DIA.
           MOVE ZEROS  TO LK-LIM-LIMITE-MES LK-LIM-USO-MES.

           IF WS-LIMITE-SIN-PROBAR
              PERFORM 1100-ABRIR-MAESTROS THRU 1100-F-ABRIR-MAESTROS
           END-IF.

           IF NOT WS-LIMITE-ABIERTO
              GO TO 1000-F-CONTROLAR-LIMITE
           END-IF.

           IF NOT WS-USO-ABIERTO
              SET LK-LIM-ERROR TO TRUE
              GO TO 1000-F-CONTROLAR-LIMITE
           END-IF.

           IF LK-LIM-IMPORTE IS NOT NUMERIC
              SET LK-LIM-ERROR TO TRUE
              GO TO 1000-F-CONTROLAR-LIMITE
           END-IF.

           IF LK-LIM-FECHA IS NUMERIC
              AND LK-LIM-FECHA IS GREATER THAN ZEROS
              MOVE LK-LIM-FECHA TO WS-LD-FECHA
           ELSE
              IF WS-FP-FECHA-8 IS EQUAL ZEROS
                 CALL WS-PGMVFD15 USING WS-PARM-FECPRO
              END-IF
              MOVE WS-FP-FECHA-8 TO WS-LD-FECHA
           END-IF.

           PERFORM 2000-BUSCAR-LIMITE THRU 2000-F-BUSCAR-LIMITE.

           PERFORM 3000-LEER-USO THRU 3000-F-LEER-USO.

           IF LK-LIM-ERROR
              GO TO 1000-F-CONTROLAR-LIMITE
           END-IF.

           IF LK-LIM-REGISTRAR
              PERFORM 5000-REGISTRAR-USO THRU 5000-F-REGISTRAR-USO
           ELSE
              PERFORM 4000-EVALUAR-OPERACION
                      THRU 4000-F-EVALUAR-OPERACION
           END-IF.

       1000-F-CONTROLAR-LIMITE.
           GOBACK.

      ***** APERTURA UNICA DE LOS MAESTROS ****************************
      * EL USO SE CREA VACIO EN LA PRIMERA CORRIDA (STATUS 35) *
       1100-ABRIR-MAESTROS.

           OPEN INPUT LIMITE.
           EVALUATE FS-LIM
              WHEN '00'
                 SET WS-LIMITE-ABIERTO TO TRUE
              WHEN '35'
                 SET WS-LIMITE-AUSENTE TO TRUE
                 GO TO 1100-F-ABRIR-MAESTROS
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN LIMITE (PGMVLD15) = ' FS-LIM
                 SET WS-LIMITE-AUSENTE TO TRUE
                 GO TO 1100-F-ABRIR-MAESTROS
           END-EVALUATE.

           OPEN I-O LIMUSO.
           IF FS-USO IS EQUAL '35'
              OPEN OUTPUT LIMUSO
              IF FS-USO IS EQUAL '00'
                 CLOSE LIMUSO
                 OPEN I-O LIMUSO
              END-IF
           END-IF.

           IF FS-USO IS EQUAL '00'
              SET WS-USO-ABIERTO TO TRUE
           ELSE
              DISPLAY '* ERROR EN OPEN LIMUSO (PGMVLD15) = ' FS-USO
              SET WS-USO-NO-ABIERTO TO TRUE
           END-IF.

       1100-F-ABRIR-MAESTROS. EXIT.

      ***** LIMITE DEL CLIENTE: EXCEPCION VIGENTE, SEGMENTO O GENERAL *
       2000-BUSCAR-LIMITE.

           SET WS-LA-SIN-LIMITE TO TRUE.
           MOVE SPACES TO WS-LA-ORIGEN WS-LA-ACCION.
           MOVE ZEROS  TO WS-LA-DIARIO WS-LA-MENSUAL WS-LA-PCT.

           MOVE SPACES         TO LIM-CLAVE.
           MOVE 'C'            TO LIM-TIPO.
           MOVE LK-LIM-TIPDOC  TO LIM-TIPDOC.
           MOVE LK-LIM-NRODOC  TO LIM-NRODOC.
           MOVE LK-LIM-CANAL   TO LIM-CANAL.
           MOVE LIM-CLAVE      TO KEY-LIMITE.

           READ LIMITE INTO WS-REG-LIMITE.

           IF FS-LIM IS EQUAL '00'
              AND LIM-FEC-DESDE IS NOT GREATER THAN WS-LD-FECHA
              AND (LIM-FEC-HASTA IS EQUAL ZEROS
                   OR LIM-FEC-HASTA IS NOT LESS THAN WS-LD-FECHA)
              MOVE 'C' TO WS-LA-ORIGEN
              PERFORM 2100-TOMAR-LIMITE THRU 2100-F-TOMAR-LIMITE
              GO TO 2000-F-BUSCAR-LIMITE
           END-IF.

           IF LK-LIM-SEGMENTO IS NOT EQUAL SPACES
              MOVE SPACES          TO LIM-CLAVE
              MOVE 'S'             TO LIM-TIPO
              MOVE LK-LIM-SEGMENTO TO LIM-SEGMENTO
              MOVE LK-LIM-CANAL    TO LIM-CANAL
              MOVE LIM-CLAVE       TO KEY-LIMITE
              READ LIMITE INTO WS-REG-LIMITE
              IF FS-LIM IS EQUAL '00'
                 MOVE 'S' TO WS-LA-ORIGEN
                 PERFORM 2100-TOMAR-LIMITE THRU 2100-F-TOMAR-LIMITE
                 GO TO 2000-F-BUSCAR-LIMITE
              END-IF
           END-IF.

           MOVE SPACES         TO LIM-CLAVE.
           MOVE 'S'            TO LIM-TIPO.
           MOVE '*'            TO LIM-SEGMENTO.
           MOVE LK-LIM-CANAL   TO LIM-CANAL.
           MOVE LIM-CLAVE      TO KEY-LIMITE.

           READ LIMITE INTO WS-REG-LIMITE.

           IF FS-LIM IS EQUAL '00'
              MOVE 'G' TO WS-LA-ORIGEN
              PERFORM 2100-TOMAR-LIMITE THRU 2100-F-TOMAR-LIMITE
           END-IF.

       2000-F-BUSCAR-LIMITE. EXIT.

       2100-TOMAR-LIMITE.

           SET WS-LA-CON-LIMITE TO TRUE.
           MOVE LIM-DIARIO     TO WS-LA-DIARIO.
           MOVE LIM-MENSUAL    TO WS-LA-MENSUAL.
           MOVE LIM-ACCION     TO WS-LA-ACCION.
           MOVE LIM-PCT-ALERTA TO WS-LA-PCT.

           IF WS-LA-PCT IS NOT NUMERIC
              OR WS-LA-PCT IS EQUAL ZEROS
              MOVE 090 TO WS-LA-PCT
           END-IF.

           IF NOT WS-LA-A-APROBACION
              MOVE 'R' TO WS-LA-ACCION
           END-IF.

       2100-F-TOMAR-LIMITE. EXIT.

      ***** USO DEL CLIENTE EN EL CANAL Y MES (NUEVO = EN CEROS); *****
      ***** EL ACUMULADO DEL DIA ARRANCA DE CERO EN CADA FECHA ********
       3000-LEER-USO.

           MOVE SPACES         TO USO-CLAVE.
           MOVE LK-LIM-TIPDOC  TO USO-TIPDOC.
           MOVE LK-LIM-NRODOC  TO USO-NRODOC.
           MOVE LK-LIM-CANAL   TO USO-CANAL.
           MOVE WS-LD-PERIODO  TO USO-PERIODO.
           MOVE USO-CLAVE      TO KEY-LIMUSO.

           READ LIMUSO INTO WS-REG-LIMUSO.

           EVALUATE FS-USO
              WHEN '00'
                 SET WS-USO-EXISTENTE TO TRUE
              WHEN '23'
                 SET WS-USO-NUEVO TO TRUE
                 MOVE SPACES         TO WS-REG-LIMUSO
                 MOVE LK-LIM-TIPDOC  TO USO-TIPDOC
                 MOVE LK-LIM-NRODOC  TO USO-NRODOC
                 MOVE LK-LIM-CANAL   TO USO-CANAL
                 MOVE WS-LD-PERIODO  TO USO-PERIODO
                 MOVE WS-LD-FECHA    TO USO-FECHA
                 MOVE ZEROS TO USO-IMPORTE-DIA USO-CANT-DIA
                               USO-IMPORTE-MES USO-CANT-MES
                               USO-LIMITE-DIA  USO-LIMITE-MES
                               USO-PCT-ALERTA
                               USO-RECHAZOS-DIA USO-DERIVADAS-DIA
                               USO-APROBADAS-DIA USO-MAYOR-EXCESO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA LIMUSO (PGMVLD15) = '
                         FS-USO
                 SET LK-LIM-ERROR TO TRUE
                 GO TO 3000-F-LEER-USO
           END-EVALUATE.

           IF USO-FECHA IS NOT EQUAL WS-LD-FECHA
              MOVE WS-LD-FECHA TO USO-FECHA
              MOVE ZEROS TO USO-IMPORTE-DIA USO-CANT-DIA
                            USO-RECHAZOS-DIA USO-DERIVADAS-DIA
                            USO-APROBADAS-DIA USO-MAYOR-EXCESO
              MOVE SPACES TO USO-ULT-APROBADOR
           END-IF.

           MOVE WS-LA-DIARIO    TO USO-LIMITE-DIA.
           MOVE WS-LA-MENSUAL   TO USO-LIMITE-MES.
           MOVE WS-LA-PCT       TO USO-PCT-ALERTA.
           MOVE WS-LA-ORIGEN    TO USO-ORIGEN.
           MOVE LK-LIM-SEGMENTO TO USO-SEGMENTO.

           MOVE WS-LA-DIARIO    TO LK-LIM-LIMITE-DIA.
           MOVE WS-LA-MENSUAL   TO LK-LIM-LIMITE-MES.
           MOVE USO-IMPORTE-DIA TO LK-LIM-USO-DIA.
           MOVE USO-IMPORTE-MES TO LK-LIM-USO-MES.

       3000-F-LEER-USO. EXIT.

      ***** CONSULTA: LA OPERACION ENTRA, ESTA CERCA O EXCEDE *********
       4000-EVALUAR-OPERACION.

           IF WS-LA-SIN-LIMITE
              SET LK-LIM-SIN-LIMITE TO TRUE
              GO TO 4000-F-EVALUAR-OPERACION
           END-IF.

           COMPUTE WS-NUEVO-DIA = USO-IMPORTE-DIA + LK-LIM-IMPORTE.
           COMPUTE WS-NUEVO-MES = USO-IMPORTE-MES + LK-LIM-IMPORTE.

           EVALUATE TRUE
              WHEN WS-LA-DIARIO IS GREATER THAN ZEROS
                   AND WS-NUEVO-DIA IS GREATER THAN WS-LA-DIARIO
                 SET LK-LIM-EXCESO-DIARIO TO TRUE
              WHEN WS-LA-MENSUAL IS GREATER THAN ZEROS
                   AND WS-NUEVO-MES IS GREATER THAN WS-LA-MENSUAL
                 SET LK-LIM-EXCESO-MENSUAL TO TRUE
              WHEN OTHER
                 PERFORM 4100-VERIFICAR-CERCANIA
                         THRU 4100-F-VERIFICAR-CERCANIA
                 GO TO 4000-F-EVALUAR-OPERACION
           END-EVALUATE.

      * EXCESO: SE RECHAZA, SE DERIVA A APROBACION O PASA SI YA VIENE *
      * CON APROBADOR, Y QUEDA REGISTRADO EN EL USO DEL DIA ***********
           EVALUATE TRUE
              WHEN WS-LA-RECHAZA
                 SET LK-LIM-EXCEDE-RECHAZO TO TRUE
                 ADD 1 TO USO-RECHAZOS-DIA
              WHEN LK-LIM-APROBADOR IS NOT EQUAL SPACES
                 SET LK-LIM-EXCESO-APROBADO TO TRUE
                 ADD 1 TO USO-APROBADAS-DIA
                 MOVE LK-LIM-APROBADOR TO USO-ULT-APROBADOR
              WHEN OTHER
                 SET LK-LIM-EXCEDE-APROBAR TO TRUE
                 ADD 1 TO USO-DERIVADAS-DIA
           END-EVALUATE.

           IF LK-LIM-IMPORTE IS GREATER THAN USO-MAYOR-EXCESO
              MOVE LK-LIM-IMPORTE TO USO-MAYOR-EXCESO
           END-IF.

           PERFORM 6000-GRABAR-USO THRU 6000-F-GRABAR-USO.

       4000-F-EVALUAR-OPERACION. EXIT.

      ***** CASI-EXCESO: LA OPERACION LLEVA EL USO AL PORCENTAJE DE ***
      ***** ALERTA DEL LIMITE DIARIO O MENSUAL ************************
       4100-VERIFICAR-CERCANIA.

           SET LK-LIM-DENTRO TO TRUE.

           IF WS-LA-DIARIO IS GREATER THAN ZEROS
              COMPUTE WS-UMBRAL = WS-LA-DIARIO * WS-LA-PCT / 100
              IF WS-NUEVO-DIA IS NOT LESS THAN WS-UMBRAL
                 SET LK-LIM-CERCANO TO TRUE
                 GO TO 4100-F-VERIFICAR-CERCANIA
              END-IF
           END-IF.

           IF WS-LA-MENSUAL IS GREATER THAN ZEROS
              COMPUTE WS-UMBRAL = WS-LA-MENSUAL * WS-LA-PCT / 100
              IF WS-NUEVO-MES IS NOT LESS THAN WS-UMBRAL
                 SET LK-LIM-CERCANO TO TRUE
              END-IF
           END-IF.

       4100-F-VERIFICAR-CERCANIA. EXIT.

      ***** REGISTRO: LA OPERACION YA APLICADA SUMA AL USO ************
       5000-REGISTRAR-USO.

           ADD LK-LIM-IMPORTE TO USO-IMPORTE-DIA USO-IMPORTE-MES.
           ADD 1 TO USO-CANT-DIA USO-CANT-MES.

           MOVE USO-IMPORTE-DIA TO LK-LIM-USO-DIA.
           MOVE USO-IMPORTE-MES TO LK-LIM-USO-MES.

           IF WS-LA-SIN-LIMITE
              SET LK-LIM-SIN-LIMITE TO TRUE
           ELSE
              SET LK-LIM-DENTRO TO TRUE
           END-IF.

           PERFORM 6000-GRABAR-USO THRU 6000-F-GRABAR-USO.

       5000-F-REGISTRAR-USO. EXIT.

       6000-GRABAR-USO.

           IF WS-USO-EXISTENTE
              REWRITE REG-LIMUSO FROM WS-REG-LIMUSO
           ELSE
              WRITE REG-LIMUSO FROM WS-REG-LIMUSO
           END-IF.

           IF FS-USO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION LIMUSO (PGMVLD15) = '
                      FS-USO
              SET LK-LIM-ERROR TO TRUE
           END-IF.

       6000-F-GRABAR-USO. EXIT.

      ***** CIERRE AL FINAL DE LA CORRIDA DEL LLAMADOR ****************
       9000-CERRAR-MAESTROS.

           IF WS-USO-ABIERTO
              CLOSE LIMUSO
              SET WS-USO-NO-ABIERTO TO TRUE
           END-IF.

           IF WS-LIMITE-ABIERTO
              CLOSE LIMITE
           END-IF.

           SET WS-LIMITE-SIN-PROBAR TO TRUE.

       9000-F-CERRAR-MAESTROS. EXIT.
