       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVNU15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE NUMERACION DE CUENTAS  *
      * Y GENERACION DEL CBU, SOBRE EL REGISTRO     *
      * DDNUMCTA (VSAM, CPNUMCTA) - LLAMADA DESDE   *
      * PGMVAC15 EN LAS ALTAS Y BAJAS DE CUENTAS    *
      * (MISMO ESQUEMA DE APERTURA UNICA QUE        *
      * PGMVOP15)                                   *
      *                                             *
      * ASI COMO PGMVNC15 EVITA DOS NROCLI IGUALES, *
      * ESTA RUTINA ASIGNA EL PROXIMO NUMERO DE     *
      * CUENTA DEL TIPO Y LA SUCURSAL DENTRO DEL    *
      * RANGO DEL TIPO, CON SU DIGITO VERIFICADOR,  *
      * Y ARMA EL CBU COMPLETO (ENTIDAD, SUCURSAL,  *
      * DIGITO DEL BLOQUE 1, NUMERO Y DIGITO FINAL) *
      * CON EL MODULO 10 Y PESOS 3-9-7-1 DE         *
      * PGMVCB15, QUE SE LLAMA AL FINAL PARA        *
      * CONFIRMAR QUE EL CBU ES VALIDO              *
      *                                             *
      * UN NUMERO DE CUENTA CERRADA NO SE VUELVE A  *
      * ASIGNAR NI SE ACEPTA INFORMADO HASTA QUE    *
      * PASEN LOS ANIOS DE BLOQUEO DEL REGISTRO     *
      * GENERAL. AGOTADO EL RANGO, LA NUMERACION    *
      * VUELVE AL PRINCIPIO BUSCANDO NUMEROS LIBRES *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NUMCTA ASSIGN DDNUMCTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-NUMCTA
                  FILE STATUS IS FS-NUM.

       DATA DIVISION.
       FILE SECTION.

       FD NUMCTA.

       01 REG-NUMCTA.
           03 KEY-NUMCTA    PIC X(16).
           03 FILLER        PIC X(64).

       WORKING-STORAGE SECTION.

       77  FS-NUM           PIC XX    VALUE SPACES.

       01  WS-STATUS-ABIERTO   PIC X   VALUE 'N'.
           88  WS-NUMCTA-ABIERTO       VALUE 'Y'.
           88  WS-NUMCTA-NO-ABIERTO    VALUE 'N'.

       01  WS-STATUS-CLUSTER   PIC X   VALUE 'N'.
           88  WS-CLUSTER-AUSENTE      VALUE 'A'.
           88  WS-CLUSTER-PRESENTE     VALUE 'P'.
           88  WS-CLUSTER-SIN-PROBAR   VALUE 'N'.

       01  WS-SW-GENERAL       PIC X   VALUE 'N'.
           88  WS-CON-GENERAL          VALUE 'S'.
           88  WS-SIN-GENERAL          VALUE 'N'.

       01  WS-SW-HALLADO       PIC X   VALUE 'N'.
           88  WS-NUMERO-HALLADO       VALUE 'S'.
           88  WS-NUMERO-NO-HALLADO    VALUE 'N'.

      * EL REGISTRO 'N' DEL NUMERO ELEGIDO YA EXISTIA (CUENTA CERRADA *
      * CON EL BLOQUEO VENCIDO) Y SE REGRABA EN VEZ DE GRABARSE *******
       01  WS-SW-NRO-EXISTE    PIC X   VALUE 'N'.
           88  WS-NRO-EXISTE           VALUE 'S'.
           88  WS-NRO-NUEVO            VALUE 'N'.

       01  WS-SW-CTL-EXISTE    PIC X   VALUE 'N'.
           88  WS-CTL-EXISTE           VALUE 'S'.
           88  WS-CTL-NUEVO            VALUE 'N'.

       01  WS-SW-BLOQUEO       PIC X   VALUE 'N'.
           88  WS-NUMERO-BLOQUEADO     VALUE 'S'.
           88  WS-NUMERO-REUSABLE      VALUE 'N'.

       01  WS-SW-ERROR-VSAM    PIC X   VALUE 'N'.
           88  WS-ERROR-VSAM           VALUE 'S'.
           88  WS-SIN-ERROR-VSAM       VALUE 'N'.

           COPY CPNUMCTA.

      * DATOS DEL REGISTRO GENERAL, RANGO Y CONTROL EN USO (EL AREA  *
      * DEL REGISTRO SE REUTILIZA AL LEER LOS NUMEROS) ***************
       77  WS-ENTIDAD          PIC 9(03)  VALUE ZEROS.
       77  WS-ANIOS-REUSO      PIC 9(02)  VALUE 05.
       77  WS-RAN-DESDE        PIC 9(06)  VALUE ZEROS.
       77  WS-RAN-HASTA        PIC 9(06)  VALUE ZEROS.
       77  WS-CTL-ULTIMO       PIC 9(06)  VALUE ZEROS.
       77  WS-CTL-VUELTAS      PIC 9(03)  VALUE ZEROS.
       77  WS-NUMERO           PIC 9(06)  VALUE ZEROS.
       77  WS-CAPACIDAD        PIC 9(07)  VALUE ZEROS.
       77  WS-INTENTOS         PIC 9(07)  VALUE ZEROS.
       77  WS-FEC-HOY          PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-LIBERA       PIC 9(08)  VALUE ZEROS.

      * NROCUEN = 00000 + SUCURSAL + NUMERO + DIGITO VERIFICADOR *****
       01  WS-NRO-ARMADO.
           03  WS-NRA-CEROS        PIC 9(05)  VALUE ZEROS.
           03  WS-NRA-SUCURSAL     PIC 9(03)  VALUE ZEROS.
           03  WS-NRA-NUMERO       PIC 9(06)  VALUE ZEROS.
           03  WS-NRA-DV           PIC 9(01)  VALUE ZEROS.
       01  WS-NRO-ARMADO-RED REDEFINES WS-NRO-ARMADO.
           03  WS-NRA-NROCUEN      PIC 9(15).

      * CBU = ENTIDAD + SUCURSAL + DV BLOQUE 1 + NUMERO + DV FINAL ****
       01  WS-CBU-ARMADO.
           03  WS-CBA-ENTIDAD      PIC 9(03)  VALUE ZEROS.
           03  WS-CBA-SUCURSAL     PIC 9(03)  VALUE ZEROS.
           03  WS-CBA-DV1          PIC 9(01)  VALUE ZEROS.
           03  WS-CBA-NUMERO       PIC 9(06)  VALUE ZEROS.
           03  WS-CBA-DV2          PIC 9(01)  VALUE ZEROS.
       01  WS-CBU-ARMADO-RED REDEFINES WS-CBU-ARMADO.
           03  WS-CBA-CBU          PIC 9(14).

      * PESOS DEL MODULO 10 (LOS MISMOS DE PGMVCB15) *****************
       01  WS-TABLA-PESOS.
           03  FILLER         PIC 9        VALUE 3.
           03  FILLER         PIC 9        VALUE 9.
           03  FILLER         PIC 9        VALUE 7.
           03  FILLER         PIC 9        VALUE 1.
           03  FILLER         PIC 9        VALUE 3.
           03  FILLER         PIC 9        VALUE 9.
           03  FILLER         PIC 9        VALUE 7.
           03  FILLER         PIC 9        VALUE 1.
           03  FILLER         PIC 9        VALUE 3.
           03  FILLER         PIC 9        VALUE 9.
           03  FILLER         PIC 9        VALUE 7.
           03  FILLER         PIC 9        VALUE 1.
           03  FILLER         PIC 9        VALUE 3.
       01  WS-TABLA-PESOS-RED REDEFINES WS-TABLA-PESOS.
           03  WS-PESO        PIC 9        OCCURS 13.

      * DIGITOS SOBRE LOS QUE SE CALCULA EL DIGITO VERIFICADOR, *****
      * ALINEADOS A IZQUIERDA, Y CANTIDAD A CONSIDERAR **************
       01  WS-DV-AREA.
           03  WS-DV-DIGITOS  PIC 9(14).
       01  WS-DV-AREA-RED REDEFINES WS-DV-AREA.
           03  WS-DV-DIGITO   PIC 9        OCCURS 14.

       77  WS-DV-LARGO        PIC 99       VALUE ZEROS.
       77  WS-DV-IX           PIC 99       VALUE ZEROS.
       77  WS-DV-SUMA         PIC 9(4)     VALUE ZEROS.
       77  WS-DV-COCIENTE     PIC 9(3)     VALUE ZEROS.
       77  WS-DV-RESTO        PIC 9        VALUE ZEROS.
       77  WS-DV-RESULTADO    PIC 9        VALUE ZEROS.

       01  WS-MOT-BLOQUEO.
           03  FILLER         PIC X(22)    VALUE
                   'CERRADA HACE MENOS DE '.
           03  WS-MOB-ANIOS   PIC 9(02)    VALUE ZEROS.
           03  FILLER         PIC X(06)    VALUE ' ANIOS'.

      * VALIDACION FINAL DEL CBU ARMADO (RUTINA COMPARTIDA) **********
       01  WS-PGMVCB15        PIC X(8)     VALUE 'PGMVCB15'.
       01  LK-PARM-CBU.
           03  LK-CBU-NUMERO        PIC 9(14).
           03  LK-STATUS-CBU        PIC X.
               88  LK-CBU-VALIDO             VALUE 'Y'.
               88  LK-CBU-NO-VALIDO          VALUE 'N'.

       LINKAGE SECTION.
           COPY CPNUMCTL.

       PROCEDURE DIVISION USING LK-PARM-NUMERACION.
       1000-NUMERAR-CUENTA.

           SET LK-NUM-RECHAZADO TO TRUE.
           MOVE SPACES TO LK-NUM-MOTIVO.
           SET WS-SIN-ERROR-VSAM TO TRUE.

      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF WS-NUMCTA-NO-ABIERTO AND WS-CLUSTER-SIN-PROBAR
              OPEN I-O NUMCTA
              IF FS-NUM IS EQUAL '35'
                 OPEN OUTPUT NUMCTA
                 IF FS-NUM IS EQUAL '00'
                    CLOSE NUMCTA
                    OPEN I-O NUMCTA
                 END-IF
              END-IF
              IF FS-NUM IS EQUAL '00'
                 SET WS-NUMCTA-ABIERTO TO TRUE
                 SET WS-CLUSTER-PRESENTE TO TRUE
              ELSE
                 DISPLAY '* ERROR EN OPEN NUMCTA (PGMVNU15) = ' FS-NUM
                 SET WS-CLUSTER-AUSENTE TO TRUE
              END-IF
           END-IF.

           IF WS-NUMCTA-NO-ABIERTO
              MOVE 'REGISTRO DE NUMERACION AUSENTE' TO LK-NUM-MOTIVO
              GO TO 1000-F-NUMERAR-CUENTA
           END-IF.

           IF LK-NUM-FECHA IS NUMERIC
              AND LK-NUM-FECHA IS GREATER THAN ZEROS
              MOVE LK-NUM-FECHA TO WS-FEC-HOY
           ELSE
              ACCEPT WS-FEC-HOY FROM DATE YYYYMMDD
           END-IF.

           PERFORM 1100-LEER-GENERAL THRU 1100-F-LEER-GENERAL.
           IF WS-ERROR-VSAM
              GO TO 1000-F-NUMERAR-CUENTA
           END-IF.

           EVALUATE TRUE
              WHEN LK-NUM-ASIGNAR
                 PERFORM 2000-ASIGNAR THRU 2000-F-ASIGNAR
              WHEN LK-NUM-VERIFICAR
                 PERFORM 3000-VERIFICAR THRU 3000-F-VERIFICAR
              WHEN LK-NUM-CERRAR
                 PERFORM 4000-CERRAR THRU 4000-F-CERRAR
              WHEN OTHER
                 MOVE 'FUNCION DE NUMERACION INVALIDA' TO LK-NUM-MOTIVO
           END-EVALUATE.

           IF WS-ERROR-VSAM
              SET LK-NUM-RECHAZADO TO TRUE
              MOVE 'ERROR EN REGISTRO DE NUMERACION' TO LK-NUM-MOTIVO
           END-IF.

       1000-F-NUMERAR-CUENTA.
           GOBACK.

      ***** REGISTRO GENERAL: ENTIDAD DEL CBU Y ANIOS DE BLOQUEO - ****
      ***** SIN EL SE BLOQUEAN 5 ANIOS Y NO SE PUEDE ASIGNAR **********
       1100-LEER-GENERAL.

           SET WS-SIN-GENERAL TO TRUE.
           MOVE 05 TO WS-ANIOS-REUSO.
           MOVE ZEROS TO WS-ENTIDAD.

           MOVE SPACES TO WS-REG-NUMCTA.
           MOVE 'G'    TO NUM-TIPO-REG.
           MOVE NUM-CLAVE TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

           EVALUATE FS-NUM
              WHEN '00'
                 IF NUG-ENTIDAD IS NUMERIC
                    AND NUG-ENTIDAD IS GREATER THAN ZEROS
                    SET WS-CON-GENERAL TO TRUE
                    MOVE NUG-ENTIDAD TO WS-ENTIDAD
                 END-IF
                 IF NUG-ANIOS-REUSO IS NUMERIC
                    MOVE NUG-ANIOS-REUSO TO WS-ANIOS-REUSO
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA (PGMVNU15) = '
                         FS-NUM
                 SET WS-ERROR-VSAM TO TRUE
           END-EVALUATE.

       1100-F-LEER-GENERAL. EXIT.

      **************************************
      *                                    *
      *  ASIGNACION DEL PROXIMO NUMERO     *
      *                                    *
      **************************************
       2000-ASIGNAR.

           IF WS-SIN-GENERAL
              MOVE 'NUMERACION SIN ENTIDAD PROPIA' TO LK-NUM-MOTIVO
              GO TO 2000-F-ASIGNAR
           END-IF.

           IF LK-NUM-SUCURSAL IS NOT NUMERIC
              OR LK-NUM-SUCURSAL IS EQUAL ZEROS
              MOVE 'SUCURSAL INVALIDA PARA NUMERAR' TO LK-NUM-MOTIVO
              GO TO 2000-F-ASIGNAR
           END-IF.

           MOVE SPACES             TO WS-REG-NUMCTA.
           MOVE 'R'                TO NUR-TIPO-REG.
           MOVE LK-NUM-TIPO-CUENTA TO NUR-TIPO-CUENTA.
           MOVE NUM-CLAVE          TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

           EVALUATE FS-NUM
              WHEN '00'
                 MOVE NUR-DESDE TO WS-RAN-DESDE
                 MOVE NUR-HASTA TO WS-RAN-HASTA
              WHEN '23'
                 MOVE 'TIPO DE CUENTA SIN RANGO' TO LK-NUM-MOTIVO
                 GO TO 2000-F-ASIGNAR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA (PGMVNU15) = '
                         FS-NUM
                 SET WS-ERROR-VSAM TO TRUE
                 GO TO 2000-F-ASIGNAR
           END-EVALUATE.

           MOVE SPACES             TO WS-REG-NUMCTA.
           MOVE 'C'                TO NUC-TIPO-REG.
           MOVE LK-NUM-SUCURSAL    TO NUC-SUCURSAL.
           MOVE LK-NUM-TIPO-CUENTA TO NUC-TIPO-CUENTA.
           MOVE NUM-CLAVE          TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

      * LA PRIMERA CUENTA DEL TIPO EN LA SUCURSAL ARRANCA EL CONTROL *
      * EN EL PRINCIPIO DEL RANGO ***********************************
           EVALUATE FS-NUM
              WHEN '00'
                 SET WS-CTL-EXISTE TO TRUE
                 MOVE NUC-ULTIMO  TO WS-CTL-ULTIMO
                 MOVE NUC-VUELTAS TO WS-CTL-VUELTAS
              WHEN '23'
                 SET WS-CTL-NUEVO TO TRUE
                 COMPUTE WS-CTL-ULTIMO = WS-RAN-DESDE - 1
                 MOVE ZEROS TO WS-CTL-VUELTAS
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA (PGMVNU15) = '
                         FS-NUM
                 SET WS-ERROR-VSAM TO TRUE
                 GO TO 2000-F-ASIGNAR
           END-EVALUATE.

      * UN RANGO CORRIDO HACIA ARRIBA DEJA EL ULTIMO FUERA DE RANGO *
           IF WS-CTL-ULTIMO IS LESS THAN WS-RAN-DESDE
              COMPUTE WS-CTL-ULTIMO = WS-RAN-DESDE - 1
           END-IF.

           COMPUTE WS-CAPACIDAD = WS-RAN-HASTA - WS-RAN-DESDE + 1.
           MOVE ZEROS TO WS-INTENTOS.
           SET WS-NUMERO-NO-HALLADO TO TRUE.

           PERFORM 2100-PROBAR-NUMERO THRU 2100-F-PROBAR-NUMERO
                   UNTIL WS-NUMERO-HALLADO
                      OR WS-ERROR-VSAM
                      OR WS-INTENTOS IS NOT LESS THAN WS-CAPACIDAD.

           IF WS-ERROR-VSAM
              GO TO 2000-F-ASIGNAR
           END-IF.

           IF WS-NUMERO-NO-HALLADO
              MOVE 'RANGO DE NUMERACION AGOTADO' TO LK-NUM-MOTIVO
              GO TO 2000-F-ASIGNAR
           END-IF.

           MOVE WS-ENTIDAD      TO WS-CBA-ENTIDAD.
           MOVE LK-NUM-SUCURSAL TO WS-CBA-SUCURSAL.
           MOVE WS-NUMERO       TO WS-CBA-NUMERO.
           PERFORM 5100-ARMAR-CBU THRU 5100-F-ARMAR-CBU.

           MOVE WS-CBA-CBU TO LK-CBU-NUMERO.
           CALL WS-PGMVCB15 USING LK-PARM-CBU.
           IF LK-CBU-NO-VALIDO
              DISPLAY '* CBU GENERADO RECHAZADO POR PGMVCB15 = '
                      WS-CBA-CBU
              MOVE 'CBU GENERADO NO VALIDA' TO LK-NUM-MOTIVO
              GO TO 2000-F-ASIGNAR
           END-IF.

      * REGISTRO DEL NUMERO ASIGNADO *
           MOVE SPACES             TO WS-REG-NUMCTA.
           MOVE 'N'                TO NUN-TIPO-REG.
           MOVE WS-NRA-NROCUEN     TO NUN-NROCUEN.
           MOVE LK-NUM-TIPO-CUENTA TO NUN-TIPO-CUENTA.
           MOVE LK-NUM-SUCURSAL    TO NUN-SUCURSAL.
           MOVE WS-NUMERO          TO NUN-NUMERO.
           MOVE WS-CBA-CBU         TO NUN-CBU.
           SET NUN-ASIGNADA        TO TRUE.
           MOVE WS-FEC-HOY         TO NUN-FEC-ALTA.
           MOVE ZEROS              TO NUN-FEC-CIERRE.
           MOVE NUM-CLAVE          TO KEY-NUMCTA.

           IF WS-NRO-EXISTE
              REWRITE REG-NUMCTA FROM WS-REG-NUMCTA
           ELSE
              WRITE REG-NUMCTA FROM WS-REG-NUMCTA
           END-IF.
           IF FS-NUM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION NUMCTA (PGMVNU15) = '
                      FS-NUM
              SET WS-ERROR-VSAM TO TRUE
              GO TO 2000-F-ASIGNAR
           END-IF.

      * CONTROL DE LA SUCURSAL Y EL TIPO *
           MOVE SPACES             TO WS-REG-NUMCTA.
           MOVE 'C'                TO NUC-TIPO-REG.
           MOVE LK-NUM-SUCURSAL    TO NUC-SUCURSAL.
           MOVE LK-NUM-TIPO-CUENTA TO NUC-TIPO-CUENTA.
           MOVE WS-NUMERO          TO NUC-ULTIMO.
           MOVE WS-CTL-VUELTAS     TO NUC-VUELTAS.
           MOVE WS-FEC-HOY         TO NUC-FEC-ULT-ASIGNA.
           MOVE NUM-CLAVE          TO KEY-NUMCTA.

           IF WS-CTL-EXISTE
              REWRITE REG-NUMCTA FROM WS-REG-NUMCTA
           ELSE
              WRITE REG-NUMCTA FROM WS-REG-NUMCTA
           END-IF.
           IF FS-NUM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION NUMCTA (PGMVNU15) = '
                      FS-NUM
              SET WS-ERROR-VSAM TO TRUE
              GO TO 2000-F-ASIGNAR
           END-IF.

           MOVE WS-NRA-NROCUEN TO LK-NUM-NROCUEN.
           MOVE WS-CBA-CBU     TO LK-NUM-CBU.
           SET LK-NUM-ACEPTADO TO TRUE.

       2000-F-ASIGNAR. EXIT.

      ***** PROXIMO NUMERO DEL RANGO: LIBRE SI NUNCA SE USO O SI LA ***
      ***** CUENTA QUE LO TUVO SE CERRO ANTES DEL BLOQUEO *************
       2100-PROBAR-NUMERO.

           ADD 1 TO WS-INTENTOS.
           COMPUTE WS-NUMERO = WS-CTL-ULTIMO + 1.
           IF WS-NUMERO IS GREATER THAN WS-RAN-HASTA
              MOVE WS-RAN-DESDE TO WS-NUMERO
              IF WS-CTL-VUELTAS IS LESS THAN 999
                 ADD 1 TO WS-CTL-VUELTAS
              END-IF
           END-IF.
           MOVE WS-NUMERO TO WS-CTL-ULTIMO.

           MOVE LK-NUM-SUCURSAL TO WS-NRA-SUCURSAL.
           MOVE WS-NUMERO       TO WS-NRA-NUMERO.
           PERFORM 5000-ARMAR-NROCUEN THRU 5000-F-ARMAR-NROCUEN.

           MOVE SPACES         TO WS-REG-NUMCTA.
           MOVE 'N'            TO NUN-TIPO-REG.
           MOVE WS-NRA-NROCUEN TO NUN-NROCUEN.
           MOVE NUM-CLAVE      TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

           EVALUATE FS-NUM
              WHEN '23'
                 SET WS-NRO-NUEVO TO TRUE
                 SET WS-NUMERO-HALLADO TO TRUE
              WHEN '00'
                 IF NUN-CERRADA
                    PERFORM 5200-VERIFICAR-BLOQUEO
                            THRU 5200-F-VERIFICAR-BLOQUEO
                    IF WS-NUMERO-REUSABLE
                       SET WS-NRO-EXISTE TO TRUE
                       SET WS-NUMERO-HALLADO TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA (PGMVNU15) = '
                         FS-NUM
                 SET WS-ERROR-VSAM TO TRUE
           END-EVALUATE.

       2100-F-PROBAR-NUMERO. EXIT.

      **************************************
      *                                    *
      *  NUMERO INFORMADO POR LA SUCURSAL  *
      *                                    *
      **************************************
       3000-VERIFICAR.

           IF LK-NUM-NROCUEN IS NOT NUMERIC
              OR LK-NUM-NROCUEN IS EQUAL ZEROS
              MOVE 'NRO DE CUENTA INVALIDO' TO LK-NUM-MOTIVO
              GO TO 3000-F-VERIFICAR
           END-IF.

           MOVE SPACES         TO WS-REG-NUMCTA.
           MOVE 'N'            TO NUN-TIPO-REG.
           MOVE LK-NUM-NROCUEN TO NUN-NROCUEN.
           MOVE NUM-CLAVE      TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

           EVALUATE FS-NUM
              WHEN '23'
                 SET WS-NRO-NUEVO TO TRUE
              WHEN '00'
                 IF NUN-ASIGNADA
                    MOVE 'NRO DE CUENTA YA ASIGNADO' TO LK-NUM-MOTIVO
                    GO TO 3000-F-VERIFICAR
                 END-IF
                 PERFORM 5200-VERIFICAR-BLOQUEO
                         THRU 5200-F-VERIFICAR-BLOQUEO
                 IF WS-NUMERO-BLOQUEADO
                    MOVE WS-ANIOS-REUSO TO WS-MOB-ANIOS
                    MOVE WS-MOT-BLOQUEO TO LK-NUM-MOTIVO
                    GO TO 3000-F-VERIFICAR
                 END-IF
                 SET WS-NRO-EXISTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA (PGMVNU15) = '
                         FS-NUM
                 SET WS-ERROR-VSAM TO TRUE
                 GO TO 3000-F-VERIFICAR
           END-EVALUATE.

      * SE REGISTRA PARA QUE LA ASIGNACION NO LO VUELVA A DAR *
           MOVE LK-NUM-NROCUEN     TO WS-NRA-NROCUEN.
           MOVE SPACES             TO WS-REG-NUMCTA.
           MOVE 'N'                TO NUN-TIPO-REG.
           MOVE LK-NUM-NROCUEN     TO NUN-NROCUEN.
           MOVE LK-NUM-TIPO-CUENTA TO NUN-TIPO-CUENTA.
           MOVE WS-NRA-SUCURSAL    TO NUN-SUCURSAL.
           MOVE WS-NRA-NUMERO      TO NUN-NUMERO.
           IF LK-NUM-CBU IS NUMERIC
              MOVE LK-NUM-CBU      TO NUN-CBU
           ELSE
              MOVE ZEROS           TO NUN-CBU
           END-IF.
           SET NUN-ASIGNADA        TO TRUE.
           MOVE WS-FEC-HOY         TO NUN-FEC-ALTA.
           MOVE ZEROS              TO NUN-FEC-CIERRE.
           MOVE NUM-CLAVE          TO KEY-NUMCTA.

           IF WS-NRO-EXISTE
              REWRITE REG-NUMCTA FROM WS-REG-NUMCTA
           ELSE
              WRITE REG-NUMCTA FROM WS-REG-NUMCTA
           END-IF.
           IF FS-NUM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION NUMCTA (PGMVNU15) = '
                      FS-NUM
              SET WS-ERROR-VSAM TO TRUE
              GO TO 3000-F-VERIFICAR
           END-IF.

           SET LK-NUM-ACEPTADO TO TRUE.

       3000-F-VERIFICAR. EXIT.

      **************************************
      *                                    *
      *  CIERRE DE LA CUENTA               *
      *                                    *
      **************************************
       4000-CERRAR.

           IF LK-NUM-NROCUEN IS NOT NUMERIC
              OR LK-NUM-NROCUEN IS EQUAL ZEROS
              MOVE 'NRO DE CUENTA INVALIDO' TO LK-NUM-MOTIVO
              GO TO 4000-F-CERRAR
           END-IF.

           MOVE SPACES         TO WS-REG-NUMCTA.
           MOVE 'N'            TO NUN-TIPO-REG.
           MOVE LK-NUM-NROCUEN TO NUN-NROCUEN.
           MOVE NUM-CLAVE      TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

      * UNA CUENTA ANTERIOR AL REGISTRO SE DA DE ALTA YA CERRADA; *
      * UNA BAJA REPETIDA CONSERVA LA FECHA DEL PRIMER CIERRE ******
           EVALUATE FS-NUM
              WHEN '00'
                 IF NUN-CERRADA
                    SET LK-NUM-ACEPTADO TO TRUE
                    GO TO 4000-F-CERRAR
                 END-IF
                 SET NUN-CERRADA TO TRUE
                 MOVE WS-FEC-HOY TO NUN-FEC-CIERRE
                 REWRITE REG-NUMCTA FROM WS-REG-NUMCTA
              WHEN '23'
                 MOVE LK-NUM-NROCUEN     TO WS-NRA-NROCUEN
                 MOVE LK-NUM-TIPO-CUENTA TO NUN-TIPO-CUENTA
                 MOVE WS-NRA-SUCURSAL    TO NUN-SUCURSAL
                 MOVE WS-NRA-NUMERO      TO NUN-NUMERO
                 IF LK-NUM-CBU IS NUMERIC
                    MOVE LK-NUM-CBU      TO NUN-CBU
                 ELSE
                    MOVE ZEROS           TO NUN-CBU
                 END-IF
                 SET NUN-CERRADA         TO TRUE
                 MOVE ZEROS              TO NUN-FEC-ALTA
                 MOVE WS-FEC-HOY         TO NUN-FEC-CIERRE
                 WRITE REG-NUMCTA FROM WS-REG-NUMCTA
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA (PGMVNU15) = '
                         FS-NUM
                 SET WS-ERROR-VSAM TO TRUE
                 GO TO 4000-F-CERRAR
           END-EVALUATE.

           IF FS-NUM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION NUMCTA (PGMVNU15) = '
                      FS-NUM
              SET WS-ERROR-VSAM TO TRUE
              GO TO 4000-F-CERRAR
           END-IF.

           SET LK-NUM-ACEPTADO TO TRUE.

       4000-F-CERRAR. EXIT.

      ***** NROCUEN CON DIGITO VERIFICADOR SOBRE SUCURSAL + NUMERO ****
       5000-ARMAR-NROCUEN.

           MOVE ZEROS           TO WS-NRA-CEROS WS-DV-DIGITOS.
           MOVE WS-NRA-SUCURSAL TO WS-DV-AREA(1:3).
           MOVE WS-NRA-NUMERO   TO WS-DV-AREA(4:6).
           MOVE 9               TO WS-DV-LARGO.
           PERFORM 5900-CALCULAR-DV THRU 5900-F-CALCULAR-DV.
           MOVE WS-DV-RESULTADO TO WS-NRA-DV.

       5000-F-ARMAR-NROCUEN. EXIT.

      ***** CBU: DIGITO DEL BLOQUE 1 SOBRE ENTIDAD + SUCURSAL Y *******
      ***** DIGITO FINAL SOBRE LOS 13 ANTERIORES (EL DE PGMVCB15) *****
       5100-ARMAR-CBU.

           MOVE ZEROS           TO WS-CBA-DV1 WS-CBA-DV2.
           MOVE ZEROS           TO WS-DV-DIGITOS.
           MOVE WS-CBA-ENTIDAD  TO WS-DV-AREA(1:3).
           MOVE WS-CBA-SUCURSAL TO WS-DV-AREA(4:3).
           MOVE 6               TO WS-DV-LARGO.
           PERFORM 5900-CALCULAR-DV THRU 5900-F-CALCULAR-DV.
           MOVE WS-DV-RESULTADO TO WS-CBA-DV1.

           MOVE WS-CBA-CBU      TO WS-DV-DIGITOS.
           MOVE 13              TO WS-DV-LARGO.
           PERFORM 5900-CALCULAR-DV THRU 5900-F-CALCULAR-DV.
           MOVE WS-DV-RESULTADO TO WS-CBA-DV2.

       5100-F-ARMAR-CBU. EXIT.

      ***** CUENTA CERRADA: BLOQUEADA HASTA CUMPLIR LOS ANIOS *********
       5200-VERIFICAR-BLOQUEO.

           SET WS-NUMERO-REUSABLE TO TRUE.
           IF NUN-FEC-CIERRE IS NOT NUMERIC
              SET WS-NUMERO-BLOQUEADO TO TRUE
              GO TO 5200-F-VERIFICAR-BLOQUEO
           END-IF.

           COMPUTE WS-FEC-LIBERA = NUN-FEC-CIERRE
                                 + WS-ANIOS-REUSO * 10000.
           IF WS-FEC-LIBERA IS GREATER THAN WS-FEC-HOY
              SET WS-NUMERO-BLOQUEADO TO TRUE
           END-IF.

       5200-F-VERIFICAR-BLOQUEO. EXIT.

      ***** MODULO 10 CON PESOS 3-9-7-1 SOBRE LOS PRIMEROS ************
      ***** WS-DV-LARGO DIGITOS DE WS-DV-AREA *************************
       5900-CALCULAR-DV.

           MOVE ZEROS TO WS-DV-SUMA.
           PERFORM 5910-SUMAR-DIGITO THRU 5910-F-SUMAR-DIGITO
                   VARYING WS-DV-IX FROM 1 BY 1
                   UNTIL WS-DV-IX > WS-DV-LARGO.

           DIVIDE WS-DV-SUMA BY 10 GIVING WS-DV-COCIENTE
                                   REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO EQUAL ZEROS
              MOVE ZEROS TO WS-DV-RESULTADO
           ELSE
              COMPUTE WS-DV-RESULTADO = 10 - WS-DV-RESTO
           END-IF.

       5900-F-CALCULAR-DV. EXIT.

       5910-SUMAR-DIGITO.

           COMPUTE WS-DV-SUMA = WS-DV-SUMA +
                   (WS-DV-DIGITO(WS-DV-IX) * WS-PESO(WS-DV-IX)).

       5910-F-SUMAR-DIGITO. EXIT.
