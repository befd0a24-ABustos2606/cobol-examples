      * PROBLEMA, AUNQUE MUCHOS CLIENTES TIENEN     *
      * ACUERDO DE DESCUBIERTO FIRMADO. ESTE        *
      * PROGRAMA MANTIENE EL MAESTRO DE ACUERDOS    *
      * (CUENTA, LIMITE AUTORIZADO, VENCIMIENTO,    *
      * TASA PACTADA) CON SU PROPIO FEED AL/BA;     *
      * DB2@TP42 LO USA PARA CLASIFICAR LOS         *
      * NEGATIVOS, DB2-TP43 PARA IMPRIMIR EL LIMITE *
      * JUNTO AL SALDO Y PGMVID15 PARA COBRAR EL    *
      * INTERES DEL DESCUBIERTO                     *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION EN EL *
      * MAESTRO DE OPERADORES (RUTINA PGMVOP15) LA  *
      * NOVEDAD VA AL SUSPENSO, Y EL OPERADOR QUEDA *
      * ESTAMPADO EN LA AUDITORIA CPAUDIT           *
      *                                             *
      ***********************************************

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(47).

       FD ACUERDO.

            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(47).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
           03  NAC-NROCUEN        PIC 9(10).
           03  NAC-LIMITE         PIC S9(9)V99.
           03  NAC-VENCIMIENTO    PIC X(08).
      * TASA PACTADA (TNA) - EN BLANCO SE COBRA LA TASA GENERAL *
           03  NAC-TASA           PIC 9(2)V9(4).
           03  NAC-TASA-X         REDEFINES NAC-TASA PIC X(06).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NAC-OPERADOR       PIC X(08).

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 999   VALUE ZEROS.
      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************
              GO TO F-3000-VALIDACION
           END-IF.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NAC-OPERADOR TO LK-OPE-ID.
           MOVE 'OD'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           IF NAC-SUCUEN IS NUMERIC
              MOVE NAC-SUCUEN TO LK-OPE-SUCURSAL
           END-IF.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NAC-SUCUEN IS NOT NUMERIC
              OR NAC-NROCUEN IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              IF NAC-VENCIMIENTO IS NOT NUMERIC
                 SET WS-ERROR TO TRUE
                 MOVE 'VENCIMIENTO INVALIDO' TO SUS-MOTIVO
                 GO TO F-3000-VALIDACION
              END-IF
              IF NAC-TASA-X IS EQUAL SPACES
                 MOVE ZEROS TO NAC-TASA
              END-IF
              IF NAC-TASA IS NOT NUMERIC
                 SET WS-ERROR TO TRUE
                 MOVE 'TASA PACTADA INVALIDA' TO SUS-MOTIVO
              END-IF
           END-IF.

           MOVE NAC-NROCUEN     TO ACU-NROCUEN.
           MOVE NAC-LIMITE      TO ACU-LIMITE.
           MOVE NAC-VENCIMIENTO TO ACU-VENCIMIENTO.
           MOVE NAC-TASA        TO ACU-TASA.

           WRITE REG-ACUERDO FROM WS-REG-ACUERDO.


           MOVE 'PGMVOD15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE NAC-OPERADOR TO AUD-OPERADOR.
           MOVE 'ACUERDO ' TO AUD-TABLA.
           STRING 'CTA=' NAC-SUCUEN '/' NAC-NROCUEN
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           IF NAC-TIPO-NOVEDAD IS EQUAL TO 'AL'
              STRING 'LIM=' NAC-LIMITE ' VTO=' NAC-VENCIMIENTO
                     ' TNA=' NAC-TASA
                     DELIMITED BY SIZE INTO AUD-DESPUES
              END-STRING
           END-IF.
