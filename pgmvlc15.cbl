      * (TEXTO LIBRE -> LOCALIDAD OFICIAL) QUE      *
      * CORPERF2 USA PARA ESTANDARIZAR SU CORTE     *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION EN EL *
      * MAESTRO DE OPERADORES (RUTINA PGMVOP15) LA  *
      * NOVEDAD VA AL SUSPENSO, Y EL OPERADOR QUEDA *
      * ESTAMPADO EN LA AUDITORIA CPAUDIT           *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(69).

       FD CODPOS.

            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(69).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
           03  NLC-LOCALIDAD      PIC X(20).
           03  NLC-PROVINCIA      PIC X(20).
           03  NLC-ALIAS          PIC X(15).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NLC-OPERADOR       PIC X(08).

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-NOMBRES   PIC 999   VALUE ZEROS.
       77  WS-TOT-ALIAS-AL  PIC 999   VALUE ZEROS.
       77  WS-TOT-ALIAS-BA  PIC 999   VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 999   VALUE ZEROS.
      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************

           SET WS-NO-ERROR TO TRUE.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN EL MAESTRO DE OPERADORES ***********************
           MOVE NLC-OPERADOR TO LK-OPE-ID.
           MOVE 'LC'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE NLC-TIPO-NOVEDAD
              WHEN 'MO'
                 PERFORM 4000-CARGAR-NOMBRES
                         THRU F-6000-GRABAR-SUSPENSO
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.
                    ADD 1 TO WS-TOT-NOMBRES
                    MOVE 'PGMVLC15' TO AUD-PROGRAMA
                    MOVE WS-FECHA-RES TO AUD-FECHA
                    MOVE NLC-OPERADOR TO AUD-OPERADOR
                    MOVE 'CODPOS' TO AUD-TABLA
                    MOVE 'MODIF' TO AUD-OPERACION
                    MOVE NLC-CODPOS TO AUD-CLAVE
