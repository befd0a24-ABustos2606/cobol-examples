      * CONTRA TB99CLIE VIA LA RUTINA COMPARTIDA    *
      * PGMVCL15                                    *
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

       01 REG-AUDITORIA     PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
           03  NCT-NRODOC         PIC 9(11).
           03  NCT-ORDEN          PIC 9(02).
           03  NCT-REGIMEN        PIC X(01).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NCT-OPERADOR       PIC X(08).
           03  FILLER             PIC X(09).

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 999   VALUE ZEROS.
               88  LK-CLIENTE-NO-ENCONTRADO   VALUE 'N'.
               88  LK-CLIENTE-ERROR           VALUE 'E'.
           03  LK-SQLCODE-RESULT    PIC +++999.
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
           MOVE NCT-OPERADOR TO LK-OPE-ID.
           MOVE 'CT'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NCT-TIPCUEN IS NOT NUMERIC
              OR NCT-NROCUEN IS NOT NUMERIC
              SET WS-ERROR TO TRUE

           MOVE 'PGMVCT15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE NCT-OPERADOR TO AUD-OPERADOR.
           MOVE 'COTIT   ' TO AUD-TABLA.
           MOVE NCT-NRODOC TO WS-AUD-NRODOC.
           STRING 'TD=' NCT-TIPDOC
