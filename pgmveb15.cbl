      * JOBS DE POSTEO (DB2-TP34, PGMVAC15) VIVE    *
      * EN LA RUTINA COMPARTIDA PGMVEM15            *
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

       01 REG-ENTRADA       PIC X(70).

       FD EMBARGO.

            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(70).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
           03  NEM-IMPORTE        PIC S9(9)V99.
           03  NEM-JUZGADO        PIC X(20).
           03  NEM-EXPEDIENTE     PIC X(10).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NEM-OPERADOR       PIC X(08).

       77  WS-TOT-LEIDAS    PIC 999   VALUE ZEROS.
       77  WS-TOT-TRABAS    PIC 999   VALUE ZEROS.
                   ' EMBARGOS - IMPORTE = '.
           03  WS-COR-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(77)    VALUE SPACES.
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
           MOVE NEM-OPERADOR TO LK-OPE-ID.
           MOVE 'EB'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           IF NEM-SUCUEN IS NUMERIC
              MOVE NEM-SUCUEN TO LK-OPE-SUCURSAL
           END-IF.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NEM-NROCUEN IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'NRO DE CUENTA NO NUMERICO' TO SUS-MOTIVO

           MOVE 'PGMVEB15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE NEM-OPERADOR TO AUD-OPERADOR.
           MOVE 'EMBARGO ' TO AUD-TABLA.
           STRING 'CTA=' NEM-TIPCUEN NEM-NROCUEN
                  DELIMITED BY SIZE INTO AUD-CLAVE
