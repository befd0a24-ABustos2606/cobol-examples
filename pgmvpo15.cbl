      * VENCER. LA VERIFICACION DE FIRMA EN LINEA   *
      * VIVE EN DB2-TP34 Y PGMVTR15                 *
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

       01 REG-ENTRADA       PIC X(54).

       FD PODER.

            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(54).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
           03  NPO-MONTO-MAX      PIC S9(9)V99.
           03  NPO-VIG-DESDE      PIC X(08).
           03  NPO-VIG-HASTA      PIC X(08).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NPO-OPERADOR       PIC X(08).

      * DIAS DE ANTICIPACION DEL AVISO DE VENCIMIENTO *
       01  WS-REG-PARAMETROS.
           03  FILLER             PIC X(6)     VALUE SPACES.
           03  WS-DET-DIAS        PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(51)    VALUE SPACES.
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
           MOVE NPO-OPERADOR TO LK-OPE-ID.
           MOVE 'PO'         TO LK-OPE-FUNCION.
           MOVE ZEROS        TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              GO TO F-3000-VALIDACION
           END-IF.

           IF NPO-NROCLI IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'NRO DE CLIENTE NO NUMERICO' TO SUS-MOTIVO

           MOVE 'PGMVPO15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE NPO-OPERADOR TO AUD-OPERADOR.
           MOVE 'PODER   ' TO AUD-TABLA.
           STRING 'CLI=' NPO-NROCLI
                  ' APO=' NPO-TIPDOC NPO-NRODOC
