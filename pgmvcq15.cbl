           03  RCK-NRO-CHEQUE   PIC 9(08).
           03  RCK-IMPORTE      PIC 9(9)V99.
           03  RCK-MOTIVO       PIC X(02).
      * ENTIDAD PRESENTANTE A LA QUE SE DEVUELVE EL CHEQUE *
           03  RCK-ENTIDAD      PIC 9(03).
           03  FILLER           PIC X(09).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
           03  PRE-NROCUEN        PIC 9(15).
           03  PRE-NRO-CHEQUE     PIC 9(08).
           03  PRE-IMPORTE        PIC 9(9)V99.
      * ENTIDAD QUE PRESENTA EL CHEQUE (PARA LA COMPENSACION NETA)  *
           03  PRE-ENTIDAD        PIC 9(03).
           03  FILLER             PIC X(15).

      * VISTA DEL REGISTRO DEL REGISTRO DE CHEQUES *
       01  WS-REG-CHQ.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA DEL PAGO EN EL LIBRO DE MOVIMIENTOS: CUENTA +      *
      * NUMERO DE CHEQUE - UN CHEQUE SE DEBITA UNA SOLA VEZ ************
       77  WS-CODMOV-CHEQUE PIC X(03) VALUE 'CHP'.
       01  WS-REF-POSTEO.
           03  WS-REF-TIPCUEN     PIC 9(02)  VALUE ZEROS.
           03  WS-REF-NROCUEN     PIC 9(15)  VALUE ZEROS.
           03  WS-REF-CHEQUE      PIC 9(08)  VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           MOVE PRE-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE PRE-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - PRE-IMPORTE.
           MOVE 'PGMVCQ15'       TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-CHEQUE TO LK-PS-CODMOV.
           MOVE PRE-TIPCUEN      TO WS-REF-TIPCUEN.
           MOVE PRE-NROCUEN      TO WS-REF-NROCUEN.
           MOVE PRE-NRO-CHEQUE   TO WS-REF-CHEQUE.
           MOVE WS-REF-POSTEO    TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8   TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

      * YA POSTEADO: EL CHEQUE SE DEBITO EN UNA CORRIDA ANTERIOR Y    *
      * SOLO FALTA DEJARLO PAGADO EN EL REGISTRO ***********************
           IF LK-PS-POSTEADO OR LK-PS-YA-POSTEADO
              ADD 1 TO WS-TOT-PAGADOS
              SET CHQ-PAGADO TO TRUE
              MOVE WS-FECHA-HOY-8 TO CHQ-FECHA-ESTADO
           MOVE PRE-NRO-CHEQUE TO RCK-NRO-CHEQUE.
           MOVE PRE-IMPORTE    TO RCK-IMPORTE.
           MOVE CHQ-MOTIVO     TO RCK-MOTIVO.
           MOVE PRE-ENTIDAD    TO RCK-ENTIDAD.

           WRITE REG-RECHCK.
           IF FS-RCK IS NOT EQUAL '00'
