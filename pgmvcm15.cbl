
      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15        PIC X(8)    VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA UNICA DEL DEBITO EN EL LIBRO DE MOVIMIENTOS: UNA   *
      * COMISION POR CUENTA Y PERIODO, ASI EL RERUN DEL MES NO LA      *
      * VUELVE A COBRAR ************************************************
       77  WS-CODMOV-COMISION PIC X(03)   VALUE 'COM'.
       01  WS-REF-POSTEO.
           03  WS-REF-PERIODO     PIC 9(06)   VALUE ZEROS.
           03  WS-REF-TIPCUEN     PIC 9(02)   VALUE ZEROS.
           03  WS-REF-NROCUEN     PIC 9(09)   VALUE ZEROS.
           03  FILLER             PIC X(08)   VALUE SPACES.

      * EXENCIONES: CUENTAS DORMIDAS (SUCURSAL/CUENTA DEL CICLO       *
      * DDDORMAN) Y CLIENTES VIP (NROCLI PARSEADO DEL EXTRACTO) *******
       77  CN-TOT-EXENTAS     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-EMBARGO     PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-SUCESION    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-COBRANZA    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-RETENCION   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-YA-COBRADAS PIC 9(07)   VALUE ZEROS.
       01  AC-TOT-COMISION    PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.

       77  WS-COMISION        PIC 9(7)V99  VALUE ZEROS.
           MOVE DB-CU-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE DB-CU-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - WS-COMISION.
           MOVE 'PGMVCM15'         TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-COMISION TO LK-PS-CODMOV.
           MOVE LK-FP-FECHA-8(1:6) TO WS-REF-PERIODO.
           MOVE DB-CU-TIPCUEN      TO WS-REF-TIPCUEN.
           MOVE DB-CU-NROCUEN      TO WS-REF-NROCUEN.
           MOVE WS-REF-POSTEO      TO LK-PS-REFERENCIA.
           MOVE LK-FP-FECHA-8      TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

                 ADD 1 TO CN-TOT-SUCESION
                 MOVE 'RETENIDA - SUCESION ABIERTA'
                      TO WS-DET-RESULTADO
              WHEN LK-PS-RECHAZO-COBRANZA
                 ADD 1 TO CN-TOT-COBRANZA
                 MOVE 'RETENIDA - BLOQUEO POR MORA'
                      TO WS-DET-RESULTADO
              WHEN LK-PS-RECHAZO-RETENCION
                 ADD 1 TO CN-TOT-RETENCION
                 MOVE 'RETENIDA - FONDOS RETENIDOS'
                      TO WS-DET-RESULTADO
      * YA COBRADA EN UNA CORRIDA ANTERIOR DEL PERIODO: EL ASIENTO    *
      * GLIF SALIO CON ESA CORRIDA *************************************
              WHEN LK-PS-YA-POSTEADO
                 ADD 1 TO CN-TOT-YA-COBRADAS
                 MOVE 'YA COBRADA EN EL PERIODO'
                      TO WS-DET-RESULTADO
              WHEN OTHER
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO COMISION: ' WS-SQLCODE
           DISPLAY 'CUENTAS EXENTAS             = ' CN-TOT-EXENTAS.
           DISPLAY 'RETENIDAS POR EMBARGO       = ' CN-TOT-EMBARGO.
           DISPLAY 'RETENIDAS POR SUCESION      = ' CN-TOT-SUCESION.
           DISPLAY 'RETENIDAS POR MORA          = ' CN-TOT-COBRANZA.
           DISPLAY 'RETENIDAS SIN DISPONIBLE    = ' CN-TOT-RETENCION.
           DISPLAY 'YA COBRADAS EN EL PERIODO   = ' CN-TOT-YA-COBRADAS.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVCM15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-COBRADAS TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = CN-TOT-EMBARGO + CN-TOT-SUCESION
                                    + CN-TOT-COBRANZA
                                    + CN-TOT-RETENCION.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
