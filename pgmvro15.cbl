      * POSTERIORES RETENER HASTA QUE EL TRAMO      *
      * CAIDO TERMINE                               *
      *                                             *
      * UN JOB QUE LA PLANIFICACION DE CORRIDAS     *
      * (RUTINA PGMVPL15) NO ESPERA PARA LA FECHA   *
      * Y QUE NO DEJO RESUMEN SE INFORMA COMO NO    *
      * PROGRAMADO: NO SE RESUBMITE NI RETIENE AL   *
      * RESTO DE LA CADENA                          *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
                   88  WS-CAD-NO-ENCONTRADO   VALUE 'N'.
               10  WS-CAD-RETURN-CODE PIC 9(04).
               10  WS-CAD-CHECKPOINT  PIC 9(06).
               10  WS-CAD-PLANIF     PIC X.
                   88  WS-CAD-ESPERADO        VALUE 'S'.
                   88  WS-CAD-NO-ESPERADO     VALUE 'N'.

       77  WS-CAD-IX               PIC 99      VALUE ZEROS.

      * FECHA DE CORRIDA CON SIGLO PARA RESOLVER LA PLANIFICACION *
       01  WS-FECHA-CORRIDA-8.
           03  WS-FC8-SIGLO   PIC 99       VALUE 20.
           03  WS-FC8-AAMMDD  PIC 9(06)    VALUE ZEROS.

      * RESOLUCION DE LA PLANIFICACION (RUTINA COMPARTIDA) ************
       01  WS-PGMVPL15      PIC X(8)  VALUE 'PGMVPL15'.
           COPY CPPLACTL.

       01  WS-CADENA-DEFAULT-01    PIC X(08)   VALUE 'DB2@TP33'.
       01  WS-CADENA-DEFAULT-02    PIC X(08)   VALUE 'DB2@TP35'.
       01  WS-CADENA-DEFAULT-03    PIC X(08)   VALUE 'DB2@TP40'.

       77  WS-TOT-RESUBMIT  PIC 99       VALUE ZEROS.
       77  WS-TOT-RETENER   PIC 99       VALUE ZEROS.
       77  WS-TOT-NO-PROGR  PIC 99       VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.
              MOVE ZEROS TO WS-CAD-CHECKPOINT(WS-CAD-IX)
           END-PERFORM.

           MOVE WS-PAR-FECHA-CORRIDA TO WS-FC8-AAMMDD.
           PERFORM 1200-CONSULTAR-PLANIF THRU 1200-F-CONSULTAR-PLANIF
                   VARYING WS-CAD-IX FROM 1 BY 1
                   UNTIL WS-CAD-IX > 6.

           PERFORM 1100-LEER-CHECKPOINTS
                   THRU 1100-F-LEER-CHECKPOINTS.


       1000-F-INICIO. EXIT.

      ***** SI LA PLANIFICACION ESPERA EL JOB EN LA FECHA DE CORRIDA *
      ***** (SIN MAESTRO, SIN REGLA O SIN CALENDARIO SE LO ESPERA)   *
       1200-CONSULTAR-PLANIF.

           MOVE 'C'                        TO LK-PLA-FUNCION.
           MOVE WS-CAD-PROGRAMA(WS-CAD-IX) TO LK-PLA-PROGRAMA.
           MOVE WS-FECHA-CORRIDA-8         TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.

           IF LK-PLA-SE-CORRE
              SET WS-CAD-ESPERADO(WS-CAD-IX)    TO TRUE
           ELSE
              SET WS-CAD-NO-ESPERADO(WS-CAD-IX) TO TRUE
           END-IF.

       1200-F-CONSULTAR-PLANIF. EXIT.

      ***** LECTURA DE LOS CHECKPOINTS DE LA CADENA (OPCIONALES) *****
       1100-LEER-CHECKPOINTS.
      **************************************
           MOVE WS-CAD-CHECKPOINT(WS-CAD-IX) TO PLA-CHECKPOINT.

           EVALUATE TRUE
              WHEN WS-CAD-NO-ESPERADO(WS-CAD-IX)
                   AND WS-CAD-NO-ENCONTRADO(WS-CAD-IX)
                 MOVE 'NO PROGRAM' TO PLA-ACCION
                 MOVE SPACES       TO PLA-MODO
                 ADD 1 TO WS-TOT-NO-PROGR
              WHEN WS-TRAMO-CAIDO
                 MOVE 'RETENER   ' TO PLA-ACCION
                 MOVE SPACES       TO PLA-MODO

           DISPLAY 'JOBS A RESUBMITIR  = ' WS-TOT-RESUBMIT.
           DISPLAY 'JOBS A RETENER     = ' WS-TOT-RETENER.
           DISPLAY 'JOBS NO PROGRAMADOS= ' WS-TOT-NO-PROGR.

       9999-F-FINAL. EXIT.
