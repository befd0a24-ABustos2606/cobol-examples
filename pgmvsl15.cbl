      * NUNCA CORRIO NO DEJA RETURN-CODE DISTINTO DE *
      * CERO, SIMPLEMENTE NO APARECE                *
      *                                             *
      * LA LISTA DE PROGRAMAS ESPERADOS SALE DEL    *
      * MAESTRO DE PLANIFICACION DE CORRIDAS        *
      * (RUTINA PGMVPL15) RESUELTO PARA LA FECHA DE *
      * CORRIDA, ASI LOS JOBS DE FIN DE MES, ANUALES*
      * O DE DIA HABIL NO DAN FALSAS ALARMAS LAS    *
      * NOCHES QUE NO LES TOCA. SIN MAESTRO (O CON  *
      * EL MAESTRO VACIO) SE CONTROLA LA LISTA FIJA *
      * DE SIEMPRE                                  *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
           03  WS-FECHA-MM    PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD    PIC 99       VALUE ZEROS.

      * FECHA DE CORRIDA CON SIGLO PARA RESOLVER LA PLANIFICACION *
       01  WS-FECHA-CORRIDA-8.
           03  WS-FC8-SIGLO   PIC 99       VALUE 20.
           03  WS-FC8-AAMMDD  PIC 9(06)    VALUE ZEROS.

      * TABLA DE PROGRAMAS ESPERADOS EN LA CADENA NOCTURNA DE NOVEDADES *
      * Y APAREO - SE CARGA EN 1000-I-INICIO DESDE LA PLANIFICACION DE *
      * CORRIDAS O, SIN ELLA, DESDE LA LISTA FIJA (EL ARCHIVO DE       *
      * PARAMETROS SOLO CONFIGURA LA FECHA DE CORRIDA).                *
      * PGMVHK15/PGMVCL15/PGMVFC15/PGMVCP15/                            *
      * PGMVNC15/PGMVRT15 SON RUTINAS COMPARTIDAS O DE HOUSEKEEPING, NO *
      * FORMAN PARTE DE LA CADENA DE NOVEDADES MONITOREADA AQUI         *
       01  WS-CADENA-TABLA.
           05  WS-CADENA-OCU  OCCURS 100 TIMES.
               10  WS-CAD-PROGRAMA   PIC X(08).
               10  WS-CAD-STATUS     PIC X.
                   88  WS-CAD-ENCONTRADO      VALUE 'Y'.
                   88  WS-CAD-NO-ENCONTRADO   VALUE 'N'.
               10  WS-CAD-RETURN-CODE PIC 9(04).
      *        'C' = SE PRESUME ESPERADO (SIN CALENDARIO) *
               10  WS-CAD-RESULTADO  PIC X.

       77  WS-CAD-IX               PIC 999     VALUE ZEROS.
       77  WS-CAD-CANTIDAD         PIC 999     VALUE ZEROS.
       77  WS-CANT-EN-MAESTRO      PIC 999     VALUE ZEROS.

       01  WS-ORIGEN-LISTA    PIC X     VALUE 'F'.
           88  WS-LISTA-FIJA             VALUE 'F'.
           88  WS-LISTA-PLANIFICADA      VALUE 'P'.

       01  WS-CADENA-DEFAULT-01    PIC X(08)   VALUE 'DB2@TP33'.
       01  WS-CADENA-DEFAULT-02    PIC X(08)   VALUE 'DB2@TP35'.
       77  WS-TOT-OK          PIC 9(03)    VALUE ZEROS.
       77  WS-TOT-FALTANTE    PIC 9(03)    VALUE ZEROS.

      * RESOLUCION DE LA PLANIFICACION (RUTINA COMPARTIDA) ************
       01  WS-PGMVPL15      PIC X(8)  VALUE 'PGMVPL15'.
           COPY CPPLACTL.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

           03  WS-LIN-PRESENTE    PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-LIN-RETCODE     PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(4)     VALUE SPACES.
           03  WS-LIN-NOTA        PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(77)    VALUE SPACES.

       01  WS-REG-ORIGEN.
           03  FILLER             PIC X(20)    VALUE
                   'PROGRAMAS ESPERADOS:'.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-ORI-DETALLE     PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(71)    VALUE SPACES.

      ***************************************************************.
       PROCEDURE DIVISION.
              CLOSE PARAMETROS
           END-IF.

           MOVE SPACES TO WS-CADENA-TABLA.
           MOVE ZEROS  TO WS-CAD-CANTIDAD.

      * PROGRAMAS QUE LA PLANIFICACION ESPERA PARA LA FECHA DE CORRIDA *
           MOVE WS-PAR-FECHA-CORRIDA TO WS-FC8-AAMMDD.
           MOVE 'S'                  TO LK-PLA-FUNCION.
           MOVE SPACES               TO LK-PLA-PROGRAMA.
           SET LK-PLA-ESPERADO       TO TRUE.
           PERFORM 1200-CARGAR-PLANIFICADO
                   THRU 1200-F-CARGAR-PLANIFICADO
                   UNTIL LK-PLA-FIN-MAESTRO
                      OR LK-PLA-SIN-MAESTRO
                      OR WS-CAD-CANTIDAD IS EQUAL 100.

           IF WS-CANT-EN-MAESTRO IS EQUAL ZEROS
              PERFORM 1100-CARGAR-LISTA-FIJA
                      THRU 1100-F-CARGAR-LISTA-FIJA
           ELSE
              SET WS-LISTA-PLANIFICADA TO TRUE
           END-IF.

           PERFORM VARYING WS-CAD-IX FROM 1 BY 1
                   UNTIL WS-CAD-IX > WS-CAD-CANTIDAD
              SET WS-CAD-NO-ENCONTRADO(WS-CAD-IX) TO TRUE
              MOVE ZEROS TO WS-CAD-RETURN-CODE(WS-CAD-IX)
           END-PERFORM.

       1000-F-INICIO. EXIT.

      * SIN PLANIFICACION: LA LISTA FIJA DE LA CADENA NOCTURNA *
       1100-CARGAR-LISTA-FIJA.

           SET WS-LISTA-FIJA TO TRUE.

           MOVE WS-CADENA-DEFAULT-01 TO WS-CAD-PROGRAMA(1)
           MOVE WS-CADENA-DEFAULT-02 TO WS-CAD-PROGRAMA(2)
           MOVE WS-CADENA-DEFAULT-03 TO WS-CAD-PROGRAMA(3)
           MOVE WS-CADENA-DEFAULT-04 TO WS-CAD-PROGRAMA(4)
           MOVE WS-CADENA-DEFAULT-05 TO WS-CAD-PROGRAMA(5)
           MOVE WS-CADENA-DEFAULT-06 TO WS-CAD-PROGRAMA(6)
           MOVE WS-CADENA-DEFAULT-07 TO WS-CAD-PROGRAMA(7)
           MOVE WS-CADENA-DEFAULT-08 TO WS-CAD-PROGRAMA(8)
           MOVE WS-CADENA-DEFAULT-09 TO WS-CAD-PROGRAMA(9)
           MOVE WS-CADENA-DEFAULT-10 TO WS-CAD-PROGRAMA(10)
           MOVE WS-CADENA-DEFAULT-11 TO WS-CAD-PROGRAMA(11)
           MOVE WS-CADENA-DEFAULT-12 TO WS-CAD-PROGRAMA(12)
           MOVE WS-CADENA-DEFAULT-13 TO WS-CAD-PROGRAMA(13).

           MOVE 13 TO WS-CAD-CANTIDAD.

       1100-F-CARGAR-LISTA-FIJA. EXIT.

      * UN PROGRAMA DEL MAESTRO RESUELTO PARA LA FECHA DE CORRIDA *
       1200-CARGAR-PLANIFICADO.

           MOVE WS-FECHA-CORRIDA-8 TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.

           IF LK-PLA-FIN-MAESTRO OR LK-PLA-SIN-MAESTRO
              GO TO 1200-F-CARGAR-PLANIFICADO
           END-IF.

           ADD 1 TO WS-CANT-EN-MAESTRO.

           IF LK-PLA-ESPERADO OR LK-PLA-PRESUNTO
              ADD 1 TO WS-CAD-CANTIDAD
              MOVE LK-PLA-PROGRAMA  TO WS-CAD-PROGRAMA(WS-CAD-CANTIDAD)
              MOVE LK-PLA-RESULTADO TO WS-CAD-RESULTADO(WS-CAD-CANTIDAD)
           END-IF.

       1200-F-CARGAR-PLANIFICADO. EXIT.

      **************************************
       2000-I-PROCESO.
      **************************************
       2100-MARCAR-PRESENTE.

           PERFORM VARYING WS-CAD-IX FROM 1 BY 1
                   UNTIL WS-CAD-IX > WS-CAD-CANTIDAD
              IF WS-CAD-PROGRAMA(WS-CAD-IX) IS EQUAL TO RES-PROGRAMA
                 SET WS-CAD-ENCONTRADO(WS-CAD-IX) TO TRUE
                 MOVE RES-RETURN-CODE TO WS-CAD-RETURN-CODE(WS-CAD-IX)

           MOVE WS-PAR-FECHA-CORRIDA TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           IF WS-LISTA-PLANIFICADA
              MOVE 'SEGUN PLANIFICACION DE CORRIDAS'
                TO WS-ORI-DETALLE
           ELSE
              MOVE 'LISTA FIJA (SIN PLANIFICACION)'
                TO WS-ORI-DETALLE
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-ORIGEN AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM VARYING WS-CAD-IX FROM 1 BY 1
                   UNTIL WS-CAD-IX > WS-CAD-CANTIDAD
              PERFORM 9100-IMPRIMIR-CADENA
                      THRU 9100-F-IMPRIMIR-CADENA
           END-PERFORM.

           MOVE WS-CAD-PROGRAMA(WS-CAD-IX) TO WS-LIN-PROGRAMA.

           IF WS-CAD-RESULTADO(WS-CAD-IX) IS EQUAL 'C'
              MOVE 'SIN CALENDARIO'  TO WS-LIN-NOTA
           ELSE
              MOVE SPACES            TO WS-LIN-NOTA
           END-IF.

           IF WS-CAD-ENCONTRADO(WS-CAD-IX)
              MOVE 'SI'      TO WS-LIN-PRESENTE
              MOVE WS-CAD-RETURN-CODE(WS-CAD-IX) TO WS-LIN-RETCODE
