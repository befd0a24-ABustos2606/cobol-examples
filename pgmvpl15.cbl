       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPL15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE PLANIFICACION DE       *
      * CORRIDAS - RESUELVE CONTRA EL CALENDARIO DE *
      * DIAS HABILES (PGMVBD15) LA REGLA DE         *
      * FRECUENCIA QUE EL MAESTRO DDPLANIF          *
      * (CPPLANIF, MANTENIDO POR PGMVPG15) TIENE    *
      * PARA CADA PROGRAMA, Y DICE SI EL PROGRAMA   *
      * SE ESPERA EN LA FECHA PEDIDA. LA LLAMAN EL  *
      * MONITOR DE SLA (PGMVSL15), EL PREFLIGHT     *
      * (PGMVPF15), EL ORQUESTADOR DE RELANZAMIENTO *
      * (PGMVRO15) Y LA PROYECCION DE LOS PROXIMOS  *
      * DIAS (PGMVPG15). MISMO ESQUEMA DE APERTURA  *
      * UNICA QUE PGMVBD15                          *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANIF ASSIGN DDPLANIF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-PLANIF
                  FILE STATUS IS FS-PLA.

       DATA DIVISION.
       FILE SECTION.

       FD PLANIF.

       01 REG-PLANIF.
           03 KEY-PLANIF    PIC X(08).
           03 FILLER        PIC X(152).

       WORKING-STORAGE SECTION.

       77  FS-PLA           PIC XX    VALUE SPACES.

       01  WS-STATUS-ABIERTO   PIC X   VALUE 'N'.
           88  WS-PLANIF-ABIERTO       VALUE 'Y'.
           88  WS-PLANIF-NO-ABIERTO    VALUE 'N'.

       01  WS-STATUS-CLUSTER   PIC X   VALUE 'N'.
           88  WS-CLUSTER-AUSENTE      VALUE 'A'.
           88  WS-CLUSTER-PRESENTE     VALUE 'P'.
           88  WS-CLUSTER-SIN-PROBAR   VALUE 'N'.

           COPY CPPLANIF.

      * LA FECHA DE LA REGLA CUMPLE O NO CUMPLE LA FRECUENCIA *
       01  WS-SW-REGLA         PIC X   VALUE 'N'.
           88  WS-REGLA-CUMPLE         VALUE 'S'.
           88  WS-REGLA-NO-CUMPLE      VALUE 'N'.

      * FECHA PEDIDA Y FECHA QUE SE EVALUA CONTRA LA REGLA (CON       *
      * AJUSTE AL HABIL SIGUIENTE SE EVALUAN TAMBIEN LOS DIAS NO      *
      * HABILES QUE LA PRECEDEN) **************************************
       01  WS-FEC-PEDIDA       PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-PEDIDA-R     REDEFINES WS-FEC-PEDIDA.
           03  WS-PED-AAAA     PIC 9(04).
           03  WS-PED-MM       PIC 9(02).
           03  WS-PED-DD       PIC 9(02).

       01  WS-FEC-EVAL         PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-EVAL-R       REDEFINES WS-FEC-EVAL.
           03  WS-EVA-AAAA     PIC 9(04).
           03  WS-EVA-MM       PIC 9(02).
           03  WS-EVA-DD       PIC 9(02).

       01  WS-FEC-AUX          PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-AUX-R        REDEFINES WS-FEC-AUX.
           03  WS-AUX-AAAA     PIC 9(04).
           03  WS-AUX-MM       PIC 9(02).
           03  WS-AUX-DD       PIC 9(02).

      * DATOS DEL CALENDARIO PARA LA FECHA PEDIDA *
       01  WS-SW-HABIL-PEDIDA  PIC X   VALUE 'N'.
           88  WS-PEDIDA-HABIL         VALUE 'Y'.
           88  WS-PEDIDA-NO-HABIL      VALUE 'N'.
           88  WS-PEDIDA-SIN-CALEND    VALUE 'X'.
       77  WS-SIGUIENTE-PEDIDA PIC 9(08)  VALUE ZEROS.

       77  WS-ENTERO-FECHA     PIC 9(08)  VALUE ZEROS.
       77  WS-ENTERO-BASE      PIC 9(08)  VALUE ZEROS.
       77  WS-DIAS-CICLO       PIC 9(08)  VALUE ZEROS.
       77  WS-COCIENTE         PIC 9(08)  VALUE ZEROS.
       77  WS-RESTO            PIC 9(03)  VALUE ZEROS.
       77  WS-IND-FEC          PIC 9(02)  VALUE ZEROS.
      * A LO SUMO SE MIRAN 15 DIAS NO HABILES HACIA ATRAS *
       77  WS-DIAS-ATRAS       PIC 9(02)  VALUE ZEROS.

      * RUTINA COMPARTIDA DE CALENDARIO DE DIAS HABILES ***************
       01  WS-PGMVBD15        PIC X(8)     VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

       LINKAGE SECTION.
           COPY CPPLACTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-PLANIF.
      ***** CONSULTA DE LA PLANIFICACION DE UN PROGRAMA ******
       1000-CONSULTAR-PLANIF.
      **************************************

           SET LK-PLA-SIN-MAESTRO TO TRUE.
           MOVE SPACES TO LK-PLA-FRECUENCIA LK-PLA-DESCRIPCION.
           MOVE ZEROS  TO LK-PLA-ORDEN.

           IF WS-PLANIF-NO-ABIERTO AND WS-CLUSTER-SIN-PROBAR
              OPEN INPUT PLANIF
              EVALUATE FS-PLA
                 WHEN '00'
                    SET WS-PLANIF-ABIERTO TO TRUE
                    SET WS-CLUSTER-PRESENTE TO TRUE
                 WHEN '35'
                    SET WS-CLUSTER-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN PLANIF (PGMVPL15) = '
                            FS-PLA
                    SET WS-CLUSTER-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-PLANIF-NO-ABIERTO
              GO TO 1000-F-CONSULTAR-PLANIF
           END-IF.

           IF LK-PLA-SIGUIENTE
              PERFORM 1100-LEER-SIGUIENTE THRU 1100-F-LEER-SIGUIENTE
           ELSE
              PERFORM 1200-LEER-PROGRAMA THRU 1200-F-LEER-PROGRAMA
           END-IF.

           IF LK-PLA-FIN-MAESTRO OR LK-PLA-SIN-PLANIF
              GO TO 1000-F-CONSULTAR-PLANIF
           END-IF.

           MOVE PLN-PROGRAMA    TO LK-PLA-PROGRAMA.
           MOVE PLN-FRECUENCIA  TO LK-PLA-FRECUENCIA.
           MOVE PLN-ORDEN       TO LK-PLA-ORDEN.
           MOVE PLN-DESCRIPCION TO LK-PLA-DESCRIPCION.

           PERFORM 2000-RESOLVER-FECHA THRU 2000-F-RESOLVER-FECHA.

       1000-F-CONSULTAR-PLANIF.
           GOBACK.

      ***** SIGUIENTE PROGRAMA DEL MAESTRO, EN ORDEN DE CLAVE *********
       1100-LEER-SIGUIENTE.

           SET LK-PLA-FIN-MAESTRO TO TRUE.
           MOVE LK-PLA-PROGRAMA TO KEY-PLANIF.

           START PLANIF KEY IS GREATER THAN KEY-PLANIF
              INVALID KEY
                 GO TO 1100-F-LEER-SIGUIENTE
           END-START.

           READ PLANIF NEXT INTO WS-REG-PLANIF.
           IF FS-PLA IS EQUAL '00'
              SET LK-PLA-ESPERADO TO TRUE
           END-IF.

       1100-F-LEER-SIGUIENTE. EXIT.

      ***** PROGRAMA PUNTUAL ******************************************
       1200-LEER-PROGRAMA.

           MOVE LK-PLA-PROGRAMA TO KEY-PLANIF.

           READ PLANIF INTO WS-REG-PLANIF.

           EVALUATE FS-PLA
              WHEN '00'
                 SET LK-PLA-ESPERADO TO TRUE
              WHEN '23'
                 SET LK-PLA-SIN-PLANIF TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PLANIF (PGMVPL15) = '
                         FS-PLA
                 SET LK-PLA-SIN-PLANIF TO TRUE
           END-EVALUATE.

       1200-F-LEER-PROGRAMA. EXIT.

      **************************************
      *                                    *
      *  RESOLUCION DE LA REGLA PARA LA    *
      *  FECHA PEDIDA                      *
      *                                    *
      **************************************
       2000-RESOLVER-FECHA.

           SET LK-PLA-NO-ESPERADO TO TRUE.

           IF PLN-DADO-DE-BAJA
              OR LK-PLA-FECHA IS LESS PLN-VIG-DESDE
              OR LK-PLA-FECHA IS GREATER PLN-VIG-HASTA
              GO TO 2000-F-RESOLVER-FECHA
           END-IF.

           MOVE LK-PLA-FECHA TO WS-FEC-PEDIDA.
           MOVE WS-FEC-PEDIDA TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.
           MOVE LK-STATUS-FECHA-BD TO WS-SW-HABIL-PEDIDA.
           MOVE LK-BD-SIGUIENTE    TO WS-SIGUIENTE-PEDIDA.

      * TODOS LOS DIAS, O CORRIDOS SIN IMPORTAR EL CALENDARIO *********
           IF PLN-DIARIO
              OR ((PLN-FIN-DE-MES OR PLN-FECHAS-PUNTUALES OR PLN-CICLO)
                  AND PLN-AJUSTE-CORRIDO)
              MOVE WS-FEC-PEDIDA TO WS-FEC-EVAL
              PERFORM 2100-EVALUAR-REGLA THRU 2100-F-EVALUAR-REGLA
              IF WS-REGLA-CUMPLE
                 SET LK-PLA-ESPERADO TO TRUE
              END-IF
              GO TO 2000-F-RESOLVER-FECHA
           END-IF.

      * EL RESTO DEPENDE DEL CALENDARIO: SIN CALENDARIO SE PRESUME    *
      * QUE CORRE, COMO HASTA AHORA ************************************
           IF WS-PEDIDA-SIN-CALEND
              SET LK-PLA-PRESUNTO TO TRUE
              GO TO 2000-F-RESOLVER-FECHA
           END-IF.

           IF WS-PEDIDA-NO-HABIL
              GO TO 2000-F-RESOLVER-FECHA
           END-IF.

           EVALUATE TRUE
              WHEN PLN-DIA-HABIL
                 SET LK-PLA-ESPERADO TO TRUE
              WHEN PLN-ULTIMO-HABIL
                 MOVE WS-SIGUIENTE-PEDIDA TO WS-FEC-AUX
                 IF WS-SIGUIENTE-PEDIDA IS EQUAL ZEROS
                    OR WS-AUX-MM IS NOT EQUAL WS-PED-MM
                    SET LK-PLA-ESPERADO TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE WS-FEC-PEDIDA TO WS-FEC-EVAL
                 PERFORM 2100-EVALUAR-REGLA THRU 2100-F-EVALUAR-REGLA
                 IF WS-REGLA-CUMPLE
                    SET LK-PLA-ESPERADO TO TRUE
                 ELSE
                    IF PLN-AJUSTE-SIGUIENTE
                       PERFORM 2300-DIAS-ANTERIORES
                               THRU 2300-F-DIAS-ANTERIORES
                    END-IF
                 END-IF
           END-EVALUATE.

       2000-F-RESOLVER-FECHA. EXIT.

      ***** LA FECHA WS-FEC-EVAL CUMPLE LA FRECUENCIA (D, M, F O C) ***
       2100-EVALUAR-REGLA.

           SET WS-REGLA-NO-CUMPLE TO TRUE.

           EVALUATE TRUE
              WHEN PLN-DIARIO
                 SET WS-REGLA-CUMPLE TO TRUE
              WHEN PLN-FIN-DE-MES
      * ULTIMO DIA DEL MES = EL DIA SIGUIENTE ES DE OTRO MES *
                 COMPUTE WS-ENTERO-FECHA =
                         FUNCTION INTEGER-OF-DATE(WS-FEC-EVAL) + 1
                 COMPUTE WS-FEC-AUX =
                         FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
                 IF WS-AUX-MM IS NOT EQUAL WS-EVA-MM
                    SET WS-REGLA-CUMPLE TO TRUE
                 END-IF
              WHEN PLN-FECHAS-PUNTUALES
                 PERFORM 2110-COMPARAR-FECHA THRU 2110-F-COMPARAR-FECHA
                         VARYING WS-IND-FEC FROM 1 BY 1
                         UNTIL WS-IND-FEC > 6 OR WS-REGLA-CUMPLE
              WHEN PLN-CICLO
                 PERFORM 2120-CONTROLAR-CICLO
                         THRU 2120-F-CONTROLAR-CICLO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2100-F-EVALUAR-REGLA. EXIT.

      ***** UNA FECHA PUNTUAL - CON ANIO EN CEROS VALE TODOS LOS ANIOS *
       2110-COMPARAR-FECHA.

           MOVE PLN-FECHA(WS-IND-FEC) TO WS-FEC-AUX.

           IF WS-FEC-AUX IS EQUAL ZEROS
              GO TO 2110-F-COMPARAR-FECHA
           END-IF.

           IF WS-AUX-AAAA IS EQUAL ZEROS
              MOVE WS-EVA-AAAA TO WS-AUX-AAAA
           END-IF.

           IF WS-FEC-AUX IS EQUAL WS-FEC-EVAL
              SET WS-REGLA-CUMPLE TO TRUE
           END-IF.

       2110-F-COMPARAR-FECHA. EXIT.

      ***** CICLO DE N DIAS CORRIDOS DESDE LA FECHA BASE **************
       2120-CONTROLAR-CICLO.

           IF PLN-CICLO-DIAS IS EQUAL ZEROS
              OR PLN-CICLO-BASE IS EQUAL ZEROS
              OR WS-FEC-EVAL IS LESS PLN-CICLO-BASE
              GO TO 2120-F-CONTROLAR-CICLO
           END-IF.

           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-EVAL).
           COMPUTE WS-ENTERO-BASE =
                   FUNCTION INTEGER-OF-DATE(PLN-CICLO-BASE).
           COMPUTE WS-DIAS-CICLO = WS-ENTERO-FECHA - WS-ENTERO-BASE.

           DIVIDE WS-DIAS-CICLO BY PLN-CICLO-DIAS
                  GIVING WS-COCIENTE REMAINDER WS-RESTO.

           IF WS-RESTO IS EQUAL ZEROS
              SET WS-REGLA-CUMPLE TO TRUE
           END-IF.

       2120-F-CONTROLAR-CICLO. EXIT.

      ***** AJUSTE AL HABIL SIGUIENTE: LA FECHA PEDIDA (HABIL) TOMA   *
      ***** LAS FECHAS DE LA REGLA QUE CAYERON EN LOS DIAS NO HABILES *
      ***** INMEDIATAMENTE ANTERIORES ********************************
       2300-DIAS-ANTERIORES.

           COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FEC-PEDIDA).
           MOVE ZEROS TO WS-DIAS-ATRAS.

           PERFORM 2310-DIA-ANTERIOR THRU 2310-F-DIA-ANTERIOR
                   UNTIL WS-DIAS-ATRAS IS NOT LESS 15
                      OR LK-PLA-ESPERADO.

       2300-F-DIAS-ANTERIORES. EXIT.

       2310-DIA-ANTERIOR.

           ADD 1 TO WS-DIAS-ATRAS.
           SUBTRACT 1 FROM WS-ENTERO-FECHA.
           COMPUTE WS-FEC-EVAL =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA).

           MOVE WS-FEC-EVAL TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.

      * UN DIA HABIL CORTA LA BUSQUEDA: SUS FECHAS CORRIERON ESE DIA *
           IF NOT LK-BD-NO-HABIL
              MOVE 15 TO WS-DIAS-ATRAS
              GO TO 2310-F-DIA-ANTERIOR
           END-IF.

           PERFORM 2100-EVALUAR-REGLA THRU 2100-F-EVALUAR-REGLA.
           IF WS-REGLA-CUMPLE
              SET LK-PLA-ESPERADO TO TRUE
           END-IF.

       2310-F-DIA-ANTERIOR. EXIT.
