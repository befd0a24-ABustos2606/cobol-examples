      * LISTADO CONSOLIDADO DE DEFECTOS EN VEZ DE   *
      * DEJAR QUE EL JOB CUATRO MUERA A LAS 2 AM    *
      *                                             *
      * LAS ENTRADAS DE UN PROGRAMA QUE LA          *
      * PLANIFICACION DE CORRIDAS (PGMVPL15) NO     *
      * ESPERA HOY NO SE CONTROLAN, Y EL LISTADO    *
      * INFORMA LOS PROGRAMAS ESPERADOS PARA HOY    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.

       77  WS-TOT-DEFECTOS    PIC 9(03)    VALUE ZEROS.
       77  WS-TOT-CONTROLES   PIC 9(03)    VALUE ZEROS.
       77  WS-TOT-ESPERADOS   PIC 9(03)    VALUE ZEROS.

      * DUENOS DE LAS ENTRADAS OBLIGATORIAS: SI LA PLANIFICACION NO   *
      * LOS ESPERA HOY SUS ENTRADAS NO SE CONTROLAN (SIN MAESTRO O    *
      * SIN REGLA SE LOS ESPERA, COMO SIEMPRE) ************************
       01  WS-ESPERA-TP33     PIC X        VALUE 'S'.
           88  WS-TP33-ESPERADO          VALUE 'S'.
       01  WS-ESPERA-TP40     PIC X        VALUE 'S'.
           88  WS-TP40-ESPERADO          VALUE 'S'.
       01  WS-ESPERA-VAC15    PIC X        VALUE 'S'.
           88  WS-VAC15-ESPERADO         VALUE 'S'.
       01  WS-ESPERA-APS15    PIC X        VALUE 'S'.
           88  WS-APS15-ESPERADO         VALUE 'S'.

      * RESOLUCION DE LA PLANIFICACION (RUTINA COMPARTIDA) ************
       01  WS-PGMVPL15      PIC X(8)  VALUE 'PGMVPL15'.
           COPY CPPLACTL.

      * RUTINA COMPARTIDA DE CALENDARIO DE DIAS HABILES ***************
       01  WS-PGMVBD15        PIC X(8)     VALUE 'PGMVBD15'.
           PERFORM 4000-CONTROLAR-CALENDARIO
                   THRU 4000-F-CONTROLAR-CALENDARIO.

           PERFORM 6000-CONTROLAR-PLANIFICACION
                   THRU 6000-F-CONTROLAR-PLANIFICACION.

           PERFORM 5000-CONTROLAR-RESUMEN
                   THRU 5000-F-CONTROLAR-RESUMEN
                   UNTIL WS-FIN-LECTURA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE 'DB2@TP33' TO LK-PLA-PROGRAMA.
           PERFORM 1200-CONSULTAR-PLANIF THRU 1200-F-CONSULTAR-PLANIF.
           MOVE LK-PLA-RESULTADO TO WS-ESPERA-TP33.

           MOVE 'DB2@TP40' TO LK-PLA-PROGRAMA.
           PERFORM 1200-CONSULTAR-PLANIF THRU 1200-F-CONSULTAR-PLANIF.
           MOVE LK-PLA-RESULTADO TO WS-ESPERA-TP40.

           MOVE 'PGMVAC15' TO LK-PLA-PROGRAMA.
           PERFORM 1200-CONSULTAR-PLANIF THRU 1200-F-CONSULTAR-PLANIF.
           MOVE LK-PLA-RESULTADO TO WS-ESPERA-VAC15.

           MOVE 'PGMAPS15' TO LK-PLA-PROGRAMA.
           PERFORM 1200-CONSULTAR-PLANIF THRU 1200-F-CONSULTAR-PLANIF.
           MOVE LK-PLA-RESULTADO TO WS-ESPERA-APS15.

       1000-F-INICIO. EXIT.

      ***** REGISTRO DE UN DEFECTO EN EL LISTADO CONSOLIDADO **********

       1100-F-GRABAR-DEFECTO. EXIT.

      ***** SI LA PLANIFICACION ESPERA HOY AL PROGRAMA INFORMADO *****
      ***** ('S' SE ESPERA, CUALQUIER OTRO VALOR NO SE ESPERA)   *****
       1200-CONSULTAR-PLANIF.

           MOVE 'C'            TO LK-PLA-FUNCION.
           MOVE WS-FECHA-HOY-8 TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.

           IF LK-PLA-SE-CORRE
              SET LK-PLA-ESPERADO TO TRUE
           END-IF.

       1200-F-CONSULTAR-PLANIF. EXIT.

      **************************************
      *                                    *
      *  ENTRADAS OBLIGATORIAS: EXISTEN Y  *

           ADD 1 TO WS-TOT-CONTROLES.

           IF WS-TP33-ESPERADO
              MOVE 'DDENT33 (DB2@TP33)  ' TO WS-DEF-CONTROL
              OPEN INPUT ENT33
              IF FS-E33 IS NOT EQUAL '00'
                 MOVE 'ARCHIVO AUSENTE O INACCESIBLE' TO WS-DEF-DETALLE
                 PERFORM 1100-GRABAR-DEFECTO THRU 1100-F-GRABAR-DEFECTO
              ELSE
                 READ ENT33
                 IF FS-E33 IS NOT EQUAL '00'
                    MOVE 'ARCHIVO VACIO' TO WS-DEF-DETALLE
                    PERFORM 1100-GRABAR-DEFECTO
                            THRU 1100-F-GRABAR-DEFECTO
                 END-IF
                 CLOSE ENT33
              END-IF
           END-IF.

           IF WS-TP40-ESPERADO
              MOVE 'DDENT40 (DB2@TP40)  ' TO WS-DEF-CONTROL
              OPEN INPUT ENT40
              IF FS-E40 IS NOT EQUAL '00'
                 MOVE 'ARCHIVO AUSENTE O INACCESIBLE' TO WS-DEF-DETALLE
                 PERFORM 1100-GRABAR-DEFECTO THRU 1100-F-GRABAR-DEFECTO
              ELSE
                 READ ENT40
                 IF FS-E40 IS NOT EQUAL '00'
                    MOVE 'ARCHIVO VACIO' TO WS-DEF-DETALLE
                    PERFORM 1100-GRABAR-DEFECTO
                            THRU 1100-F-GRABAR-DEFECTO
                 END-IF
                 CLOSE ENT40
              END-IF
           END-IF.

           IF WS-VAC15-ESPERADO
              MOVE 'DDENTVAC (PGMVAC15) ' TO WS-DEF-CONTROL
              OPEN INPUT ENTVAC
              IF FS-EVC IS NOT EQUAL '00'
                 MOVE 'ARCHIVO AUSENTE O INACCESIBLE' TO WS-DEF-DETALLE
                 PERFORM 1100-GRABAR-DEFECTO THRU 1100-F-GRABAR-DEFECTO
              ELSE
                 READ ENTVAC
                 IF FS-EVC IS NOT EQUAL '00'
                    MOVE 'ARCHIVO VACIO' TO WS-DEF-DETALLE
                    PERFORM 1100-GRABAR-DEFECTO
                            THRU 1100-F-GRABAR-DEFECTO
                 END-IF
                 CLOSE ENTVAC
              END-IF
           END-IF.

           IF WS-APS15-ESPERADO
              MOVE 'DDSUCUR (PGMAPS15)  ' TO WS-DEF-CONTROL
              OPEN INPUT SUCUR
              IF FS-SUC IS NOT EQUAL '00'
                 MOVE 'ARCHIVO AUSENTE O INACCESIBLE' TO WS-DEF-DETALLE
                 PERFORM 1100-GRABAR-DEFECTO THRU 1100-F-GRABAR-DEFECTO
              ELSE
                 READ SUCUR
                 IF FS-SUC IS NOT EQUAL '00'
                    MOVE 'ARCHIVO VACIO' TO WS-DEF-DETALLE
                    PERFORM 1100-GRABAR-DEFECTO
                            THRU 1100-F-GRABAR-DEFECTO
                 END-IF
                 CLOSE SUCUR
              END-IF

              MOVE 'DDMOVIM (PGMAPS15)  ' TO WS-DEF-CONTROL
              OPEN INPUT MOVIM
              IF FS-MOV IS NOT EQUAL '00'
                 MOVE 'ARCHIVO AUSENTE O INACCESIBLE' TO WS-DEF-DETALLE
                 PERFORM 1100-GRABAR-DEFECTO THRU 1100-F-GRABAR-DEFECTO
              ELSE
                 READ MOVIM
                 IF FS-MOV IS NOT EQUAL '00'
                    MOVE 'ARCHIVO VACIO' TO WS-DEF-DETALLE
                    PERFORM 1100-GRABAR-DEFECTO
                            THRU 1100-F-GRABAR-DEFECTO
                 END-IF
                 CLOSE MOVIM
              END-IF
           END-IF.

           MOVE 'DDCODPO (MAESTRO)   ' TO WS-DEF-CONTROL.

       5000-F-CONTROLAR-RESUMEN. EXIT.

      **************************************
      *                                    *
      *  PLANIFICACION DE CORRIDAS: LISTA  *
      *  LOS PROGRAMAS ESPERADOS HOY (ES   *
      *  INFORMATIVO, NUNCA ES DEFECTO:    *
      *  SIN MAESTRO RIGE LA LISTA FIJA)   *
      *                                    *
      **************************************
       6000-CONTROLAR-PLANIFICACION.

           ADD 1 TO WS-TOT-CONTROLES.
           MOVE 'DDPLANIF (CORRIDAS) ' TO WS-DEF-CONTROL.

           MOVE 'S'    TO LK-PLA-FUNCION.
           MOVE SPACES TO LK-PLA-PROGRAMA.
           SET LK-PLA-ESPERADO TO TRUE.
           PERFORM 6100-LISTAR-ESPERADO THRU 6100-F-LISTAR-ESPERADO
                   UNTIL LK-PLA-FIN-MAESTRO OR LK-PLA-SIN-MAESTRO.

           IF LK-PLA-SIN-MAESTRO
              MOVE 'SIN MAESTRO - RIGE LA LISTA FIJA DE LA CADENA'
                   TO WS-DEF-DETALLE
           ELSE
              MOVE SPACES TO WS-DEF-DETALLE
              STRING 'PROGRAMAS ESPERADOS HOY: '
                     WS-TOT-ESPERADOS
                     DELIMITED BY SIZE INTO WS-DEF-DETALLE
              END-STRING
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-DEFECTO AFTER 1.

           DISPLAY 'PROGRAMAS ESPERADOS HOY = ' WS-TOT-ESPERADOS.

       6000-F-CONTROLAR-PLANIFICACION. EXIT.

       6100-LISTAR-ESPERADO.

           MOVE WS-FECHA-HOY-8 TO LK-PLA-FECHA.
           CALL WS-PGMVPL15 USING LK-PARM-PLANIF.

           IF LK-PLA-ESPERADO OR LK-PLA-PRESUNTO
              ADD 1 TO WS-TOT-ESPERADOS
              MOVE SPACES TO WS-DEF-DETALLE
              STRING 'SE ESPERA ' LK-PLA-PROGRAMA ' '
                     LK-PLA-DESCRIPCION
                     DELIMITED BY SIZE INTO WS-DEF-DETALLE
              END-STRING
              WRITE REG-LISTADO FROM WS-REG-DEFECTO AFTER 1
           END-IF.

       6100-F-LISTAR-ESPERADO. EXIT.

      **************************************
       9999-I-FINAL.
      **************************************
