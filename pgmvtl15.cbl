      * EL ARQUEO POR OPERADOR: TOTAL CAPTURADO     *
      * CONTRA EFECTIVO DECLARADO                   *
      *                                             *
      * LAS EXTRACCIONES (IMPORTE NEGATIVO) SE      *
      * CONTROLAN ADEMAS CONTRA LOS LIMITES DIARIO  *
      * Y MENSUAL DEL CANAL CAJA (RUTINA PGMVLD15); *
      * SIN ACCESO A TB99CLIE NO SE CONOCE EL       *
      * SEGMENTO Y RIGE LA EXCEPCION DEL CLIENTE O  *
      * EL LIMITE GENERAL. UN EXCESO VA A SUSPENSO  *
      * AUNQUE EL LIMITE ADMITA APROBACION: EN      *
      * VENTANILLA LA AUTORIZA EL TESORERO ANTES DE *
      * LA CAPTURA                                  *
      *                                             *
      * CADA OPERADOR CON DIFERENCIA DE ARQUEO SE   *
      * GRABA EN DDDIFCAJ (CPDIFCAJ) CON SU         *
      * SUCURSAL; EL FALTANTE LO TOMA PGMVOR15 COMO *
      * EVENTO DE PERDIDA POR RIESGO OPERACIONAL.   *
      * SI EL ARCHIVO NO SE PUEDE ABRIR SE AVISA Y  *
      * EL ARQUEO SIGUE SOLO EN EL LISTADO          *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

      * DIFERENCIAS DE ARQUEO PARA EL REGISTRO DE PERDIDAS *
             SELECT DIFCAJA ASSIGN DDDIFCAJ
                    FILE STATUS IS FS-DIF.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD DIFCAJA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DIFCAJA       PIC X(70).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-MOV           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-DIF           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPDIFCAJ.
           COPY TBVCLIEN.

       01  WS-REG-SUCUR.
               05  WS-OPE-CANT    PIC 9(05).
               05  WS-OPE-TOTAL   PIC S9(11)V99.
               05  WS-OPE-DECLAR  PIC S9(11)V99.
      *        SUCURSAL DEL PRIMER MOVIMIENTO DEL OPERADOR
               05  WS-OPE-SUC     PIC 9(03).

       77  WS-OPE-IX        PIC 99    VALUE ZEROS.
       77  WS-OPE-IX-MATCH  PIC 99    VALUE ZEROS.
       77  WS-OPE-DIF       PIC S9(11)V99 VALUE ZEROS.

      * SIN DDDIFCAJ EL ARQUEO QUEDA SOLO EN EL LISTADO *
       01  WS-SW-DIFCAJA    PIC X(01) VALUE 'S'.
           88  WS-GRABA-DIFCAJA         VALUE 'S'.
           88  WS-NO-GRABA-DIFCAJA      VALUE 'N'.

       77  WS-IMP-ABS       PIC 9(7)V99 VALUE ZEROS.

      * CONTROL DE LIMITES TRANSACCIONALES DEL CANAL CAJA *************
       01  WS-PGMVLD15      PIC X(8)  VALUE 'PGMVLD15'.
           COPY CPLIMCTL.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CAPTURADOS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT DIFCAJA.
           IF FS-DIF IS NOT EQUAL '00'
              DISPLAY '* DIFERENCIAS DE ARQUEO DDDIFCAJ NO '
                      'DISPONIBLE = ' FS-DIF
              SET WS-NO-GRABA-DIFCAJA TO TRUE
           END-IF.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              GO TO F-3000-CAPTURAR-MOVIMIENTO
           END-IF.

           IF CAP-IMPORTE IS LESS THAN ZEROS
              MOVE 'C' TO LK-LIM-ACCION
              PERFORM 3300-ARMAR-LIMITE THRU F-3300-ARMAR-LIMITE
              CALL WS-PGMVLD15 USING LK-PARM-LIMITE
              EVALUATE TRUE
                 WHEN LK-LIM-PASA
                    CONTINUE
                 WHEN LK-LIM-EXCEDE-RECHAZO
                      AND LK-LIM-EXCESO-MENSUAL
                    MOVE 'LT01 EXCEDE LIMITE MENSUAL' TO SUS-MOTIVO
                 WHEN LK-LIM-EXCEDE-RECHAZO
                    MOVE 'LT01 EXCEDE LIMITE DIARIO' TO SUS-MOTIVO
                 WHEN LK-LIM-EXCEDE-APROBAR
                    MOVE 'LT02 REQUIERE APROBAR LIMITE' TO SUS-MOTIVO
                 WHEN OTHER
                    MOVE 'LT99 LIMITES NO DISPONIBLES' TO SUS-MOTIVO
              END-EVALUATE
              IF NOT LK-LIM-PASA
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-3000-CAPTURAR-MOVIMIENTO
              END-IF
           END-IF.

           PERFORM 3200-GRABAR-MOVIMIENTO
                   THRU F-3200-GRABAR-MOVIMIENTO.

      * LA EXTRACCION CAPTURADA SUMA AL USO DEL DIA DEL CLIENTE *
           IF CAP-IMPORTE IS LESS THAN ZEROS
              AND FS-MOV IS EQUAL '00'
              MOVE 'R' TO LK-LIM-ACCION
              PERFORM 3300-ARMAR-LIMITE THRU F-3300-ARMAR-LIMITE
              CALL WS-PGMVLD15 USING LK-PARM-LIMITE
           END-IF.

       F-3000-CAPTURAR-MOVIMIENTO. EXIT.

      ***** DATOS DE LA EXTRACCION PARA LA RUTINA DE LIMITES **********
       3300-ARMAR-LIMITE.

           MOVE CAP-TIPDOC     TO LK-LIM-TIPDOC.
           MOVE CAP-NRODOC     TO LK-LIM-NRODOC.
           MOVE SPACES         TO LK-LIM-SEGMENTO.
           MOVE 'C'            TO LK-LIM-CANAL.
           MOVE WS-IMP-ABS     TO LK-LIM-IMPORTE.
           MOVE ZEROS          TO LK-LIM-FECHA.
           MOVE SPACES         TO LK-LIM-APROBADOR.

       F-3300-ARMAR-LIMITE. EXIT.

      ***** EXISTENCIA DEL DOCUMENTO EN EL VSAM CLIENTE ***************
      * LA CLAVE COMPLETA INCLUYE EL NRO-SEC DE LA ALTA: SE POSICIONA *
      * POR DOCUMENTO Y SE TOMA LA PRIMERA ALTA QUE MATCHEE ***********

           PERFORM 5000-ACUMULAR-OPERADOR
                   THRU F-5000-ACUMULAR-OPERADOR.
           IF WS-OPE-SUC(WS-OPE-IX-MATCH) IS EQUAL ZEROS
              MOVE CAP-SUC TO WS-OPE-SUC(WS-OPE-IX-MATCH)
           END-IF.
           ADD 1 TO WS-OPE-CANT(WS-OPE-IX-MATCH).
           ADD CAP-IMPORTE TO WS-OPE-TOTAL(WS-OPE-IX-MATCH).

              IF WS-OPE-DIF IS NOT EQUAL ZEROS
                 DISPLAY '* DIFERENCIA DE ARQUEO - OPERADOR '
                         WS-OPE-ID(WS-OPE-IX)
                 PERFORM 8100-GRABAR-DIFERENCIA
                         THRU F-8100-GRABAR-DIFERENCIA
              END-IF
           END-PERFORM.


       F-8000-ARQUEO. EXIT.

      ***** DIFERENCIA DEL OPERADOR PARA EL REGISTRO DE PERDIDAS ******
       8100-GRABAR-DIFERENCIA.

           IF WS-NO-GRABA-DIFCAJA
              GO TO F-8100-GRABAR-DIFERENCIA
           END-IF.

           INITIALIZE WS-REG-DIFCAJA.
           MOVE LK-FP-FECHA-8            TO DIF-FECHA.
           MOVE WS-OPE-ID(WS-OPE-IX)     TO DIF-OPERADOR.
           MOVE WS-OPE-SUC(WS-OPE-IX)    TO DIF-SUCURSAL.
           MOVE WS-OPE-CANT(WS-OPE-IX)   TO DIF-CANT-MOV.
           MOVE WS-OPE-TOTAL(WS-OPE-IX)  TO DIF-CAPTURADO.
           MOVE WS-OPE-DECLAR(WS-OPE-IX) TO DIF-DECLARADO.
           MOVE WS-OPE-DIF               TO DIF-DIFERENCIA.

           WRITE REG-DIFCAJA FROM WS-REG-DIFCAJA.
           IF FS-DIF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DIFCAJA = ' FS-DIF
           END-IF.

       F-8100-GRABAR-DIFERENCIA. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-GRABA-DIFCAJA
              CLOSE DIFCAJA
           END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE 'F' TO LK-LIM-ACCION.
           CALL WS-PGMVLD15 USING LK-PARM-LIMITE.

           MOVE SPACES            TO WS-REG-RESUMEN.
           MOVE 'PGMVTL15'        TO RES-PROGRAMA.
           MOVE WS-FECHA-RES      TO RES-FECHA.
