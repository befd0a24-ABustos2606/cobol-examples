       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVMN15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE VERIFICACION DE FIRMA  *
      * EN CUENTAS DE CLIENTES MENORES DE EDAD,     *
      * CONTRA EL MAESTRO DE REPRESENTANTES DDTUTOR *
      * (VSAM) QUE MANTIENE PGMVTU15 - LLAMADA      *
      * DESDE DB2-TP34, PGMVTR15 Y PGMVSW15 ANTES   *
      * DE ACEPTAR UN DEBITO, JUNTO CON PGMVPD15    *
      * (MISMO ESQUEMA DE READ POR CLAVE CON        *
      * APERTURA UNICA)                             *
      *                                             *
      * LA EDAD SE CALCULA CON LA FECHA DE          *
      * NACIMIENTO DEL TITULAR EN TB99CLIE: DESDE   *
      * EL DIA EN QUE CUMPLE 18 ANIOS OPERA POR SI  *
      * MISMO. MIENTRAS ES MENOR, NI EL PROPIO      *
      * TITULAR NI UN TERCERO PUEDEN FIRMAR: SOLO   *
      * UN REPRESENTANTE LEGAL VIGENTE              *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TUTOR ASSIGN DDTUTOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-TUTOR
                  FILE STATUS IS FS-TUT.

       DATA DIVISION.
       FILE SECTION.

       FD TUTOR.

       01 REG-TUTOR.
           03 KEY-TUTOR     PIC X(26).
           03 FILLER        PIC X(94).

       WORKING-STORAGE SECTION.

       77  FS-TUT           PIC XX    VALUE SPACES.

       01  WS-STATUS-ABIERTO   PIC X   VALUE 'N'.
           88  WS-TUTOR-ABIERTO        VALUE 'Y'.
           88  WS-TUTOR-NO-ABIERTO     VALUE 'N'.

      * SIN CLUSTER DE REPRESENTANTES ASIGNADO (STATUS 35) EL         *
      * REGISTRO ESTA VACIO: TODO FIRMANTE DE UN MENOR SE RESPONDE    *
      * COMO NO REGISTRADO                                            *
       01  WS-STATUS-CLUSTER   PIC X   VALUE 'N'.
           88  WS-CLUSTER-AUSENTE      VALUE 'A'.
           88  WS-CLUSTER-PRESENTE     VALUE 'P'.
           88  WS-CLUSTER-SIN-PROBAR   VALUE 'N'.

           COPY CPTUTOR.

      * FECHA DE NACIMIENTO DE TB99CLIE (AAAA-MM-DD) *
       01  WS-FECNAC.
           03  WS-NAC-ANIO      PIC 9(04).
           03  FILLER           PIC X(01).
           03  WS-NAC-MES       PIC 9(02).
           03  FILLER           PIC X(01).
           03  WS-NAC-DIA       PIC 9(02).

       01  WS-FEC-MAYORIA.
           03  WS-MAY-ANIO      PIC 9(04).
           03  WS-MAY-MES       PIC 9(02).
           03  WS-MAY-DIA       PIC 9(02).
       01  WS-FEC-MAYORIA-N REDEFINES WS-FEC-MAYORIA PIC 9(08).

       01  WS-CLAVE-TUTOR.
           03  WS-CTU-MEN-TIPDOC PIC X(02).
           03  WS-CTU-MEN-NRODOC PIC 9(11).
           03  WS-CTU-REP-TIPDOC PIC X(02).
           03  WS-CTU-REP-NRODOC PIC 9(11).

       LINKAGE SECTION.
           COPY CPMENCTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-MENOR.
      ***** VERIFICACION DE LA FIRMA EN LA CUENTA DE UN MENOR ******
       1000-VERIFICAR-MENOR.
      **************************************

           SET LK-MEN-MAYOR-DE-EDAD TO TRUE.
           MOVE ZEROS TO LK-MEN-FEC-MAYORIA.

      * SIN FECHA DE NACIMIENTO VALIDA NO HAY EDAD QUE CONTROLAR *
           MOVE LK-MEN-FECNAC TO WS-FECNAC.
           IF WS-NAC-ANIO IS NOT NUMERIC
              OR WS-NAC-MES IS NOT NUMERIC
              OR WS-NAC-DIA IS NOT NUMERIC
              OR WS-NAC-ANIO IS EQUAL ZEROS
              GO TO 1000-F-VERIFICAR-MENOR
           END-IF.

           COMPUTE WS-MAY-ANIO = WS-NAC-ANIO + 18.
           MOVE WS-NAC-MES TO WS-MAY-MES.
           MOVE WS-NAC-DIA TO WS-MAY-DIA.
           MOVE WS-FEC-MAYORIA-N TO LK-MEN-FEC-MAYORIA.

           IF LK-MEN-FECHA IS NOT LESS THAN WS-FEC-MAYORIA-N
              GO TO 1000-F-VERIFICAR-MENOR
           END-IF.

      * TITULAR MENOR: EL MISMO NO PUEDE FIRMAR SU DEBITO *
           IF LK-MEN-FIR-NRODOC IS NOT NUMERIC
              OR LK-MEN-FIR-NRODOC IS EQUAL ZEROS
              OR (LK-MEN-FIR-TIPDOC IS EQUAL LK-MEN-TIPDOC
                  AND LK-MEN-FIR-NRODOC IS EQUAL LK-MEN-NRODOC)
              SET LK-MEN-SIN-REPRESENTANTE TO TRUE
              GO TO 1000-F-VERIFICAR-MENOR
           END-IF.

           SET LK-MEN-NO-REPRESENTANTE TO TRUE.

           IF WS-TUTOR-NO-ABIERTO AND WS-CLUSTER-SIN-PROBAR
              OPEN INPUT TUTOR
              EVALUATE FS-TUT
                 WHEN '00'
                    SET WS-TUTOR-ABIERTO TO TRUE
                    SET WS-CLUSTER-PRESENTE TO TRUE
                 WHEN '35'
                    SET WS-CLUSTER-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN TUTOR (PGMVMN15) = '
                            FS-TUT
                    SET WS-CLUSTER-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-TUTOR-NO-ABIERTO
              GO TO 1000-F-VERIFICAR-MENOR
           END-IF.

           MOVE LK-MEN-TIPDOC     TO WS-CTU-MEN-TIPDOC.
           MOVE LK-MEN-NRODOC     TO WS-CTU-MEN-NRODOC.
           MOVE LK-MEN-FIR-TIPDOC TO WS-CTU-REP-TIPDOC.
           MOVE LK-MEN-FIR-NRODOC TO WS-CTU-REP-NRODOC.
           MOVE WS-CLAVE-TUTOR    TO KEY-TUTOR.

           READ TUTOR INTO WS-REG-TUTOR.

           IF FS-TUT IS NOT EQUAL '00'
              GO TO 1000-F-VERIFICAR-MENOR
           END-IF.

      * UNA REPRESENTACION FINALIZADA VALE HASTA SU FECHA DE FIN *
           IF TUT-VIGENTE
              OR (TUT-FINALIZADA
                  AND LK-MEN-FECHA IS LESS THAN TUT-FEC-FIN)
              SET LK-MEN-REPRESENTANTE TO TRUE
           END-IF.

       1000-F-VERIFICAR-MENOR.
           GOBACK.
