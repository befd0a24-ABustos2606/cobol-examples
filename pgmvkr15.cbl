       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVKR15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE RESTRICCION            *
      * ADMINISTRATIVA POR REVISION KYC VENCIDA -   *
      * LLAMADA DESDE PGMVPR15, PGMVPZ15, PGMVSE15  *
      * Y PGMVCS15 ANTES DE DAR DE ALTA UN PRODUCTO *
      * NUEVO (MISMO ESQUEMA DE APERTURA UNICA QUE  *
      * PGMVLD15)                                   *
      *                                             *
      * CONSULTA EL MAESTRO DDKYC QUE MANTIENE      *
      * PGMVKY15: EL CLIENTE MARCADO COMO           *
      * RESTRINGIDO (REVISION VENCIDA Y FUERA DEL   *
      * PLAZO DE GRACIA) NO PUEDE CONTRATAR         *
      * PRODUCTOS NUEVOS HASTA QUE LA SUCURSAL      *
      * INFORME LA REVISION COMPLETA                *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KYC ASSIGN DDKYC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-KYC
                  FILE STATUS IS FS-KYC.

       DATA DIVISION.
       FILE SECTION.

       FD KYC.

       01 REG-KYC.
           03 KEY-KYC       PIC X(13).
           03 FILLER        PIC X(87).

       WORKING-STORAGE SECTION.

       77  FS-KYC           PIC XX    VALUE SPACES.

      * SIN MAESTRO KYC ASIGNADO (STATUS 35) TODO CLIENTE QUEDA       *
      * HABILITADO, PARA NO FRENAR LA CADENA EN AMBIENTES DONDE EL    *
      * SUBSISTEMA TODAVIA NO SE CARGO (MISMO CRITERIO QUE PGMVLD15)  *
       01  WS-STATUS-MAESTRO   PIC X   VALUE 'N'.
           88  WS-KYC-ABIERTO          VALUE 'Y'.
           88  WS-KYC-AUSENTE          VALUE 'A'.
           88  WS-KYC-SIN-PROBAR       VALUE 'N'.

           COPY CPKYC.

       LINKAGE SECTION.
           COPY CPKYCCTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-KYC.
      ***** SITUACION KYC DEL CLIENTE ******
       1000-CONSULTAR-KYC.
      **************************************

           IF LK-KYC-FINALIZAR
              PERFORM 9000-CERRAR-MAESTRO THRU 9000-F-CERRAR-MAESTRO
              GO TO 1000-F-CONSULTAR-KYC
           END-IF.

           SET LK-KYC-SIN-LEGAJO TO TRUE.
           MOVE ZEROS TO LK-KYC-FEC-PROX-REV LK-KYC-FEC-RESTRIC.

           IF WS-KYC-SIN-PROBAR
              PERFORM 1100-ABRIR-MAESTRO THRU 1100-F-ABRIR-MAESTRO
           END-IF.

           IF NOT WS-KYC-ABIERTO
              GO TO 1000-F-CONSULTAR-KYC
           END-IF.

           IF LK-KYC-NRODOC IS NOT NUMERIC
              SET LK-KYC-ERROR TO TRUE
              GO TO 1000-F-CONSULTAR-KYC
           END-IF.

           MOVE LK-KYC-TIPDOC TO KYC-TIPDOC.
           MOVE LK-KYC-NRODOC TO KYC-NRODOC.
           MOVE KYC-CLAVE     TO KEY-KYC.

           READ KYC INTO WS-REG-KYC.

           EVALUATE FS-KYC
              WHEN '00'
                 MOVE KYC-FEC-PROX-REV    TO LK-KYC-FEC-PROX-REV
                 IF KYC-RESTRINGIDO
                    SET LK-KYC-RESTRINGIDO TO TRUE
                    MOVE KYC-FEC-RESTRICCION TO LK-KYC-FEC-RESTRIC
                 ELSE
                    SET LK-KYC-HABILITADO TO TRUE
                 END-IF
              WHEN '23'
                 SET LK-KYC-SIN-LEGAJO TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA KYC (PGMVKR15) = ' FS-KYC
                 SET LK-KYC-ERROR TO TRUE
           END-EVALUATE.

       1000-F-CONSULTAR-KYC.
           GOBACK.

      ***** APERTURA UNICA DEL MAESTRO ********************************
       1100-ABRIR-MAESTRO.

           OPEN INPUT KYC.
           EVALUATE FS-KYC
              WHEN '00'
                 SET WS-KYC-ABIERTO TO TRUE
              WHEN '35'
                 SET WS-KYC-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN KYC (PGMVKR15) = ' FS-KYC
                 SET WS-KYC-AUSENTE TO TRUE
           END-EVALUATE.

       1100-F-ABRIR-MAESTRO. EXIT.

      ***** CIERRE AL FINAL DE LA CORRIDA DEL LLAMADOR ****************
       9000-CERRAR-MAESTRO.

           IF WS-KYC-ABIERTO
              CLOSE KYC
           END-IF.

           SET WS-KYC-SIN-PROBAR TO TRUE.

       9000-F-CERRAR-MAESTRO. EXIT.
