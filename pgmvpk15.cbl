       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPK15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE CONTROL DEL ARCHIVO DE *
      * POSICION DE CLIENTES DDPOSCLI QUE GRABA     *
      * PGMVPN15 AL CIERRE DE LA IMPUTACION. LA     *
      * LLAMAN LOS JOBS QUE CONSUMEN LA POSICION    *
      * (PGMVGC15, PGMVGD15, PGMVFP15, PGMVFX15,    *
      * PGMVSG15 Y PGMVTX15) ANTES DE ABRIRLO PARA  *
      * PROCESAR: RECORRE EL ARCHIVO COMPLETO,      *
      * RECUENTA DOCUMENTOS, CUENTAS Y SALDOS EN    *
      * PESOS, LOS COMPARA CONTRA EL TRAILER Y      *
      * VERIFICA QUE LA CABECERA SEA DE LA FECHA DE *
      * PROCESO DEL LLAMADOR. ASI TODOS LOS JOBS    *
      * PARTEN DE LOS MISMOS TOTALES O NO CORREN    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSCLI ASSIGN DDPOSCLI
                  FILE STATUS IS FS-POS.

       DATA DIVISION.
       FILE SECTION.

       FD POSCLI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-POSCLI        PIC X(400).

       WORKING-STORAGE SECTION.

       77  FS-POS           PIC XX    VALUE SPACES.

       01  WS-STATUS-FIN       PIC X   VALUE 'N'.
           88  WS-FIN-POSICION         VALUE 'Y'.
           88  WS-NO-FIN-POSICION      VALUE 'N'.

       01  WS-STATUS-TRAILER   PIC X   VALUE 'N'.
           88  WS-CON-TRAILER          VALUE 'Y'.
           88  WS-SIN-TRAILER          VALUE 'N'.

           COPY CPPOSCLI.

      * RECUENTO DE LOS DETALLES LEIDOS *
       77  CN-DOCUMENTOS    PIC 9(07)  VALUE ZEROS.
       77  CN-CUENTAS       PIC 9(09)  VALUE ZEROS.
       01  AC-SALDO-PESOS   PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-CAPITAL-PF    PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.

       77  WS-TRL-FECHA     PIC 9(08)  VALUE ZEROS.

       LINKAGE SECTION.
           COPY CPPOSCTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-POSCTL.
      ***** CONTROL DE LA POSICION DE CLIENTES ******
       1000-VERIFICAR-POSICION.
      **************************************

           MOVE ZEROS TO LK-PCT-FECHA-POS LK-PCT-CANT LK-PCT-CUENTAS
                         LK-PCT-SALDO-PESOS LK-PCT-CAPITAL-PF.
           MOVE ZEROS TO CN-DOCUMENTOS CN-CUENTAS
                         AC-SALDO-PESOS AC-CAPITAL-PF WS-TRL-FECHA.
           SET WS-SIN-TRAILER TO TRUE.

           OPEN INPUT POSCLI.
           IF FS-POS IS NOT EQUAL '00'
              DISPLAY '* POSICION DE CLIENTES NO DISPONIBLE '
                      '(PGMVPK15) = ' FS-POS
              SET LK-PCT-SIN-ARCHIVO TO TRUE
              GO TO 1000-F-VERIFICAR-POSICION
           END-IF.

           READ POSCLI INTO WS-REG-POSCLI.
           IF FS-POS IS NOT EQUAL '00' OR NOT POS-CABECERA
              DISPLAY '* POSICION DE CLIENTES SIN CABECERA (PGMVPK15)'
              SET LK-PCT-SIN-CONTROL TO TRUE
              CLOSE POSCLI
              GO TO 1000-F-VERIFICAR-POSICION
           END-IF.

           MOVE POS-HDR-FECHA TO LK-PCT-FECHA-POS.

           SET WS-NO-FIN-POSICION TO TRUE.
           PERFORM 1100-LEER-POSICION THRU 1100-F-LEER-POSICION
                   UNTIL WS-FIN-POSICION.

           CLOSE POSCLI.

           IF WS-SIN-TRAILER
              DISPLAY '* POSICION DE CLIENTES SIN TRAILER (PGMVPK15)'
              SET LK-PCT-SIN-CONTROL TO TRUE
              GO TO 1000-F-VERIFICAR-POSICION
           END-IF.

           IF CN-DOCUMENTOS IS NOT EQUAL LK-PCT-CANT
              OR CN-CUENTAS IS NOT EQUAL LK-PCT-CUENTAS
              OR AC-SALDO-PESOS IS NOT EQUAL LK-PCT-SALDO-PESOS
              OR AC-CAPITAL-PF IS NOT EQUAL LK-PCT-CAPITAL-PF
              DISPLAY '* POSICION DE CLIENTES NO CUADRA CON EL '
                      'TRAILER (PGMVPK15)'
              DISPLAY '  DOCUMENTOS LEIDOS / TRAILER = '
                      CN-DOCUMENTOS ' / ' LK-PCT-CANT
              DISPLAY '  CUENTAS    LEIDAS / TRAILER = '
                      CN-CUENTAS ' / ' LK-PCT-CUENTAS
              SET LK-PCT-DIFERENCIA TO TRUE
              GO TO 1000-F-VERIFICAR-POSICION
           END-IF.

           IF LK-PCT-FECHA-POS IS NOT EQUAL LK-PCT-FECHA-PROCESO
              OR WS-TRL-FECHA IS NOT EQUAL LK-PCT-FECHA-POS
              DISPLAY '* POSICION DE CLIENTES DE OTRA FECHA '
                      '(PGMVPK15) = ' LK-PCT-FECHA-POS
              SET LK-PCT-OTRA-FECHA TO TRUE
              GO TO 1000-F-VERIFICAR-POSICION
           END-IF.

           SET LK-PCT-CONSISTENTE TO TRUE.

       1000-F-VERIFICAR-POSICION.
           GOBACK.

      ***** UN REGISTRO DE LA POSICION ********************************
       1100-LEER-POSICION.

           READ POSCLI INTO WS-REG-POSCLI.

           IF FS-POS IS NOT EQUAL '00'
              SET WS-FIN-POSICION TO TRUE
              GO TO 1100-F-LEER-POSICION
           END-IF.

           IF POS-TRAILER
              SET WS-CON-TRAILER TO TRUE
              SET WS-FIN-POSICION TO TRUE
              MOVE POS-TRL-FECHA       TO WS-TRL-FECHA
              MOVE POS-TRL-CANT        TO LK-PCT-CANT
              MOVE POS-TRL-CUENTAS     TO LK-PCT-CUENTAS
              MOVE POS-TRL-SALDO-PESOS TO LK-PCT-SALDO-PESOS
              MOVE POS-TRL-CAPITAL-PF  TO LK-PCT-CAPITAL-PF
              GO TO 1100-F-LEER-POSICION
           END-IF.

           IF NOT POS-DETALLE
              GO TO 1100-F-LEER-POSICION
           END-IF.

           ADD 1                TO CN-DOCUMENTOS.
           ADD POS-CANT-CUENTAS TO CN-CUENTAS.
           ADD POS-SALDO-PESOS  TO AC-SALDO-PESOS.
           ADD POS-CAPITAL-PF   TO AC-CAPITAL-PF.

       1100-F-LEER-POSICION. EXIT.
