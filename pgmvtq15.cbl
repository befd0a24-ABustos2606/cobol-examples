       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVTQ15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE CONSULTA DE LA TABLA   *
      * DE TASAS CON VIGENCIA (VSAM DDTASINT, QUE   *
      * MANTIENE PGMVTA15). DEVUELVE LA TASA EN     *
      * VIGOR A LA FECHA PEDIDA PARA LA CLASE, LA   *
      * MONEDA Y LA BANDA QUE CORRESPONDE AL VALOR  *
      * INFORMADO (LA DE MENOR TOPE QUE LO CUBRE),  *
      * ES DECIR LA ULTIMA VIGENCIA ACTIVA NO       *
      * POSTERIOR A LA FECHA. LA LLAMAN PLAZO FIJO  *
      * (PGMVPZ15), INTERESES POR DESCUBIERTO       *
      * (PGMVID15) Y EL LISTADO DE CAMBIOS DE TASA  *
      * (PGMVTV15). MISMO ESQUEMA DE APERTURA UNICA *
      * QUE PGMVBD15                                *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TASAS ASSIGN DDTASINT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-TASAS
                  FILE STATUS IS FS-TAS.

       DATA DIVISION.
       FILE SECTION.

       FD TASAS.

       01 REG-TASAS.
           03 KEY-TASAS     PIC X(20).
           03 FILLER        PIC X(40).

       WORKING-STORAGE SECTION.

       77  FS-TAS           PIC XX    VALUE SPACES.

       01  WS-STATUS-ABIERTO   PIC X   VALUE 'N'.
           88  WS-TASAS-ABIERTO        VALUE 'Y'.
           88  WS-TASAS-NO-ABIERTO     VALUE 'N'.

       01  WS-STATUS-CLUSTER   PIC X   VALUE 'N'.
           88  WS-CLUSTER-AUSENTE      VALUE 'A'.
           88  WS-CLUSTER-PRESENTE     VALUE 'P'.
           88  WS-CLUSTER-SIN-PROBAR   VALUE 'N'.

      * FIN DEL RECORRIDO DE LAS VIGENCIAS DE LA BANDA *
       01  WS-SW-BANDA         PIC X   VALUE 'N'.
           88  WS-FIN-BANDA            VALUE 'S'.
           88  WS-NO-FIN-BANDA         VALUE 'N'.

      * BANDA BUSCADA (CLASE + MONEDA + TOPE) *
       01  WS-BANDA-BUSCADA.
           03  WS-BUS-CLASE     PIC X(02).
           03  WS-BUS-MONEDA    PIC 9(02).
           03  WS-BUS-HASTA     PIC 9(08).

           COPY CPTASAS.

       LINKAGE SECTION.
           COPY CPTASCTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-TASA.
      ***** TASA EN VIGOR A LA FECHA PEDIDA ******
       1000-CONSULTAR-TASA.
      **************************************

           SET LK-TAS-SIN-TABLA TO TRUE.
           MOVE ZEROS TO LK-TAS-TASA LK-TAS-VIGENCIA
                         LK-TAS-BANDA-HASTA.

           IF WS-TASAS-NO-ABIERTO AND WS-CLUSTER-SIN-PROBAR
              OPEN INPUT TASAS
              EVALUATE FS-TAS
                 WHEN '00'
                    SET WS-TASAS-ABIERTO TO TRUE
                    SET WS-CLUSTER-PRESENTE TO TRUE
                 WHEN '35'
                    SET WS-CLUSTER-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN TASAS (PGMVTQ15) = '
                            FS-TAS
                    SET WS-CLUSTER-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF WS-TASAS-NO-ABIERTO
              GO TO 1000-F-CONSULTAR-TASA
           END-IF.

           SET LK-TAS-SIN-TASA TO TRUE.

      * PRIMER REGISTRO CON TOPE DE BANDA NO MENOR AL VALOR: SU TOPE  *
      * ES LA BANDA QUE CORRESPONDE ************************************
           MOVE LK-TAS-CLASE  TO TAS-CLASE.
           MOVE LK-TAS-MONEDA TO TAS-MONEDA.
           IF LK-TAS-VALOR IS GREATER 99999999
              MOVE 99999999 TO TAS-BANDA-HASTA
           ELSE
              MOVE LK-TAS-VALOR TO TAS-BANDA-HASTA
           END-IF.
           MOVE ZEROS         TO TAS-VIGENCIA.
           MOVE TAS-CLAVE     TO KEY-TASAS.

           START TASAS KEY IS NOT LESS THAN KEY-TASAS
              INVALID KEY
                 GO TO 1000-F-CONSULTAR-TASA
           END-START.

           READ TASAS NEXT INTO WS-REG-TASA.
           IF FS-TAS IS NOT EQUAL '00'
              OR TAS-CLASE  IS NOT EQUAL LK-TAS-CLASE
              OR TAS-MONEDA IS NOT EQUAL LK-TAS-MONEDA
              GO TO 1000-F-CONSULTAR-TASA
           END-IF.

           MOVE TAS-CLASE       TO WS-BUS-CLASE.
           MOVE TAS-MONEDA      TO WS-BUS-MONEDA.
           MOVE TAS-BANDA-HASTA TO WS-BUS-HASTA.

      * LAS VIGENCIAS DE LA BANDA VIENEN EN ORDEN ASCENDENTE: QUEDA   *
      * LA ULTIMA ACTIVA QUE NO SUPERA LA FECHA PEDIDA *****************
           SET WS-NO-FIN-BANDA TO TRUE.
           PERFORM 1100-EXAMINAR-VIGENCIA THRU 1100-F-EXAMINAR-VIGENCIA
                   UNTIL WS-FIN-BANDA.

       1000-F-CONSULTAR-TASA.
           GOBACK.

      ***** UNA VIGENCIA DE LA BANDA Y LECTURA DE LA SIGUIENTE ********
       1100-EXAMINAR-VIGENCIA.

           IF TAS-CLASE       IS NOT EQUAL WS-BUS-CLASE
              OR TAS-MONEDA      IS NOT EQUAL WS-BUS-MONEDA
              OR TAS-BANDA-HASTA IS NOT EQUAL WS-BUS-HASTA
              OR TAS-VIGENCIA    IS GREATER LK-TAS-FECHA
              SET WS-FIN-BANDA TO TRUE
              GO TO 1100-F-EXAMINAR-VIGENCIA
           END-IF.

           IF TAS-ACTIVA
              SET LK-TAS-ENCONTRADA TO TRUE
              MOVE TAS-TASA        TO LK-TAS-TASA
              MOVE TAS-VIGENCIA    TO LK-TAS-VIGENCIA
              MOVE TAS-BANDA-HASTA TO LK-TAS-BANDA-HASTA
           END-IF.

           READ TASAS NEXT INTO WS-REG-TASA.
           IF FS-TAS IS NOT EQUAL '00'
              SET WS-FIN-BANDA TO TRUE
           END-IF.

       1100-F-EXAMINAR-VIGENCIA. EXIT.
