       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPI15.

      ***********************************************
      *                                             *
      *  INVENTARIO DE PRODUCTOS - CUENTAS Y        *
      *  SALDOS POR PRODUCTO DEL CATALOGO           *
      *        TP 35 - BATCH DB2 DE CONSULTA        *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * RECORRE TB99CUEN AGRUPADO POR TIPCUEN Y     *
      * MONEDA Y LO CRUZA CON EL CATALOGO DE        *
      * PRODUCTOS DDPRODUC (CPPRODUC, MANTENIDO     *
      * POR PGMVPT15) POR EL CODIGO NUMERICO DEL    *
      * PRODUCTO. LISTA, POR PRODUCTO, NOMBRE       *
      * COMERCIAL, ESTADO, CANTIDAD DE CUENTAS Y    *
      * SALDO; LOS PRODUCTOS SIN CUENTAS SALEN EN   *
      * CERO Y LAS CUENTAS DE UN TIPO/MONEDA QUE NO *
      * ESTA EN EL CATALOGO SALEN APARTE COMO NO    *
      * CATALOGADAS (RC 0004 PARA QUE SE REVISE)    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PRODUC ASSIGN DDPRODUC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-PRODUC
                    FILE STATUS IS FS-PRD.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD PRODUC.

       01 REG-PRODUC.
           03 KEY-PRODUC    PIC X(04).
           03 FILLER        PIC X(96).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-PRD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPPRODUC.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-PRD    PIC X.
           88  WS-FIN-PRODUC          VALUE 'Y'.
           88  WS-NO-FIN-PRODUC       VALUE 'N'.

      * CATALOGO EN MEMORIA CON LOS ACUMULADORES DE CADA PRODUCTO *
       77  WS-PRD-TOPE      PIC 9(03) VALUE 100.
       77  WS-PRD-OCUP      PIC 9(03) VALUE ZEROS.
       77  WS-PRD-IX        PIC 9(03) VALUE ZEROS.
       77  WS-PRD-IX-MATCH  PIC 9(03) VALUE ZEROS.
       01  WS-PRD-TABLA.
           03  WS-PRD-ENTRADA OCCURS 100 TIMES.
               05  WS-PRD-TIPO-CUENTA PIC X(02).
               05  WS-PRD-MONEDA      PIC 9(02).
               05  WS-PRD-TIPCUEN     PIC 9(02).
               05  WS-PRD-NOMBRE      PIC X(30).
               05  WS-PRD-ESTADO      PIC X(01).
               05  WS-PRD-CUENTAS     PIC 9(09).
               05  WS-PRD-SALDO       PIC S9(13)V99.

      * HOST VARIABLES DEL AGRUPAMIENTO *
       77  WS-CUE-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-INV-SALDO     PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-INV-CUENTAS   PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-TIPCUEN-N     PIC 9(02) VALUE ZEROS.
       77  WS-MONEDA-N      PIC 9(02) VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * TOTALES *
       77  WS-TOT-PRODUCTOS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-GRUPOS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-NO-CATAL  PIC 9(05) VALUE ZEROS.
       01  AC-TOT-CUENTAS   PIC 9(09) VALUE ZEROS.
       01  AC-TOT-SALDO     PIC S9(15)V99 USAGE COMP-3 VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

           EXEC SQL
             DECLARE CURPROD CURSOR FOR
             SELECT TIPCUEN, MONEDA, SUM(SALDO), COUNT(*)
               FROM ITPLZRY.TB99CUEN
               GROUP BY TIPCUEN, MONEDA
               ORDER BY TIPCUEN ASC, MONEDA ASC
           END-EXEC.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(37)    VALUE
                   'INVENTARIO DE PRODUCTOS - CORRIDA '.
           03  WS-TIT-FECHA  PIC 9(06)    VALUE ZEROS.
           03  FILLER        PIC X(89)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(46)    VALUE
                   'TIPO MON TC PRODUCTO'.
           03  FILLER        PIC X(12)    VALUE 'ESTADO'.
           03  FILLER        PIC X(16)    VALUE '     CUENTAS'.
           03  FILLER        PIC X(24)    VALUE
                   '                 SALDO'.
           03  FILLER        PIC X(34)    VALUE SPACES.

       01  WS-DET-PRODUCTO.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DPR-TIPO-CUENTA PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DPR-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DPR-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DPR-NOMBRE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DPR-ESTADO      PIC X(12)    VALUE SPACES.
           03  WS-DPR-CUENTAS     PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(05)    VALUE SPACES.
           03  WS-DPR-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(35)    VALUE SPACES.

       01  WS-DET-TOTAL.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DTO-TEXTO       PIC X(57)    VALUE SPACES.
           03  WS-DTO-CUENTAS     PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(05)    VALUE SPACES.
           03  WS-DTO-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(35)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************
       01  WS-PGMVFD15      PIC X(8)  VALUE 'PGMVFD15'.
       01  LK-PARM-FECPRO.
           03  LK-FP-FECHA-6        PIC 9(06).
           03  LK-FP-FECHA-8        PIC 9(08).
           03  LK-FP-ORIGEN         PIC X.
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.


      ***************************************************************.
       PROCEDURE DIVISION.
      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      *                                    *
      **************************************
       MAIN-PROGRAM.

           PERFORM 1000-INICIO   THRU  F-1000-INICIO.

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL WS-FIN-LECTURA.

           PERFORM 3000-LISTAR-PRODUCTOS THRU F-3000-LISTAR-PRODUCTOS.

           PERFORM 9999-FINAL    THRU  F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN INPUT PRODUC.
           IF FS-PRD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PRODUC = ' FS-PRD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           SET WS-NO-FIN-PRODUC TO TRUE.
           PERFORM 1100-CARGAR-PRODUCTO THRU F-1100-CARGAR-PRODUCTO
                   UNTIL WS-FIN-PRODUC.
           CLOSE PRODUC.

           MOVE WS-FECHA-RES TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           EXEC SQL
              OPEN CURPROD
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURPROD = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 2100-FETCH-GRUPO THRU F-2100-FETCH-GRUPO.

       F-1000-INICIO.   EXIT.

      ***** CATALOGO A LA TABLA EN MEMORIA ****************************
       1100-CARGAR-PRODUCTO.

           READ PRODUC INTO WS-REG-PRODUC.

           EVALUATE FS-PRD
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-PRODUC TO TRUE
                 GO TO F-1100-CARGAR-PRODUCTO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PRODUC = ' FS-PRD
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-PRODUC TO TRUE
                 GO TO F-1100-CARGAR-PRODUCTO
           END-EVALUATE.

           IF WS-PRD-OCUP IS NOT LESS THAN WS-PRD-TOPE
              DISPLAY '* TABLA DE PRODUCTOS LLENA'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-PRODUC TO TRUE
              GO TO F-1100-CARGAR-PRODUCTO
           END-IF.

           ADD 1 TO WS-PRD-OCUP.
           MOVE PRD-TIPO-CUENTA TO WS-PRD-TIPO-CUENTA(WS-PRD-OCUP).
           MOVE PRD-MONEDA      TO WS-PRD-MONEDA(WS-PRD-OCUP).
           MOVE PRD-TIPCUEN     TO WS-PRD-TIPCUEN(WS-PRD-OCUP).
           MOVE PRD-NOMBRE      TO WS-PRD-NOMBRE(WS-PRD-OCUP).
           MOVE PRD-ESTADO      TO WS-PRD-ESTADO(WS-PRD-OCUP).
           MOVE ZEROS           TO WS-PRD-CUENTAS(WS-PRD-OCUP).
           MOVE ZEROS           TO WS-PRD-SALDO(WS-PRD-OCUP).

       F-1100-CARGAR-PRODUCTO. EXIT.

      **************************************
      *                                    *
      *  UN GRUPO TIPCUEN/MONEDA DE        *
      *  TB99CUEN POR FETCH                *
      *                                    *
      **************************************
       2000-PROCESO.

           ADD 1 TO WS-TOT-GRUPOS.
           ADD WS-INV-CUENTAS TO AC-TOT-CUENTAS.
           ADD WS-INV-SALDO   TO AC-TOT-SALDO.
           MOVE DB-CU-TIPCUEN TO WS-TIPCUEN-N.
           MOVE WS-CUE-MONEDA TO WS-MONEDA-N.

           MOVE ZEROS TO WS-PRD-IX-MATCH.
           PERFORM 2200-UBICAR-PRODUCTO THRU F-2200-UBICAR-PRODUCTO
                   VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-OCUP
                      OR WS-PRD-IX-MATCH > ZEROS.

           IF WS-PRD-IX-MATCH IS GREATER THAN ZEROS
              ADD WS-INV-CUENTAS TO WS-PRD-CUENTAS(WS-PRD-IX-MATCH)
              ADD WS-INV-SALDO   TO WS-PRD-SALDO(WS-PRD-IX-MATCH)
           ELSE
              PERFORM 2300-IMPRIMIR-NO-CATAL
                      THRU F-2300-IMPRIMIR-NO-CATAL
           END-IF.

           PERFORM 2100-FETCH-GRUPO THRU F-2100-FETCH-GRUPO.

       F-2000-PROCESO. EXIT.

       2100-FETCH-GRUPO.

           EXEC SQL
              FETCH CURPROD
                 INTO :DB-CU-TIPCUEN,
                      :WS-CUE-MONEDA,
                      :WS-INV-SALDO,
                      :WS-INV-CUENTAS
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURPROD: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-FETCH-GRUPO. EXIT.

       2200-UBICAR-PRODUCTO.

           IF WS-PRD-TIPCUEN(WS-PRD-IX) IS EQUAL WS-TIPCUEN-N
              AND WS-PRD-MONEDA(WS-PRD-IX) IS EQUAL WS-MONEDA-N
              MOVE WS-PRD-IX TO WS-PRD-IX-MATCH
           END-IF.

       F-2200-UBICAR-PRODUCTO. EXIT.

      ***** CUENTAS DE UN TIPO/MONEDA FUERA DEL CATALOGO **************
       2300-IMPRIMIR-NO-CATAL.

           ADD 1 TO WS-TOT-NO-CATAL.
           MOVE SPACES                TO WS-DPR-TIPO-CUENTA.
           MOVE WS-MONEDA-N           TO WS-DPR-MONEDA.
           MOVE WS-TIPCUEN-N          TO WS-DPR-TIPCUEN.
           MOVE '** NO CATALOGADO **' TO WS-DPR-NOMBRE.
           MOVE SPACES                TO WS-DPR-ESTADO.
           MOVE WS-INV-CUENTAS        TO WS-DPR-CUENTAS.
           MOVE WS-INV-SALDO          TO WS-DPR-SALDO.
           WRITE REG-LISTADO FROM WS-DET-PRODUCTO AFTER 1.

       F-2300-IMPRIMIR-NO-CATAL. EXIT.

      **************************************
      *                                    *
      *  UNA LINEA POR PRODUCTO DEL        *
      *  CATALOGO, CON O SIN CUENTAS       *
      *                                    *
      **************************************
       3000-LISTAR-PRODUCTOS.

           IF WS-TOT-NO-CATAL IS GREATER THAN ZEROS
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
           END-IF.

           PERFORM 3100-IMPRIMIR-PRODUCTO THRU F-3100-IMPRIMIR-PRODUCTO
                   VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-OCUP.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           MOVE 'TOTAL GENERAL TB99CUEN' TO WS-DTO-TEXTO.
           MOVE AC-TOT-CUENTAS           TO WS-DTO-CUENTAS.
           MOVE AC-TOT-SALDO             TO WS-DTO-SALDO.
           WRITE REG-LISTADO FROM WS-DET-TOTAL AFTER 1.

       F-3000-LISTAR-PRODUCTOS. EXIT.

       3100-IMPRIMIR-PRODUCTO.

           ADD 1 TO WS-TOT-PRODUCTOS.
           MOVE WS-PRD-TIPO-CUENTA(WS-PRD-IX) TO WS-DPR-TIPO-CUENTA.
           MOVE WS-PRD-MONEDA(WS-PRD-IX)      TO WS-DPR-MONEDA.
           MOVE WS-PRD-TIPCUEN(WS-PRD-IX)     TO WS-DPR-TIPCUEN.
           MOVE WS-PRD-NOMBRE(WS-PRD-IX)      TO WS-DPR-NOMBRE.
           IF WS-PRD-ESTADO(WS-PRD-IX) IS EQUAL 'C'
              MOVE 'CERRADO'   TO WS-DPR-ESTADO
           ELSE
              MOVE 'EN VENTA'  TO WS-DPR-ESTADO
           END-IF.
           MOVE WS-PRD-CUENTAS(WS-PRD-IX)     TO WS-DPR-CUENTAS.
           MOVE WS-PRD-SALDO(WS-PRD-IX)       TO WS-DPR-SALDO.
           WRITE REG-LISTADO FROM WS-DET-PRODUCTO AFTER 1.

       F-3100-IMPRIMIR-PRODUCTO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           EXEC SQL
              CLOSE CURPROD
           END-EXEC.

           IF WS-TOT-NO-CATAL IS GREATER THAN ZEROS
              AND RETURN-CODE IS LESS THAN 0004
              MOVE 0004 TO RETURN-CODE
           END-IF.

           DISPLAY 'PRODUCTOS EN CATALOGO   = ' WS-TOT-PRODUCTOS.
           DISPLAY 'GRUPOS TIPCUEN/MONEDA   = ' WS-TOT-GRUPOS.
           DISPLAY 'GRUPOS NO CATALOGADOS   = ' WS-TOT-NO-CATAL.
           DISPLAY 'CUENTAS INVENTARIADAS   = ' AC-TOT-CUENTAS.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVPI15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE AC-TOT-CUENTAS  TO RES-CANT-PROCESADOS.
           MOVE WS-TOT-NO-CATAL TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
