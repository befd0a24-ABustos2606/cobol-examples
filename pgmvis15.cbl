       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVIS15.
      ********************************************************
      *                                                      *
      *     COMPENSACION DIARIA DE PARTIDAS INTERSUCURSALES  *
      *            TP 35 - BATCH DB2 DE CONTROL              *
      *                                                      *
      ********************************************************
      *                                                      *
      * LAS TRANSFERENCIAS ENTRE CUENTAS DE DISTINTAS        *
      * SUCURSALES DESCUADRAN LOS LIBROS DE CADA SUCURSAL Y  *
      * CONTABILIDAD LO ARREGLABA A FIN DE MES. PGMVPS15     *
      * DEJA AHORA POR CADA PATA POSTEADA CON CONTRAPARTE DE *
      * OTRA SUCURSAL UNA PARTIDA EN ITPLZRY.TB99INTS CON EL *
      * SIGNO DEL POSTEO (DEBITO NEGATIVO EN LA SUCURSAL QUE *
      * DEBE, CREDITO POSITIVO EN LA QUE TIENE A COBRAR).    *
      * ESTE JOB DIARIO SUMA LAS PARTIDAS DE LA FECHA DE     *
      * NEGOCIO POR MONEDA Y SUCURSAL/CONTRAPARTE, COMPENSA  *
      * CADA PAR DE SUCURSALES CONTRA SU ESPEJO Y EMITE EL   *
      * LISTADO DE COMPENSACION INTERSUCURSAL CON LA         *
      * POSICION NETA DE CADA PAR Y QUIEN DEBE A QUIEN.      *
      * UN PAR CUYOS DOS LADOS NO SE ANULAN SE MARCA COMO    *
      * DESCUADRE (RC 0004) Y AL PIE SE CONTROLA POR MONEDA  *
      * QUE LA SUMA DE TODAS LAS POSICIONES DEL BANCO SEA    *
      * CERO: SI NO LO ES EL JOB TERMINA CON RC 9999, IGUAL  *
      * QUE EL BALANCE DE SUMAS Y SALDOS DE PGMVAS15         *
      *                                                      *
      * PARAMETRO: FECHA DE NEGOCIO AAAAMMDD (CEROS = FECHA  *
      * DE PROCESO DE LA CADENA)                             *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTADO ASSIGN DDLISTA
                  FILE STATUS IS FS-LIS.

           SELECT PARAMETROS ASSIGN DDPARAM
                  FILE STATUS IS FS-PAR.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01  REG-LISTADO        PIC X(132).

       FD PARAMETROS
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-PARAMETROS      PIC X(20).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-LIS             PIC X(02).
           88  FS-LIS-OK                  VALUE '00'.

       01  FS-PAR             PIC X(02)   VALUE SPACES.
           88  FS-OK-PAR                  VALUE '00'.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

      * FECHA DE NEGOCIO A COMPENSAR (CEROS = FECHA DE PROCESO) *******
       01  WS-REG-PARAMETROS.
           03  WS-PAR-FECHA         PIC 9(08)      VALUE ZEROS.
           03  FILLER               PIC X(12)      VALUE SPACES.

       01  WS-FECHA-NEG-8     PIC 9(08)   VALUE ZEROS.
       01  WS-FECHA-NEG-R REDEFINES WS-FECHA-NEG-8.
           03  WS-NEG-AAAA        PIC 9(04).
           03  WS-NEG-MM          PIC 9(02).
           03  WS-NEG-DD          PIC 9(02).

      * PARTIDAS DEL DIA SUMADAS POR MONEDA, SUCURSAL Y CONTRAPARTE;  *
      * LA MARCA INDICA QUE EL RENGLON YA SALIO COMO ESPEJO DE SU PAR *
       01  WS-INT-TABLA.
           03  WS-INT-TOPE        PIC 9(04)   VALUE 2000.
           03  WS-INT-OCUP        PIC 9(04)   VALUE ZEROS.
           03  WS-INT-ENTRADA OCCURS 2000 TIMES.
               05  WS-INT-MON     PIC 9(02).
               05  WS-INT-SUC     PIC 9(04).
               05  WS-INT-CTP     PIC 9(04).
               05  WS-INT-IMP     PIC S9(13)V99.
               05  WS-INT-CAN     PIC 9(07).
               05  WS-INT-MARCA   PIC X(01).
                   88  WS-INT-COMPENSADO      VALUE 'S'.
                   88  WS-INT-PENDIENTE       VALUE 'N'.

       77  WS-INT-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-ESP-IX          PIC 9(04)   VALUE ZEROS.
       77  WS-ESP-IX-MATCH    PIC 9(04)   VALUE ZEROS.

      * SUMA DE TODAS LAS POSICIONES DEL BANCO POR MONEDA *************
       01  WS-TMO-TABLA.
           03  WS-TMO-TOPE        PIC 9(02)   VALUE 10.
           03  WS-TMO-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-TMO-ENTRADA OCCURS 10 TIMES.
               05  WS-TMO-MONEDA  PIC 9(02).
               05  WS-TMO-IMPORTE PIC S9(13)V99.

       77  WS-TMO-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-TMO-IX-MATCH    PIC 9(02)   VALUE ZEROS.

      * LOS DOS LADOS DEL PAR EN CURSO Y SU POSICION NETA *************
       01  AC-LADO-A          PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-LADO-B          PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       01  AC-DIFERENCIA      PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.

       77  CN-TOT-PARTIDAS    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-PARES       PIC 9(05)   VALUE ZEROS.
       77  CN-TOT-DESCUADRES  PIC 9(05)   VALUE ZEROS.
       77  CN-MON-NO-CUADRA   PIC 9(03)   VALUE ZEROS.

       01  FS-SQL             PIC X(02).
           88  SQL-OK                     VALUE '00'.
           88  SQL-EOF                    VALUE '10'.
           88  SQL-NOK                    VALUE '01' THRU '09'
                                                '11' THRU '99'.

       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * HOST VARIABLES DE LAS PARTIDAS INTERSUCURSALES TB99INTS *******
       77  WS-ITS-FECNEG      PIC X(10)   VALUE SPACES.
       77  WS-ITS-SUCUEN      PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-ITS-SUCCTP      PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-ITS-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-ITS-IMPORTE     PIC S9(13)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-ITS-CANT        PIC S9(9) USAGE COMP VALUE ZEROS.

      * PARTIDAS DE LA FECHA POR MONEDA, SUCURSAL Y CONTRAPARTE *******
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT MONEDA, SUCUEN, SUCCTP, SUM(IMPORTE), COUNT(*)
               FROM ITPLZRY.TB99INTS
               WHERE FECNEG = :WS-ITS-FECNEG
               GROUP BY MONEDA, SUCUEN, SUCCTP
               ORDER BY MONEDA ASC, SUCUEN ASC, SUCCTP ASC
           END-EXEC.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(48)    VALUE
                'COMPENSACION INTERSUCURSAL - FECHA DE NEGOCIO   '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(76)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(06)    VALUE 'MONEDA'.
           03  FILLER        PIC X(02)    VALUE SPACES.
           03  FILLER        PIC X(05)    VALUE 'SUC A'.
           03  FILLER        PIC X(02)    VALUE SPACES.
           03  FILLER        PIC X(05)    VALUE 'SUC B'.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  FILLER        PIC X(19)    VALUE
                '    PARTIDAS SUC A '.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  FILLER        PIC X(19)    VALUE
                '    PARTIDAS SUC B '.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  FILLER        PIC X(18)    VALUE
                '  POSICION NETA   '.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  FILLER        PIC X(20)    VALUE 'SENTIDO'.
           03  FILLER        PIC X(02)    VALUE SPACES.
           03  FILLER        PIC X(10)    VALUE 'CONTROL'.
           03  FILLER        PIC X(12)    VALUE SPACES.

       01  WS-REG-PAR.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LIN-MONEDA      PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-LIN-SUC-A       PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-LIN-SUC-B       PIC ZZZ9     VALUE ZEROS.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-LIN-LADO-A      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-LIN-LADO-B      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-LIN-NETO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-LIN-SENTIDO     PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LIN-CONTROL     PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(12)    VALUE SPACES.

       01  WS-REG-TOT-MONEDA.
           03  FILLER             PIC X(13)    VALUE 'TOTAL MONEDA '.
           03  WS-TOT-LIN-MONEDA  PIC Z9       VALUE ZEROS.
           03  FILLER             PIC X(26)    VALUE
                ' - SUMA DE POSICIONES    '.
           03  WS-TOT-LIN-IMPORTE PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-TOT-LIN-CONTROL PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(49)    VALUE SPACES.

       01  WS-REG-SIN-PARTIDAS.
           03  FILLER             PIC X(48)    VALUE
                'SIN PARTIDAS INTERSUCURSALES EN LA FECHA        '.
           03  FILLER             PIC X(84)    VALUE SPACES.
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


       PROCEDURE DIVISION.
      *-------------------*
      **************************************
      *  CUERPO PRINCIPAL DEL PROGRAMA     *
      **************************************
       MAIN-PROGRAM.
      *-------------*

           PERFORM 1000-I-INICIO
              THRU 1000-F-INICIO

           PERFORM 2000-I-PROCESO
              THRU 2000-F-PROCESO
              UNTIL SQL-EOF OR SQL-NOK

           IF NOT SQL-NOK
              PERFORM 3000-COMPENSAR-PARES
                 THRU 3000-F-COMPENSAR-PARES
           END-IF

           PERFORM 9999-I-FINAL
              THRU 9999-F-FINAL

           GOBACK
           .
      **************************************
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      **************************************
       1000-I-INICIO.
      *--------------*

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN INPUT PARAMETROS.
           IF FS-OK-PAR
              READ PARAMETROS INTO WS-REG-PARAMETROS
           END-IF.
           CLOSE PARAMETROS.

           IF WS-PAR-FECHA IS NUMERIC
              AND WS-PAR-FECHA IS GREATER THAN ZEROS
              MOVE WS-PAR-FECHA  TO WS-FECHA-NEG-8
           ELSE
              MOVE LK-FP-FECHA-8 TO WS-FECHA-NEG-8
           END-IF.

           MOVE SPACES TO WS-ITS-FECNEG.
           STRING WS-NEG-AAAA '-' WS-NEG-MM '-' WS-NEG-DD
                  DELIMITED BY SIZE INTO WS-ITS-FECNEG.

           MOVE WS-FECHA-NEG-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           EXEC SQL
              OPEN CURSOR1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 1    = ' WS-SQLCODE
              MOVE '99' TO FS-SQL
              MOVE 9999 TO RETURN-CODE
           ELSE
              PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      **************************************
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  CARGA DE UN RENGLON POR FETCH     *
      **************************************
       2000-I-PROCESO.
      *---------------*

           IF WS-INT-OCUP IS NOT LESS THAN WS-INT-TOPE
              DISPLAY '* TABLA DE PARTIDAS INTERSUCURSALES LLENA'
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
              GO TO 2000-F-PROCESO
           END-IF.

           ADD 1 TO WS-INT-OCUP.
           MOVE WS-ITS-MONEDA  TO WS-INT-MON(WS-INT-OCUP).
           MOVE WS-ITS-SUCUEN  TO WS-INT-SUC(WS-INT-OCUP).
           MOVE WS-ITS-SUCCTP  TO WS-INT-CTP(WS-INT-OCUP).
           MOVE WS-ITS-IMPORTE TO WS-INT-IMP(WS-INT-OCUP).
           MOVE WS-ITS-CANT    TO WS-INT-CAN(WS-INT-OCUP).
           SET WS-INT-PENDIENTE(WS-INT-OCUP) TO TRUE.

           ADD WS-ITS-CANT TO CN-TOT-PARTIDAS.

           PERFORM 2200-ACUMULAR-MONEDA THRU 2200-F-ACUMULAR-MONEDA.

           PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :WS-ITS-MONEDA,
                       :WS-ITS-SUCUEN,
                       :WS-ITS-SUCCTP,
                       :WS-ITS-IMPORTE,
                       :WS-ITS-CANT
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE '00' TO FS-SQL
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR: ' WS-SQLCODE
                 MOVE '99' TO FS-SQL
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       2100-F-FETCH-CURSOR. EXIT.

      ***** SUMA DEL RENGLON AL TOTAL DEL BANCO DE SU MONEDA **********
       2200-ACUMULAR-MONEDA.
      *---------------------*

           MOVE ZEROS TO WS-TMO-IX-MATCH.
           PERFORM 2210-BUSCAR-MONEDA THRU 2210-F-BUSCAR-MONEDA
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP
                      OR WS-TMO-IX-MATCH > ZEROS.

           IF WS-TMO-IX-MATCH IS EQUAL ZEROS
              IF WS-TMO-OCUP IS NOT LESS THAN WS-TMO-TOPE
                 DISPLAY '* TABLA DE MONEDAS LLENA - MONEDA '
                         WS-ITS-MONEDA
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2200-F-ACUMULAR-MONEDA
              END-IF
              ADD 1 TO WS-TMO-OCUP
              MOVE WS-TMO-OCUP   TO WS-TMO-IX-MATCH
              MOVE WS-ITS-MONEDA TO WS-TMO-MONEDA(WS-TMO-IX-MATCH)
              MOVE ZEROS         TO WS-TMO-IMPORTE(WS-TMO-IX-MATCH)
           END-IF.

           ADD WS-ITS-IMPORTE TO WS-TMO-IMPORTE(WS-TMO-IX-MATCH).

       2200-F-ACUMULAR-MONEDA.
           EXIT.

       2210-BUSCAR-MONEDA.
      *-------------------*

           IF WS-TMO-MONEDA(WS-TMO-IX) IS EQUAL WS-ITS-MONEDA
              MOVE WS-TMO-IX TO WS-TMO-IX-MATCH
           END-IF.

       2210-F-BUSCAR-MONEDA.
           EXIT.

      **************************************
      *  COMPENSACION POR PAR DE SUCURSALES*
      *  Y CONTROL DE CUADRE DEL BANCO     *
      **************************************
       3000-COMPENSAR-PARES.
      *---------------------*

           IF WS-INT-OCUP IS EQUAL ZEROS
              WRITE REG-LISTADO FROM WS-REG-SIN-PARTIDAS AFTER 1
              GO TO 3000-F-COMPENSAR-PARES
           END-IF.

      * PRIMERO LOS PARES VISTOS DESDE LA SUCURSAL MENOR, CON SU      *
      * ESPEJO; DESPUES LOS RENGLONES DE LA SUCURSAL MAYOR QUE NO     *
      * TUVIERON ESPEJO (PAR CON UN SOLO LADO = DESCUADRE) *************
           PERFORM 3100-PAR-DESDE-MENOR THRU 3100-F-PAR-DESDE-MENOR
                   VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INT-OCUP.

           PERFORM 3200-PAR-SIN-ESPEJO THRU 3200-F-PAR-SIN-ESPEJO
                   VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INT-OCUP.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 3500-CUADRE-MONEDA THRU 3500-F-CUADRE-MONEDA
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP.

       3000-F-COMPENSAR-PARES.
           EXIT.

      ***** PAR VISTO DESDE LA SUCURSAL MENOR Y SU ESPEJO *************
       3100-PAR-DESDE-MENOR.
      *---------------------*

           IF WS-INT-SUC(WS-INT-IX) IS GREATER WS-INT-CTP(WS-INT-IX)
              GO TO 3100-F-PAR-DESDE-MENOR
           END-IF.

           SET WS-INT-COMPENSADO(WS-INT-IX) TO TRUE.
           MOVE WS-INT-IMP(WS-INT-IX) TO AC-LADO-A.
           MOVE ZEROS TO AC-LADO-B.

           MOVE ZEROS TO WS-ESP-IX-MATCH.
           PERFORM 3110-BUSCAR-ESPEJO THRU 3110-F-BUSCAR-ESPEJO
                   VARYING WS-ESP-IX FROM 1 BY 1
                   UNTIL WS-ESP-IX > WS-INT-OCUP
                      OR WS-ESP-IX-MATCH > ZEROS.

           IF WS-ESP-IX-MATCH IS GREATER ZEROS
              SET WS-INT-COMPENSADO(WS-ESP-IX-MATCH) TO TRUE
              MOVE WS-INT-IMP(WS-ESP-IX-MATCH) TO AC-LADO-B
           END-IF.

           PERFORM 3300-IMPRIMIR-PAR THRU 3300-F-IMPRIMIR-PAR.

       3100-F-PAR-DESDE-MENOR.
           EXIT.

       3110-BUSCAR-ESPEJO.
      *-------------------*

           IF WS-INT-MON(WS-ESP-IX) IS EQUAL WS-INT-MON(WS-INT-IX)
              AND WS-INT-SUC(WS-ESP-IX) IS EQUAL WS-INT-CTP(WS-INT-IX)
              AND WS-INT-CTP(WS-ESP-IX) IS EQUAL WS-INT-SUC(WS-INT-IX)
              MOVE WS-ESP-IX TO WS-ESP-IX-MATCH
           END-IF.

       3110-F-BUSCAR-ESPEJO.
           EXIT.

      ***** RENGLON DE LA SUCURSAL MAYOR SIN LADO EN LA MENOR *********
       3200-PAR-SIN-ESPEJO.
      *--------------------*

           IF WS-INT-COMPENSADO(WS-INT-IX)
              GO TO 3200-F-PAR-SIN-ESPEJO
           END-IF.

           SET WS-INT-COMPENSADO(WS-INT-IX) TO TRUE.
           MOVE ZEROS TO AC-LADO-A.
           MOVE WS-INT-IMP(WS-INT-IX) TO AC-LADO-B.

           PERFORM 3300-IMPRIMIR-PAR THRU 3300-F-IMPRIMIR-PAR.

       3200-F-PAR-SIN-ESPEJO.
           EXIT.

      ***** RENGLON DEL PAR: LA POSICION NETA ES LA DE LA SUCURSAL A  *
      ***** (NEGATIVA = A DEBE A B) Y LOS DOS LADOS DEBEN ANULARSE ****
       3300-IMPRIMIR-PAR.
      *------------------*

           ADD 1 TO CN-TOT-PARES.

           MOVE SPACES TO WS-REG-PAR.
           MOVE WS-INT-MON(WS-INT-IX) TO WS-LIN-MONEDA.
           IF WS-INT-SUC(WS-INT-IX) IS GREATER WS-INT-CTP(WS-INT-IX)
              MOVE WS-INT-CTP(WS-INT-IX) TO WS-LIN-SUC-A
              MOVE WS-INT-SUC(WS-INT-IX) TO WS-LIN-SUC-B
           ELSE
              MOVE WS-INT-SUC(WS-INT-IX) TO WS-LIN-SUC-A
              MOVE WS-INT-CTP(WS-INT-IX) TO WS-LIN-SUC-B
           END-IF.
           MOVE AC-LADO-A TO WS-LIN-LADO-A.
           MOVE AC-LADO-B TO WS-LIN-LADO-B.

      * SIN LADO A LA POSICION SE TOMA DEL LADO B CAMBIADO DE SIGNO *
           IF AC-LADO-A IS EQUAL ZEROS
              COMPUTE AC-DIFERENCIA = ZEROS - AC-LADO-B
           ELSE
              MOVE AC-LADO-A TO AC-DIFERENCIA
           END-IF.
           MOVE AC-DIFERENCIA TO WS-LIN-NETO.

           EVALUATE TRUE
              WHEN AC-DIFERENCIA IS LESS THAN ZEROS
                 MOVE 'SUC A DEBE A SUC B' TO WS-LIN-SENTIDO
              WHEN AC-DIFERENCIA IS GREATER THAN ZEROS
                 MOVE 'SUC B DEBE A SUC A' TO WS-LIN-SENTIDO
              WHEN OTHER
                 MOVE 'SIN POSICION' TO WS-LIN-SENTIDO
           END-EVALUATE.

           COMPUTE AC-DIFERENCIA = AC-LADO-A + AC-LADO-B.
           IF AC-DIFERENCIA IS EQUAL ZEROS
              MOVE 'OK' TO WS-LIN-CONTROL
           ELSE
              MOVE 'DESCUADRE' TO WS-LIN-CONTROL
              ADD 1 TO CN-TOT-DESCUADRES
              DISPLAY '* PAR DESCUADRADO - MONEDA ' WS-LIN-MONEDA
                      ' SUC ' WS-LIN-SUC-A ' / ' WS-LIN-SUC-B
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-PAR AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3300-F-IMPRIMIR-PAR.
           EXIT.

      ***** SUMA DE TODAS LAS POSICIONES DE LA MONEDA = CERO **********
       3500-CUADRE-MONEDA.
      *-------------------*

           MOVE SPACES TO WS-REG-TOT-MONEDA.
           MOVE WS-TMO-MONEDA(WS-TMO-IX)  TO WS-TOT-LIN-MONEDA.
           MOVE WS-TMO-IMPORTE(WS-TMO-IX) TO WS-TOT-LIN-IMPORTE.

           IF WS-TMO-IMPORTE(WS-TMO-IX) IS EQUAL ZEROS
              MOVE 'BANCO CUADRADO' TO WS-TOT-LIN-CONTROL
           ELSE
              MOVE 'BANCO NO CUADRA' TO WS-TOT-LIN-CONTROL
              ADD 1 TO CN-MON-NO-CUADRA
              DISPLAY '* SUMA DE POSICIONES DISTINTA DE CERO - MONEDA '
                      WS-TMO-MONEDA(WS-TMO-IX)
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-TOT-MONEDA AFTER 1.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3500-F-CUADRE-MONEDA.
           EXIT.

       9999-I-FINAL.
      *-------------*

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CLOSE CURSOR     = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           CLOSE LISTADO.
           IF FS-LIS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           DISPLAY 'PARTIDAS INTERSUCURSALES    = ' CN-TOT-PARTIDAS.
           DISPLAY 'PARES DE SUCURSALES         = ' CN-TOT-PARES.
           DISPLAY 'PARES DESCUADRADOS          = ' CN-TOT-DESCUADRES.
           DISPLAY 'MONEDAS SIN CUADRE DE BANCO = ' CN-MON-NO-CUADRA.

           IF CN-MON-NO-CUADRA IS GREATER THAN ZEROS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND CN-TOT-DESCUADRES IS GREATER THAN ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVIS15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE CN-TOT-PARES    TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = CN-TOT-DESCUADRES
                                    + CN-MON-NO-CUADRA.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN
           .
       9999-F-FINAL.
           EXIT.
