       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVLQ15.

      ***********************************************
      *                                             *
      *  COMPENSACION NETA POR ENTIDAD Y            *
      *  CONCILIACION CON LA LIQUIDACION DEL MEP    *
      *        TP 35 - BATCH DE CONTROL             *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL CLEARING SALIENTE (DDCLEAR Y LOS SPLITS  *
      * DDCLEAB1-4 DE PGMVAC15/PGMVTR15), EL        *
      * CLEARING ENTRANTE, LA PRESENTACION DE       *
      * CHEQUES (PGMVCQ15) Y LOS DEBITOS RECIBIDOS  *
      * (PGMVDM15) SE LIQUIDABAN CADA UNO POR SU    *
      * LADO Y TESORERIA NO TENIA UN NUMERO UNICO A *
      * FONDEAR EN EL BANCO CENTRAL. ESTE JOB SUMA  *
      * TODOS LOS ITEMS DEL DIA POR ENTIDAD         *
      * CONTRAPARTE (POSITIVO = NOS DEBEN, NEGATIVO *
      * = DEBEMOS), IMPRIME LA POSICION NETA DE     *
      * CADA UNA Y EL TOTAL, Y LA CONCILIA CONTRA   *
      * EL ARCHIVO DE CONFIRMACION DE LIQUIDACION   *
      * DEL MEP: UNA ENTIDAD CUYO IMPORTE LIQUIDADO *
      * NO COINCIDE CON EL NETO CALCULADO (O QUE    *
      * TIENE POSICION Y NO FUE LIQUIDADA) SE MARCA *
      * Y DEJA EL RETURN-CODE 0004 DE ALERTA BLANDA *
      * COMO PGMVRC15. SE CORRE POR MONEDA          *
      * (DDPARAM); CHEQUES Y DEBITOS RECIBIDOS SON  *
      * SIEMPRE EN MONEDA LOCAL. UN ARCHIVO DE      *
      * ENTRADA AUSENTE SE INFORMA Y SE SIGUE       *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * CLEARING SALIENTE: CONCATENACION DE DDCLEAR Y DDCLEAB1-4 *
             SELECT CLRSAL ASSIGN DDCLRSAL
                    FILE STATUS IS FS-CLS.

      * CLEARING ENTRANTE: CREDITOS RECIBIDOS DE OTRAS ENTIDADES *
             SELECT CLRENT ASSIGN DDCLRENT
                    FILE STATUS IS FS-CLE.

      * CHEQUES PRESENTADOS (ENTRADA DE PGMVCQ15 MODO 'P') *
             SELECT CHQPRE ASSIGN DDCHQPRE
                    FILE STATUS IS FS-CHP.

      * CHEQUES RECHAZADOS (DDRECHCK DE PGMVCQ15) *
             SELECT CHQREC ASSIGN DDRECHCK
                    FILE STATUS IS FS-CHR.

      * RESPUESTA DE DEBITOS RECIBIDOS (DDRESPON DE PGMVDM15) *
             SELECT DEBRSP ASSIGN DDRESPON
                    FILE STATUS IS FS-DEB.

      * CONFIRMACION DE LIQUIDACION DEL MEP *
             SELECT MEP ASSIGN DDMEP
                    FILE STATUS IS FS-MEP.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

             SELECT PERFLOG ASSIGN DDPERFLO
                    FILE STATUS IS FS-PERF.

       DATA DIVISION.
       FILE SECTION.

       FD CLRSAL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLRSAL        PIC X(74).

       FD CLRENT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLRENT        PIC X(74).

       FD CHQPRE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CHQPRE        PIC X(54).

       FD CHQREC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CHQREC        PIC X(50).

       FD DEBRSP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-DEBRSP        PIC X(60).

       FD MEP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-MEP           PIC X(50).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(07).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

       FD PERFLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PERFLOG       PIC X(45).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-CLS           PIC XX    VALUE SPACES.
       77  FS-CLE           PIC XX    VALUE SPACES.
       77  FS-CHP           PIC XX    VALUE SPACES.
       77  FS-CHR           PIC XX    VALUE SPACES.
       77  FS-DEB           PIC XX    VALUE SPACES.
       77  FS-MEP           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-PERF          PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPPERFLOG.

      * MEDICION DE DURACION DE LA CORRIDA PARA EL PERFLOG - LA  *
      * HORA DE INICIO ES LA HORA DE TOMA DEL FEED DEL PROVEEDOR *
       01  WS-HORA-INICIO-G.
           03  WS-HI-HH        PIC 99.
           03  WS-HI-MM        PIC 99.
           03  WS-HI-SS        PIC 99.
           03  WS-HI-CC        PIC 99.

       01  WS-HORA-FIN-G.
           03  WS-HF-HH        PIC 99.
           03  WS-HF-MM        PIC 99.
           03  WS-HF-SS        PIC 99.
           03  WS-HF-CC        PIC 99.

       01  WS-SEG-INICIO        PIC 9(07) COMP.
       01  WS-SEG-FIN           PIC 9(07) COMP.

      * MONEDA DE LA CORRIDA, MONEDA LOCAL (CHEQUES Y DEBITOS) Y      *
      * ENTIDAD PROPIA (LOS ITEMS ON-US NO SE COMPENSAN) **************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MONEDA         PIC 99      VALUE 02.
           03  WS-PAR-MONEDA-LOCAL   PIC 99      VALUE 02.
           03  WS-PAR-ENTIDAD-PROPIA PIC 9(03)   VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * ITEM DE CLEARING EN EL LAYOUT DE 74 BYTES POR CBU (MISMO QUE  *
      * PGMVAC15/PGMVTR15). EN EL ENTRANTE EL CBU ES EL DE NUESTRO    *
      * CLIENTE Y LA ENTIDAD ORIGINANTE VIENE EN LOS BYTES 67-69      *
       01  WS-REG-CLEARING.
           03  CLR-CBU        PIC 9(14).
           03  FILLER         PIC X(01).
           03  CLR-TIPO-CTA   PIC X(02).
           03  FILLER         PIC X(01).
           03  CLR-NRO-CTA    PIC 9(15).
           03  FILLER         PIC X(01).
           03  CLR-MONEDA     PIC 9(02).
           03  FILLER         PIC X(01).
           03  CLR-TIPO-DOC   PIC X(02).
           03  FILLER         PIC X(01).
           03  CLR-NRO-DOC    PIC 9(11).
           03  FILLER         PIC X(01).
           03  CLR-SALDO      PIC S9(12)V99.
           03  CLR-ENT-ORIGEN PIC 9(03).
           03  FILLER         PIC X(05).

      * CHEQUE PRESENTADO (LAYOUT DE PGMVCQ15) *
       01  WS-REG-PRES.
           03  PRE-TIPCUEN        PIC 9(02).
           03  PRE-NROCUEN        PIC 9(15).
           03  PRE-NRO-CHEQUE     PIC 9(08).
           03  PRE-IMPORTE        PIC 9(9)V99.
           03  PRE-ENTIDAD        PIC 9(03).
           03  FILLER             PIC X(15).

      * CHEQUE RECHAZADO (LAYOUT DE PGMVCQ15) *
       01  WS-REG-RECHCK.
           03  RCK-TIPCUEN      PIC 9(02).
           03  RCK-NROCUEN      PIC 9(15).
           03  RCK-NRO-CHEQUE   PIC 9(08).
           03  RCK-IMPORTE      PIC 9(9)V99.
           03  RCK-MOTIVO       PIC X(02).
           03  RCK-ENTIDAD      PIC 9(03).
           03  FILLER           PIC X(09).

      * RESPUESTA DE DEBITO RECIBIDO (LAYOUT DE PGMVDM15) *
       01  WS-REG-RESPUESTA.
           03  RSP-EMPRESA      PIC X(10).
           03  RSP-TIPCUEN      PIC 9(02).
           03  RSP-NROCUEN      PIC 9(15).
           03  RSP-IMPORTE      PIC 9(9)V99.
           03  RSP-REFERENCIA   PIC X(15).
           03  RSP-ESTADO       PIC X(02).
               88  RSP-PAGADO            VALUE 'PA'.
           03  RSP-ENTIDAD      PIC 9(03).
           03  FILLER           PIC X(02).

      * CONFIRMACION DEL MEP: IMPORTE LIQUIDADO POR ENTIDAD, MONEDA Y *
      * FECHA - C = ACREDITADO A NOSOTROS, D = DEBITADO ***************
       01  WS-REG-MEP.
           03  MEP-ENTIDAD        PIC 9(03).
           03  MEP-MONEDA         PIC 9(02).
           03  MEP-FECHA          PIC 9(08).
           03  MEP-SENTIDO        PIC X(01).
               88  MEP-A-COBRAR              VALUE 'C'.
               88  MEP-A-PAGAR               VALUE 'D'.
           03  MEP-IMPORTE        PIC 9(13)V99.
           03  MEP-OPERACION      PIC X(12).
           03  FILLER             PIC X(09).

      * POSICION POR ENTIDAD CONTRAPARTE (ENTIDAD 000 = ITEMS SIN     *
      * ENTIDAD INFORMADA) *********************************************
       01  WS-ENT-TABLA.
           03  WS-ENT-TOPE        PIC 9(03)   VALUE 300.
           03  WS-ENT-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-ENT-ENTRADA OCCURS 300 TIMES.
               05  WS-ENT-CODIGO    PIC 9(03).
               05  WS-ENT-CANT      PIC 9(07) COMP-3.
               05  WS-ENT-ENVIADO   PIC S9(13)V99 COMP-3.
               05  WS-ENT-RECIBIDO  PIC S9(13)V99 COMP-3.
               05  WS-ENT-CHEQUES   PIC S9(13)V99 COMP-3.
               05  WS-ENT-DEBITOS   PIC S9(13)V99 COMP-3.
               05  WS-ENT-NETO      PIC S9(13)V99 COMP-3.
               05  WS-ENT-MEP       PIC S9(13)V99 COMP-3.
               05  WS-ENT-STATUS-MEP PIC X(01).
                   88  WS-ENT-CON-MEP            VALUE 'Y'.
                   88  WS-ENT-SIN-MEP            VALUE 'N'.

       77  WS-ENT-IX          PIC 9(03)  VALUE ZEROS.
       77  WS-ENT-IX-MATCH    PIC 9(03)  VALUE ZEROS.
       77  WS-ENT-BUSCADA     PIC 9(03)  VALUE ZEROS.
       77  WS-DIFERENCIA      PIC S9(13)V99 COMP-3 VALUE ZEROS.

      * TOTALES DE LA CORRIDA *
       77  WS-TOT-ITEMS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-OTRA-MONEDA PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ON-US       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MEP         PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DIFERENCIAS PIC 9(03) VALUE ZEROS.
       01  AC-A-COBRAR        PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  AC-A-PAGAR         PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  AC-NETO            PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  AC-MEP             PIC S9(15)V99 COMP-3 VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(44)    VALUE
                'COMPENSACION NETA POR ENTIDAD - FECHA       '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(09)    VALUE ' MONEDA: '.
           03  WS-TIT-MONEDA PIC 9(02)    VALUE ZEROS.
           03  FILLER        PIC X(69)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(06)    VALUE 'ENT.'.
           03  FILLER        PIC X(16)    VALUE '  CLEARING ENV.'.
           03  FILLER        PIC X(16)    VALUE '  CLEARING REC.'.
           03  FILLER        PIC X(16)    VALUE '        CHEQUES'.
           03  FILLER        PIC X(16)    VALUE '  DEB.RECIBIDOS'.
           03  FILLER        PIC X(16)    VALUE '  POSICION NETA'.
           03  FILLER        PIC X(16)    VALUE '  LIQUIDADO MEP'.
           03  FILLER        PIC X(16)    VALUE '     DIFERENCIA'.
           03  FILLER        PIC X(14)    VALUE ' ESTADO'.

       01  WS-REG-DETALLE.
           03  WS-DET-ENTIDAD     PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(03)    VALUE SPACES.
           03  WS-DET-ENVIADO     PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-RECIBIDO    PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-CHEQUES     PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-DEBITOS     PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-NETO        PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-MEP         PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-DIFERENCIA  PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(12)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-TOT-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(69)    VALUE SPACES.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) ********
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

           PERFORM 1000-INICIO          THRU F-1000-INICIO.

           PERFORM 2000-CLEARING-SALIENTE
                   THRU F-2000-CLEARING-SALIENTE.
           PERFORM 2200-CLEARING-ENTRANTE
                   THRU F-2200-CLEARING-ENTRANTE.
           PERFORM 2400-CHEQUES         THRU F-2400-CHEQUES.
           PERFORM 2600-DEBITOS         THRU F-2600-DEBITOS.
           PERFORM 2800-LIQUIDACION-MEP THRU F-2800-LIQUIDACION-MEP.

           PERFORM 4000-IMPRIMIR-POSICIONES
                   THRU F-4000-IMPRIMIR-POSICIONES.

           PERFORM 9999-FINAL           THRU F-9999-FINAL.

       F-MAIN-PROGRAM. GOBACK.

      **************************************
      *                                    *
      *  CUERPO INICIO APERTURA ARCHIVOS   *
      *                                    *
      **************************************
       1000-INICIO.

           ACCEPT WS-HORA-INICIO-G FROM TIME.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CLEARING SALIENTE POR ENTIDAD     *
      *  DESTINO (PRIMEROS 3 DIGITOS CBU)  *
      *                                    *
      **************************************
       2000-CLEARING-SALIENTE.

           OPEN INPUT CLRSAL.
           IF FS-CLS IS NOT EQUAL '00'
              DISPLAY '* CLEARING SALIENTE AUSENTE - STATUS = ' FS-CLS
              GO TO F-2000-CLEARING-SALIENTE
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2100-LEER-CLRSAL THRU F-2100-LEER-CLRSAL
                   UNTIL WS-FIN-LECTURA.

           CLOSE CLRSAL.

       F-2000-CLEARING-SALIENTE. EXIT.

       2100-LEER-CLRSAL.

           READ CLRSAL INTO WS-REG-CLEARING.

           EVALUATE FS-CLS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2100-LEER-CLRSAL
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CLRSAL = ' FS-CLS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2100-LEER-CLRSAL
           END-EVALUATE.

           IF CLR-MONEDA IS NOT EQUAL WS-PAR-MONEDA
              ADD 1 TO WS-TOT-OTRA-MONEDA
              GO TO F-2100-LEER-CLRSAL
           END-IF.

           MOVE CLR-CBU(1:3) TO WS-ENT-BUSCADA.
           IF WS-ENT-BUSCADA IS EQUAL WS-PAR-ENTIDAD-PROPIA
              ADD 1 TO WS-TOT-ON-US
              GO TO F-2100-LEER-CLRSAL
           END-IF.

           PERFORM 3000-UBICAR-ENTIDAD THRU F-3000-UBICAR-ENTIDAD.
           IF WS-ENT-IX-MATCH IS EQUAL ZEROS
              GO TO F-2100-LEER-CLRSAL
           END-IF.

      * EL SALDO VIENE CON SIGNO: UN DEBITO A NUESTRO CLIENTE ES      *
      * DINERO QUE LE DEBEMOS A LA ENTIDAD DESTINO *********************
           ADD CLR-SALDO TO WS-ENT-ENVIADO(WS-ENT-IX-MATCH).
           ADD 1         TO WS-ENT-CANT(WS-ENT-IX-MATCH).
           ADD 1         TO WS-TOT-ITEMS.

       F-2100-LEER-CLRSAL. EXIT.

      **************************************
      *                                    *
      *  CLEARING ENTRANTE POR ENTIDAD     *
      *  ORIGINANTE                        *
      *                                    *
      **************************************
       2200-CLEARING-ENTRANTE.

           OPEN INPUT CLRENT.
           IF FS-CLE IS NOT EQUAL '00'
              DISPLAY '* CLEARING ENTRANTE AUSENTE - STATUS = ' FS-CLE
              GO TO F-2200-CLEARING-ENTRANTE
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2300-LEER-CLRENT THRU F-2300-LEER-CLRENT
                   UNTIL WS-FIN-LECTURA.

           CLOSE CLRENT.

       F-2200-CLEARING-ENTRANTE. EXIT.

       2300-LEER-CLRENT.

           READ CLRENT INTO WS-REG-CLEARING.

           EVALUATE FS-CLE
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-LEER-CLRENT
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CLRENT = ' FS-CLE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-LEER-CLRENT
           END-EVALUATE.

           IF CLR-MONEDA IS NOT EQUAL WS-PAR-MONEDA
              ADD 1 TO WS-TOT-OTRA-MONEDA
              GO TO F-2300-LEER-CLRENT
           END-IF.

           IF CLR-ENT-ORIGEN IS NUMERIC
              MOVE CLR-ENT-ORIGEN TO WS-ENT-BUSCADA
           ELSE
              MOVE ZEROS          TO WS-ENT-BUSCADA
           END-IF.
           PERFORM 3000-UBICAR-ENTIDAD THRU F-3000-UBICAR-ENTIDAD.
           IF WS-ENT-IX-MATCH IS EQUAL ZEROS
              GO TO F-2300-LEER-CLRENT
           END-IF.

      * UN CREDITO A NUESTRO CLIENTE LO PAGA LA ENTIDAD ORIGINANTE *
           ADD CLR-SALDO TO WS-ENT-RECIBIDO(WS-ENT-IX-MATCH).
           ADD 1         TO WS-ENT-CANT(WS-ENT-IX-MATCH).
           ADD 1         TO WS-TOT-ITEMS.

       F-2300-LEER-CLRENT. EXIT.

      **************************************
      *                                    *
      *  CHEQUES: PRESENTADOS MENOS        *
      *  RECHAZADOS POR ENTIDAD            *
      *  PRESENTANTE (MONEDA LOCAL)        *
      *                                    *
      **************************************
       2400-CHEQUES.

           IF WS-PAR-MONEDA IS NOT EQUAL WS-PAR-MONEDA-LOCAL
              GO TO F-2400-CHEQUES
           END-IF.

           OPEN INPUT CHQPRE.
           IF FS-CHP IS NOT EQUAL '00'
              DISPLAY '* PRESENTACION DE CHEQUES AUSENTE - STATUS = '
                      FS-CHP
           ELSE
              SET WS-NO-FIN-LECTURA TO TRUE
              PERFORM 2500-LEER-CHQPRE THRU F-2500-LEER-CHQPRE
                      UNTIL WS-FIN-LECTURA
              CLOSE CHQPRE
           END-IF.

           OPEN INPUT CHQREC.
           IF FS-CHR IS NOT EQUAL '00'
              DISPLAY '* CHEQUES RECHAZADOS AUSENTE - STATUS = ' FS-CHR
              GO TO F-2400-CHEQUES
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2550-LEER-CHQREC THRU F-2550-LEER-CHQREC
                   UNTIL WS-FIN-LECTURA.

           CLOSE CHQREC.

       F-2400-CHEQUES. EXIT.

       2500-LEER-CHQPRE.

           READ CHQPRE INTO WS-REG-PRES.

           EVALUATE FS-CHP
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2500-LEER-CHQPRE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CHQPRE = ' FS-CHP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2500-LEER-CHQPRE
           END-EVALUATE.

           IF PRE-ENTIDAD IS NUMERIC
              MOVE PRE-ENTIDAD TO WS-ENT-BUSCADA
           ELSE
              MOVE ZEROS       TO WS-ENT-BUSCADA
           END-IF.
           PERFORM 3000-UBICAR-ENTIDAD THRU F-3000-UBICAR-ENTIDAD.
           IF WS-ENT-IX-MATCH IS EQUAL ZEROS
              GO TO F-2500-LEER-CHQPRE
           END-IF.

      * EL CHEQUE DE NUESTRO CLIENTE SE LE PAGA AL BANCO PRESENTANTE *
           SUBTRACT PRE-IMPORTE FROM WS-ENT-CHEQUES(WS-ENT-IX-MATCH).
           ADD 1 TO WS-ENT-CANT(WS-ENT-IX-MATCH).
           ADD 1 TO WS-TOT-ITEMS.

       F-2500-LEER-CHQPRE. EXIT.

       2550-LEER-CHQREC.

           READ CHQREC INTO WS-REG-RECHCK.

           EVALUATE FS-CHR
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2550-LEER-CHQREC
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CHQREC = ' FS-CHR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2550-LEER-CHQREC
           END-EVALUATE.

           IF RCK-ENTIDAD IS NUMERIC
              MOVE RCK-ENTIDAD TO WS-ENT-BUSCADA
           ELSE
              MOVE ZEROS       TO WS-ENT-BUSCADA
           END-IF.
           PERFORM 3000-UBICAR-ENTIDAD THRU F-3000-UBICAR-ENTIDAD.
           IF WS-ENT-IX-MATCH IS EQUAL ZEROS
              GO TO F-2550-LEER-CHQREC
           END-IF.

      * EL CHEQUE RECHAZADO VUELVE AL PRESENTANTE Y NO SE PAGA *
           ADD RCK-IMPORTE TO WS-ENT-CHEQUES(WS-ENT-IX-MATCH).
           ADD 1 TO WS-ENT-CANT(WS-ENT-IX-MATCH).
           ADD 1 TO WS-TOT-ITEMS.

       F-2550-LEER-CHQREC. EXIT.

      **************************************
      *                                    *
      *  DEBITOS RECIBIDOS PAGADOS POR     *
      *  ENTIDAD ORIGINANTE (MONEDA LOCAL) *
      *                                    *
      **************************************
       2600-DEBITOS.

           IF WS-PAR-MONEDA IS NOT EQUAL WS-PAR-MONEDA-LOCAL
              GO TO F-2600-DEBITOS
           END-IF.

           OPEN INPUT DEBRSP.
           IF FS-DEB IS NOT EQUAL '00'
              DISPLAY '* RESPUESTA DE DEBITOS AUSENTE - STATUS = '
                      FS-DEB
              GO TO F-2600-DEBITOS
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2700-LEER-DEBRSP THRU F-2700-LEER-DEBRSP
                   UNTIL WS-FIN-LECTURA.

           CLOSE DEBRSP.

       F-2600-DEBITOS. EXIT.

       2700-LEER-DEBRSP.

           READ DEBRSP INTO WS-REG-RESPUESTA.

           EVALUATE FS-DEB
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2700-LEER-DEBRSP
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DEBRSP = ' FS-DEB
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2700-LEER-DEBRSP
           END-EVALUATE.

      * LOS DEBITOS DEVUELTOS (SIN ADHESION / SIN FONDOS) NO SE PAGAN *
           IF NOT RSP-PAGADO
              GO TO F-2700-LEER-DEBRSP
           END-IF.

           IF RSP-ENTIDAD IS NUMERIC
              MOVE RSP-ENTIDAD TO WS-ENT-BUSCADA
           ELSE
              MOVE ZEROS       TO WS-ENT-BUSCADA
           END-IF.
           PERFORM 3000-UBICAR-ENTIDAD THRU F-3000-UBICAR-ENTIDAD.
           IF WS-ENT-IX-MATCH IS EQUAL ZEROS
              GO TO F-2700-LEER-DEBRSP
           END-IF.

           SUBTRACT RSP-IMPORTE FROM WS-ENT-DEBITOS(WS-ENT-IX-MATCH).
           ADD 1 TO WS-ENT-CANT(WS-ENT-IX-MATCH).
           ADD 1 TO WS-TOT-ITEMS.

       F-2700-LEER-DEBRSP. EXIT.

      **************************************
      *                                    *
      *  LIQUIDACION CONFIRMADA POR EL MEP *
      *                                    *
      **************************************
       2800-LIQUIDACION-MEP.

           OPEN INPUT MEP.
           IF FS-MEP IS NOT EQUAL '00'
              DISPLAY '* CONFIRMACION MEP AUSENTE - STATUS = ' FS-MEP
              GO TO F-2800-LIQUIDACION-MEP
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 2900-LEER-MEP THRU F-2900-LEER-MEP
                   UNTIL WS-FIN-LECTURA.

           CLOSE MEP.

       F-2800-LIQUIDACION-MEP. EXIT.

       2900-LEER-MEP.

           READ MEP INTO WS-REG-MEP.

           EVALUATE FS-MEP
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2900-LEER-MEP
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA MEP = ' FS-MEP
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2900-LEER-MEP
           END-EVALUATE.

           IF MEP-MONEDA IS NOT EQUAL WS-PAR-MONEDA
              OR MEP-FECHA IS NOT EQUAL WS-FECHA-HOY-8
              GO TO F-2900-LEER-MEP
           END-IF.

           IF NOT MEP-A-COBRAR AND NOT MEP-A-PAGAR
              DISPLAY '* SENTIDO MEP INVALIDO - ENTIDAD ' MEP-ENTIDAD
                      ' OPERACION ' MEP-OPERACION
              GO TO F-2900-LEER-MEP
           END-IF.

           MOVE MEP-ENTIDAD TO WS-ENT-BUSCADA.
           PERFORM 3000-UBICAR-ENTIDAD THRU F-3000-UBICAR-ENTIDAD.
           IF WS-ENT-IX-MATCH IS EQUAL ZEROS
              GO TO F-2900-LEER-MEP
           END-IF.

           IF MEP-A-COBRAR
              ADD MEP-IMPORTE      TO WS-ENT-MEP(WS-ENT-IX-MATCH)
           ELSE
              SUBTRACT MEP-IMPORTE FROM WS-ENT-MEP(WS-ENT-IX-MATCH)
           END-IF.
           SET WS-ENT-CON-MEP(WS-ENT-IX-MATCH) TO TRUE.
           ADD 1 TO WS-TOT-MEP.

       F-2900-LEER-MEP. EXIT.

      ***** POSICION DE LA ENTIDAD BUSCADA (ALTA SI ES NUEVA) ********
       3000-UBICAR-ENTIDAD.

           MOVE ZEROS TO WS-ENT-IX-MATCH.

           PERFORM 3100-COMPARAR-ENTIDAD THRU F-3100-COMPARAR-ENTIDAD
                   VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-ENT-OCUP
                      OR WS-ENT-IX-MATCH > ZEROS.

           IF WS-ENT-IX-MATCH IS GREATER THAN ZEROS
              GO TO F-3000-UBICAR-ENTIDAD
           END-IF.

           IF WS-ENT-OCUP IS NOT LESS THAN WS-ENT-TOPE
              DISPLAY '* TABLA DE ENTIDADES LLENA - ENTIDAD '
                      WS-ENT-BUSCADA
              MOVE 9999 TO RETURN-CODE
              GO TO F-3000-UBICAR-ENTIDAD
           END-IF.

           ADD 1 TO WS-ENT-OCUP.
           MOVE WS-ENT-OCUP    TO WS-ENT-IX-MATCH.
           MOVE WS-ENT-BUSCADA TO WS-ENT-CODIGO(WS-ENT-IX-MATCH).
           MOVE ZEROS TO WS-ENT-CANT(WS-ENT-IX-MATCH)
                         WS-ENT-ENVIADO(WS-ENT-IX-MATCH)
                         WS-ENT-RECIBIDO(WS-ENT-IX-MATCH)
                         WS-ENT-CHEQUES(WS-ENT-IX-MATCH)
                         WS-ENT-DEBITOS(WS-ENT-IX-MATCH)
                         WS-ENT-NETO(WS-ENT-IX-MATCH)
                         WS-ENT-MEP(WS-ENT-IX-MATCH).
           SET WS-ENT-SIN-MEP(WS-ENT-IX-MATCH) TO TRUE.

       F-3000-UBICAR-ENTIDAD. EXIT.

       3100-COMPARAR-ENTIDAD.

           IF WS-ENT-CODIGO(WS-ENT-IX) IS EQUAL WS-ENT-BUSCADA
              MOVE WS-ENT-IX TO WS-ENT-IX-MATCH
           END-IF.

       F-3100-COMPARAR-ENTIDAD. EXIT.

      **************************************
      *                                    *
      *  LISTADO DE POSICIONES Y           *
      *  CONCILIACION CON EL MEP           *
      *                                    *
      **************************************
       4000-IMPRIMIR-POSICIONES.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           MOVE WS-PAR-MONEDA  TO WS-TIT-MONEDA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 4100-IMPRIMIR-ENTIDAD THRU F-4100-IMPRIMIR-ENTIDAD
                   VARYING WS-ENT-IX FROM 1 BY 1
                   UNTIL WS-ENT-IX > WS-ENT-OCUP.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE 'TOTAL A COBRAR DE OTRAS ENTIDADES'  TO WS-TOT-TEXTO.
           MOVE AC-A-COBRAR TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'TOTAL A PAGAR A OTRAS ENTIDADES'    TO WS-TOT-TEXTO.
           MOVE AC-A-PAGAR  TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'POSICION NETA A FONDEAR EN EL BCRA' TO WS-TOT-TEXTO.
           MOVE AC-NETO     TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NETO LIQUIDADO SEGUN MEP'           TO WS-TOT-TEXTO.
           MOVE AC-MEP      TO WS-TOT-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-4000-IMPRIMIR-POSICIONES. EXIT.

      ***** POSICION NETA DE LA ENTIDAD Y VEREDICTO CONTRA EL MEP ****
       4100-IMPRIMIR-ENTIDAD.

           COMPUTE WS-ENT-NETO(WS-ENT-IX) =
                   WS-ENT-ENVIADO(WS-ENT-IX)
                 + WS-ENT-RECIBIDO(WS-ENT-IX)
                 + WS-ENT-CHEQUES(WS-ENT-IX)
                 + WS-ENT-DEBITOS(WS-ENT-IX).
           COMPUTE WS-DIFERENCIA =
                   WS-ENT-MEP(WS-ENT-IX) - WS-ENT-NETO(WS-ENT-IX).

           IF WS-ENT-NETO(WS-ENT-IX) IS GREATER THAN ZEROS
              ADD WS-ENT-NETO(WS-ENT-IX) TO AC-A-COBRAR
           ELSE
              ADD WS-ENT-NETO(WS-ENT-IX) TO AC-A-PAGAR
           END-IF.
           ADD WS-ENT-NETO(WS-ENT-IX) TO AC-NETO.
           ADD WS-ENT-MEP(WS-ENT-IX)  TO AC-MEP.

           EVALUATE TRUE
              WHEN WS-DIFERENCIA IS NOT EQUAL ZEROS
                   AND WS-ENT-SIN-MEP(WS-ENT-IX)
                 MOVE 'SIN LIQ. MEP'  TO WS-DET-ESTADO
                 ADD 1 TO WS-TOT-DIFERENCIAS
              WHEN WS-DIFERENCIA IS NOT EQUAL ZEROS
                 MOVE 'DIFERENCIA'    TO WS-DET-ESTADO
                 ADD 1 TO WS-TOT-DIFERENCIAS
              WHEN WS-ENT-SIN-MEP(WS-ENT-IX)
                 MOVE 'SIN POSICION'  TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE 'CONCILIADA'    TO WS-DET-ESTADO
           END-EVALUATE.

           MOVE WS-ENT-CODIGO(WS-ENT-IX)   TO WS-DET-ENTIDAD.
           MOVE WS-ENT-ENVIADO(WS-ENT-IX)  TO WS-DET-ENVIADO.
           MOVE WS-ENT-RECIBIDO(WS-ENT-IX) TO WS-DET-RECIBIDO.
           MOVE WS-ENT-CHEQUES(WS-ENT-IX)  TO WS-DET-CHEQUES.
           MOVE WS-ENT-DEBITOS(WS-ENT-IX)  TO WS-DET-DEBITOS.
           MOVE WS-ENT-NETO(WS-ENT-IX)     TO WS-DET-NETO.
           MOVE WS-ENT-MEP(WS-ENT-IX)      TO WS-DET-MEP.
           MOVE WS-DIFERENCIA              TO WS-DET-DIFERENCIA.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-4100-IMPRIMIR-ENTIDAD. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'ITEMS COMPENSADOS    = ' WS-TOT-ITEMS.
           DISPLAY 'ITEMS OTRA MONEDA    = ' WS-TOT-OTRA-MONEDA.
           DISPLAY 'ITEMS ON-US EXCLUIDOS= ' WS-TOT-ON-US.
           DISPLAY 'ENTIDADES            = ' WS-ENT-OCUP.
           DISPLAY 'REGISTROS MEP        = ' WS-TOT-MEP.
           DISPLAY 'ENTIDADES CON DIFER. = ' WS-TOT-DIFERENCIAS.

      * UNA ENTIDAD SIN CONCILIAR DEJA LA ALERTA BLANDA 0004 *
           IF WS-TOT-DIFERENCIAS IS GREATER THAN ZEROS
              DISPLAY '* ALERTA - COMPENSACION CON DIFERENCIAS '
                      'CONTRA LA LIQUIDACION DEL MEP'
              IF RETURN-CODE IS EQUAL TO ZEROS
                 MOVE 0004 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'CONCILIACION CON EL MEP = OK'
           END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVLQ15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-ITEMS    TO RES-CANT-PROCESADOS.
           MOVE WS-TOT-DIFERENCIAS TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

           ACCEPT WS-HORA-FIN-G FROM TIME.
           COMPUTE WS-SEG-INICIO = WS-HI-HH * 3600 + WS-HI-MM * 60
                                                     + WS-HI-SS.
           COMPUTE WS-SEG-FIN    = WS-HF-HH * 3600 + WS-HF-MM * 60
                                                     + WS-HF-SS.
           IF WS-SEG-FIN < WS-SEG-INICIO
              ADD 86400 TO WS-SEG-FIN
           END-IF.

           MOVE SPACES          TO WS-REG-PERFLOG.
           MOVE 'PGMVLQ15'      TO PERF-PROGRAMA.
           MOVE WS-FECHA-RES    TO PERF-FECHA.
           MOVE WS-HORA-INICIO-G TO PERF-HORA-INICIO.
           MOVE WS-HORA-FIN-G    TO PERF-HORA-FIN.
           COMPUTE PERF-SEGUNDOS = WS-SEG-FIN - WS-SEG-INICIO.
           MOVE RES-CANT-PROCESADOS TO PERF-CANT-PROCESADOS.

           OPEN EXTEND PERFLOG.
           WRITE REG-PERFLOG FROM WS-REG-PERFLOG.
           IF FS-PERF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE PERFLOG = ' FS-PERF
           END-IF.
           CLOSE PERFLOG.

       F-9999-FINAL.
           EXIT.
