       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVPV15.

      ***********************************************
      *                                             *
      *  TABLERO MENSUAL DE PROVEEDORES DE FEEDS    *
      *  DE ENTRADA DE LA CADENA                    *
      *        TP 35 - BATCH DE OPERACIONES         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LA HUELLA DDFNGHIS Y CPVOLHIST GUARDAN CADA *
      * FEED ACEPTADO, PERO NADIE MIRA LA CALIDAD   *
      * DE CADA PROVEEDOR. ESTE JOB ARMA, PARA      *
      * CADA FUENTE (DDFUENTE, O LA TABLA FIJA DE   *
      * LAS SEIS FUENTES DE LA CADENA SI NO VIENE), *
      * EL TABLERO DEL MES PEDIDO CONTRA LOS SEIS   *
      * MESES ANTERIORES: CORRIDAS Y LLEGADAS TARDE *
      * (HORA DE INICIO DEL JOB QUE TOMA EL FEED EN *
      * CPPERFLOG CONTRA LA HORA ESPERADA, CON LA   *
      * TOLERANCIA DE DDPARAM), FEEDS ACEPTADOS     *
      * (DDFNGHIS), REPETIDOS BLOQUEADOS Y          *
      * REPROCESOS AUTORIZADOS (CPFNGREP),          *
      * ANOMALIAS DE VOLUMEN (MISMA REGLA QUE EL    *
      * CHEQUEO DE INICIO: MAS DEL DOBLE O MENOS DE *
      * LA MITAD DEL PROMEDIO HISTORICO) Y TASA DE  *
      * RECHAZO DE RESUMEN. CIERRA CADA FUENTE CON  *
      * EL PROMEDIO DE LOS SEIS MESES Y LA          *
      * TENDENCIA. UNA FUENTE QUE EMPEORA EN        *
      * PUNTUALIDAD O RECHAZO DEJA RC 0004          *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT FUENTES ASSIGN DDFUENTE
                    FILE STATUS IS FS-FUE.

             SELECT PERFLOG ASSIGN DDPERFLO
                    FILE STATUS IS FS-PERF.

             SELECT FINGHIS ASSIGN DDFNGHIS
                    FILE STATUS IS FS-FNG.

             SELECT FNGREP ASSIGN DDFNGREP
                    FILE STATUS IS FS-FRP.

             SELECT VOLHIST ASSIGN DDVOLHIS
                    FILE STATUS IS FS-VOL.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

       DATA DIVISION.
       FILE SECTION.

       FD FUENTES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FUENTES       PIC X(60).

       FD PERFLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PERFLOG       PIC X(45).

       FD FINGHIS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FINGHIS       PIC X(38).

       FD FNGREP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FNGREP        PIC X(50).

       FD VOLHIST
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-VOLHIST       PIC X(23).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(10).

       FD LISTADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-LISTADO       PIC X(132).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-FUE           PIC XX    VALUE SPACES.
       77  FS-PERF          PIC XX    VALUE SPACES.
       77  FS-FNG           PIC XX    VALUE SPACES.
       77  FS-FRP           PIC XX    VALUE SPACES.
       77  FS-VOL           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPPERFLOG.
           COPY CPVOLHIST.
           COPY CPFNGREP.

      * MISMO LAYOUT DE HUELLA QUE GRABAN LOS PROGRAMAS DE LA CADENA *
       01  WS-REG-FINGHIS.
           03  FNG-PROGRAMA   PIC X(08).
           03  FNG-FECHA      PIC X(08).
           03  FNG-CANTIDAD   PIC 9(07).
           03  FNG-HASH       PIC 9(15).

      * MES A CALIFICAR AAAAMM (CEROS = MES ANTERIOR A LA FECHA DE   *
      * PROCESO) Y MINUTOS DE TOLERANCIA SOBRE LA HORA ESPERADA ******
       01  WS-REG-PARAMETROS.
           03  WS-PAR-PERIODO       PIC 9(06)  VALUE ZEROS.
           03  WS-PAR-TOLERANCIA    PIC 9(03)  VALUE 030.
           03  FILLER               PIC X(01)  VALUE SPACES.

      * FUENTE DE FEED: CODIGO, PROGRAMA QUE LO TOMA, HORA ESPERADA  *
      * DE LLEGADA (HHMM, ANTES DE LAS 1200 ES DESPUES DE            *
      * MEDIANOCHE) Y DESCRIPCION ************************************
       01  WS-REG-FUENTE.
           03  RFU-CODIGO           PIC X(04).
           03  RFU-PROGRAMA         PIC X(08).
           03  RFU-HORA-ESPERADA    PIC 9(04).
           03  RFU-DESCRIPCION      PIC X(30).
           03  FILLER               PIC X(14).

       01  WS-FUENTES-DEFAULT.
           03  FILLER  PIC X(46) VALUE
               'MOVIPGMAPS152230MOVIMIENTOS DE SUCURSALES     '.
           03  FILLER  PIC X(46) VALUE
               'NOVEDB2@TP402130NOVEDADES DE CLIENTES         '.
           03  FILLER  PIC X(46) VALUE
               'NCTAPGMVAC152200NOVEDADES DE CUENTAS          '.
           03  FILLER  PIC X(46) VALUE
               'CLRGPGMVLQ150100CLEARING ENTRANTE             '.
           03  FILLER  PIC X(46) VALUE
               'DEBIPGMVDM152300DEBITOS DE EMPRESAS           '.
           03  FILLER  PIC X(46) VALUE
               'SEGUPGMVSE152000NOVEDADES DE ASEGURADORAS     '.
       01  WS-FUENTES-DEFAULT-R REDEFINES WS-FUENTES-DEFAULT.
           03  WS-FDF-ENTRADA OCCURS 6 TIMES.
               05  WS-FDF-CODIGO       PIC X(04).
               05  WS-FDF-PROGRAMA     PIC X(08).
               05  WS-FDF-HORA         PIC 9(04).
               05  WS-FDF-DESCRIPCION  PIC X(30).

      * TABLERO: POR FUENTE, EL PROMEDIO DE VOLUMEN CORRIENTE Y SIETE *
      * MESES (1 A 6 = MESES ANTERIORES, 7 = MES CALIFICADO) **********
       01  WS-FUE-TABLA.
           03  WS-FUE-TOPE        PIC 9(02)    VALUE 20.
           03  WS-FUE-OCUP        PIC 9(02)    VALUE ZEROS.
           03  WS-FUE-ENTRADA OCCURS 20 TIMES.
               05  WS-FUE-CODIGO       PIC X(04).
               05  WS-FUE-PROGRAMA     PIC X(08).
               05  WS-FUE-HORA-ESP     PIC 9(04).
               05  WS-FUE-DESCRIPCION  PIC X(30).
               05  WS-FUE-VOL-SUMA     PIC 9(11).
               05  WS-FUE-VOL-CANT     PIC 9(05).
               05  WS-FUE-MES OCCURS 7 TIMES.
                   07  WS-FM-CORRIDAS      PIC 9(05).
                   07  WS-FM-TARDIAS       PIC 9(05).
                   07  WS-FM-MIN-ATRASO    PIC 9(07).
                   07  WS-FM-RECIBIDOS     PIC 9(05).
                   07  WS-FM-DUPLICADOS    PIC 9(05).
                   07  WS-FM-REPROCESOS    PIC 9(05).
                   07  WS-FM-ANOMALIAS     PIC 9(05).
                   07  WS-FM-PROCESADOS    PIC 9(09).
                   07  WS-FM-RECHAZOS      PIC 9(09).

       77  WS-IND-FUE       PIC 9(02) VALUE ZEROS.
       77  WS-IND-MES       PIC 9(02) VALUE ZEROS.
       77  WS-IND-AUX       PIC 9(02) VALUE ZEROS.
       01  WS-PROG-BUSCADO  PIC X(08)  VALUE SPACES.

      * MES DEL REGISTRO LEIDO (AAMMDD) Y NUMERO DE MES CORRIDO *
       01  WS-FECHA-REG.
           03  WS-FR-AA       PIC 99       VALUE ZEROS.
           03  WS-FR-MM       PIC 99       VALUE ZEROS.
           03  WS-FR-DD       PIC 99       VALUE ZEROS.
       01  WS-FECHA-REG-X REDEFINES WS-FECHA-REG PIC X(06).
       01  WS-PERIODO-AUX   PIC 9(06)  VALUE ZEROS.
       01  WS-PERIODO-AUX-R REDEFINES WS-PERIODO-AUX.
           03  WS-PER-AAAA    PIC 9(04).
           03  WS-PER-MM      PIC 9(02).
       77  WS-SERIE-PERIODO PIC 9(05)  VALUE ZEROS.
       77  WS-SERIE-REG     PIC 9(05)  VALUE ZEROS.
       77  WS-SERIE-MES     PIC 9(05)  VALUE ZEROS.
       77  WS-DESPLAZ       PIC S9(05) VALUE ZEROS.
       77  WS-ANIO-AUX      PIC 9(04)  VALUE ZEROS.
       77  WS-MES-AUX       PIC 9(02)  VALUE ZEROS.

      * HORA DE TOMA CONTRA HORA ESPERADA, EN MINUTOS DESDE LAS 1200 *
      * DEL DIA DE PROCESO (LA NOCHE NO SE PARTE EN MEDIANOCHE) ******
       01  WS-HORA-TOMA.
           03  WS-HT-HH       PIC 99       VALUE ZEROS.
           03  WS-HT-MM       PIC 99       VALUE ZEROS.
       77  WS-MIN-TOMA      PIC 9(05)  VALUE ZEROS.
       77  WS-MIN-ESPERADO  PIC 9(05)  VALUE ZEROS.
       77  WS-HORAS-AUX     PIC 9(04)  VALUE ZEROS.
       77  WS-MINUT-AUX     PIC 9(04)  VALUE ZEROS.

       77  WS-VOL-PROMEDIO  PIC 9(09)  VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X     VALUE 'N'.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      * ACUMULADO DE LOS SEIS MESES ANTERIORES DE LA FUENTE EN CURSO *
       01  WS-ACUM-ANTERIOR.
           03  WS-ANT-MESES       PIC 9(02).
           03  WS-ANT-CORRIDAS    PIC 9(07).
           03  WS-ANT-TARDIAS     PIC 9(07).
           03  WS-ANT-MIN-ATRASO  PIC 9(09).
           03  WS-ANT-RECIBIDOS   PIC 9(07).
           03  WS-ANT-DUPLICADOS  PIC 9(07).
           03  WS-ANT-REPROCESOS  PIC 9(07).
           03  WS-ANT-ANOMALIAS   PIC 9(07).
           03  WS-ANT-PROCESADOS  PIC 9(11).
           03  WS-ANT-RECHAZOS    PIC 9(11).

       77  WS-PCT-TARDE-MES   PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-TARDE-ANT   PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-RECH-MES    PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-RECH-ANT    PIC 9(03)V99 VALUE ZEROS.
       77  WS-CANT-MES-X-N    PIC 9(09)    VALUE ZEROS.

       01  WS-SW-EMPEORA    PIC X     VALUE 'N'.
           88  WS-FUENTE-EMPEORA      VALUE 'S'.
           88  WS-FUENTE-NO-EMPEORA   VALUE 'N'.

       77  WS-TOT-FUENTES     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EMPEORADAS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LEIDOS      PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(44)    VALUE
                'TABLERO DE PROVEEDORES DE FEEDS - PERIODO   '.
           03  WS-TIT-PERIODO PIC 9(06)   VALUE ZEROS.
           03  FILLER        PIC X(12)    VALUE
                '  TOLERANCIA'.
           03  WS-TIT-TOLER  PIC ZZ9      VALUE ZEROS.
           03  FILLER        PIC X(67)    VALUE ' MIN'.

       01  WS-REG-FUENTE-TIT.
           03  FILLER             PIC X(08)    VALUE 'FUENTE: '.
           03  WS-FTI-CODIGO      PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(03)    VALUE ' - '.
           03  WS-FTI-DESCRIPCION PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(11)    VALUE ' PROGRAMA: '.
           03  WS-FTI-PROGRAMA    PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(17)    VALUE
                '  HORA ESPERADA: '.
           03  WS-FTI-HORA        PIC 9(04)    VALUE ZEROS.
           03  FILLER             PIC X(47)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(14)    VALUE 'PERIODO'.
           03  FILLER        PIC X(07)    VALUE 'CORRID'.
           03  FILLER        PIC X(07)    VALUE 'TARDE'.
           03  FILLER        PIC X(08)    VALUE '% TARDE'.
           03  FILLER        PIC X(07)    VALUE 'ATRASO'.
           03  FILLER        PIC X(07)    VALUE 'ACEPT.'.
           03  FILLER        PIC X(07)    VALUE 'DUPLIC'.
           03  FILLER        PIC X(07)    VALUE 'REPROC'.
           03  FILLER        PIC X(07)    VALUE 'ANOMAL'.
           03  FILLER        PIC X(13)    VALUE 'PROCESADOS'.
           03  FILLER        PIC X(13)    VALUE 'RECHAZOS'.
           03  FILLER        PIC X(35)    VALUE '% RECH'.

       01  WS-REG-MES.
           03  WS-LIN-ETIQUETA    PIC X(14)       VALUE SPACES.
           03  WS-LIN-CORRIDAS    PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-TARDIAS     PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-PCT-TARDE   PIC ZZ9,99      VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-ATRASO      PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-RECIBIDOS   PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-DUPLICADOS  PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-REPROCESOS  PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-ANOMALIAS   PIC ZZZZ9       VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-PROCESADOS  PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-RECHAZOS    PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(02)       VALUE SPACES.
           03  WS-LIN-PCT-RECH    PIC ZZ9,99      VALUE ZEROS.
           03  FILLER             PIC X(29)       VALUE SPACES.

       01  WS-REG-TENDENCIA.
           03  FILLER             PIC X(14)    VALUE 'TENDENCIA'.
           03  FILLER             PIC X(13)    VALUE 'PUNTUALIDAD: '.
           03  WS-TEN-PUNTUAL     PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(12)    VALUE 'DUPLICADOS: '.
           03  WS-TEN-DUPLIC      PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(11)    VALUE 'ANOMALIAS: '.
           03  WS-TEN-ANOMAL      PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(10)    VALUE 'RECHAZOS: '.
           03  WS-TEN-RECHAZO     PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(40)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(30)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(95)    VALUE SPACES.

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

           PERFORM 1000-INICIO   THRU  F-1000-INICIO.

           IF WS-NO-FIN-LECTURA
              PERFORM 2000-ACUMULAR  THRU  F-2000-ACUMULAR
              PERFORM 3000-IMPRIMIR-FUENTE THRU F-3000-IMPRIMIR-FUENTE
                      VARYING WS-IND-FUE FROM 1 BY 1
                      UNTIL WS-IND-FUE > WS-FUE-OCUP
           END-IF.

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
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-PERIODO IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-PERIODO
           END-IF.
           IF WS-PAR-TOLERANCIA IS NOT NUMERIC
              MOVE 030 TO WS-PAR-TOLERANCIA
           END-IF.

      * MES CORRIDO DESDE EL 2000 (ENERO 2000 = 1) DEL MES CALIFICADO *
           IF WS-PAR-PERIODO IS EQUAL ZEROS
              COMPUTE WS-PERIODO-AUX = WS-FECHA-HOY-8 / 100
              COMPUTE WS-SERIE-PERIODO =
                      (WS-PER-AAAA - 2000) * 12 + WS-PER-MM - 1
           ELSE
              MOVE WS-PAR-PERIODO TO WS-PERIODO-AUX
              COMPUTE WS-SERIE-PERIODO =
                      (WS-PER-AAAA - 2000) * 12 + WS-PER-MM
           END-IF.

           MOVE WS-SERIE-PERIODO TO WS-SERIE-MES.
           PERFORM 1700-ARMAR-PERIODO THRU F-1700-ARMAR-PERIODO.
           COMPUTE WS-PAR-PERIODO = WS-ANIO-AUX * 100 + WS-MES-AUX.

           PERFORM 1100-CARGAR-FUENTES THRU F-1100-CARGAR-FUENTES.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           MOVE WS-PAR-PERIODO    TO WS-TIT-PERIODO.
           MOVE WS-PAR-TOLERANCIA TO WS-TIT-TOLER.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1000-INICIO.   EXIT.

      ***** FUENTES DEL TABLERO: DDFUENTE O LA TABLA FIJA *************
       1100-CARGAR-FUENTES.

           INITIALIZE WS-FUE-TABLA.
           MOVE 20 TO WS-FUE-TOPE.

           OPEN INPUT FUENTES.
           IF FS-FUE IS EQUAL '00'
              PERFORM 1150-LEER-FUENTE THRU F-1150-LEER-FUENTE
                      UNTIL FS-FUE IS NOT EQUAL '00'
              CLOSE FUENTES
           END-IF.

           IF WS-FUE-OCUP IS EQUAL ZEROS
              PERFORM 1160-FUENTE-DEFAULT THRU F-1160-FUENTE-DEFAULT
                      VARYING WS-IND-AUX FROM 1 BY 1
                      UNTIL WS-IND-AUX > 6
           END-IF.

       F-1100-CARGAR-FUENTES. EXIT.

       1150-LEER-FUENTE.

           READ FUENTES INTO WS-REG-FUENTE.
           IF FS-FUE IS NOT EQUAL '00'
              GO TO F-1150-LEER-FUENTE
           END-IF.

           IF RFU-PROGRAMA IS EQUAL SPACES
              OR RFU-HORA-ESPERADA IS NOT NUMERIC
              DISPLAY '* FUENTE INVALIDA IGNORADA = ' RFU-CODIGO
              GO TO F-1150-LEER-FUENTE
           END-IF.

           IF WS-FUE-OCUP IS NOT LESS THAN WS-FUE-TOPE
              DISPLAY '* TABLA DE FUENTES LLENA - SE IGNORA = '
                      RFU-CODIGO
              GO TO F-1150-LEER-FUENTE
           END-IF.

           ADD 1 TO WS-FUE-OCUP.
           MOVE RFU-CODIGO        TO WS-FUE-CODIGO(WS-FUE-OCUP).
           MOVE RFU-PROGRAMA      TO WS-FUE-PROGRAMA(WS-FUE-OCUP).
           MOVE RFU-HORA-ESPERADA TO WS-FUE-HORA-ESP(WS-FUE-OCUP).
           MOVE RFU-DESCRIPCION   TO WS-FUE-DESCRIPCION(WS-FUE-OCUP).

       F-1150-LEER-FUENTE. EXIT.

       1160-FUENTE-DEFAULT.

           ADD 1 TO WS-FUE-OCUP.
           MOVE WS-FDF-CODIGO(WS-IND-AUX)
                TO WS-FUE-CODIGO(WS-FUE-OCUP).
           MOVE WS-FDF-PROGRAMA(WS-IND-AUX)
                TO WS-FUE-PROGRAMA(WS-FUE-OCUP).
           MOVE WS-FDF-HORA(WS-IND-AUX)
                TO WS-FUE-HORA-ESP(WS-FUE-OCUP).
           MOVE WS-FDF-DESCRIPCION(WS-IND-AUX)
                TO WS-FUE-DESCRIPCION(WS-FUE-OCUP).

       F-1160-FUENTE-DEFAULT. EXIT.

      ***** FUENTE DEL PROGRAMA WS-PROG-BUSCADO (0 = NINGUNA) *********
       1500-BUSCAR-FUENTE.

           MOVE ZEROS TO WS-IND-FUE.
           PERFORM 1550-COMPARAR-FUENTE THRU F-1550-COMPARAR-FUENTE
                   VARYING WS-IND-AUX FROM 1 BY 1
                   UNTIL WS-IND-AUX > WS-FUE-OCUP
                      OR WS-IND-FUE IS GREATER THAN ZEROS.

       F-1500-BUSCAR-FUENTE. EXIT.

       1550-COMPARAR-FUENTE.

           IF WS-FUE-PROGRAMA(WS-IND-AUX) IS EQUAL WS-PROG-BUSCADO
              MOVE WS-IND-AUX TO WS-IND-FUE
           END-IF.

       F-1550-COMPARAR-FUENTE. EXIT.

      ***** MES DEL TABLERO DE LA FECHA WS-FECHA-REG (0 = FUERA) ******
       1600-UBICAR-MES.

           MOVE ZEROS TO WS-IND-MES.

           IF WS-FECHA-REG-X IS NOT NUMERIC
              GO TO F-1600-UBICAR-MES
           END-IF.

           COMPUTE WS-SERIE-REG = WS-FR-AA * 12 + WS-FR-MM.
           COMPUTE WS-DESPLAZ = WS-SERIE-REG - WS-SERIE-PERIODO + 7.

           IF WS-DESPLAZ IS GREATER THAN ZEROS
              AND WS-DESPLAZ IS NOT GREATER THAN 7
              MOVE WS-DESPLAZ TO WS-IND-MES
           END-IF.

       F-1600-UBICAR-MES. EXIT.

      ***** ANIO Y MES DEL MES CORRIDO WS-SERIE-MES *******************
       1700-ARMAR-PERIODO.

           COMPUTE WS-ANIO-AUX = (WS-SERIE-MES - 1) / 12.
           COMPUTE WS-MES-AUX  = WS-SERIE-MES - WS-ANIO-AUX * 12.
           ADD 2000 TO WS-ANIO-AUX.

       F-1700-ARMAR-PERIODO. EXIT.

      **************************************
      *                                    *
      *  ACUMULACION DE LOS HISTORIALES    *
      *                                    *
      **************************************
       2000-ACUMULAR.

           OPEN INPUT PERFLOG.
           IF FS-PERF IS EQUAL '00'
              PERFORM 2100-LEER-PERFLOG THRU F-2100-LEER-PERFLOG
                      UNTIL FS-PERF IS NOT EQUAL '00'
              CLOSE PERFLOG
           ELSE
              DISPLAY '* SIN HISTORIAL DE PERFORMANCE = ' FS-PERF
           END-IF.

           OPEN INPUT FINGHIS.
           IF FS-FNG IS EQUAL '00'
              PERFORM 2200-LEER-FINGHIS THRU F-2200-LEER-FINGHIS
                      UNTIL FS-FNG IS NOT EQUAL '00'
              CLOSE FINGHIS
           ELSE
              DISPLAY '* SIN HISTORIAL DE HUELLAS = ' FS-FNG
           END-IF.

           OPEN INPUT FNGREP.
           IF FS-FRP IS EQUAL '00'
              PERFORM 2300-LEER-FNGREP THRU F-2300-LEER-FNGREP
                      UNTIL FS-FRP IS NOT EQUAL '00'
              CLOSE FNGREP
           END-IF.

           OPEN INPUT VOLHIST.
           IF FS-VOL IS EQUAL '00'
              PERFORM 2400-LEER-VOLHIST THRU F-2400-LEER-VOLHIST
                      UNTIL FS-VOL IS NOT EQUAL '00'
              CLOSE VOLHIST
           ELSE
              DISPLAY '* SIN HISTORIAL DE VOLUMEN = ' FS-VOL
           END-IF.

           OPEN INPUT RESUMEN.
           IF FS-RES IS EQUAL '00'
              PERFORM 2500-LEER-RESUMEN THRU F-2500-LEER-RESUMEN
                      UNTIL FS-RES IS NOT EQUAL '00'
              CLOSE RESUMEN
           ELSE
              DISPLAY '* SIN RESUMEN DE CORRIDAS = ' FS-RES
           END-IF.

       F-2000-ACUMULAR. EXIT.

      ***** CORRIDAS Y LLEGADAS TARDE (CICLO NOCTURNO PRINCIPAL) ******
       2100-LEER-PERFLOG.

           READ PERFLOG INTO WS-REG-PERFLOG.
           IF FS-PERF IS NOT EQUAL '00'
              GO TO F-2100-LEER-PERFLOG
           END-IF.
           ADD 1 TO WS-TOT-LEIDOS.

           IF PERF-CICLO IS NOT EQUAL SPACES
              AND PERF-CICLO IS NOT EQUAL '00'
              GO TO F-2100-LEER-PERFLOG
           END-IF.

           MOVE PERF-PROGRAMA TO WS-PROG-BUSCADO.
           PERFORM 1500-BUSCAR-FUENTE THRU F-1500-BUSCAR-FUENTE.
           MOVE PERF-FECHA-DIA TO WS-FECHA-REG-X.
           PERFORM 1600-UBICAR-MES THRU F-1600-UBICAR-MES.
           IF WS-IND-FUE IS EQUAL ZEROS OR WS-IND-MES IS EQUAL ZEROS
              OR PERF-HORA-INICIO IS NOT NUMERIC
              GO TO F-2100-LEER-PERFLOG
           END-IF.

           ADD 1 TO WS-FM-CORRIDAS(WS-IND-FUE, WS-IND-MES).

           MOVE PERF-HORA-INICIO(1:4) TO WS-HORA-TOMA.
           COMPUTE WS-MIN-TOMA = WS-HT-HH * 60 + WS-HT-MM.
           IF WS-MIN-TOMA IS LESS THAN 720
              ADD 1440 TO WS-MIN-TOMA
           END-IF.

           DIVIDE WS-FUE-HORA-ESP(WS-IND-FUE) BY 100
                  GIVING WS-HORAS-AUX REMAINDER WS-MINUT-AUX.
           COMPUTE WS-MIN-ESPERADO = WS-HORAS-AUX * 60 + WS-MINUT-AUX.
           IF WS-MIN-ESPERADO IS LESS THAN 720
              ADD 1440 TO WS-MIN-ESPERADO
           END-IF.

           IF WS-MIN-TOMA IS GREATER THAN
              WS-MIN-ESPERADO + WS-PAR-TOLERANCIA
              ADD 1 TO WS-FM-TARDIAS(WS-IND-FUE, WS-IND-MES)
              COMPUTE WS-FM-MIN-ATRASO(WS-IND-FUE, WS-IND-MES) =
                      WS-FM-MIN-ATRASO(WS-IND-FUE, WS-IND-MES)
                    + WS-MIN-TOMA - WS-MIN-ESPERADO
           END-IF.

       F-2100-LEER-PERFLOG. EXIT.

      ***** FEEDS ACEPTADOS (HUELLA GRABADA) **************************
       2200-LEER-FINGHIS.

           READ FINGHIS INTO WS-REG-FINGHIS.
           IF FS-FNG IS NOT EQUAL '00'
              GO TO F-2200-LEER-FINGHIS
           END-IF.
           ADD 1 TO WS-TOT-LEIDOS.

           MOVE FNG-PROGRAMA TO WS-PROG-BUSCADO.
           PERFORM 1500-BUSCAR-FUENTE THRU F-1500-BUSCAR-FUENTE.
           MOVE FNG-FECHA(1:6) TO WS-FECHA-REG-X.
           PERFORM 1600-UBICAR-MES THRU F-1600-UBICAR-MES.
           IF WS-IND-FUE IS GREATER THAN ZEROS
              AND WS-IND-MES IS GREATER THAN ZEROS
              ADD 1 TO WS-FM-RECIBIDOS(WS-IND-FUE, WS-IND-MES)
           END-IF.

       F-2200-LEER-FINGHIS. EXIT.

      ***** FEEDS REPETIDOS: BLOQUEADOS Y REPROCESOS AUTORIZADOS ******
       2300-LEER-FNGREP.

           READ FNGREP INTO WS-REG-FNGREP.
           IF FS-FRP IS NOT EQUAL '00'
              GO TO F-2300-LEER-FNGREP
           END-IF.
           ADD 1 TO WS-TOT-LEIDOS.

           MOVE FRP-PROGRAMA TO WS-PROG-BUSCADO.
           PERFORM 1500-BUSCAR-FUENTE THRU F-1500-BUSCAR-FUENTE.
           MOVE FRP-FECHA(1:6) TO WS-FECHA-REG-X.
           PERFORM 1600-UBICAR-MES THRU F-1600-UBICAR-MES.
           IF WS-IND-FUE IS EQUAL ZEROS OR WS-IND-MES IS EQUAL ZEROS
              GO TO F-2300-LEER-FNGREP
           END-IF.

           IF FRP-AUTORIZADO
              ADD 1 TO WS-FM-REPROCESOS(WS-IND-FUE, WS-IND-MES)
           ELSE
              ADD 1 TO WS-FM-DUPLICADOS(WS-IND-FUE, WS-IND-MES)
           END-IF.

       F-2300-LEER-FNGREP. EXIT.

      ***** ANOMALIAS DE VOLUMEN CONTRA EL PROMEDIO HASTA ESA CORRIDA *
       2400-LEER-VOLHIST.

           READ VOLHIST INTO WS-REG-VOLHIST.
           IF FS-VOL IS NOT EQUAL '00'
              GO TO F-2400-LEER-VOLHIST
           END-IF.
           ADD 1 TO WS-TOT-LEIDOS.

           MOVE VOL-PROGRAMA TO WS-PROG-BUSCADO.
           PERFORM 1500-BUSCAR-FUENTE THRU F-1500-BUSCAR-FUENTE.
           IF WS-IND-FUE IS EQUAL ZEROS
              OR VOL-CANTIDAD IS NOT NUMERIC
              GO TO F-2400-LEER-VOLHIST
           END-IF.

           MOVE VOL-FECHA(1:6) TO WS-FECHA-REG-X.
           PERFORM 1600-UBICAR-MES THRU F-1600-UBICAR-MES.

           IF WS-IND-MES IS GREATER THAN ZEROS
              AND WS-FUE-VOL-CANT(WS-IND-FUE) IS GREATER THAN ZEROS
              COMPUTE WS-VOL-PROMEDIO ROUNDED =
                      WS-FUE-VOL-SUMA(WS-IND-FUE)
                    / WS-FUE-VOL-CANT(WS-IND-FUE)
              IF VOL-CANTIDAD > WS-VOL-PROMEDIO * 2 OR
                 VOL-CANTIDAD < WS-VOL-PROMEDIO / 2
                 ADD 1 TO WS-FM-ANOMALIAS(WS-IND-FUE, WS-IND-MES)
              END-IF
           END-IF.

           ADD VOL-CANTIDAD TO WS-FUE-VOL-SUMA(WS-IND-FUE).
           ADD 1            TO WS-FUE-VOL-CANT(WS-IND-FUE).

       F-2400-LEER-VOLHIST. EXIT.

      ***** PROCESADOS Y RECHAZOS DE LAS CORRIDAS DEL PROGRAMA ********
       2500-LEER-RESUMEN.

           READ RESUMEN INTO WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              GO TO F-2500-LEER-RESUMEN
           END-IF.
           ADD 1 TO WS-TOT-LEIDOS.

           MOVE RES-PROGRAMA TO WS-PROG-BUSCADO.
           PERFORM 1500-BUSCAR-FUENTE THRU F-1500-BUSCAR-FUENTE.
           MOVE RES-FECHA-DIA TO WS-FECHA-REG-X.
           PERFORM 1600-UBICAR-MES THRU F-1600-UBICAR-MES.
           IF WS-IND-FUE IS EQUAL ZEROS OR WS-IND-MES IS EQUAL ZEROS
              OR RES-CANT-PROCESADOS IS NOT NUMERIC
              OR RES-CANT-ERRORES IS NOT NUMERIC
              GO TO F-2500-LEER-RESUMEN
           END-IF.

           ADD RES-CANT-PROCESADOS
               TO WS-FM-PROCESADOS(WS-IND-FUE, WS-IND-MES).
           ADD RES-CANT-ERRORES
               TO WS-FM-RECHAZOS(WS-IND-FUE, WS-IND-MES).

       F-2500-LEER-RESUMEN. EXIT.

      **************************************
      *                                    *
      *  TABLERO DE UNA FUENTE             *
      *                                    *
      **************************************
       3000-IMPRIMIR-FUENTE.

           ADD 1 TO WS-TOT-FUENTES.

           MOVE WS-FUE-CODIGO(WS-IND-FUE)      TO WS-FTI-CODIGO.
           MOVE WS-FUE-DESCRIPCION(WS-IND-FUE) TO WS-FTI-DESCRIPCION.
           MOVE WS-FUE-PROGRAMA(WS-IND-FUE)    TO WS-FTI-PROGRAMA.
           MOVE WS-FUE-HORA-ESP(WS-IND-FUE)    TO WS-FTI-HORA.
           WRITE REG-LISTADO FROM WS-REG-FUENTE-TIT AFTER 2.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.

           INITIALIZE WS-ACUM-ANTERIOR.

           PERFORM 3100-IMPRIMIR-MES THRU F-3100-IMPRIMIR-MES
                   VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES > 7.

           PERFORM 3200-IMPRIMIR-PROMEDIO THRU F-3200-IMPRIMIR-PROMEDIO.
           PERFORM 3300-TENDENCIA THRU F-3300-TENDENCIA.

       F-3000-IMPRIMIR-FUENTE. EXIT.

       3100-IMPRIMIR-MES.

           COMPUTE WS-SERIE-MES = WS-SERIE-PERIODO - 7 + WS-IND-MES.
           PERFORM 1700-ARMAR-PERIODO THRU F-1700-ARMAR-PERIODO.

           MOVE SPACES TO WS-LIN-ETIQUETA.
           STRING WS-ANIO-AUX '/' WS-MES-AUX
                  DELIMITED BY SIZE INTO WS-LIN-ETIQUETA
           END-STRING.
           IF WS-IND-MES IS EQUAL 7
              MOVE '<' TO WS-LIN-ETIQUETA(9:1)
           END-IF.

           MOVE WS-FM-CORRIDAS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-CORRIDAS.
           MOVE WS-FM-TARDIAS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-TARDIAS.
           MOVE WS-FM-RECIBIDOS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-RECIBIDOS.
           MOVE WS-FM-DUPLICADOS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-DUPLICADOS.
           MOVE WS-FM-REPROCESOS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-REPROCESOS.
           MOVE WS-FM-ANOMALIAS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-ANOMALIAS.
           MOVE WS-FM-PROCESADOS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-PROCESADOS.
           MOVE WS-FM-RECHAZOS(WS-IND-FUE, WS-IND-MES)
                TO WS-LIN-RECHAZOS.

           MOVE ZEROS TO WS-PCT-TARDE-MES WS-LIN-ATRASO.
           IF WS-FM-CORRIDAS(WS-IND-FUE, WS-IND-MES) > ZEROS
              COMPUTE WS-PCT-TARDE-MES ROUNDED =
                      WS-FM-TARDIAS(WS-IND-FUE, WS-IND-MES) * 100
                    / WS-FM-CORRIDAS(WS-IND-FUE, WS-IND-MES)
           END-IF.
           IF WS-FM-TARDIAS(WS-IND-FUE, WS-IND-MES) > ZEROS
              COMPUTE WS-LIN-ATRASO ROUNDED =
                      WS-FM-MIN-ATRASO(WS-IND-FUE, WS-IND-MES)
                    / WS-FM-TARDIAS(WS-IND-FUE, WS-IND-MES)
           END-IF.
           MOVE WS-PCT-TARDE-MES TO WS-LIN-PCT-TARDE.

           MOVE ZEROS TO WS-PCT-RECH-MES.
           IF WS-FM-PROCESADOS(WS-IND-FUE, WS-IND-MES)
            + WS-FM-RECHAZOS(WS-IND-FUE, WS-IND-MES) > ZEROS
              COMPUTE WS-PCT-RECH-MES ROUNDED =
                      WS-FM-RECHAZOS(WS-IND-FUE, WS-IND-MES) * 100
                    / (WS-FM-PROCESADOS(WS-IND-FUE, WS-IND-MES)
                     + WS-FM-RECHAZOS(WS-IND-FUE, WS-IND-MES))
           END-IF.
           MOVE WS-PCT-RECH-MES TO WS-LIN-PCT-RECH.

           WRITE REG-LISTADO FROM WS-REG-MES AFTER 1.

      * LOS SEIS MESES ANTERIORES CON ACTIVIDAD FORMAN EL PROMEDIO *
           IF WS-IND-MES IS LESS THAN 7
              AND (WS-FM-CORRIDAS(WS-IND-FUE, WS-IND-MES) > ZEROS
                   OR WS-FM-PROCESADOS(WS-IND-FUE, WS-IND-MES) > ZEROS)
              ADD 1 TO WS-ANT-MESES
              ADD WS-FM-CORRIDAS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-CORRIDAS
              ADD WS-FM-TARDIAS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-TARDIAS
              ADD WS-FM-MIN-ATRASO(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-MIN-ATRASO
              ADD WS-FM-RECIBIDOS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-RECIBIDOS
              ADD WS-FM-DUPLICADOS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-DUPLICADOS
              ADD WS-FM-REPROCESOS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-REPROCESOS
              ADD WS-FM-ANOMALIAS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-ANOMALIAS
              ADD WS-FM-PROCESADOS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-PROCESADOS
              ADD WS-FM-RECHAZOS(WS-IND-FUE, WS-IND-MES)
                  TO WS-ANT-RECHAZOS
           END-IF.

       F-3100-IMPRIMIR-MES. EXIT.

      ***** PROMEDIO MENSUAL DE LOS MESES ANTERIORES CON ACTIVIDAD ****
       3200-IMPRIMIR-PROMEDIO.

           MOVE 'PROMEDIO 6M' TO WS-LIN-ETIQUETA.
           MOVE ZEROS TO WS-PCT-TARDE-ANT WS-PCT-RECH-ANT
                         WS-LIN-CORRIDAS WS-LIN-TARDIAS WS-LIN-ATRASO
                         WS-LIN-RECIBIDOS WS-LIN-DUPLICADOS
                         WS-LIN-REPROCESOS WS-LIN-ANOMALIAS
                         WS-LIN-PROCESADOS WS-LIN-RECHAZOS.

           IF WS-ANT-MESES IS GREATER THAN ZEROS
              COMPUTE WS-LIN-CORRIDAS ROUNDED =
                      WS-ANT-CORRIDAS / WS-ANT-MESES
              COMPUTE WS-LIN-TARDIAS ROUNDED =
                      WS-ANT-TARDIAS / WS-ANT-MESES
              COMPUTE WS-LIN-RECIBIDOS ROUNDED =
                      WS-ANT-RECIBIDOS / WS-ANT-MESES
              COMPUTE WS-LIN-DUPLICADOS ROUNDED =
                      WS-ANT-DUPLICADOS / WS-ANT-MESES
              COMPUTE WS-LIN-REPROCESOS ROUNDED =
                      WS-ANT-REPROCESOS / WS-ANT-MESES
              COMPUTE WS-LIN-ANOMALIAS ROUNDED =
                      WS-ANT-ANOMALIAS / WS-ANT-MESES
              COMPUTE WS-LIN-PROCESADOS ROUNDED =
                      WS-ANT-PROCESADOS / WS-ANT-MESES
              COMPUTE WS-LIN-RECHAZOS ROUNDED =
                      WS-ANT-RECHAZOS / WS-ANT-MESES
           END-IF.

           IF WS-ANT-CORRIDAS IS GREATER THAN ZEROS
              COMPUTE WS-PCT-TARDE-ANT ROUNDED =
                      WS-ANT-TARDIAS * 100 / WS-ANT-CORRIDAS
           END-IF.
           IF WS-ANT-TARDIAS IS GREATER THAN ZEROS
              COMPUTE WS-LIN-ATRASO ROUNDED =
                      WS-ANT-MIN-ATRASO / WS-ANT-TARDIAS
           END-IF.
           IF WS-ANT-PROCESADOS + WS-ANT-RECHAZOS > ZEROS
              COMPUTE WS-PCT-RECH-ANT ROUNDED =
                      WS-ANT-RECHAZOS * 100
                    / (WS-ANT-PROCESADOS + WS-ANT-RECHAZOS)
           END-IF.
           MOVE WS-PCT-TARDE-ANT TO WS-LIN-PCT-TARDE.
           MOVE WS-PCT-RECH-ANT  TO WS-LIN-PCT-RECH.

           WRITE REG-LISTADO FROM WS-REG-MES AFTER 1.

       F-3200-IMPRIMIR-PROMEDIO. EXIT.

      ***** MES CALIFICADO CONTRA EL PROMEDIO DE LOS ANTERIORES *******
       3300-TENDENCIA.

           SET WS-FUENTE-NO-EMPEORA TO TRUE.

           IF WS-ANT-MESES IS EQUAL ZEROS
              MOVE 'SIN HIST' TO WS-TEN-PUNTUAL WS-TEN-DUPLIC
                                 WS-TEN-ANOMAL WS-TEN-RECHAZO
              WRITE REG-LISTADO FROM WS-REG-TENDENCIA AFTER 1
              GO TO F-3300-TENDENCIA
           END-IF.

      * LOS PORCENTAJES DEL MES SON LOS DE LA ULTIMA LINEA (MES 7) *
           MOVE ZEROS TO WS-PCT-TARDE-MES WS-PCT-RECH-MES.
           IF WS-FM-CORRIDAS(WS-IND-FUE, 7) > ZEROS
              COMPUTE WS-PCT-TARDE-MES ROUNDED =
                      WS-FM-TARDIAS(WS-IND-FUE, 7) * 100
                    / WS-FM-CORRIDAS(WS-IND-FUE, 7)
           END-IF.
           IF WS-FM-PROCESADOS(WS-IND-FUE, 7)
            + WS-FM-RECHAZOS(WS-IND-FUE, 7) > ZEROS
              COMPUTE WS-PCT-RECH-MES ROUNDED =
                      WS-FM-RECHAZOS(WS-IND-FUE, 7) * 100
                    / (WS-FM-PROCESADOS(WS-IND-FUE, 7)
                     + WS-FM-RECHAZOS(WS-IND-FUE, 7))
           END-IF.

           EVALUATE TRUE
              WHEN WS-PCT-TARDE-MES < WS-PCT-TARDE-ANT
                 MOVE 'MEJORA'  TO WS-TEN-PUNTUAL
              WHEN WS-PCT-TARDE-MES > WS-PCT-TARDE-ANT
                 MOVE 'EMPEORA' TO WS-TEN-PUNTUAL
                 SET WS-FUENTE-EMPEORA TO TRUE
              WHEN OTHER
                 MOVE 'IGUAL'   TO WS-TEN-PUNTUAL
           END-EVALUATE.

      * CANTIDADES: MES X MESES ANTERIORES CONTRA LA SUMA ANTERIOR *
           COMPUTE WS-CANT-MES-X-N =
                   WS-FM-DUPLICADOS(WS-IND-FUE, 7) * WS-ANT-MESES.
           EVALUATE TRUE
              WHEN WS-CANT-MES-X-N < WS-ANT-DUPLICADOS
                 MOVE 'MEJORA'  TO WS-TEN-DUPLIC
              WHEN WS-CANT-MES-X-N > WS-ANT-DUPLICADOS
                 MOVE 'EMPEORA' TO WS-TEN-DUPLIC
              WHEN OTHER
                 MOVE 'IGUAL'   TO WS-TEN-DUPLIC
           END-EVALUATE.

           COMPUTE WS-CANT-MES-X-N =
                   WS-FM-ANOMALIAS(WS-IND-FUE, 7) * WS-ANT-MESES.
           EVALUATE TRUE
              WHEN WS-CANT-MES-X-N < WS-ANT-ANOMALIAS
                 MOVE 'MEJORA'  TO WS-TEN-ANOMAL
              WHEN WS-CANT-MES-X-N > WS-ANT-ANOMALIAS
                 MOVE 'EMPEORA' TO WS-TEN-ANOMAL
              WHEN OTHER
                 MOVE 'IGUAL'   TO WS-TEN-ANOMAL
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-PCT-RECH-MES < WS-PCT-RECH-ANT
                 MOVE 'MEJORA'  TO WS-TEN-RECHAZO
              WHEN WS-PCT-RECH-MES > WS-PCT-RECH-ANT
                 MOVE 'EMPEORA' TO WS-TEN-RECHAZO
                 SET WS-FUENTE-EMPEORA TO TRUE
              WHEN OTHER
                 MOVE 'IGUAL'   TO WS-TEN-RECHAZO
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-REG-TENDENCIA AFTER 1.

           IF WS-FUENTE-EMPEORA
              ADD 1 TO WS-TOT-EMPEORADAS
           END-IF.

       F-3300-TENDENCIA. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF FS-LIS IS EQUAL '00'
              MOVE 'FUENTES CALIFICADAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-FUENTES TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'FUENTES QUE EMPEORAN' TO WS-TOT-TEXTO
              MOVE WS-TOT-EMPEORADAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'REGISTROS DE HISTORIAL LEIDOS' TO WS-TOT-TEXTO
              MOVE WS-TOT-LEIDOS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
              CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'PERIODO CALIFICADO     = ' WS-PAR-PERIODO.
           DISPLAY 'FUENTES CALIFICADAS    = ' WS-TOT-FUENTES.
           DISPLAY 'FUENTES QUE EMPEORAN   = ' WS-TOT-EMPEORADAS.

      * PUNTUALIDAD O RECHAZO PEOR QUE EL SEMESTRE ANTERIOR *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND WS-TOT-EMPEORADAS IS GREATER THAN ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVPV15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-FUENTES  TO RES-CANT-PROCESADOS.
           MOVE WS-TOT-EMPEORADAS TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
