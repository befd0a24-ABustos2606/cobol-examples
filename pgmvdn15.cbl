       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID. PGMVDN15.
      ********************************************************
      *                                                      *
      *   NORMALIZACION DE DOMICILIOS DE CLIENTES Y          *
      *   CONTACTOS - TP 35 - BATCH DB2 DE CONTROL           *
      *                                                      *
      ********************************************************
      *                                                      *
      * EL DOMICILIO DE TB99CLIE Y EL CON-DOMICILIO DE LOS   *
      * CONTACTOS (CPCONTAC) SON TEXTO LIBRE TIPEADO EN CADA *
      * SUCURSAL ("AV.", "AVDA", "AVENIDA"; PISO Y DEPTO EN  *
      * CUALQUIER LUGAR), LO QUE PRODUCE CORREO DEVUELTO     *
      * (PGMVRM15) Y DUPLICADOS QUE NO SE DETECTAN           *
      * (PGMVDD15). ESTE JOB RECORRE AMBOS ORIGENES Y, CON   *
      * LA TABLA DE ABREVIATURAS Y SINONIMOS DDDOMSIN        *
      * (CPDOMSIN; SIN EL DD SE USA LA TABLA BASICA DEL      *
      * PROGRAMA), SEPARA CADA DOMICILIO EN TIPO DE CALLE,   *
      * CALLE, NUMERO, PISO Y DEPARTAMENTO Y ARMA SU FORMA   *
      * NORMALIZADA. CONTROLA EL CODIGO POSTAL Y LA CIUDAD   *
      * CONTRA EL CATALOGO DE LOCALIDADES CODPOS (LA CIUDAD  *
      * PASA ANTES POR EL MAESTRO DE ALIAS DE PGMVLC15) Y    *
      * GRABA EL DOMICILIO NORMALIZADO AL LADO DEL ORIGINAL  *
      * EN EL VSAM DDDOMSTD (CPDOMSTD), QUE SE REARMA        *
      * COMPLETO EN CADA CORRIDA. LA CIUDAD Y EL CODIGO      *
      * POSTAL DEL DOMICILIO DE TB99CLIE SE TOMAN DEL VSAM   *
      * CLIENTE. EL DOMICILIO QUE NO SE PUEDE INTERPRETAR, O *
      * CUYO CODIGO POSTAL NO CIERRA CON EL CATALOGO, VA A   *
      * LA LISTA DE REVISION DE LA SUCURSAL DEL CLIENTE      *
      * (DDDOMREV) Y EL JOB TERMINA CON RC 0004              *
      *                                                      *
      ********************************************************
       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONTACTOS DEL CLIENTE (CPCONTAC) - UN DD AUSENTE SE SALTEA *
           SELECT CONTACTO ASSIGN DDCONTAC
                  FILE STATUS IS FS-CON
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KEY-CON.

      *    VSAM CLIENTE - CIUDAD Y CODIGO POSTAL DEL DOMICILIO LEGAL *
           SELECT CLIENTE ASSIGN DDCLIEN
                  FILE STATUS IS FS-CLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-CLI.

      *    CATALOGO DE CODIGOS POSTALES Y LOCALIDADES (PGMVLC15) *
           SELECT CODPOS ASSIGN DDCODPO
                  FILE STATUS IS FS-COD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-CODPOS.

      *    MAESTRO DE ALIAS DE LOCALIDAD (TEXTO LIBRE -> OFICIAL) *
           SELECT LOCALIA ASSIGN DDLOCALI
                  FILE STATUS IS FS-LOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-LOCALIA.

      *    ABREVIATURAS Y SINONIMOS (CPDOMSIN) *
           SELECT DOMSIN ASSIGN DDDOMSIN
                  FILE STATUS IS FS-SIN.

      *    DOMICILIOS NORMALIZADOS (CPDOMSTD) *
           SELECT DOMSTD ASSIGN DDDOMSTD
                  FILE STATUS IS FS-DST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KEY-DOMSTD.

      *    LISTA DE REVISION DE DOMICILIOS POR SUCURSAL *
           SELECT REVISION ASSIGN DDDOMREV
                  FILE STATUS IS FS-REV.

           SELECT RESUMEN ASSIGN DDRESUME
                  FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD CONTACTO.

       01 REG-CONTAC.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

       FD CLIENTE.

       01 REG-CLIENTE.
          03 KEY-CLI     PIC X(17).
          03 FILLER      PIC X(227).

       FD CODPOS.

       01 REG-CODPOS.
           03 KEY-CODPOS    PIC X(4).
           03 FILLER        PIC X(66).

       FD LOCALIA.

       01 REG-LOCALIA.
           03 KEY-LOCALIA   PIC X(15).
           03 LOC-OFICIAL   PIC X(20).
           03 FILLER        PIC X(05).

       FD DOMSIN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-DOMSIN          PIC X(20).

       FD DOMSTD.

       01 REG-DOMSTD.
           03 KEY-DOMSTD    PIC X(14).
           03 FILLER        PIC X(226).

       FD REVISION
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-REVISION        PIC X(120).

       FD RESUMEN
           BLOCK CONTAINS  0 RECORDS
           RECORDING MODE IS F.

       01 REG-RESUMEN         PIC X(34).

       WORKING-STORAGE SECTION.
      *------------------------*

       01  FS-CON             PIC X(02)   VALUE '10'.
           88  FS-CON-EOF                 VALUE '10'.

       01  FS-CLI             PIC X(02)   VALUE SPACES.
       01  FS-COD             PIC X(02)   VALUE SPACES.
       01  FS-LOC             PIC X(02)   VALUE SPACES.

       01  FS-SIN             PIC X(02)   VALUE SPACES.
           88  FS-SIN-EOF                 VALUE '10'.

       01  FS-DST             PIC X(02)   VALUE SPACES.
       01  FS-REV             PIC X(02)   VALUE SPACES.

       01  FS-RES             PIC X(02).
           88  FS-OK-RES                  VALUE '00'.

           COPY CPRESUMEN.

       77  WS-FECHA-RES       PIC 9(6)    VALUE ZEROS.

       01  WS-SW-ARCHIVOS.
           03  WS-SW-CLIENTE      PIC X(01)   VALUE 'N'.
               88  WS-CLIENTE-ABIERTO         VALUE 'S'.
           03  WS-SW-CODPOS       PIC X(01)   VALUE 'N'.
               88  WS-CODPOS-ABIERTO          VALUE 'S'.
           03  WS-SW-LOCALIA      PIC X(01)   VALUE 'N'.
               88  WS-LOCALIA-ABIERTO         VALUE 'S'.
           03  WS-SW-CONTACTO     PIC X(01)   VALUE 'N'.
               88  WS-CONTACTO-ABIERTO        VALUE 'S'.
           03  WS-SW-DOMSTD       PIC X(01)   VALUE 'N'.
               88  WS-DOMSTD-ABIERTO          VALUE 'S'.

           COPY CPCONTAC.
           COPY TBVCLIEN.
           COPY CPCODPOS.
           COPY CPDOMSIN.
           COPY CPDOMSTD.

       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * TABLA BASICA DE ABREVIATURAS, MISMO LAYOUT QUE CPDOMSIN - SE *
      * USA CUANDO NO SE ASIGNA DDDOMSIN ******************************
       01  WS-SIN-DEFECTO.
           03  FILLER   PIC X(20) VALUE 'AV        TAV       '.
           03  FILLER   PIC X(20) VALUE 'AVDA      TAV       '.
           03  FILLER   PIC X(20) VALUE 'AVD       TAV       '.
           03  FILLER   PIC X(20) VALUE 'AVENIDA   TAV       '.
           03  FILLER   PIC X(20) VALUE 'CALLE     TCALLE    '.
           03  FILLER   PIC X(20) VALUE 'CL        TCALLE    '.
           03  FILLER   PIC X(20) VALUE 'BV        TBV       '.
           03  FILLER   PIC X(20) VALUE 'BVARD     TBV       '.
           03  FILLER   PIC X(20) VALUE 'BOULEVARD TBV       '.
           03  FILLER   PIC X(20) VALUE 'BLVD      TBV       '.
           03  FILLER   PIC X(20) VALUE 'PJE       TPJE      '.
           03  FILLER   PIC X(20) VALUE 'PSJE      TPJE      '.
           03  FILLER   PIC X(20) VALUE 'PASAJE    TPJE      '.
           03  FILLER   PIC X(20) VALUE 'DIAG      TDIAG     '.
           03  FILLER   PIC X(20) VALUE 'DIAGONAL  TDIAG     '.
           03  FILLER   PIC X(20) VALUE 'RUTA      TRUTA     '.
           03  FILLER   PIC X(20) VALUE 'CAMINO    TCNO      '.
           03  FILLER   PIC X(20) VALUE 'CNO       TCNO      '.
           03  FILLER   PIC X(20) VALUE 'NRO       N         '.
           03  FILLER   PIC X(20) VALUE 'NUM       N         '.
           03  FILLER   PIC X(20) VALUE 'NUMERO    N         '.
           03  FILLER   PIC X(20) VALUE 'N         N         '.
           03  FILLER   PIC X(20) VALUE 'S/N       SS/N      '.
           03  FILLER   PIC X(20) VALUE 'SN        SS/N      '.
           03  FILLER   PIC X(20) VALUE 'PISO      P         '.
           03  FILLER   PIC X(20) VALUE 'PSO       P         '.
           03  FILLER   PIC X(20) VALUE 'P         P         '.
           03  FILLER   PIC X(20) VALUE 'DPTO      D         '.
           03  FILLER   PIC X(20) VALUE 'DEPTO     D         '.
           03  FILLER   PIC X(20) VALUE 'DTO       D         '.
           03  FILLER   PIC X(20) VALUE 'DEP       D         '.
           03  FILLER   PIC X(20) VALUE 'DPT       D         '.
           03  FILLER   PIC X(20) VALUE 'UF        D         '.
           03  FILLER   PIC X(20) VALUE 'OF        D         '.
           03  FILLER   PIC X(20) VALUE 'PB        BPB       '.
           03  FILLER   PIC X(20) VALUE 'PA        BPA       '.
       01  WS-SIN-DEFECTO-R REDEFINES WS-SIN-DEFECTO.
           03  WS-SDF-ENTRADA     PIC X(20)   OCCURS 36 TIMES.

       77  WS-SDF-CANT        PIC 9(03)   VALUE 36.
       77  WS-SDF-IX          PIC 9(03)   VALUE ZEROS.

      * ABREVIATURAS Y SINONIMOS EN MEMORIA *
       01  WS-SIN-TABLA.
           03  WS-SIN-TOPE        PIC 9(03)   VALUE 200.
           03  WS-SIN-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-SIN-ENTRADA OCCURS 200 TIMES.
               05  WS-SIN-PALABRA PIC X(10).
               05  WS-SIN-CLASE   PIC X(01).
               05  WS-SIN-FORMA   PIC X(06).

       77  WS-SIN-IX          PIC 9(03)   VALUE ZEROS.

      * DOMICILIO EN CURSO, DE CUALQUIERA DE LOS DOS ORIGENES *
       01  WS-DOM-ENTRADA.
           03  WS-ENT-TIPDOC      PIC X(02).
           03  WS-ENT-NRODOC      PIC 9(11).
           03  WS-ENT-ORIGEN      PIC X(01).
           03  WS-ENT-DOMICILIO   PIC X(30).
           03  WS-ENT-CIUDAD      PIC X(20).
           03  WS-ENT-CODPOS      PIC X(04).

       01  WS-DOM-TRABAJO     PIC X(30)   VALUE SPACES.
       01  WS-DOM-MOTIVO      PIC X(25)   VALUE SPACES.

       01  WS-SW-DOMICILIO    PIC X(01)   VALUE 'S'.
           88  WS-DOM-OK                  VALUE 'S'.
           88  WS-DOM-ERROR               VALUE 'N'.

      * PALABRAS DEL DOMICILIO *
       01  WS-TOK-TABLA.
           03  WS-TOK             PIC X(15)   OCCURS 10 TIMES.

       77  WS-TOK-CANT        PIC 9(02)   VALUE ZEROS.
       77  WS-TOK-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-TOK-LARGO       PIC 9(02)   VALUE ZEROS.
       01  WS-TOK-ACTUAL      PIC X(15)   VALUE SPACES.
       01  WS-TOK-FORMA       PIC X(06)   VALUE SPACES.

      * CLASE DE LA PALABRA EN CURSO: LAS DE CPDOMSIN MAS PALABRA    *
      * COMUN (W) Y NUMERO (9) ****************************************
       01  WS-TOK-CLASE       PIC X(01)   VALUE SPACES.
           88  WS-TOK-PALABRA             VALUE 'W'.
           88  WS-TOK-NUMERICO            VALUE '9'.
           88  WS-TOK-TIPO-CALLE          VALUE 'T'.
           88  WS-TOK-MARCA-NUMERO        VALUE 'N'.
           88  WS-TOK-SIN-NUMERO          VALUE 'S'.
           88  WS-TOK-MARCA-PISO          VALUE 'P'.
           88  WS-TOK-MARCA-DEPTO         VALUE 'D'.
           88  WS-TOK-VALOR-PISO          VALUE 'B'.

      * VALOR QUE SE ESPERA DESPUES DE UNA MARCA (NRO / PISO / DPTO) *
       01  WS-SW-ESPERA       PIC X(01)   VALUE SPACES.
           88  WS-ESPERA-NADA             VALUE SPACES.
           88  WS-ESPERA-NUMERO           VALUE 'N'.
           88  WS-ESPERA-PISO             VALUE 'P'.
           88  WS-ESPERA-DEPTO            VALUE 'D'.

       77  WS-CAL-PTR         PIC 9(02)   VALUE ZEROS.
       77  WS-STD-PTR         PIC 9(02)   VALUE ZEROS.

      * CIUDAD DEL DOMICILIO RESUELTA CONTRA EL MAESTRO DE ALIAS *
       01  WS-LOC-ESTANDAR    PIC X(20)   VALUE SPACES.

      * TAREA DE REVISION DE DOMICILIO EN LA SUCURSAL DEL CLIENTE *
       01  WS-REG-REVISION.
           03  REV-SUC            PIC 9(03).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-TIPDOC         PIC X(02).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-NRODOC         PIC 9(11).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-ORIGEN         PIC X(01).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-DOMICILIO      PIC X(30).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-CIUDAD         PIC X(20).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-CODPOS         PIC X(04).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-MOTIVO         PIC X(25).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  REV-TAREA          PIC X(16).

       01  FS-SQL             PIC X(02).
           88  SQL-OK                     VALUE '00'.
           88  SQL-EOF                    VALUE '10'.
           88  SQL-NOK                    VALUE '01' THRU '09'
                                                '11' THRU '99'.

       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * UN DOMICILIO POR CLIENTE, ORDENADO POR DOCUMENTO **************
           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT TIPDOC, NRODOC, NROCLI,
                    VALUE(DOMICILIO, ' ')
             FROM ITPLZRY.TB99CLIE
               ORDER BY TIPDOC ASC, NRODOC ASC
           END-EXEC.

      * HOST VARIABLES PARA LA COLUMNA DOMICILIO DE TB99CLIE Y LA     *
      * SUCURSAL DE LA TAREA DE REVISION *******************************
       77  WS-CLI-DOMICILIO   PIC X(30)   VALUE SPACES.
       77  WS-SUC-CLIENTE     PIC S9(4) USAGE COMP VALUE ZEROS.

      * CONTADORES *
       77  CN-TOT-CLIENTES    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-CONTACTOS   PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-OMITIDOS    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-NORMAL      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-REVISION    PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-CP-OBS      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-CP-SIN      PIC 9(07)   VALUE ZEROS.
       77  CN-TOT-ERRORES     PIC 9(07)   VALUE ZEROS.
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

           PERFORM 3000-I-CONTACTOS
              THRU 3000-F-CONTACTOS
              UNTIL FS-CON-EOF

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

           MOVE '99' TO FS-SQL.

      * EL CLUSTER DE DOMICILIOS NORMALIZADOS SE REARMA COMPLETO EN  *
      * CADA CORRIDA (REUSE) ******************************************
           OPEN OUTPUT DOMSTD.
           IF FS-DST IS EQUAL '00'
              CLOSE DOMSTD
              OPEN I-O DOMSTD
           END-IF.
           IF FS-DST IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DOMSTD = ' FS-DST
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.
           SET WS-DOMSTD-ABIERTO TO TRUE.

           OPEN OUTPUT REVISION.
           IF FS-REV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REVISION = ' FS-REV
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-F-INICIO
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS EQUAL '00'
              SET WS-CLIENTE-ABIERTO TO TRUE
           ELSE
              DISPLAY '* VSAM CLIENTE NO DISPONIBLE - SIN CIUDAD NI '
                      'CODIGO POSTAL PARA TB99CLIE'
           END-IF.

           OPEN INPUT CODPOS.
           IF FS-COD IS EQUAL '00'
              SET WS-CODPOS-ABIERTO TO TRUE
           ELSE
              DISPLAY '* CATALOGO CODPOS NO DISPONIBLE - NO SE '
                      'CONTROLAN CODIGOS POSTALES'
           END-IF.

           OPEN INPUT LOCALIA.
           IF FS-LOC IS EQUAL '00'
              SET WS-LOCALIA-ABIERTO TO TRUE
           END-IF.

           PERFORM 1200-CARGAR-SINONIMOS THRU 1200-F-CARGAR-SINONIMOS.

           OPEN INPUT CONTACTO.
           IF FS-CON IS EQUAL '00'
              SET WS-CONTACTO-ABIERTO TO TRUE
              PERFORM 3100-LEER-CONTACTO THRU 3100-F-LEER-CONTACTO
           ELSE
              DISPLAY '* DDCONTAC NO DISPONIBLE - SOLO TB99CLIE'
              MOVE '10' TO FS-CON
           END-IF.

           EXEC SQL
              OPEN CURSOR1
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE   TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR 1    = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           ELSE
              PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR
           END-IF
           .
       1000-F-INICIO.
           EXIT.

      **************************************
      *  CARGA DE ABREVIATURAS Y SINONIMOS *
      **************************************
       1200-CARGAR-SINONIMOS.
      *----------------------*

           OPEN INPUT DOMSIN.
           IF FS-SIN IS NOT EQUAL '00'
              DISPLAY '* DDDOMSIN NO DISPONIBLE - SE USA LA TABLA '
                      'BASICA DE ABREVIATURAS'
              PERFORM 1260-CARGAR-DEFECTO THRU 1260-F-CARGAR-DEFECTO
                      VARYING WS-SDF-IX FROM 1 BY 1
                      UNTIL WS-SDF-IX > WS-SDF-CANT
              GO TO 1200-F-CARGAR-SINONIMOS
           END-IF.

           PERFORM 1250-LEER-SINONIMO THRU 1250-F-LEER-SINONIMO
                   UNTIL FS-SIN-EOF.

           CLOSE DOMSIN.

       1200-F-CARGAR-SINONIMOS.
           EXIT.

       1250-LEER-SINONIMO.
      *-------------------*

           READ DOMSIN INTO WS-REG-DOMSIN.

           EVALUATE FS-SIN
              WHEN '00'
                 PERFORM 1270-AGREGAR-SINONIMO
                         THRU 1270-F-AGREGAR-SINONIMO
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DOMSIN = ' FS-SIN
                 MOVE '10' TO FS-SIN
           END-EVALUATE.

       1250-F-LEER-SINONIMO.
           EXIT.

       1260-CARGAR-DEFECTO.
      *--------------------*

           MOVE WS-SDF-ENTRADA(WS-SDF-IX) TO WS-REG-DOMSIN.
           PERFORM 1270-AGREGAR-SINONIMO THRU 1270-F-AGREGAR-SINONIMO.

       1260-F-CARGAR-DEFECTO.
           EXIT.

       1270-AGREGAR-SINONIMO.
      *----------------------*

           IF NOT SIN-CLASE-VALIDA OR SIN-PALABRA IS EQUAL SPACES
              DISPLAY '* SINONIMO DESCARTADO: ' WS-REG-DOMSIN
              GO TO 1270-F-AGREGAR-SINONIMO
           END-IF.

           IF WS-SIN-OCUP IS NOT LESS THAN WS-SIN-TOPE
              DISPLAY '* TABLA DE SINONIMOS LLENA'
              MOVE '10' TO FS-SIN
              GO TO 1270-F-AGREGAR-SINONIMO
           END-IF.

           ADD 1 TO WS-SIN-OCUP.
           MOVE SIN-PALABRA TO WS-SIN-PALABRA(WS-SIN-OCUP).
           MOVE SIN-CLASE   TO WS-SIN-CLASE(WS-SIN-OCUP).
           MOVE SIN-FORMA   TO WS-SIN-FORMA(WS-SIN-OCUP).

       1270-F-AGREGAR-SINONIMO.
           EXIT.

      **************************************
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  UN DOMICILIO DE TB99CLIE POR FETCH*
      **************************************
       2000-I-PROCESO.
      *---------------*

           ADD 1 TO CN-TOT-CLIENTES.

           MOVE SPACES           TO WS-DOM-ENTRADA.
           MOVE DB-CL-TIPDOC     TO WS-ENT-TIPDOC.
           MOVE DB-CL-NRODOC     TO WS-ENT-NRODOC.
           MOVE 'C'              TO WS-ENT-ORIGEN.
           MOVE WS-CLI-DOMICILIO TO WS-ENT-DOMICILIO.

           PERFORM 2200-DATOS-CLIENTE THRU 2200-F-DATOS-CLIENTE.

           PERFORM 5000-NORMALIZAR-DOMICILIO
                   THRU 5000-F-NORMALIZAR-DOMICILIO.

           PERFORM 2100-FETCH-CURSOR THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

       2100-FETCH-CURSOR.
      *------------------*

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI,
                       :WS-CLI-DOMICILIO
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 MOVE '00' TO FS-SQL
              WHEN SQLCODE EQUAL +100
                 MOVE '10' TO FS-SQL
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSOR: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
           END-EVALUATE.

       2100-F-FETCH-CURSOR. EXIT.

      ***** CIUDAD Y CODIGO POSTAL DEL VSAM CLIENTE *******************
      * LA CLAVE COMPLETA INCLUYE EL NRO-SEC DE LA ALTA: SE POSICIONA *
      * POR DOCUMENTO Y SE TOMA LA PRIMERA ALTA QUE MATCHEE. CON SOLO *
      * EL CPA CARGADO, EL CODIGO DE 4 DIGITOS SON SUS POSICIONES 2-5 *
       2200-DATOS-CLIENTE.
      *-------------------*

           IF NOT WS-CLIENTE-ABIERTO
              GO TO 2200-F-DATOS-CLIENTE
           END-IF.

           MOVE WS-ENT-TIPDOC TO WS-CLV-TIPDOC.
           MOVE WS-ENT-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO 2200-F-DATOS-CLIENTE
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS NOT EQUAL '00'
              OR WK-CLI-TIPO-DOCUMENTO IS NOT EQUAL WS-ENT-TIPDOC
              OR WK-CLI-NRO-DOCUMENTO IS NOT EQUAL WS-ENT-NRODOC
              GO TO 2200-F-DATOS-CLIENTE
           END-IF.

           MOVE WK-CLI-CIUDAD        TO WS-ENT-CIUDAD.
           MOVE WK-CLI-CODIGO-POSTAL TO WS-ENT-CODPOS.

           IF WS-ENT-CODPOS IS EQUAL SPACES
              AND WK-CLI-CPA IS NOT EQUAL SPACES
              MOVE WK-CLI-CPA(2:4) TO WS-ENT-CODPOS
           END-IF.

       2200-F-DATOS-CLIENTE. EXIT.

      **************************************
      *  DOMICILIOS DE LOS CONTACTOS       *
      *  UN CONTACTO POR LECTURA           *
      **************************************
       3000-I-CONTACTOS.
      *-----------------*

           ADD 1 TO CN-TOT-CONTACTOS.

      * EL RETIRO EN SUCURSAL PUEDE NO LLEVAR DOMICILIO *
           IF CON-DOMICILIO IS EQUAL SPACES
              AND CON-DIR-SUCURSAL
              ADD 1 TO CN-TOT-OMITIDOS
              PERFORM 3100-LEER-CONTACTO THRU 3100-F-LEER-CONTACTO
              GO TO 3000-F-CONTACTOS
           END-IF.

           MOVE SPACES            TO WS-DOM-ENTRADA.
           MOVE CON-TIPDOC        TO WS-ENT-TIPDOC.
           MOVE CON-NRODOC        TO WS-ENT-NRODOC.
           MOVE CON-TIPO          TO WS-ENT-ORIGEN.
           MOVE CON-DOMICILIO     TO WS-ENT-DOMICILIO.
           MOVE CON-CIUDAD        TO WS-ENT-CIUDAD.
           MOVE CON-CODIGO-POSTAL TO WS-ENT-CODPOS.

           PERFORM 5000-NORMALIZAR-DOMICILIO
                   THRU 5000-F-NORMALIZAR-DOMICILIO.

           PERFORM 3100-LEER-CONTACTO THRU 3100-F-LEER-CONTACTO.

       3000-F-CONTACTOS.
           EXIT.

       3100-LEER-CONTACTO.
      *-------------------*

           READ CONTACTO INTO WS-REG-CONTAC.

           EVALUATE FS-CON
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CONTACTO = ' FS-CON
                 MOVE 9999 TO RETURN-CODE
                 MOVE '10' TO FS-CON
           END-EVALUATE.

       3100-F-LEER-CONTACTO. EXIT.

      **************************************
      *  NORMALIZACION DEL DOMICILIO EN    *
      *  CURSO (WS-DOM-ENTRADA)            *
      **************************************
       5000-NORMALIZAR-DOMICILIO.
      *--------------------------*

           MOVE SPACES           TO WS-REG-DOMSTD.
           MOVE WS-ENT-TIPDOC    TO DST-TIPDOC.
           MOVE WS-ENT-NRODOC    TO DST-NRODOC.
           MOVE WS-ENT-ORIGEN    TO DST-ORIGEN.
           MOVE WS-ENT-DOMICILIO TO DST-ORIGINAL.
           MOVE WS-ENT-CIUDAD    TO DST-CIUDAD.
           MOVE WS-ENT-CODPOS    TO DST-CODPOS.
           MOVE LK-FP-FECHA-8    TO DST-FECHA.

           SET WS-DOM-OK      TO TRUE.
           SET WS-ESPERA-NADA TO TRUE.
           MOVE SPACES TO WS-DOM-MOTIVO.
           MOVE 1 TO WS-CAL-PTR.

           IF WS-ENT-DOMICILIO IS EQUAL SPACES
              SET WS-DOM-ERROR TO TRUE
              MOVE 'DOMICILIO EN BLANCO' TO WS-DOM-MOTIVO
           ELSE
              PERFORM 5100-SEPARAR-PALABRAS
                      THRU 5100-F-SEPARAR-PALABRAS
           END-IF.

           IF WS-DOM-OK
              PERFORM 5200-INTERPRETAR-PALABRA
                      THRU 5200-F-INTERPRETAR-PALABRA
                      VARYING WS-TOK-IX FROM 1 BY 1
                      UNTIL WS-TOK-IX > WS-TOK-CANT
                         OR WS-DOM-ERROR
           END-IF.

           IF WS-DOM-OK
              PERFORM 5300-VALIDAR-COMPONENTES
                      THRU 5300-F-VALIDAR-COMPONENTES
           END-IF.

           IF WS-DOM-OK
              PERFORM 5400-ARMAR-DOMICILIO THRU 5400-F-ARMAR-DOMICILIO
              SET DST-NORMALIZADO TO TRUE
              ADD 1 TO CN-TOT-NORMAL
           ELSE
              MOVE SPACES TO DST-TIPO-CALLE DST-CALLE DST-NUMERO
                             DST-PISO DST-DEPTO
              SET DST-NO-INTERPRETADO TO TRUE
              MOVE WS-DOM-MOTIVO TO DST-MOTIVO
           END-IF.

           PERFORM 5500-CONTROLAR-LOCALIDAD
                   THRU 5500-F-CONTROLAR-LOCALIDAD.

           PERFORM 5600-GRABAR-DOMSTD THRU 5600-F-GRABAR-DOMSTD.

           EVALUATE TRUE
              WHEN DST-NO-INTERPRETADO
                 ADD 1 TO CN-TOT-REVISION
                 MOVE DST-MOTIVO         TO REV-MOTIVO
                 MOVE 'REVISAR DOMICIL.' TO REV-TAREA
                 PERFORM 6000-GRABAR-REVISION
                         THRU 6000-F-GRABAR-REVISION
              WHEN DST-CP-INEXISTENTE
                 ADD 1 TO CN-TOT-CP-OBS
                 MOVE 'CODIGO POSTAL INEXISTENTE' TO REV-MOTIVO
                 MOVE 'VERIFICAR CP/LOC' TO REV-TAREA
                 PERFORM 6000-GRABAR-REVISION
                         THRU 6000-F-GRABAR-REVISION
              WHEN DST-LOC-DISTINTA
                 ADD 1 TO CN-TOT-CP-OBS
                 MOVE 'CIUDAD NO ES LA DEL CP'    TO REV-MOTIVO
                 MOVE 'VERIFICAR CP/LOC' TO REV-TAREA
                 PERFORM 6000-GRABAR-REVISION
                         THRU 6000-F-GRABAR-REVISION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5000-F-NORMALIZAR-DOMICILIO.
           EXIT.

      ***** SEPARACION EN PALABRAS - PUNTOS, COMAS Y GUIONES CUENTAN *
      ***** COMO BLANCOS **********************************************
       5100-SEPARAR-PALABRAS.
      *----------------------*

           MOVE WS-ENT-DOMICILIO TO WS-DOM-TRABAJO.
           INSPECT WS-DOM-TRABAJO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz.,-'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ   '.

           MOVE SPACES TO WS-TOK-TABLA.
           MOVE ZEROS  TO WS-TOK-CANT.

           UNSTRING WS-DOM-TRABAJO DELIMITED BY ALL SPACE
               INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                    WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                    WS-TOK(9) WS-TOK(10)
               TALLYING IN WS-TOK-CANT
               ON OVERFLOW
                  SET WS-DOM-ERROR TO TRUE
                  MOVE 'DEMASIADAS PALABRAS' TO WS-DOM-MOTIVO
           END-UNSTRING.

       5100-F-SEPARAR-PALABRAS. EXIT.

      ***** INTERPRETACION DE UNA PALABRA SEGUN SU CLASE Y LO QUE YA *
      ***** SE ARMO DEL DOMICILIO: ANTES DEL NUMERO LAS PALABRAS VAN  *
      ***** AL NOMBRE DE LA CALLE (UN NUMERO AL PRINCIPIO TAMBIEN,    *
      ***** COMO EN 9 DE JULIO O CALLE 7), EL PRIMER NUMERO DESPUES   *
      ***** DEL NOMBRE ES EL DE PUERTA Y LO QUE SIGUE SIN MARCA ES    *
      ***** PISO (SI ES NUMERICO) Y DEPARTAMENTO **********************
       5200-INTERPRETAR-PALABRA.
      *-------------------------*

           MOVE WS-TOK(WS-TOK-IX) TO WS-TOK-ACTUAL.

           IF WS-TOK-ACTUAL IS EQUAL SPACES
              GO TO 5200-F-INTERPRETAR-PALABRA
           END-IF.

           PERFORM 5210-CLASIFICAR-PALABRA
                   THRU 5210-F-CLASIFICAR-PALABRA.

           IF WS-ESPERA-NUMERO
              SET WS-ESPERA-NADA TO TRUE
              IF WS-TOK-NUMERICO AND WS-TOK-LARGO NOT > 6
                 MOVE WS-TOK-ACTUAL TO DST-NUMERO
              ELSE
                 SET WS-DOM-ERROR TO TRUE
                 MOVE 'NUMERO DE PUERTA INVALIDO' TO WS-DOM-MOTIVO
              END-IF
              GO TO 5200-F-INTERPRETAR-PALABRA
           END-IF.

           IF WS-ESPERA-PISO
              SET WS-ESPERA-NADA TO TRUE
              IF WS-TOK-VALOR-PISO
                 MOVE WS-TOK-FORMA TO WS-TOK-ACTUAL
                 MOVE 4 TO WS-TOK-LARGO
              END-IF
              IF WS-TOK-LARGO > 4
                 SET WS-DOM-ERROR TO TRUE
                 MOVE 'PISO INVALIDO' TO WS-DOM-MOTIVO
              ELSE
                 MOVE WS-TOK-ACTUAL TO DST-PISO
              END-IF
              GO TO 5200-F-INTERPRETAR-PALABRA
           END-IF.

           IF WS-ESPERA-DEPTO
              SET WS-ESPERA-NADA TO TRUE
              IF WS-TOK-LARGO > 4
                 SET WS-DOM-ERROR TO TRUE
                 MOVE 'DEPARTAMENTO INVALIDO' TO WS-DOM-MOTIVO
              ELSE
                 MOVE WS-TOK-ACTUAL TO DST-DEPTO
              END-IF
              GO TO 5200-F-INTERPRETAR-PALABRA
           END-IF.

           EVALUATE TRUE
              WHEN WS-TOK-TIPO-CALLE
                 IF DST-TIPO-CALLE IS EQUAL SPACES
                    AND DST-CALLE IS EQUAL SPACES
                    MOVE WS-TOK-FORMA TO DST-TIPO-CALLE
                 ELSE
                    PERFORM 5220-AGREGAR-A-CALLE
                            THRU 5220-F-AGREGAR-A-CALLE
                 END-IF
              WHEN WS-TOK-MARCA-NUMERO
                 IF DST-NUMERO IS NOT EQUAL SPACES
                    SET WS-DOM-ERROR TO TRUE
                    MOVE 'NUMERO DE PUERTA REPETIDO' TO WS-DOM-MOTIVO
                 ELSE
                    SET WS-ESPERA-NUMERO TO TRUE
                 END-IF
              WHEN WS-TOK-SIN-NUMERO
                 IF DST-NUMERO IS NOT EQUAL SPACES
                    SET WS-DOM-ERROR TO TRUE
                    MOVE 'NUMERO DE PUERTA REPETIDO' TO WS-DOM-MOTIVO
                 ELSE
                    MOVE WS-TOK-FORMA TO DST-NUMERO
                 END-IF
              WHEN WS-TOK-MARCA-PISO
                 IF DST-PISO IS NOT EQUAL SPACES
                    SET WS-DOM-ERROR TO TRUE
                    MOVE 'PISO REPETIDO' TO WS-DOM-MOTIVO
                 ELSE
                    SET WS-ESPERA-PISO TO TRUE
                 END-IF
              WHEN WS-TOK-MARCA-DEPTO
                 IF DST-DEPTO IS NOT EQUAL SPACES
                    SET WS-DOM-ERROR TO TRUE
                    MOVE 'DEPARTAMENTO REPETIDO' TO WS-DOM-MOTIVO
                 ELSE
                    SET WS-ESPERA-DEPTO TO TRUE
                 END-IF
              WHEN WS-TOK-VALOR-PISO
                 IF DST-PISO IS NOT EQUAL SPACES
                    SET WS-DOM-ERROR TO TRUE
                    MOVE 'PISO REPETIDO' TO WS-DOM-MOTIVO
                 ELSE
                    MOVE WS-TOK-FORMA TO DST-PISO
                 END-IF
              WHEN WS-TOK-NUMERICO
                 IF DST-CALLE IS EQUAL SPACES
                    PERFORM 5220-AGREGAR-A-CALLE
                            THRU 5220-F-AGREGAR-A-CALLE
                 ELSE
                    IF DST-NUMERO IS EQUAL SPACES
                       IF WS-TOK-LARGO > 6
                          SET WS-DOM-ERROR TO TRUE
                          MOVE 'NUMERO DE PUERTA INVALIDO'
                            TO WS-DOM-MOTIVO
                       ELSE
                          MOVE WS-TOK-ACTUAL TO DST-NUMERO
                       END-IF
                    ELSE
                       PERFORM 5230-PISO-O-DEPTO
                               THRU 5230-F-PISO-O-DEPTO
                    END-IF
                 END-IF
              WHEN OTHER
                 IF DST-NUMERO IS EQUAL SPACES
                    PERFORM 5220-AGREGAR-A-CALLE
                            THRU 5220-F-AGREGAR-A-CALLE
                 ELSE
                    PERFORM 5230-PISO-O-DEPTO
                            THRU 5230-F-PISO-O-DEPTO
                 END-IF
           END-EVALUATE.

       5200-F-INTERPRETAR-PALABRA. EXIT.

      ***** CLASE DE LA PALABRA: NUMERO, SINONIMO DE LA TABLA O ******
      ***** PALABRA COMUN *********************************************
       5210-CLASIFICAR-PALABRA.
      *------------------------*

           MOVE ZEROS  TO WS-TOK-LARGO.
           MOVE SPACES TO WS-TOK-FORMA.
           SET WS-TOK-PALABRA TO TRUE.

           INSPECT WS-TOK-ACTUAL TALLYING WS-TOK-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-TOK-ACTUAL(1:WS-TOK-LARGO) IS NUMERIC
              SET WS-TOK-NUMERICO TO TRUE
              GO TO 5210-F-CLASIFICAR-PALABRA
           END-IF.

           IF WS-TOK-LARGO > 10
              GO TO 5210-F-CLASIFICAR-PALABRA
           END-IF.

           PERFORM 5215-BUSCAR-SINONIMO THRU 5215-F-BUSCAR-SINONIMO
                   VARYING WS-SIN-IX FROM 1 BY 1
                   UNTIL WS-SIN-IX > WS-SIN-OCUP
                      OR NOT WS-TOK-PALABRA.

       5210-F-CLASIFICAR-PALABRA. EXIT.

       5215-BUSCAR-SINONIMO.
      *---------------------*

           IF WS-SIN-PALABRA(WS-SIN-IX) IS EQUAL WS-TOK-ACTUAL(1:10)
              MOVE WS-SIN-CLASE(WS-SIN-IX) TO WS-TOK-CLASE
              MOVE WS-SIN-FORMA(WS-SIN-IX) TO WS-TOK-FORMA
           END-IF.

       5215-F-BUSCAR-SINONIMO. EXIT.

      ***** UNA PALABRA MAS AL NOMBRE DE LA CALLE, CON UN BLANCO *****
       5220-AGREGAR-A-CALLE.
      *---------------------*

           IF WS-CAL-PTR > 1
              ADD 1 TO WS-CAL-PTR
           END-IF.

           STRING WS-TOK-ACTUAL DELIMITED BY SPACE
               INTO DST-CALLE WITH POINTER WS-CAL-PTR
               ON OVERFLOW
                  SET WS-DOM-ERROR TO TRUE
                  MOVE 'NOMBRE DE CALLE EXTENSO' TO WS-DOM-MOTIVO
           END-STRING.

       5220-F-AGREGAR-A-CALLE. EXIT.

      ***** PALABRA SIN MARCA DESPUES DEL NUMERO DE PUERTA ***********
       5230-PISO-O-DEPTO.
      *------------------*

           IF WS-TOK-LARGO > 4
              SET WS-DOM-ERROR TO TRUE
              MOVE 'PISO O DEPTO INVALIDO' TO WS-DOM-MOTIVO
              GO TO 5230-F-PISO-O-DEPTO
           END-IF.

           IF WS-TOK-NUMERICO
              AND DST-PISO IS EQUAL SPACES
              AND DST-DEPTO IS EQUAL SPACES
              MOVE WS-TOK-ACTUAL TO DST-PISO
              GO TO 5230-F-PISO-O-DEPTO
           END-IF.

           IF DST-DEPTO IS EQUAL SPACES
              MOVE WS-TOK-ACTUAL TO DST-DEPTO
           ELSE
              SET WS-DOM-ERROR TO TRUE
              MOVE 'PALABRAS SOBRANTES' TO WS-DOM-MOTIVO
           END-IF.

       5230-F-PISO-O-DEPTO. EXIT.

      ***** EL DOMICILIO ARMADO DEBE TENER CALLE Y NUMERO (O S/N); ***
      ***** SIN TIPO DE CALLE SE TOMA CALLE ***************************
       5300-VALIDAR-COMPONENTES.
      *-------------------------*

           IF NOT WS-ESPERA-NADA
              SET WS-DOM-ERROR TO TRUE
              MOVE 'MARCA SIN VALOR' TO WS-DOM-MOTIVO
              GO TO 5300-F-VALIDAR-COMPONENTES
           END-IF.

           IF DST-CALLE IS EQUAL SPACES
              SET WS-DOM-ERROR TO TRUE
              MOVE 'SIN NOMBRE DE CALLE' TO WS-DOM-MOTIVO
              GO TO 5300-F-VALIDAR-COMPONENTES
           END-IF.

           IF DST-NUMERO IS EQUAL SPACES
              SET WS-DOM-ERROR TO TRUE
              MOVE 'SIN NUMERO DE PUERTA' TO WS-DOM-MOTIVO
              GO TO 5300-F-VALIDAR-COMPONENTES
           END-IF.

           IF DST-TIPO-CALLE IS EQUAL SPACES
              MOVE 'CALLE' TO DST-TIPO-CALLE
           END-IF.

       5300-F-VALIDAR-COMPONENTES. EXIT.

      ***** FORMA NORMALIZADA: TIPO CALLE NUMERO PISO NN DPTO XX *****
       5400-ARMAR-DOMICILIO.
      *---------------------*

           MOVE SPACES TO DST-DOMICILIO.
           MOVE 1 TO WS-STD-PTR.

           STRING DST-TIPO-CALLE DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  DST-CALLE      DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  DST-NUMERO     DELIMITED BY SPACE
               INTO DST-DOMICILIO WITH POINTER WS-STD-PTR
           END-STRING.

           IF DST-PISO IS NOT EQUAL SPACES
              STRING ' PISO '    DELIMITED BY SIZE
                     DST-PISO    DELIMITED BY SPACE
                  INTO DST-DOMICILIO WITH POINTER WS-STD-PTR
              END-STRING
           END-IF.

           IF DST-DEPTO IS NOT EQUAL SPACES
              STRING ' DPTO '    DELIMITED BY SIZE
                     DST-DEPTO   DELIMITED BY SPACE
                  INTO DST-DOMICILIO WITH POINTER WS-STD-PTR
              END-STRING
           END-IF.

       5400-F-ARMAR-DOMICILIO. EXIT.

      ***** CODIGO POSTAL Y CIUDAD CONTRA EL CATALOGO CODPOS; LA *****
      ***** CIUDAD SE RESUELVE ANTES CON EL MAESTRO DE ALIAS. SIN *****
      ***** CIUDAD CARGADA SE TOMA LA LOCALIDAD DEL CATALOGO **********
       5500-CONTROLAR-LOCALIDAD.
      *-------------------------*

           SET DST-CP-SIN-DATOS TO TRUE.

           IF WS-ENT-CODPOS IS EQUAL SPACES
              OR NOT WS-CODPOS-ABIERTO
              ADD 1 TO CN-TOT-CP-SIN
              GO TO 5500-F-CONTROLAR-LOCALIDAD
           END-IF.

           MOVE WS-ENT-CODPOS TO KEY-CODPOS.
           READ CODPOS INTO WS-REG-CODPOS.

           IF FS-COD IS EQUAL '23'
              SET DST-CP-INEXISTENTE TO TRUE
              GO TO 5500-F-CONTROLAR-LOCALIDAD
           END-IF.

           IF FS-COD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN LECTURA CODPOS = ' FS-COD
              ADD 1 TO CN-TOT-CP-SIN
              GO TO 5500-F-CONTROLAR-LOCALIDAD
           END-IF.

           MOVE WS-CODPOS-LOCALIDAD TO DST-LOCALIDAD.

           IF WS-CODPOS-LOCALIDAD IS EQUAL SPACES
              OR WS-ENT-CIUDAD IS EQUAL SPACES
              SET DST-CP-VALIDO TO TRUE
              GO TO 5500-F-CONTROLAR-LOCALIDAD
           END-IF.

           MOVE WS-ENT-CIUDAD TO WS-LOC-ESTANDAR.
           INSPECT WS-LOC-ESTANDAR
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-LOCALIA-ABIERTO
              MOVE WS-LOC-ESTANDAR(1:15) TO KEY-LOCALIA
              READ LOCALIA
              IF FS-LOC IS EQUAL '00'
                 MOVE LOC-OFICIAL TO WS-LOC-ESTANDAR
              END-IF
           END-IF.

           IF WS-LOC-ESTANDAR IS EQUAL WS-CODPOS-LOCALIDAD
              SET DST-CP-VALIDO TO TRUE
           ELSE
              SET DST-LOC-DISTINTA TO TRUE
           END-IF.

       5500-F-CONTROLAR-LOCALIDAD. EXIT.

      ***** DOMICILIO NORMALIZADO AL LADO DEL ORIGINAL ****************
       5600-GRABAR-DOMSTD.
      *-------------------*

           IF NOT WS-DOMSTD-ABIERTO
              GO TO 5600-F-GRABAR-DOMSTD
           END-IF.

           WRITE REG-DOMSTD FROM WS-REG-DOMSTD.

           IF FS-DST IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DOMSTD = ' FS-DST
                      ' CLAVE = ' DST-CLAVE
              ADD 1 TO CN-TOT-ERRORES
              IF FS-DST IS NOT EQUAL '22'
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

       5600-F-GRABAR-DOMSTD. EXIT.

      ***** TAREA DE REVISION EN LA SUCURSAL DEL CLIENTE *************
      * LA SUCURSAL SE TOMA DE LA PRIMERA CUENTA DEL CLIENTE; SIN    *
      * CUENTAS LA TAREA SALE CON SUCURSAL CERO (CASA CENTRAL) *******
       6000-GRABAR-REVISION.
      *---------------------*

           MOVE WS-ENT-TIPDOC TO DB-CL-TIPDOC.
           MOVE WS-ENT-NRODOC TO DB-CL-NRODOC.

           EXEC SQL
              SELECT NROCLI
                INTO :DB-CL-NROCLI
                FROM ITPLZRY.TB99CLIE
                WHERE TIPDOC = :DB-CL-TIPDOC
                AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           MOVE ZEROS TO WS-SUC-CLIENTE.
           IF SQLCODE IS EQUAL TO ZEROS
              EXEC SQL
                 SELECT VALUE(MIN(SUCUEN), 0)
                   INTO :WS-SUC-CLIENTE
                   FROM ITPLZRY.TB99CUEN
                   WHERE NROCLI = :DB-CL-NROCLI
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE ZEROS TO WS-SUC-CLIENTE
              END-IF
           END-IF.

           MOVE WS-SUC-CLIENTE   TO REV-SUC.
           MOVE WS-ENT-TIPDOC    TO REV-TIPDOC.
           MOVE WS-ENT-NRODOC    TO REV-NRODOC.
           MOVE WS-ENT-ORIGEN    TO REV-ORIGEN.
           MOVE WS-ENT-DOMICILIO TO REV-DOMICILIO.
           MOVE WS-ENT-CIUDAD    TO REV-CIUDAD.
           MOVE WS-ENT-CODPOS    TO REV-CODPOS.

           WRITE REG-REVISION FROM WS-REG-REVISION.
           IF FS-REV IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REVISION = ' FS-REV
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6000-F-GRABAR-REVISION. EXIT.

       9999-I-FINAL.
      *-------------*

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           IF WS-DOMSTD-ABIERTO
              CLOSE DOMSTD
           END-IF.

           IF WS-CLIENTE-ABIERTO
              CLOSE CLIENTE
           END-IF.

           IF WS-CODPOS-ABIERTO
              CLOSE CODPOS
           END-IF.

           IF WS-LOCALIA-ABIERTO
              CLOSE LOCALIA
           END-IF.

           IF WS-CONTACTO-ABIERTO
              CLOSE CONTACTO
           END-IF.

           CLOSE REVISION.

           DISPLAY 'DOMICILIOS DE TB99CLIE      = ' CN-TOT-CLIENTES.
           DISPLAY 'CONTACTOS LEIDOS            = ' CN-TOT-CONTACTOS.
           DISPLAY 'CONTACTOS SIN DOMICILIO     = ' CN-TOT-OMITIDOS.
           DISPLAY 'DOMICILIOS NORMALIZADOS     = ' CN-TOT-NORMAL.
           DISPLAY 'NO INTERPRETADOS A REVISION = ' CN-TOT-REVISION.
           DISPLAY 'CP / CIUDAD A REVISION      = ' CN-TOT-CP-OBS.
           DISPLAY 'SIN CODIGO POSTAL A CONTROL = ' CN-TOT-CP-SIN.
           DISPLAY 'ERRORES DE GRABACION        = ' CN-TOT-ERRORES.

           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (CN-TOT-REVISION IS GREATER THAN ZEROS
                   OR CN-TOT-CP-OBS IS GREATER THAN ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVDN15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = CN-TOT-CLIENTES
                                       + CN-TOT-CONTACTOS.
           COMPUTE RES-CANT-ERRORES = CN-TOT-REVISION + CN-TOT-CP-OBS.
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
