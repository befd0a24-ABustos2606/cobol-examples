       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVRS15.

      ***********************************************
      *                                             *
      *  RESGUARDO Y RESTAURACION A FECHA DE LOS    *
      *  MAESTROS VSAM DE REFERENCIA                *
      *        TP 35 - BATCH DE RESGUARDO           *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL UNLOAD Y EL BACKOUT CUBREN TB99CLIE Y    *
      * TB99CUEN, PERO LOS MAESTROS VSAM QUE HOY    *
      * DECIDEN OPERACIONES (CODPOS, EMBARGO,       *
      * ACUERDO, PODER, CODMOV, WATCH, COTIT,       *
      * FALLEC, CALEND) NO TENIAN RESGUARDO: UN     *
      * FEED MALO CONTRA EMBARGOS NO SE PODIA       *
      * DESHACER.                                   *
      *                                             *
      * MODO 'B' (DEFAULT): COPIA LOS NUEVE         *
      * MAESTROS AL RESGUARDO FECHADO DDRESGUA      *
      * (CPRESGUA) CON CANTIDAD Y HASH POR MAESTRO. *
      *                                             *
      * MODO 'R': RECONSTRUYE EL MAESTRO PEDIDO A   *
      * LA FECHA DEL RESGUARDO Y REAPLICA LO QUE LA *
      * AUDITORIA CPAUDIT REGISTRO DESPUES. COMO EL *
      * JOURNAL GUARDA UN RESUMEN Y NO LA IMAGEN    *
      * COMPLETA, LA CLAVE AUDITADA DESPUES DEL     *
      * PUNTO TOMA SU IMAGEN ACTUAL, SALVO QUE LA   *
      * HAYA TOCADO SOLO LA CORRIDA EXCLUIDA POR    *
      * PARAMETRO (EL FEED MALO), QUE VUELVE A LA   *
      * DEL RESGUARDO; TOCADA POR AMBAS QUEDA LA    *
      * ACTUAL Y SE LISTA PARA REVISION MANUAL. EL  *
      * RESULTADO SALE A DDRESTOR EN EL MISMO       *
      * FORMATO, CON EL LISTADO COMPARATIVO CONTRA  *
      * EL MAESTRO ACTUAL, QUE NO SE TOCA.          *
      *                                             *
      * MODO 'C': CARGA EN EL MAESTRO (CLUSTER      *
      * VACIO) UN RESGUARDO O UN JUEGO RESTAURADO   *
      * YA REVISADO, VERIFICANDO ANTES CANTIDAD Y   *
      * HASH, Y DEJA LA CARGA EN LA AUDITORIA       *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT EMBARGO ASSIGN DDEMBARG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-EMBARGO
                    FILE STATUS IS FS-EMB.

             SELECT ACUERDO ASSIGN DDACUERD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-ACU
                    FILE STATUS IS FS-ACU.

             SELECT PODER ASSIGN DDPODER
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-PODER
                    FILE STATUS IS FS-POD.

             SELECT CODMOV ASSIGN DDCODMOV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-CMV
                    FILE STATUS IS FS-CMV.

             SELECT WATCH ASSIGN DDWATCH
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-WATCH
                    FILE STATUS IS FS-WAT.

             SELECT COTIT ASSIGN DDCOTIT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-COT
                    FILE STATUS IS FS-COT.

             SELECT CODPOS ASSIGN DDCODPO
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-CODPOS
                    FILE STATUS IS FS-CPO.

             SELECT FALLEC ASSIGN DDFALLEC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-FAL
                    FILE STATUS IS FS-FAL.

             SELECT CALEND ASSIGN DDCALEND
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS KEY-CALEND
                    FILE STATUS IS FS-CAL.

             SELECT RESGUARDO ASSIGN DDRESGUA
                    FILE STATUS IS FS-BKP.

             SELECT RESTAUR ASSIGN DDRESTOR
                    FILE STATUS IS FS-RST.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD EMBARGO.

       01 REG-EMBARGO.
           03 KEY-EMBARGO   PIC X(17).
           03 FILLER        PIC X(63).

       FD ACUERDO.

       01 REG-ACUERDO.
           03 KEY-ACU       PIC X(12).
           03 FILLER        PIC X(28).

       FD PODER.

       01 REG-PODER.
           03 KEY-PODER     PIC X(16).
           03 FILLER        PIC X(44).

       FD CODMOV.

       01 REG-CODMOV.
           03 KEY-CMV       PIC X(03).
           03 FILLER        PIC X(27).

       FD WATCH.

       01 REG-WATCH.
           03 KEY-WATCH     PIC X(13).
           03 FILLER        PIC X(47).

       FD COTIT.

       01 REG-COTIT.
           03 KEY-COT       PIC X(20).
           03 FILLER        PIC X(20).

       FD CODPOS.

       01 REG-CODPOS.
           03 KEY-CODPOS    PIC X(04).
           03 FILLER        PIC X(66).

       FD FALLEC.

       01 REG-FALLEC.
           03 KEY-FAL       PIC X(13).
           03 FILLER        PIC X(27).

       FD CALEND.

       01 REG-CALEND.
           03 KEY-CALEND    PIC X(08).
           03 FILLER        PIC X(12).

       FD RESGUARDO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESGUARDO     PIC X(120).

       FD RESTAUR
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESTAUR       PIC X(120).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(34).

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
       77  FS-EMB           PIC XX    VALUE SPACES.
       77  FS-ACU           PIC XX    VALUE SPACES.
       77  FS-POD           PIC XX    VALUE SPACES.
       77  FS-CMV           PIC XX    VALUE SPACES.
       77  FS-WAT           PIC XX    VALUE SPACES.
       77  FS-COT           PIC XX    VALUE SPACES.
       77  FS-CPO           PIC XX    VALUE SPACES.
       77  FS-FAL           PIC XX    VALUE SPACES.
       77  FS-CAL           PIC XX    VALUE SPACES.
       77  FS-BKP           PIC XX    VALUE SPACES.
       77  FS-RST           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
      * STATUS DEL MAESTRO EN CURSO (COPIA DEL FS DE SU SELECT) *
       77  FS-MAE           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRESGUA.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * 'B' RESGUARDO / 'R' RESTAURACION / 'C' CARGA. EN 'R' Y 'C':  *
      * MAESTRO, FECHA DEL RESGUARDO A USAR (CEROS = LA QUE TRAIGA), *
      * SI SE REAPLICA LA AUDITORIA POSTERIOR, Y LA CORRIDA A        *
      * EXCLUIR DE LA REAPLICACION (PROGRAMA Y FECHA, CEROS = TODAS  *
      * LAS FECHAS POSTERIORES DE ESE PROGRAMA) **********************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'B'.
               88  WS-MODO-RESGUARDO          VALUE 'B'.
               88  WS-MODO-RESTAURACION       VALUE 'R'.
               88  WS-MODO-CARGA              VALUE 'C'.
           03  WS-PAR-MAESTRO       PIC X(08)  VALUE SPACES.
           03  WS-PAR-FECHA         PIC 9(08)  VALUE ZEROS.
           03  WS-PAR-REAPLICA      PIC X(01)  VALUE 'S'.
               88  WS-REAPLICA-AUDITORIA      VALUE 'S'.
           03  WS-PAR-PROG-EXCL     PIC X(08)  VALUE SPACES.
           03  WS-PAR-FECHA-EXCL    PIC 9(08)  VALUE ZEROS.

      * MAESTROS RESGUARDADOS: NOMBRE (= AUD-TABLA), LARGO DEL       *
      * REGISTRO, LARGO DE LA CLAVE Y SI SU MANTENIMIENTO AUDITA     *
       01  WS-TABLA-MAESTROS.
           03  FILLER       PIC X(14) VALUE 'EMBARGO 08017S'.
           03  FILLER       PIC X(14) VALUE 'ACUERDO 04012S'.
           03  FILLER       PIC X(14) VALUE 'PODER   06016S'.
           03  FILLER       PIC X(14) VALUE 'CODMOV  03003S'.
           03  FILLER       PIC X(14) VALUE 'WATCH   06013S'.
           03  FILLER       PIC X(14) VALUE 'COTIT   04020S'.
           03  FILLER       PIC X(14) VALUE 'CODPOS  07004S'.
           03  FILLER       PIC X(14) VALUE 'FALLEC  04013N'.
           03  FILLER       PIC X(14) VALUE 'CALEND  02008N'.
       01  WS-TABLA-MAESTROS-R REDEFINES WS-TABLA-MAESTROS.
           03  WS-MAE-ENTRADA OCCURS 9 TIMES.
               05  WS-MAE-NOMBRE     PIC X(08).
               05  WS-MAE-LONGITUD   PIC 9(03).
               05  WS-MAE-LONG-CLAVE PIC 9(02).
               05  WS-MAE-AUDITADO   PIC X(01).

       77  WS-IND-MAE       PIC 9(02) VALUE ZEROS.
       77  WS-LONG-REG      PIC 9(03) VALUE ZEROS.
       77  WS-LONG-CLAVE    PIC 9(02) VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X     VALUE 'N'.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-MAE    PIC X     VALUE 'N'.
           88  WS-FIN-MAESTRO         VALUE 'Y'.
           88  WS-NO-FIN-MAESTRO      VALUE 'N'.

       01  WS-STATUS-BKP    PIC X     VALUE 'N'.
           88  WS-FIN-RESGUARDO       VALUE 'Y'.
           88  WS-NO-FIN-RESGUARDO    VALUE 'N'.

       01  WS-SW-VERIF      PIC X     VALUE 'N'.
           88  WS-RESGUARDO-VERIFICADO    VALUE 'S'.
           88  WS-RESGUARDO-NO-VERIFICADO VALUE 'N'.

       01  WS-SW-ENCONTRADO PIC X     VALUE 'N'.
           88  WS-MAESTRO-ENCONTRADO  VALUE 'S'.
           88  WS-MAESTRO-NO-ENCONTRADO VALUE 'N'.

      * IMAGENES DEL REGISTRO (RESGUARDO, ACTUAL Y RESULTADO) *
       01  WS-IMAGEN-BKP    PIC X(80)  VALUE SPACES.
       01  WS-IMAGEN-ACT    PIC X(80)  VALUE SPACES.
       01  WS-IMAGEN-RES    PIC X(80)  VALUE SPACES.
       01  WS-CLAVE-BKP     PIC X(20)  VALUE SPACES.
       01  WS-CLAVE-ACT     PIC X(20)  VALUE SPACES.

       01  WS-SW-PRESENCIA.
           03  WS-SW-EN-BKP     PIC X  VALUE 'N'.
               88  WS-EN-RESGUARDO        VALUE 'S'.
               88  WS-NO-EN-RESGUARDO     VALUE 'N'.
           03  WS-SW-EN-ACT     PIC X  VALUE 'N'.
               88  WS-EN-ACTUAL           VALUE 'S'.
               88  WS-NO-EN-ACTUAL        VALUE 'N'.
           03  WS-SW-EN-RES     PIC X  VALUE 'N'.
               88  WS-EN-RESULTADO        VALUE 'S'.
               88  WS-NO-EN-RESULTADO     VALUE 'N'.

      * HASH POLINOMICO DE LAS IMAGENES (BASE 31, MODULO PRIMO) *
       77  WS-HASH-ACUM     PIC 9(10) VALUE ZEROS.
       77  WS-IND-BYTE      PIC 9(03) VALUE ZEROS.
       77  WS-CANT-MAE      PIC 9(07) VALUE ZEROS.
       01  WS-IMAGEN-HASH   PIC X(80)  VALUE SPACES.

      * PUNTO DE RESTAURACION: FECHA DEL CONTENIDO DEL RESGUARDO *
       77  WS-FECHA-PUNTO   PIC 9(08) VALUE ZEROS.
       77  WS-CANT-VERIF    PIC 9(07) VALUE ZEROS.
       77  WS-HASH-VERIF    PIC 9(10) VALUE ZEROS.

      * FECHA DEL JOURNAL (AAMMDD EN LOS PRIMEROS 6 BYTES, MISMA     *
      * CONVENCION QUE PGMVRT15) *************************************
       01  WS-FECHA-AUD-PARTES.
           03  WS-FA-AA       PIC 99       VALUE ZEROS.
           03  WS-FA-MM       PIC 99       VALUE ZEROS.
           03  WS-FA-DD       PIC 99       VALUE ZEROS.
       77  WS-FECHA-AUD-8   PIC 9(08) VALUE ZEROS.

      * CLAVES AUDITADAS DESPUES DEL PUNTO, CON EL FORMATO DE        *
      * AUD-CLAVE DE CADA FEED, Y QUIEN LAS TOCO **********************
       01  WS-TOQ-TABLA.
           03  WS-TOQ-TOPE        PIC 9(04)    VALUE 3000.
           03  WS-TOQ-OCUP        PIC 9(04)    VALUE ZEROS.
           03  WS-TOQ-ENTRADA OCCURS 3000 TIMES.
               05  WS-TOQ-CLAVE      PIC X(20).
               05  WS-TOQ-RETENIDO   PIC X(01).
               05  WS-TOQ-EXCLUIDO   PIC X(01).

       77  WS-TOQ-IX        PIC 9(04) VALUE ZEROS.
       77  WS-TOQ-HALLADO   PIC 9(04) VALUE ZEROS.
       01  WS-CLAVE-AUD     PIC X(20)  VALUE SPACES.
       01  WS-SW-CORRIDA    PIC X     VALUE 'N'.
           88  WS-CORRIDA-EXCLUIDA    VALUE 'S'.
           88  WS-CORRIDA-RETENIDA    VALUE 'N'.

      * 'N' SIN CAMBIOS POSTERIORES / 'R' SOLO RETENIDOS /          *
      * 'X' SOLO LA CORRIDA EXCLUIDA / 'M' AMBOS (REVISION MANUAL)   *
       01  WS-TOQUE         PIC X     VALUE 'N'.
           88  WS-TOQUE-NINGUNO       VALUE 'N'.
           88  WS-TOQUE-RETENIDO      VALUE 'R'.
           88  WS-TOQUE-EXCLUIDO      VALUE 'X'.
           88  WS-TOQUE-MIXTO         VALUE 'M'.

       77  WS-TOT-MAESTROS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-AUSENTES      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REGISTROS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RESTAURADOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-IGUALES       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DIFERENCIAS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REAPLICADOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-DESHECHOS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MANUALES      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SIN-AUDIT     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CLAVES-AUD    PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

      * MODOS 'B' Y 'C' - UNA LINEA POR MAESTRO *
       01  WS-SUBTITULO-MAE.
           03  FILLER        PIC X(10)    VALUE 'MAESTRO'.
           03  FILLER        PIC X(10)    VALUE 'FECHA'.
           03  FILLER        PIC X(12)    VALUE 'REGISTROS'.
           03  FILLER        PIC X(12)    VALUE 'HASH'.
           03  FILLER        PIC X(88)    VALUE 'ESTADO'.

       01  WS-REG-MAESTRO.
           03  WS-RMA-NOMBRE      PIC X(08)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-RMA-FECHA       PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-RMA-CANTIDAD    PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(5)     VALUE SPACES.
           03  WS-RMA-HASH        PIC 9(10)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-RMA-ESTADO      PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(48)    VALUE SPACES.

      * MODO 'R' - COMPARATIVO RESTAURADO CONTRA ACTUAL *
       01  WS-SUBTITULO-CMP.
           03  FILLER        PIC X(21)    VALUE 'CLAVE'.
           03  FILLER        PIC X(15)    VALUE 'SITUACION'.
           03  FILLER        PIC X(12)    VALUE 'ORIGEN'.
           03  FILLER        PIC X(84)    VALUE 'IMAGEN'.

       01  WS-REG-COMPARA.
           03  WS-CMP-CLAVE       PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-CMP-SITUACION   PIC X(14)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-CMP-ORIGEN      PIC X(11)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-CMP-ETIQUETA    PIC X(04)    VALUE SPACES.
           03  WS-CMP-IMAGEN      PIC X(80)    VALUE SPACES.

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
              EVALUATE TRUE
                 WHEN WS-MODO-RESGUARDO
                    PERFORM 2000-RESGUARDAR THRU F-2000-RESGUARDAR
                            VARYING WS-IND-MAE FROM 1 BY 1
                            UNTIL WS-IND-MAE > 9
                 WHEN WS-MODO-RESTAURACION
                    PERFORM 3000-RESTAURAR THRU F-3000-RESTAURAR
                 WHEN WS-MODO-CARGA
                    PERFORM 4000-CARGAR THRU F-4000-CARGAR
              END-EVALUATE
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

           IF WS-PAR-FECHA IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-FECHA
           END-IF.
           IF WS-PAR-FECHA-EXCL IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-FECHA-EXCL
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-RESGUARDO
                 MOVE 'RESGUARDO DE MAESTROS VSAM -' TO WS-TIT-TEXTO
                 OPEN OUTPUT RESGUARDO
                 IF FS-BKP IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN RESGUARDO = ' FS-BKP
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-RESTAURACION
                 MOVE 'RESTAURACION A FECHA - COMPARATIVO -'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-BUSCAR-MAESTRO THRU F-1100-BUSCAR-MAESTRO
                 OPEN OUTPUT RESTAUR
                 IF FS-RST IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN RESTAUR = ' FS-RST
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-CARGA
                 MOVE 'CARGA DE MAESTRO DESDE RESGUARDO -'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-BUSCAR-MAESTRO THRU F-1100-BUSCAR-MAESTRO
                 OPEN OUTPUT AUDITORIA
                 IF FS-AUD IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-RESTAURACION
              WRITE REG-LISTADO FROM WS-SUBTITULO-CMP AFTER 1
           ELSE
              WRITE REG-LISTADO FROM WS-SUBTITULO-MAE AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1000-INICIO.   EXIT.

      ***** MAESTRO PEDIDO EN LA TABLA DE MAESTROS ********************
       1100-BUSCAR-MAESTRO.

           PERFORM 1150-RECORRER-MAESTROS
                   THRU F-1150-RECORRER-MAESTROS
                   VARYING WS-IND-MAE FROM 1 BY 1
                   UNTIL WS-IND-MAE > 9
                      OR WS-MAE-NOMBRE(WS-IND-MAE) = WS-PAR-MAESTRO.

           IF WS-IND-MAE > 9
              DISPLAY '* MAESTRO INVALIDO = ' WS-PAR-MAESTRO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1100-BUSCAR-MAESTRO
           END-IF.

           MOVE WS-MAE-LONGITUD(WS-IND-MAE)   TO WS-LONG-REG.
           MOVE WS-MAE-LONG-CLAVE(WS-IND-MAE) TO WS-LONG-CLAVE.

           OPEN INPUT RESGUARDO.
           IF FS-BKP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESGUARDO = ' FS-BKP
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1100-BUSCAR-MAESTRO. EXIT.

       1150-RECORRER-MAESTROS.

           CONTINUE.

       F-1150-RECORRER-MAESTROS. EXIT.

      **************************************
      *                                    *
      *  MODO 'B' - RESGUARDO NOCTURNO     *
      *                                    *
      **************************************
       2000-RESGUARDAR.

           MOVE WS-MAE-LONGITUD(WS-IND-MAE) TO WS-LONG-REG.
           MOVE ZEROS TO WS-CANT-MAE WS-HASH-ACUM.

           MOVE SPACES              TO WS-REG-RESGUARDO.
           SET BKP-CABECERA         TO TRUE.
           SET BKP-DE-RESGUARDO     TO TRUE.
           MOVE WS-MAE-NOMBRE(WS-IND-MAE) TO BKP-MAESTRO.
           MOVE WS-FECHA-HOY-8      TO BKP-FECHA.
           MOVE ZEROS               TO BKP-SECUENCIA.
           MOVE WS-LONG-REG         TO BKP-LONGITUD.
           PERFORM 2500-GRABAR-RESGUARDO THRU F-2500-GRABAR-RESGUARDO.

      * UN MAESTRO TODAVIA NO CREADO QUEDA RESGUARDADO VACIO Y SE    *
      * AVISA CON RC 4 ************************************************
           PERFORM 8100-ABRIR-MAESTRO THRU F-8100-ABRIR-MAESTRO.
           IF FS-MAE IS NOT EQUAL '00'
              DISPLAY '* MAESTRO AUSENTE ' WS-MAE-NOMBRE(WS-IND-MAE)
                      ' = ' FS-MAE
              ADD 1 TO WS-TOT-AUSENTES
              MOVE 'AUSENTE - RESGUARDADO VACIO' TO WS-RMA-ESTADO
              SET WS-FIN-MAESTRO TO TRUE
           ELSE
              MOVE 'RESGUARDADO' TO WS-RMA-ESTADO
              SET WS-NO-FIN-MAESTRO TO TRUE
              PERFORM 8200-LEER-MAESTRO THRU F-8200-LEER-MAESTRO
              PERFORM 2100-COPIAR-REGISTRO THRU F-2100-COPIAR-REGISTRO
                      UNTIL WS-FIN-MAESTRO
              PERFORM 8300-CERRAR-MAESTRO THRU F-8300-CERRAR-MAESTRO
           END-IF.

           MOVE SPACES              TO WS-REG-RESGUARDO.
           SET BKP-PIE              TO TRUE.
           SET BKP-DE-RESGUARDO     TO TRUE.
           MOVE WS-MAE-NOMBRE(WS-IND-MAE) TO BKP-MAESTRO.
           MOVE WS-FECHA-HOY-8      TO BKP-FECHA.
           MOVE WS-CANT-MAE         TO BKP-SECUENCIA BKP-CANTIDAD.
           MOVE WS-LONG-REG         TO BKP-LONGITUD.
           MOVE WS-HASH-ACUM        TO BKP-HASH.
           IF WS-RMA-ESTADO IS EQUAL 'RESGUARDADO'
              SET BKP-MAESTRO-PRESENTE TO TRUE
           ELSE
              SET BKP-MAESTRO-AUSENTE TO TRUE
           END-IF.
           PERFORM 2500-GRABAR-RESGUARDO THRU F-2500-GRABAR-RESGUARDO.

           ADD 1 TO WS-TOT-MAESTROS.
           MOVE WS-MAE-NOMBRE(WS-IND-MAE) TO WS-RMA-NOMBRE.
           MOVE WS-FECHA-HOY-8      TO WS-RMA-FECHA.
           MOVE WS-CANT-MAE         TO WS-RMA-CANTIDAD.
           MOVE WS-HASH-ACUM        TO WS-RMA-HASH.
           WRITE REG-LISTADO FROM WS-REG-MAESTRO AFTER 1.

       F-2000-RESGUARDAR. EXIT.

      ***** UNA IMAGEN DEL MAESTRO AL RESGUARDO ***********************
       2100-COPIAR-REGISTRO.

           ADD 1 TO WS-CANT-MAE WS-TOT-REGISTROS.

           MOVE WS-IMAGEN-ACT TO WS-IMAGEN-HASH.
           PERFORM 7500-CALCULAR-HASH THRU F-7500-CALCULAR-HASH.

           MOVE SPACES              TO WS-REG-RESGUARDO.
           SET BKP-DATO             TO TRUE.
           SET BKP-DE-RESGUARDO     TO TRUE.
           MOVE WS-MAE-NOMBRE(WS-IND-MAE) TO BKP-MAESTRO.
           MOVE WS-FECHA-HOY-8      TO BKP-FECHA.
           MOVE WS-CANT-MAE         TO BKP-SECUENCIA.
           MOVE WS-LONG-REG         TO BKP-LONGITUD.
           MOVE WS-IMAGEN-ACT       TO BKP-IMAGEN.
           PERFORM 2500-GRABAR-RESGUARDO THRU F-2500-GRABAR-RESGUARDO.

           PERFORM 8200-LEER-MAESTRO THRU F-8200-LEER-MAESTRO.

       F-2100-COPIAR-REGISTRO. EXIT.

       2500-GRABAR-RESGUARDO.

           WRITE REG-RESGUARDO FROM WS-REG-RESGUARDO.
           IF FS-BKP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESGUARDO = ' FS-BKP
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MAESTRO TO TRUE
           END-IF.

       F-2500-GRABAR-RESGUARDO. EXIT.

      **************************************
      *                                    *
      *  MODO 'R' - RESTAURACION A FECHA   *
      *                                    *
      **************************************
       3000-RESTAURAR.

      * NO SE RECONSTRUYE NADA DESDE UN RESGUARDO QUE NO CIERRA *
           PERFORM 3100-VERIFICAR-RESGUARDO
                   THRU F-3100-VERIFICAR-RESGUARDO.
           IF WS-RESGUARDO-NO-VERIFICADO
              GO TO F-3000-RESTAURAR
           END-IF.

           IF WS-REAPLICA-AUDITORIA
              AND WS-MAE-AUDITADO(WS-IND-MAE) IS EQUAL 'S'
              PERFORM 3200-CARGAR-TOQUES THRU F-3200-CARGAR-TOQUES
              IF RETURN-CODE IS EQUAL 9999
                 GO TO F-3000-RESTAURAR
              END-IF
           END-IF.

           PERFORM 3050-POSICIONAR THRU F-3050-POSICIONAR.

           MOVE ZEROS TO WS-CANT-MAE WS-HASH-ACUM.
           MOVE SPACES              TO WS-REG-RESGUARDO.
           SET BKP-CABECERA         TO TRUE.
           SET BKP-DE-RESTAURACION  TO TRUE.
           MOVE WS-PAR-MAESTRO      TO BKP-MAESTRO.
           MOVE WS-FECHA-PUNTO      TO BKP-FECHA.
           MOVE ZEROS               TO BKP-SECUENCIA.
           MOVE WS-LONG-REG         TO BKP-LONGITUD.
           PERFORM 3900-GRABAR-RESTAUR THRU F-3900-GRABAR-RESTAUR.

      * EL MAESTRO ACTUAL SOLO SE LEE; SI NO EXISTE SE COMPARA VACIO *
           PERFORM 8100-ABRIR-MAESTRO THRU F-8100-ABRIR-MAESTRO.
           IF FS-MAE IS EQUAL '00'
              SET WS-NO-FIN-MAESTRO TO TRUE
              PERFORM 8200-LEER-MAESTRO THRU F-8200-LEER-MAESTRO
           ELSE
              DISPLAY '* MAESTRO ACTUAL AUSENTE = ' FS-MAE
              SET WS-FIN-MAESTRO TO TRUE
           END-IF.

           PERFORM 3300-LEER-RESGUARDO THRU F-3300-LEER-RESGUARDO.

           PERFORM 3400-COMPARAR THRU F-3400-COMPARAR
                   UNTIL WS-FIN-RESGUARDO AND WS-FIN-MAESTRO.

           IF FS-MAE IS EQUAL '00' OR FS-MAE IS EQUAL '10'
              PERFORM 8300-CERRAR-MAESTRO THRU F-8300-CERRAR-MAESTRO
           END-IF.

           MOVE SPACES              TO WS-REG-RESGUARDO.
           SET BKP-PIE              TO TRUE.
           SET BKP-DE-RESTAURACION  TO TRUE.
           SET BKP-MAESTRO-PRESENTE TO TRUE.
           MOVE WS-PAR-MAESTRO      TO BKP-MAESTRO.
           MOVE WS-FECHA-PUNTO      TO BKP-FECHA.
           MOVE WS-CANT-MAE         TO BKP-SECUENCIA BKP-CANTIDAD.
           MOVE WS-LONG-REG         TO BKP-LONGITUD.
           MOVE WS-HASH-ACUM        TO BKP-HASH.
           PERFORM 3900-GRABAR-RESTAUR THRU F-3900-GRABAR-RESTAUR.

       F-3000-RESTAURAR. EXIT.

      ***** VUELVE AL PRINCIPIO Y SE PARA EN LA CABECERA DEL MAESTRO **
       3050-POSICIONAR.

           CLOSE RESGUARDO.
           OPEN INPUT RESGUARDO.
           SET WS-NO-FIN-RESGUARDO TO TRUE.
           MOVE SPACES TO WS-REG-RESGUARDO.

           PERFORM 3060-LEER-HASTA-CABECERA
                   THRU F-3060-LEER-HASTA-CABECERA
                   UNTIL WS-FIN-RESGUARDO
                      OR (BKP-CABECERA
                          AND BKP-MAESTRO IS EQUAL WS-PAR-MAESTRO).

       F-3050-POSICIONAR. EXIT.

       3060-LEER-HASTA-CABECERA.

           READ RESGUARDO INTO WS-REG-RESGUARDO.
           IF FS-BKP IS NOT EQUAL '00'
              SET WS-FIN-RESGUARDO TO TRUE
           END-IF.

       F-3060-LEER-HASTA-CABECERA. EXIT.

      ***** CANTIDAD Y HASH DEL MAESTRO CONTRA SU PIE *****************
       3100-VERIFICAR-RESGUARDO.

           SET WS-RESGUARDO-NO-VERIFICADO TO TRUE.
           SET WS-MAESTRO-NO-ENCONTRADO   TO TRUE.
           SET WS-NO-FIN-RESGUARDO        TO TRUE.
           MOVE ZEROS TO WS-CANT-VERIF WS-HASH-ACUM.

           PERFORM 3150-LEER-VERIFICACION THRU F-3150-LEER-VERIFICACION
                   UNTIL WS-FIN-RESGUARDO.

           IF WS-MAESTRO-NO-ENCONTRADO
              DISPLAY '* MAESTRO SIN RESGUARDO = ' WS-PAR-MAESTRO
                      ' ' WS-PAR-FECHA
              MOVE 9999 TO RETURN-CODE
              GO TO F-3100-VERIFICAR-RESGUARDO
           END-IF.

           IF WS-RESGUARDO-NO-VERIFICADO
              DISPLAY '* RESGUARDO CORRUPTO = ' WS-PAR-MAESTRO
                      ' REGS ' WS-CANT-VERIF ' HASH ' WS-HASH-ACUM
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-3100-VERIFICAR-RESGUARDO. EXIT.

       3150-LEER-VERIFICACION.

           READ RESGUARDO INTO WS-REG-RESGUARDO.
           IF FS-BKP IS NOT EQUAL '00'
              SET WS-FIN-RESGUARDO TO TRUE
              GO TO F-3150-LEER-VERIFICACION
           END-IF.

           IF BKP-MAESTRO IS NOT EQUAL WS-PAR-MAESTRO
              GO TO F-3150-LEER-VERIFICACION
           END-IF.

           EVALUATE TRUE
              WHEN BKP-CABECERA
                 IF WS-PAR-FECHA IS NOT EQUAL ZEROS
                    AND BKP-FECHA IS NOT EQUAL WS-PAR-FECHA
                    DISPLAY '* EL RESGUARDO ES DE OTRA FECHA = '
                            BKP-FECHA
                    SET WS-FIN-RESGUARDO TO TRUE
                 ELSE
                    SET WS-MAESTRO-ENCONTRADO TO TRUE
                    MOVE BKP-FECHA TO WS-FECHA-PUNTO
                 END-IF
              WHEN BKP-DATO
                 ADD 1 TO WS-CANT-VERIF
                 MOVE BKP-IMAGEN TO WS-IMAGEN-HASH
                 PERFORM 7500-CALCULAR-HASH THRU F-7500-CALCULAR-HASH
              WHEN BKP-PIE
                 IF BKP-CANTIDAD IS EQUAL WS-CANT-VERIF
                    AND BKP-HASH IS EQUAL WS-HASH-ACUM
                    SET WS-RESGUARDO-VERIFICADO TO TRUE
                 END-IF
                 SET WS-FIN-RESGUARDO TO TRUE
           END-EVALUATE.

       F-3150-LEER-VERIFICACION. EXIT.

      ***** CLAVES DEL MAESTRO AUDITADAS DESPUES DEL PUNTO ************
       3200-CARGAR-TOQUES.

           OPEN INPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              GO TO F-3200-CARGAR-TOQUES
           END-IF.

           SET WS-NO-FIN-LECTURA TO TRUE.
           PERFORM 3250-LEER-AUDITORIA THRU F-3250-LEER-AUDITORIA
                   UNTIL WS-FIN-LECTURA.
           SET WS-NO-FIN-LECTURA TO TRUE.

           CLOSE AUDITORIA.

       F-3200-CARGAR-TOQUES. EXIT.

       3250-LEER-AUDITORIA.

           READ AUDITORIA INTO WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3250-LEER-AUDITORIA
           END-IF.

           IF AUD-TABLA IS NOT EQUAL WS-PAR-MAESTRO
              OR AUD-FECHA(1:6) IS NOT NUMERIC
              GO TO F-3250-LEER-AUDITORIA
           END-IF.

           MOVE AUD-FECHA(1:6) TO WS-FECHA-AUD-PARTES.
           COMPUTE WS-FECHA-AUD-8 =
                   20000000 + (WS-FA-AA * 10000)
                            + (WS-FA-MM * 100)
                            +  WS-FA-DD.

      * LO DE LA FECHA DEL PUNTO YA ESTA EN EL RESGUARDO NOCTURNO *
           IF WS-FECHA-AUD-8 IS NOT GREATER THAN WS-FECHA-PUNTO
              GO TO F-3250-LEER-AUDITORIA
           END-IF.

           SET WS-CORRIDA-RETENIDA TO TRUE.
           IF WS-PAR-PROG-EXCL IS NOT EQUAL SPACES
              AND AUD-PROGRAMA IS EQUAL WS-PAR-PROG-EXCL
              AND (WS-PAR-FECHA-EXCL IS EQUAL ZEROS
                   OR WS-FECHA-AUD-8 IS EQUAL WS-PAR-FECHA-EXCL)
              SET WS-CORRIDA-EXCLUIDA TO TRUE
           END-IF.

           MOVE AUD-CLAVE TO WS-CLAVE-AUD.
           PERFORM 3650-BUSCAR-TOQUE THRU F-3650-BUSCAR-TOQUE.

           IF WS-TOQ-HALLADO IS EQUAL ZEROS
              IF WS-TOQ-OCUP IS NOT LESS THAN WS-TOQ-TOPE
                 DISPLAY '* DEMASIADAS CLAVES AUDITADAS DESPUES DEL'
                         ' PUNTO - ACHICAR EL INTERVALO'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3250-LEER-AUDITORIA
              END-IF
              ADD 1 TO WS-TOQ-OCUP WS-TOT-CLAVES-AUD
              MOVE WS-TOQ-OCUP  TO WS-TOQ-HALLADO
              MOVE WS-CLAVE-AUD TO WS-TOQ-CLAVE(WS-TOQ-HALLADO)
              MOVE 'N' TO WS-TOQ-RETENIDO(WS-TOQ-HALLADO)
                          WS-TOQ-EXCLUIDO(WS-TOQ-HALLADO)
           END-IF.

           IF WS-CORRIDA-EXCLUIDA
              MOVE 'S' TO WS-TOQ-EXCLUIDO(WS-TOQ-HALLADO)
           ELSE
              MOVE 'S' TO WS-TOQ-RETENIDO(WS-TOQ-HALLADO)
           END-IF.

       F-3250-LEER-AUDITORIA. EXIT.

      ***** SIGUIENTE IMAGEN DEL MAESTRO EN EL RESGUARDO **************
       3300-LEER-RESGUARDO.

           READ RESGUARDO INTO WS-REG-RESGUARDO.
           IF FS-BKP IS NOT EQUAL '00'
              OR BKP-MAESTRO IS NOT EQUAL WS-PAR-MAESTRO
              OR NOT BKP-DATO
              SET WS-FIN-RESGUARDO TO TRUE
              MOVE HIGH-VALUES TO WS-CLAVE-BKP
           ELSE
              MOVE BKP-IMAGEN TO WS-IMAGEN-BKP
              MOVE SPACES TO WS-CLAVE-BKP
              MOVE WS-IMAGEN-BKP(1:WS-LONG-CLAVE) TO WS-CLAVE-BKP
           END-IF.

       F-3300-LEER-RESGUARDO. EXIT.

      ***** APAREO RESGUARDO / MAESTRO ACTUAL POR CLAVE ***************
       3400-COMPARAR.

           IF WS-FIN-MAESTRO
              MOVE HIGH-VALUES TO WS-CLAVE-ACT
           ELSE
              MOVE SPACES TO WS-CLAVE-ACT
              MOVE WS-IMAGEN-ACT(1:WS-LONG-CLAVE) TO WS-CLAVE-ACT
           END-IF.

           EVALUATE TRUE
              WHEN WS-CLAVE-BKP < WS-CLAVE-ACT
                 SET WS-EN-RESGUARDO   TO TRUE
                 SET WS-NO-EN-ACTUAL   TO TRUE
              WHEN WS-CLAVE-BKP > WS-CLAVE-ACT
                 SET WS-NO-EN-RESGUARDO TO TRUE
                 SET WS-EN-ACTUAL      TO TRUE
              WHEN OTHER
                 SET WS-EN-RESGUARDO   TO TRUE
                 SET WS-EN-ACTUAL      TO TRUE
           END-EVALUATE.

           PERFORM 3500-DECIDIR THRU F-3500-DECIDIR.

           IF WS-EN-RESGUARDO
              PERFORM 3300-LEER-RESGUARDO THRU F-3300-LEER-RESGUARDO
           END-IF.
           IF WS-EN-ACTUAL
              PERFORM 8200-LEER-MAESTRO THRU F-8200-LEER-MAESTRO
           END-IF.

       F-3400-COMPARAR. EXIT.

      ***** IMAGEN QUE QUEDA PARA LA CLAVE Y COMPARACION **************
       3500-DECIDIR.

           SET WS-TOQUE-NINGUNO TO TRUE.
           IF WS-TOQ-OCUP IS GREATER THAN ZEROS
              IF WS-EN-RESGUARDO
                 MOVE WS-IMAGEN-BKP TO WS-IMAGEN-HASH
              ELSE
                 MOVE WS-IMAGEN-ACT TO WS-IMAGEN-HASH
              END-IF
              PERFORM 3600-CLAVE-AUDITORIA THRU F-3600-CLAVE-AUDITORIA
              PERFORM 3650-BUSCAR-TOQUE THRU F-3650-BUSCAR-TOQUE
              IF WS-TOQ-HALLADO IS GREATER THAN ZEROS
                 EVALUATE TRUE
                    WHEN WS-TOQ-RETENIDO(WS-TOQ-HALLADO) = 'S'
                     AND WS-TOQ-EXCLUIDO(WS-TOQ-HALLADO) = 'S'
                       SET WS-TOQUE-MIXTO TO TRUE
                    WHEN WS-TOQ-EXCLUIDO(WS-TOQ-HALLADO) = 'S'
                       SET WS-TOQUE-EXCLUIDO TO TRUE
                    WHEN OTHER
                       SET WS-TOQUE-RETENIDO TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.

      * RETENIDO O MIXTO: LA IMAGEN ACTUAL; SIN CAMBIOS O SOLO LA    *
      * CORRIDA EXCLUIDA: LA DEL RESGUARDO ****************************
           IF WS-TOQUE-RETENIDO OR WS-TOQUE-MIXTO
              MOVE WS-SW-EN-ACT  TO WS-SW-EN-RES
              MOVE WS-IMAGEN-ACT TO WS-IMAGEN-RES
           ELSE
              MOVE WS-SW-EN-BKP  TO WS-SW-EN-RES
              MOVE WS-IMAGEN-BKP TO WS-IMAGEN-RES
           END-IF.

           EVALUATE TRUE
              WHEN WS-TOQUE-RETENIDO
                 ADD 1 TO WS-TOT-REAPLICADOS
                 MOVE 'REAPLICADO' TO WS-CMP-ORIGEN
              WHEN WS-TOQUE-EXCLUIDO
                 ADD 1 TO WS-TOT-DESHECHOS
                 MOVE 'DESHECHO' TO WS-CMP-ORIGEN
              WHEN WS-TOQUE-MIXTO
                 ADD 1 TO WS-TOT-MANUALES
                 MOVE 'MANUAL' TO WS-CMP-ORIGEN
              WHEN OTHER
                 MOVE 'RESGUARDO' TO WS-CMP-ORIGEN
           END-EVALUATE.

           IF WS-EN-RESULTADO
              ADD 1 TO WS-CANT-MAE WS-TOT-RESTAURADOS
              MOVE WS-IMAGEN-RES TO WS-IMAGEN-HASH
              PERFORM 7500-CALCULAR-HASH THRU F-7500-CALCULAR-HASH
              MOVE SPACES              TO WS-REG-RESGUARDO
              SET BKP-DATO             TO TRUE
              SET BKP-DE-RESTAURACION  TO TRUE
              MOVE WS-PAR-MAESTRO      TO BKP-MAESTRO
              MOVE WS-FECHA-PUNTO      TO BKP-FECHA
              MOVE WS-CANT-MAE         TO BKP-SECUENCIA
              MOVE WS-LONG-REG         TO BKP-LONGITUD
              MOVE WS-IMAGEN-RES       TO BKP-IMAGEN
              PERFORM 3900-GRABAR-RESTAUR THRU F-3900-GRABAR-RESTAUR
           END-IF.

           EVALUATE TRUE
              WHEN WS-EN-RESULTADO AND WS-NO-EN-ACTUAL
                 MOVE 'SOLO RESTAUR.' TO WS-CMP-SITUACION
              WHEN WS-NO-EN-RESULTADO AND WS-EN-ACTUAL
                 MOVE 'SOLO ACTUAL' TO WS-CMP-SITUACION
              WHEN WS-NO-EN-RESULTADO
                 MOVE SPACES TO WS-CMP-SITUACION
              WHEN WS-IMAGEN-RES IS NOT EQUAL WS-IMAGEN-ACT
                 MOVE 'DIFIERE' TO WS-CMP-SITUACION
              WHEN OTHER
                 MOVE 'IGUAL' TO WS-CMP-SITUACION
           END-EVALUATE.

           IF WS-CMP-SITUACION IS EQUAL 'IGUAL'
              AND NOT WS-TOQUE-MIXTO
              ADD 1 TO WS-TOT-IGUALES
              GO TO F-3500-DECIDIR
           END-IF.

           IF WS-CMP-SITUACION IS EQUAL SPACES
              GO TO F-3500-DECIDIR
           END-IF.

           ADD 1 TO WS-TOT-DIFERENCIAS.
      * DIFERENCIA CON LA REAPLICACION PEDIDA Y SIN AUDITORIA QUE LA *
      * EXPLIQUE: CAMBIO DE UN PROCESO DE LA CADENA O SIN JOURNAL ****
           IF WS-TOQUE-NINGUNO AND WS-REAPLICA-AUDITORIA
              ADD 1 TO WS-TOT-SIN-AUDIT
              MOVE 'SIN AUDIT.' TO WS-CMP-ORIGEN
           END-IF.

           PERFORM 3700-IMPRIMIR-DIFERENCIA
                   THRU F-3700-IMPRIMIR-DIFERENCIA.

       F-3500-DECIDIR. EXIT.

      ***** AUD-CLAVE COMO LA ARMA EL FEED DE CADA MAESTRO ************
       3600-CLAVE-AUDITORIA.

           MOVE SPACES TO WS-CLAVE-AUD.

           EVALUATE WS-IND-MAE
              WHEN 1
                 STRING 'CTA=' WS-IMAGEN-HASH(1:17)
                        DELIMITED BY SIZE INTO WS-CLAVE-AUD
                 END-STRING
              WHEN 2
                 STRING 'CTA=' WS-IMAGEN-HASH(1:2) '/'
                        WS-IMAGEN-HASH(3:10)
                        DELIMITED BY SIZE INTO WS-CLAVE-AUD
                 END-STRING
              WHEN 3
                 STRING 'CLI=' WS-IMAGEN-HASH(1:3)
                        ' APO=' WS-IMAGEN-HASH(4:13)
                        DELIMITED BY SIZE INTO WS-CLAVE-AUD
                 END-STRING
              WHEN 5
                 STRING 'TD=' WS-IMAGEN-HASH(1:2)
                        ' ND=' WS-IMAGEN-HASH(3:11)
                        DELIMITED BY SIZE INTO WS-CLAVE-AUD
                 END-STRING
      * COTITULARES SE AUDITAN POR DOCUMENTO: SE TOMAN TODAS LAS     *
      * CUENTAS DEL DOCUMENTO *****************************************
              WHEN 6
                 STRING 'TD=' WS-IMAGEN-HASH(8:2)
                        ' ND=' WS-IMAGEN-HASH(10:11)
                        DELIMITED BY SIZE INTO WS-CLAVE-AUD
                 END-STRING
              WHEN OTHER
                 MOVE WS-IMAGEN-HASH(1:WS-LONG-CLAVE) TO WS-CLAVE-AUD
           END-EVALUATE.

       F-3600-CLAVE-AUDITORIA. EXIT.

       3650-BUSCAR-TOQUE.

           MOVE ZEROS TO WS-TOQ-HALLADO.
           PERFORM 3660-COMPARAR-TOQUE THRU F-3660-COMPARAR-TOQUE
                   VARYING WS-TOQ-IX FROM 1 BY 1
                   UNTIL WS-TOQ-IX > WS-TOQ-OCUP
                      OR WS-TOQ-HALLADO IS GREATER THAN ZEROS.

       F-3650-BUSCAR-TOQUE. EXIT.

       3660-COMPARAR-TOQUE.

           IF WS-TOQ-CLAVE(WS-TOQ-IX) IS EQUAL WS-CLAVE-AUD
              MOVE WS-TOQ-IX TO WS-TOQ-HALLADO
           END-IF.

       F-3660-COMPARAR-TOQUE. EXIT.

      ***** RESTAURADO CONTRA ACTUAL (DOS LINEAS SI HAY AMBAS) ********
       3700-IMPRIMIR-DIFERENCIA.

           IF WS-EN-RESGUARDO
              MOVE WS-IMAGEN-BKP(1:WS-LONG-CLAVE) TO WS-CMP-CLAVE
           ELSE
              MOVE WS-IMAGEN-ACT(1:WS-LONG-CLAVE) TO WS-CMP-CLAVE
           END-IF.

           IF WS-EN-RESULTADO
              MOVE 'RES:'        TO WS-CMP-ETIQUETA
              MOVE WS-IMAGEN-RES TO WS-CMP-IMAGEN
              WRITE REG-LISTADO FROM WS-REG-COMPARA AFTER 1
              MOVE SPACES TO WS-CMP-CLAVE WS-CMP-SITUACION
                             WS-CMP-ORIGEN
           END-IF.

           IF WS-EN-ACTUAL
              MOVE 'ACT:'        TO WS-CMP-ETIQUETA
              MOVE WS-IMAGEN-ACT TO WS-CMP-IMAGEN
              WRITE REG-LISTADO FROM WS-REG-COMPARA AFTER 1
           END-IF.

           MOVE SPACES TO WS-REG-COMPARA.

       F-3700-IMPRIMIR-DIFERENCIA. EXIT.

       3900-GRABAR-RESTAUR.

           WRITE REG-RESTAUR FROM WS-REG-RESGUARDO.
           IF FS-RST IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESTAUR = ' FS-RST
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-RESGUARDO TO TRUE
              SET WS-FIN-MAESTRO   TO TRUE
           END-IF.

       F-3900-GRABAR-RESTAUR. EXIT.

      **************************************
      *                                    *
      *  MODO 'C' - CARGA DEL MAESTRO      *
      *                                    *
      **************************************
       4000-CARGAR.

           PERFORM 3100-VERIFICAR-RESGUARDO
                   THRU F-3100-VERIFICAR-RESGUARDO.
           IF WS-RESGUARDO-NO-VERIFICADO
              GO TO F-4000-CARGAR
           END-IF.

           PERFORM 3050-POSICIONAR THRU F-3050-POSICIONAR.

           PERFORM 8150-CREAR-MAESTRO THRU F-8150-CREAR-MAESTRO.
           IF FS-MAE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OUTPUT MAESTRO = ' FS-MAE
              MOVE 9999 TO RETURN-CODE
              GO TO F-4000-CARGAR
           END-IF.

           MOVE ZEROS TO WS-CANT-MAE WS-HASH-ACUM.
           SET WS-NO-FIN-MAESTRO TO TRUE.
           PERFORM 3300-LEER-RESGUARDO THRU F-3300-LEER-RESGUARDO.
           PERFORM 4100-CARGAR-REGISTRO THRU F-4100-CARGAR-REGISTRO
                   UNTIL WS-FIN-RESGUARDO OR WS-FIN-MAESTRO.

           PERFORM 8300-CERRAR-MAESTRO THRU F-8300-CERRAR-MAESTRO.

           MOVE WS-PAR-MAESTRO  TO WS-RMA-NOMBRE.
           MOVE WS-FECHA-PUNTO  TO WS-RMA-FECHA.
           MOVE WS-CANT-MAE     TO WS-RMA-CANTIDAD.
           MOVE WS-HASH-ACUM    TO WS-RMA-HASH.
           IF WS-FIN-MAESTRO
              MOVE 'CARGA INTERRUMPIDA' TO WS-RMA-ESTADO
           ELSE
              MOVE 'MAESTRO CARGADO' TO WS-RMA-ESTADO
           END-IF.
           WRITE REG-LISTADO FROM WS-REG-MAESTRO AFTER 1.

      * LA CARGA COMPLETA QUEDA EN LA AUDITORIA COMO UNA ENTRADA *
           MOVE 'PGMVRS15'      TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES    TO AUD-FECHA.
           MOVE WS-PAR-MAESTRO  TO AUD-TABLA.
           MOVE 'RESTAU'        TO AUD-OPERACION.
           MOVE SPACES          TO AUD-CLAVE AUD-ANTES AUD-DESPUES.
           STRING 'FECHA=' WS-FECHA-PUNTO
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           STRING 'REGS=' WS-CANT-MAE ' HASH=' WS-HASH-ACUM
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.
           MOVE SPACES          TO AUD-OPERADOR.
           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-4000-CARGAR. EXIT.

       4100-CARGAR-REGISTRO.

           ADD 1 TO WS-CANT-MAE.
           MOVE WS-IMAGEN-BKP TO WS-IMAGEN-RES WS-IMAGEN-HASH.
           PERFORM 7500-CALCULAR-HASH THRU F-7500-CALCULAR-HASH.

           PERFORM 8250-GRABAR-MAESTRO THRU F-8250-GRABAR-MAESTRO.
           IF FS-MAE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE MAESTRO = ' FS-MAE
                      ' REGISTRO ' WS-CANT-MAE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-MAESTRO TO TRUE
              GO TO F-4100-CARGAR-REGISTRO
           END-IF.

           PERFORM 3300-LEER-RESGUARDO THRU F-3300-LEER-RESGUARDO.

       F-4100-CARGAR-REGISTRO. EXIT.

      ***** HASH DE WS-IMAGEN-HASH (WS-LONG-REG BYTES) ****************
       7500-CALCULAR-HASH.

           PERFORM 7550-HASH-BYTE THRU F-7550-HASH-BYTE
                   VARYING WS-IND-BYTE FROM 1 BY 1
                   UNTIL WS-IND-BYTE > WS-LONG-REG.

       F-7500-CALCULAR-HASH. EXIT.

       7550-HASH-BYTE.

           COMPUTE WS-HASH-ACUM = FUNCTION MOD(
                   WS-HASH-ACUM * 31
                 + FUNCTION ORD(WS-IMAGEN-HASH(WS-IND-BYTE:1)),
                   9999999967).

       F-7550-HASH-BYTE. EXIT.

      **************************************
      *                                    *
      *  E/S DEL MAESTRO WS-IND-MAE        *
      *                                    *
      **************************************
       8100-ABRIR-MAESTRO.

           EVALUATE WS-IND-MAE
              WHEN 1  OPEN INPUT EMBARGO  MOVE FS-EMB TO FS-MAE
              WHEN 2  OPEN INPUT ACUERDO  MOVE FS-ACU TO FS-MAE
              WHEN 3  OPEN INPUT PODER    MOVE FS-POD TO FS-MAE
              WHEN 4  OPEN INPUT CODMOV   MOVE FS-CMV TO FS-MAE
              WHEN 5  OPEN INPUT WATCH    MOVE FS-WAT TO FS-MAE
              WHEN 6  OPEN INPUT COTIT    MOVE FS-COT TO FS-MAE
              WHEN 7  OPEN INPUT CODPOS   MOVE FS-CPO TO FS-MAE
              WHEN 8  OPEN INPUT FALLEC   MOVE FS-FAL TO FS-MAE
              WHEN 9  OPEN INPUT CALEND   MOVE FS-CAL TO FS-MAE
           END-EVALUATE.

       F-8100-ABRIR-MAESTRO. EXIT.

      * LA CARGA ESPERA EL CLUSTER RECIEN DEFINIDO (VACIO) *
       8150-CREAR-MAESTRO.

           EVALUATE WS-IND-MAE
              WHEN 1  OPEN OUTPUT EMBARGO  MOVE FS-EMB TO FS-MAE
              WHEN 2  OPEN OUTPUT ACUERDO  MOVE FS-ACU TO FS-MAE
              WHEN 3  OPEN OUTPUT PODER    MOVE FS-POD TO FS-MAE
              WHEN 4  OPEN OUTPUT CODMOV   MOVE FS-CMV TO FS-MAE
              WHEN 5  OPEN OUTPUT WATCH    MOVE FS-WAT TO FS-MAE
              WHEN 6  OPEN OUTPUT COTIT    MOVE FS-COT TO FS-MAE
              WHEN 7  OPEN OUTPUT CODPOS   MOVE FS-CPO TO FS-MAE
              WHEN 8  OPEN OUTPUT FALLEC   MOVE FS-FAL TO FS-MAE
              WHEN 9  OPEN OUTPUT CALEND   MOVE FS-CAL TO FS-MAE
           END-EVALUATE.

       F-8150-CREAR-MAESTRO. EXIT.

       8200-LEER-MAESTRO.

           MOVE SPACES TO WS-IMAGEN-ACT.

           EVALUATE WS-IND-MAE
              WHEN 1  READ EMBARGO INTO WS-IMAGEN-ACT
                      MOVE FS-EMB TO FS-MAE
              WHEN 2  READ ACUERDO INTO WS-IMAGEN-ACT
                      MOVE FS-ACU TO FS-MAE
              WHEN 3  READ PODER   INTO WS-IMAGEN-ACT
                      MOVE FS-POD TO FS-MAE
              WHEN 4  READ CODMOV  INTO WS-IMAGEN-ACT
                      MOVE FS-CMV TO FS-MAE
              WHEN 5  READ WATCH   INTO WS-IMAGEN-ACT
                      MOVE FS-WAT TO FS-MAE
              WHEN 6  READ COTIT   INTO WS-IMAGEN-ACT
                      MOVE FS-COT TO FS-MAE
              WHEN 7  READ CODPOS  INTO WS-IMAGEN-ACT
                      MOVE FS-CPO TO FS-MAE
              WHEN 8  READ FALLEC  INTO WS-IMAGEN-ACT
                      MOVE FS-FAL TO FS-MAE
              WHEN 9  READ CALEND  INTO WS-IMAGEN-ACT
                      MOVE FS-CAL TO FS-MAE
           END-EVALUATE.

           EVALUATE FS-MAE
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-MAESTRO TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA '
                         WS-MAE-NOMBRE(WS-IND-MAE) ' = ' FS-MAE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-MAESTRO TO TRUE
           END-EVALUATE.

       F-8200-LEER-MAESTRO. EXIT.

       8250-GRABAR-MAESTRO.

           EVALUATE WS-IND-MAE
              WHEN 1  WRITE REG-EMBARGO FROM WS-IMAGEN-RES
                      MOVE FS-EMB TO FS-MAE
              WHEN 2  WRITE REG-ACUERDO FROM WS-IMAGEN-RES
                      MOVE FS-ACU TO FS-MAE
              WHEN 3  WRITE REG-PODER   FROM WS-IMAGEN-RES
                      MOVE FS-POD TO FS-MAE
              WHEN 4  WRITE REG-CODMOV  FROM WS-IMAGEN-RES
                      MOVE FS-CMV TO FS-MAE
              WHEN 5  WRITE REG-WATCH   FROM WS-IMAGEN-RES
                      MOVE FS-WAT TO FS-MAE
              WHEN 6  WRITE REG-COTIT   FROM WS-IMAGEN-RES
                      MOVE FS-COT TO FS-MAE
              WHEN 7  WRITE REG-CODPOS  FROM WS-IMAGEN-RES
                      MOVE FS-CPO TO FS-MAE
              WHEN 8  WRITE REG-FALLEC  FROM WS-IMAGEN-RES
                      MOVE FS-FAL TO FS-MAE
              WHEN 9  WRITE REG-CALEND  FROM WS-IMAGEN-RES
                      MOVE FS-CAL TO FS-MAE
           END-EVALUATE.

       F-8250-GRABAR-MAESTRO. EXIT.

       8300-CERRAR-MAESTRO.

           EVALUATE WS-IND-MAE
              WHEN 1  CLOSE EMBARGO
              WHEN 2  CLOSE ACUERDO
              WHEN 3  CLOSE PODER
              WHEN 4  CLOSE CODMOV
              WHEN 5  CLOSE WATCH
              WHEN 6  CLOSE COTIT
              WHEN 7  CLOSE CODPOS
              WHEN 8  CLOSE FALLEC
              WHEN 9  CLOSE CALEND
           END-EVALUATE.

       F-8300-CERRAR-MAESTRO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           EVALUATE TRUE
              WHEN WS-MODO-RESGUARDO
                 MOVE 'MAESTROS RESGUARDADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-MAESTROS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'MAESTROS AUSENTES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-AUSENTES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'REGISTROS RESGUARDADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-REGISTROS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 DISPLAY 'MAESTROS RESGUARDADOS  = ' WS-TOT-MAESTROS
                 DISPLAY 'MAESTROS AUSENTES      = ' WS-TOT-AUSENTES
                 DISPLAY 'REGISTROS RESGUARDADOS = ' WS-TOT-REGISTROS
                 CLOSE RESGUARDO
                 IF FS-BKP IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE RESGUARDO = ' FS-BKP
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-RESTAURACION
                 MOVE 'CLAVES AUDITADAS DESPUES' TO WS-TOT-TEXTO
                 MOVE WS-TOT-CLAVES-AUD TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
                 MOVE 'REGISTROS RESTAURADOS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-RESTAURADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'IGUALES AL ACTUAL' TO WS-TOT-TEXTO
                 MOVE WS-TOT-IGUALES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'DIFERENCIAS CON EL ACTUAL' TO WS-TOT-TEXTO
                 MOVE WS-TOT-DIFERENCIAS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'CLAVES REAPLICADAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-REAPLICADOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'CLAVES DESHECHAS' TO WS-TOT-TEXTO
                 MOVE WS-TOT-DESHECHOS TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'CLAVES A REVISION MANUAL' TO WS-TOT-TEXTO
                 MOVE WS-TOT-MANUALES TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 MOVE 'DIFERENCIAS SIN AUDITORIA' TO WS-TOT-TEXTO
                 MOVE WS-TOT-SIN-AUDIT TO WS-TOT-CANT
                 WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
                 DISPLAY 'PUNTO DE RESTAURACION  = ' WS-PAR-MAESTRO
                         ' ' WS-FECHA-PUNTO
                 DISPLAY 'REGISTROS RESTAURADOS  = ' WS-TOT-RESTAURADOS
                 DISPLAY 'DIFERENCIAS            = ' WS-TOT-DIFERENCIAS
                 DISPLAY 'REVISION MANUAL        = ' WS-TOT-MANUALES
                 CLOSE RESGUARDO
                 CLOSE RESTAUR
                 IF FS-RST IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN CLOSE RESTAUR = ' FS-RST
                    MOVE 9999 TO RETURN-CODE
                 END-IF
              WHEN WS-MODO-CARGA
                 DISPLAY 'MAESTRO CARGADO        = ' WS-PAR-MAESTRO
                         ' ' WS-FECHA-PUNTO
                 DISPLAY 'REGISTROS CARGADOS     = ' WS-CANT-MAE
                 CLOSE RESGUARDO
                 CLOSE AUDITORIA
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * MAESTRO AUSENTE, REVISION MANUAL O CAMBIOS SIN AUDITORIA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-AUSENTES > ZEROS
                   OR WS-TOT-MANUALES > ZEROS
                   OR WS-TOT-SIN-AUDIT > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRS15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           EVALUATE TRUE
              WHEN WS-MODO-RESGUARDO
                 MOVE WS-TOT-REGISTROS   TO RES-CANT-PROCESADOS
                 MOVE WS-TOT-AUSENTES    TO RES-CANT-ERRORES
              WHEN WS-MODO-RESTAURACION
                 MOVE WS-TOT-RESTAURADOS TO RES-CANT-PROCESADOS
                 MOVE WS-TOT-MANUALES    TO RES-CANT-ERRORES
              WHEN OTHER
                 MOVE WS-CANT-MAE        TO RES-CANT-PROCESADOS
                 MOVE ZEROS              TO RES-CANT-ERRORES
           END-EVALUATE.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
