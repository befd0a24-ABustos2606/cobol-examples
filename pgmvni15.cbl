       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVNI15.

      ***********************************************
      *                                             *
      *  PARAMETROS E INVENTARIO DE LA NUMERACION   *
      *  DE CUENTAS Y CBU                           *
      *        TP 35 - BATCH                        *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * MANTIENE EN EL REGISTRO DDNUMCTA (CPNUMCTA) *
      * DE LA RUTINA PGMVNU15:                      *
      *  - EL REGISTRO GENERAL CON LA ENTIDAD       *
      *    PROPIA DEL CBU Y LOS ANIOS DE BLOQUEO DE *
      *    LOS NUMEROS DE CUENTAS CERRADAS (DDPARAM)*
      *  - LOS RANGOS DE NUMERACION POR TIPO DE     *
      *    CUENTA (DDRANGOS, OPCIONAL): UN RANGO    *
      *    NUEVO NO PUEDE PISAR EL DE OTRO TIPO Y   *
      *    UNO EXISTENTE SOLO SE AMPLIA HACIA       *
      *    ARRIBA, PARA NO DEJAR CUENTAS FUERA      *
      * E IMPRIME EL INVENTARIO POR SUCURSAL Y TIPO:*
      * CAPACIDAD DEL RANGO, NUMEROS ASIGNADOS,     *
      * CERRADOS TODAVIA BLOQUEADOS, REUSABLES, SIN *
      * USAR Y DISPONIBLES, CON ALERTA (RC 0004)    *
      * CUANDO LO DISPONIBLE QUEDA POR DEBAJO DEL   *
      * PORCENTAJE DE PARAMETROS                    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT NUMCTA ASSIGN DDNUMCTA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-NUMCTA
                    FILE STATUS IS FS-NUM.

      * ALTAS Y AMPLIACIONES DE RANGOS POR TIPO DE CUENTA *
             SELECT RANGOS ASSIGN DDRANGOS
                    FILE STATUS IS FS-RAN.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD NUMCTA.

       01 REG-NUMCTA.
           03 KEY-NUMCTA    PIC X(16).
           03 FILLER        PIC X(64).

       FD RANGOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RANGOS        PIC X(80).

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

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-NUM           PIC XX    VALUE SPACES.
       77  FS-RAN           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPNUMCTA.
           COPY CPRESUMEN.

      * ENTIDAD PROPIA DEL CBU (CEROS = NO SE TOCA EL REGISTRO        *
      * GENERAL), ANIOS DE BLOQUEO DE UN NUMERO DE CUENTA CERRADA Y   *
      * PORCENTAJE MINIMO DISPONIBLE ANTES DE ALERTAR *****************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-ENTIDAD       PIC 9(03)  VALUE ZEROS.
           03  WS-PAR-ANIOS-REUSO   PIC 9(02)  VALUE 05.
           03  WS-PAR-UMBRAL        PIC 9(02)  VALUE 10.

      * RANGO DE NUMERACION DE UN TIPO DE CUENTA *
       01  WS-REG-RANGO-NOV.
           03  RNG-TIPO-CUENTA      PIC X(02).
           03  RNG-DESDE            PIC 9(06).
           03  RNG-HASTA            PIC 9(06).
           03  FILLER               PIC X(66).

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-FUENTE PIC X.
           88  WS-FIN-FUENTE          VALUE 'Y'.
           88  WS-NO-FIN-FUENTE       VALUE 'N'.

       01  WS-SW-RANGOS     PIC X(01)  VALUE 'N'.
           88  WS-RANGOS-ABIERTO       VALUE 'S'.
           88  WS-RANGOS-AUSENTE       VALUE 'N'.

       01  WS-SW-GENERAL    PIC X(01)  VALUE 'N'.
           88  WS-CON-GENERAL          VALUE 'S'.
           88  WS-SIN-GENERAL          VALUE 'N'.

       77  WS-FEC-HOY         PIC 9(08)  VALUE ZEROS.
       77  WS-FEC-LIBERA      PIC 9(08)  VALUE ZEROS.
       77  WS-ENTIDAD         PIC 9(03)  VALUE ZEROS.
       77  WS-ANIOS-REUSO     PIC 9(02)  VALUE 05.
       77  WS-MOTIVO          PIC X(40)  VALUE SPACES.
       77  WS-IX-RAN          PIC 9(03)  VALUE ZEROS.
       77  WS-IX-RAN-TIPO     PIC 9(03)  VALUE ZEROS.
       77  WS-IX-CTL          PIC 9(05)  VALUE ZEROS.
       77  WS-SUC-ANTERIOR    PIC 9(03)  VALUE ZEROS.

      * RANGOS POR TIPO DE CUENTA (REGISTROS 'R') ********************
       01  WS-RAN-TABLA.
           03  WS-RAN-TOPE        PIC 9(03)   VALUE 20.
           03  WS-RAN-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-RAN-ENTRADA OCCURS 20 TIMES.
               05  WS-RAN-TIPO    PIC X(02).
               05  WS-RAN-DESDE   PIC 9(06).
               05  WS-RAN-HASTA   PIC 9(06).

      * CONTROLES POR SUCURSAL Y TIPO (REGISTROS 'C') EN EL ORDEN DE  *
      * LA CLAVE, PARA LA BUSQUEDA BINARIA DE CADA NUMERO *************
       01  WS-CTL-TABLA.
           03  WS-CTL-TOPE        PIC 9(05)   VALUE 3000.
           03  WS-CTL-OCUP        PIC 9(05)   VALUE ZEROS.
           03  WS-CTL-ENTRADA OCCURS 3000 TIMES.
               05  WS-CTL-CLAVE.
                   07  WS-CTL-SUCURSAL PIC 9(03).
                   07  WS-CTL-TIPO     PIC X(02).
               05  WS-CTL-ULTIMO   PIC 9(06).
               05  WS-CTL-VUELTAS  PIC 9(03).
               05  WS-CTL-ASIG     PIC 9(07).
               05  WS-CTL-BLOQ     PIC 9(07).
               05  WS-CTL-REUS     PIC 9(07).

       01  WS-BUS-CLAVE.
           03  WS-BUS-SUCURSAL    PIC 9(03)   VALUE ZEROS.
           03  WS-BUS-TIPO        PIC X(02)   VALUE SPACES.
       77  WS-BUS-INF       PIC 9(05)  VALUE ZEROS.
       77  WS-BUS-SUP       PIC 9(05)  VALUE ZEROS.
       77  WS-BUS-MED       PIC 9(05)  VALUE ZEROS.
       77  WS-BUS-HALLADO   PIC 9(05)  VALUE ZEROS.

      * CALCULOS DEL INVENTARIO DE UNA SUCURSAL Y TIPO *
       77  WS-INV-CAPACIDAD   PIC 9(07)  VALUE ZEROS.
       77  WS-INV-SIN-USAR    PIC 9(07)  VALUE ZEROS.
       77  WS-INV-DISPONIBLE  PIC S9(07) VALUE ZEROS.
       77  WS-INV-USO         PIC 9(03)  VALUE ZEROS.

       77  WS-SUC-CAPACIDAD   PIC 9(09)  VALUE ZEROS.
       77  WS-SUC-ASIG        PIC 9(09)  VALUE ZEROS.
       77  WS-SUC-BLOQ        PIC 9(09)  VALUE ZEROS.
       77  WS-SUC-DISPONIBLE  PIC S9(09) VALUE ZEROS.

       77  WS-TOT-RAN-LEIDOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RAN-APLICADOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RAN-RECHAZOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NUMEROS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FUERA-CTL     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALERTAS       PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CTL-EXCEDIDOS PIC 9(07) VALUE ZEROS.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(50)    VALUE
            'INVENTARIO DE NUMERACION DE CUENTAS Y CBU -       '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(12)    VALUE '   ENTIDAD '.
           03  WS-TIT-ENTIDAD PIC 9(03)   VALUE ZEROS.
           03  FILLER        PIC X(29)    VALUE
                   '   BLOQUEO DE CERRADAS: '.
           03  WS-TIT-ANIOS  PIC Z9       VALUE ZEROS.
           03  FILLER        PIC X(06)    VALUE ' ANIOS'.
           03  FILLER        PIC X(22)    VALUE SPACES.

       01  WS-REG-RANGO-LIS.
           03  FILLER             PIC X(15)    VALUE 'RANGO DE TIPO '.
           03  WS-RGL-TIPO        PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(07)    VALUE ' DESDE '.
           03  WS-RGL-DESDE       PIC X(06)    VALUE SPACES.
           03  FILLER             PIC X(07)    VALUE ' HASTA '.
           03  WS-RGL-HASTA       PIC X(06)    VALUE SPACES.
           03  FILLER             PIC X(03)    VALUE ' - '.
           03  WS-RGL-RESULTADO   PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(46)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'SUC'.
           03  FILLER        PIC X(04)    VALUE 'TIP'.
           03  FILLER        PIC X(07)    VALUE ' DESDE'.
           03  FILLER        PIC X(07)    VALUE ' HASTA'.
           03  FILLER        PIC X(07)    VALUE 'ULTIMO'.
           03  FILLER        PIC X(04)    VALUE 'VTA'.
           03  FILLER        PIC X(08)    VALUE 'CAPACID.'.
           03  FILLER        PIC X(08)    VALUE 'ASIGNAD.'.
           03  FILLER        PIC X(08)    VALUE 'BLOQUEAD'.
           03  FILLER        PIC X(08)    VALUE 'REUSABLE'.
           03  FILLER        PIC X(08)    VALUE 'SIN USAR'.
           03  FILLER        PIC X(08)    VALUE 'DISPONIB'.
           03  FILLER        PIC X(05)    VALUE '%USO'.
           03  FILLER        PIC X(45)    VALUE 'OBSERVACION'.

       01  WS-REG-DETALLE.
           03  WS-DET-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DET-TIPO        PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DET-DESDE       PIC 9(06)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-HASTA       PIC 9(06)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-ULTIMO      PIC 9(06)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-VUELTAS     PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-CAPACIDAD   PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-ASIG        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-BLOQ        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-REUS        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-SIN-USAR    PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-DET-DISPONIBLE  PIC Z(06)9-  VALUE ZEROS.
           03  WS-DET-USO         PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DET-OBSERVA     PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(15)    VALUE SPACES.

       01  WS-REG-TOT-SUC.
           03  FILLER             PIC X(15)    VALUE
                   'TOTAL SUCURSAL '.
           03  WS-TSU-SUCURSAL    PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(13)    VALUE '  CAPACIDAD: '.
           03  WS-TSU-CAPACIDAD   PIC Z(08)9   VALUE ZEROS.
           03  FILLER             PIC X(14)    VALUE '  ASIGNADOS: '.
           03  WS-TSU-ASIG        PIC Z(08)9   VALUE ZEROS.
           03  FILLER             PIC X(15)    VALUE '  BLOQUEADOS: '.
           03  WS-TSU-BLOQ        PIC Z(08)9   VALUE ZEROS.
           03  FILLER             PIC X(16)    VALUE
                   '  DISPONIBLES: '.
           03  WS-TSU-DISPONIBLE  PIC Z(08)9-  VALUE ZEROS.
           03  FILLER             PIC X(19)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-TOT-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-TOT-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(85)    VALUE SPACES.

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

           PERFORM 2000-GENERAL  THRU  F-2000-GENERAL.

           PERFORM 3000-RANGOS   THRU  F-3000-RANGOS.

           PERFORM 4000-INVENTARIO THRU F-4000-INVENTARIO.

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
           MOVE LK-FP-FECHA-8 TO WS-FEC-HOY.
           SET WS-NO-FIN-LECTURA TO TRUE.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-ENTIDAD IS NOT NUMERIC
              MOVE ZEROS TO WS-PAR-ENTIDAD
           END-IF.
           IF WS-PAR-ANIOS-REUSO IS NOT NUMERIC
              MOVE 05 TO WS-PAR-ANIOS-REUSO
           END-IF.
           IF WS-PAR-UMBRAL IS NOT NUMERIC
              MOVE 10 TO WS-PAR-UMBRAL
           END-IF.

           OPEN I-O NUMCTA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-NUM IS EQUAL '35'
              OPEN OUTPUT NUMCTA
              IF FS-NUM IS EQUAL '00'
                 CLOSE NUMCTA
                 OPEN I-O NUMCTA
              END-IF
           END-IF.
           IF FS-NUM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN NUMCTA = ' FS-NUM
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT RANGOS.
           IF FS-RAN IS EQUAL '00'
              SET WS-RANGOS-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDRANGOS NO DISPONIBLE - RANGOS SIN CAMBIOS = '
                      FS-RAN
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  REGISTRO GENERAL                  *
      *                                    *
      **************************************
       2000-GENERAL.

           IF WS-FIN-LECTURA
              GO TO F-2000-GENERAL
           END-IF.

           MOVE SPACES TO WS-REG-NUMCTA.
           MOVE 'G'    TO NUM-TIPO-REG.
           MOVE NUM-CLAVE TO KEY-NUMCTA.
           READ NUMCTA INTO WS-REG-NUMCTA.

           EVALUATE FS-NUM
              WHEN '00'
                 SET WS-CON-GENERAL TO TRUE
              WHEN '23'
                 SET WS-SIN-GENERAL TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA NUMCTA = ' FS-NUM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-GENERAL
           END-EVALUATE.

      * LOS PARAMETROS DEL DIA REEMPLAZAN AL REGISTRO GENERAL *
           IF WS-PAR-ENTIDAD IS GREATER THAN ZEROS
              MOVE SPACES             TO WS-REG-NUMCTA
              MOVE 'G'                TO NUG-TIPO-REG
              MOVE WS-PAR-ENTIDAD     TO NUG-ENTIDAD
              MOVE WS-PAR-ANIOS-REUSO TO NUG-ANIOS-REUSO
              MOVE WS-FEC-HOY         TO NUG-FEC-ACTUALIZA
              MOVE NUM-CLAVE          TO KEY-NUMCTA
              IF WS-CON-GENERAL
                 REWRITE REG-NUMCTA FROM WS-REG-NUMCTA
              ELSE
                 WRITE REG-NUMCTA FROM WS-REG-NUMCTA
              END-IF
              IF FS-NUM IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN GRABACION NUMCTA = ' FS-NUM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2000-GENERAL
              END-IF
              SET WS-CON-GENERAL TO TRUE
           END-IF.

           IF WS-CON-GENERAL
              MOVE NUG-ENTIDAD     TO WS-ENTIDAD
              IF NUG-ANIOS-REUSO IS NUMERIC
                 MOVE NUG-ANIOS-REUSO TO WS-ANIOS-REUSO
              END-IF
           ELSE
              DISPLAY '* SIN ENTIDAD PROPIA: PGMVNU15 NO PUEDE ASIGNAR'
              MOVE WS-PAR-ANIOS-REUSO TO WS-ANIOS-REUSO
           END-IF.

           MOVE WS-FEC-HOY     TO WS-TIT-FECHA.
           MOVE WS-ENTIDAD     TO WS-TIT-ENTIDAD.
           MOVE WS-ANIOS-REUSO TO WS-TIT-ANIOS.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-2000-GENERAL. EXIT.

      **************************************
      *                                    *
      *  RANGOS POR TIPO DE CUENTA         *
      *                                    *
      **************************************
       3000-RANGOS.

           IF WS-FIN-LECTURA
              GO TO F-3000-RANGOS
           END-IF.

           PERFORM 3100-CARGAR-RANGOS THRU F-3100-CARGAR-RANGOS.

           IF WS-RANGOS-ABIERTO AND WS-NO-FIN-LECTURA
              SET WS-NO-FIN-FUENTE TO TRUE
              PERFORM 3200-LEER-RANGO THRU F-3200-LEER-RANGO
              PERFORM 3300-APLICAR-RANGO THRU F-3300-APLICAR-RANGO
                      UNTIL WS-FIN-FUENTE
           END-IF.

       F-3000-RANGOS. EXIT.

      ***** RANGOS VIGENTES DEL REGISTRO ******************************
       3100-CARGAR-RANGOS.

           SET WS-NO-FIN-FUENTE TO TRUE.
           MOVE SPACES TO WS-REG-NUMCTA.
           MOVE 'R'    TO NUM-TIPO-REG.
           MOVE NUM-CLAVE TO KEY-NUMCTA.
           START NUMCTA KEY IS NOT LESS THAN KEY-NUMCTA
              INVALID KEY
                 SET WS-FIN-FUENTE TO TRUE
           END-START.

           PERFORM 3110-LEER-RANGO-VIGENTE
                   THRU F-3110-LEER-RANGO-VIGENTE
                   UNTIL WS-FIN-FUENTE.

       F-3100-CARGAR-RANGOS. EXIT.

       3110-LEER-RANGO-VIGENTE.

           READ NUMCTA NEXT INTO WS-REG-NUMCTA.
           EVALUATE FS-NUM
              WHEN '00'
                 IF NOT NUM-REG-RANGO
                    SET WS-FIN-FUENTE TO TRUE
                    GO TO F-3110-LEER-RANGO-VIGENTE
                 END-IF
              WHEN '10'
                 SET WS-FIN-FUENTE TO TRUE
                 GO TO F-3110-LEER-RANGO-VIGENTE
              WHEN OTHER
                 DISPLAY '*ERROR EN LECTURA NUMCTA : ' FS-NUM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-FUENTE TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3110-LEER-RANGO-VIGENTE
           END-EVALUATE.

           IF WS-RAN-OCUP IS NOT LESS THAN WS-RAN-TOPE
              DISPLAY '* TABLA DE RANGOS LLENA - TIPO IGNORADO = '
                      NUR-TIPO-CUENTA
              GO TO F-3110-LEER-RANGO-VIGENTE
           END-IF.

           ADD 1 TO WS-RAN-OCUP.
           MOVE NUR-TIPO-CUENTA TO WS-RAN-TIPO(WS-RAN-OCUP).
           MOVE NUR-DESDE       TO WS-RAN-DESDE(WS-RAN-OCUP).
           MOVE NUR-HASTA       TO WS-RAN-HASTA(WS-RAN-OCUP).

       F-3110-LEER-RANGO-VIGENTE. EXIT.

       3200-LEER-RANGO.

           READ RANGOS INTO WS-REG-RANGO-NOV.
           EVALUATE FS-RAN
             WHEN '00'
              ADD 1 TO WS-TOT-RAN-LEIDOS
             WHEN '10'
              SET WS-FIN-FUENTE TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA RANGOS : ' FS-RAN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3200-LEER-RANGO. EXIT.

      ***** UN RANGO NUEVO NO PISA OTRO TIPO; UNO EXISTENTE SOLO SE ***
      ***** AMPLIA SUBIENDO EL HASTA **********************************
       3300-APLICAR-RANGO.

           MOVE SPACES          TO WS-MOTIVO.
           MOVE RNG-TIPO-CUENTA TO WS-RGL-TIPO.
           MOVE RNG-DESDE       TO WS-RGL-DESDE.
           MOVE RNG-HASTA       TO WS-RGL-HASTA.

           IF RNG-TIPO-CUENTA IS EQUAL SPACES
              OR RNG-DESDE IS NOT NUMERIC
              OR RNG-HASTA IS NOT NUMERIC
              MOVE 'CAMPOS INVALIDOS' TO WS-MOTIVO
              GO TO F-3300-LISTAR-RANGO
           END-IF.

           IF RNG-DESDE IS EQUAL ZEROS
              OR RNG-HASTA IS LESS THAN RNG-DESDE
              MOVE 'DESDE/HASTA INCONSISTENTES' TO WS-MOTIVO
              GO TO F-3300-LISTAR-RANGO
           END-IF.

           MOVE ZEROS TO WS-IX-RAN-TIPO.
           PERFORM 3310-CONTROLAR-RANGO THRU F-3310-CONTROLAR-RANGO
                   VARYING WS-IX-RAN FROM 1 BY 1
                   UNTIL WS-IX-RAN > WS-RAN-OCUP.
           IF WS-MOTIVO IS NOT EQUAL SPACES
              GO TO F-3300-LISTAR-RANGO
           END-IF.

           IF WS-IX-RAN-TIPO IS EQUAL ZEROS
              AND WS-RAN-OCUP IS NOT LESS THAN WS-RAN-TOPE
              MOVE 'TABLA DE RANGOS LLENA' TO WS-MOTIVO
              GO TO F-3300-LISTAR-RANGO
           END-IF.

           MOVE SPACES          TO WS-REG-NUMCTA.
           MOVE 'R'             TO NUR-TIPO-REG.
           MOVE RNG-TIPO-CUENTA TO NUR-TIPO-CUENTA.
           MOVE RNG-DESDE       TO NUR-DESDE.
           MOVE RNG-HASTA       TO NUR-HASTA.
           MOVE WS-FEC-HOY      TO NUR-FEC-ACTUALIZA.
           MOVE NUM-CLAVE       TO KEY-NUMCTA.

           IF WS-IX-RAN-TIPO IS GREATER THAN ZEROS
              REWRITE REG-NUMCTA FROM WS-REG-NUMCTA
           ELSE
              WRITE REG-NUMCTA FROM WS-REG-NUMCTA
           END-IF.
           IF FS-NUM IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION NUMCTA = ' FS-NUM
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-FUENTE TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3300-APLICAR-RANGO
           END-IF.

           IF WS-IX-RAN-TIPO IS EQUAL ZEROS
              ADD 1 TO WS-RAN-OCUP
              MOVE WS-RAN-OCUP TO WS-IX-RAN-TIPO
              MOVE RNG-TIPO-CUENTA TO WS-RAN-TIPO(WS-IX-RAN-TIPO)
              MOVE 'RANGO NUEVO REGISTRADO' TO WS-MOTIVO
           ELSE
              MOVE 'RANGO AMPLIADO' TO WS-MOTIVO
           END-IF.
           MOVE RNG-DESDE TO WS-RAN-DESDE(WS-IX-RAN-TIPO).
           MOVE RNG-HASTA TO WS-RAN-HASTA(WS-IX-RAN-TIPO).
           ADD 1 TO WS-TOT-RAN-APLICADOS.
           MOVE WS-MOTIVO TO WS-RGL-RESULTADO.
           WRITE REG-LISTADO FROM WS-REG-RANGO-LIS AFTER 1.
           GO TO F-3300-LEER-SIGUIENTE.

       F-3300-LISTAR-RANGO.
           ADD 1 TO WS-TOT-RAN-RECHAZOS.
           MOVE SPACES    TO WS-RGL-RESULTADO.
           STRING 'RECHAZADO: ' DELIMITED BY SIZE
                  WS-MOTIVO     DELIMITED BY SIZE
                  INTO WS-RGL-RESULTADO.
           WRITE REG-LISTADO FROM WS-REG-RANGO-LIS AFTER 1.

       F-3300-LEER-SIGUIENTE.
           IF WS-NO-FIN-LECTURA
              PERFORM 3200-LEER-RANGO THRU F-3200-LEER-RANGO
           ELSE
              SET WS-FIN-FUENTE TO TRUE
           END-IF.

       F-3300-APLICAR-RANGO. EXIT.

       3310-CONTROLAR-RANGO.

           IF WS-MOTIVO IS NOT EQUAL SPACES
              GO TO F-3310-CONTROLAR-RANGO
           END-IF.

           IF WS-RAN-TIPO(WS-IX-RAN) IS EQUAL RNG-TIPO-CUENTA
              MOVE WS-IX-RAN TO WS-IX-RAN-TIPO
              IF RNG-DESDE IS NOT EQUAL WS-RAN-DESDE(WS-IX-RAN)
                 OR RNG-HASTA IS NOT GREATER THAN
                    WS-RAN-HASTA(WS-IX-RAN)
                 MOVE 'UN RANGO EXISTENTE SOLO SE AMPLIA'
                      TO WS-MOTIVO
              END-IF
           ELSE
              IF RNG-HASTA IS NOT LESS THAN WS-RAN-DESDE(WS-IX-RAN)
                 AND RNG-DESDE IS NOT GREATER THAN
                     WS-RAN-HASTA(WS-IX-RAN)
                 MOVE 'SUPERPUESTO CON EL RANGO DEL TIPO'
                      TO WS-MOTIVO
                 MOVE WS-RAN-TIPO(WS-IX-RAN) TO WS-MOTIVO(35:2)
              END-IF
           END-IF.

       F-3310-CONTROLAR-RANGO. EXIT.

      **************************************
      *                                    *
      *  INVENTARIO POR SUCURSAL Y TIPO    *
      *                                    *
      **************************************
       4000-INVENTARIO.

           IF WS-FIN-LECTURA
              GO TO F-4000-INVENTARIO
           END-IF.

           PERFORM 4100-CARGAR-CONTROLES THRU F-4100-CARGAR-CONTROLES.
           IF WS-FIN-LECTURA
              GO TO F-4000-INVENTARIO
           END-IF.

           PERFORM 4200-CONTAR-NUMEROS THRU F-4200-CONTAR-NUMEROS.
           IF WS-FIN-LECTURA
              GO TO F-4000-INVENTARIO
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE ZEROS TO WS-SUC-ANTERIOR.
           PERFORM 4300-IMPRIMIR-CONTROL THRU F-4300-IMPRIMIR-CONTROL
                   VARYING WS-IX-CTL FROM 1 BY 1
                   UNTIL WS-IX-CTL > WS-CTL-OCUP.
           IF WS-CTL-OCUP IS GREATER THAN ZEROS
              PERFORM 4400-TOTAL-SUCURSAL THRU F-4400-TOTAL-SUCURSAL
           END-IF.

       F-4000-INVENTARIO. EXIT.

      ***** CONTROLES 'C' EN ORDEN DE SUCURSAL Y TIPO *****************
       4100-CARGAR-CONTROLES.

           SET WS-NO-FIN-FUENTE TO TRUE.
           MOVE SPACES TO WS-REG-NUMCTA.
           MOVE 'C'    TO NUM-TIPO-REG.
           MOVE NUM-CLAVE TO KEY-NUMCTA.
           START NUMCTA KEY IS NOT LESS THAN KEY-NUMCTA
              INVALID KEY
                 SET WS-FIN-FUENTE TO TRUE
           END-START.

           PERFORM 4110-LEER-CONTROL THRU F-4110-LEER-CONTROL
                   UNTIL WS-FIN-FUENTE.

       F-4100-CARGAR-CONTROLES. EXIT.

       4110-LEER-CONTROL.

           READ NUMCTA NEXT INTO WS-REG-NUMCTA.
           EVALUATE FS-NUM
              WHEN '00'
                 IF NOT NUM-REG-CONTROL
                    SET WS-FIN-FUENTE TO TRUE
                    GO TO F-4110-LEER-CONTROL
                 END-IF
              WHEN '10'
                 SET WS-FIN-FUENTE TO TRUE
                 GO TO F-4110-LEER-CONTROL
              WHEN OTHER
                 DISPLAY '*ERROR EN LECTURA NUMCTA : ' FS-NUM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-FUENTE TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4110-LEER-CONTROL
           END-EVALUATE.

           IF WS-CTL-OCUP IS NOT LESS THAN WS-CTL-TOPE
              ADD 1 TO WS-TOT-CTL-EXCEDIDOS
              GO TO F-4110-LEER-CONTROL
           END-IF.

           ADD 1 TO WS-CTL-OCUP.
           MOVE NUC-SUCURSAL    TO WS-CTL-SUCURSAL(WS-CTL-OCUP).
           MOVE NUC-TIPO-CUENTA TO WS-CTL-TIPO(WS-CTL-OCUP).
           MOVE NUC-ULTIMO      TO WS-CTL-ULTIMO(WS-CTL-OCUP).
           MOVE NUC-VUELTAS     TO WS-CTL-VUELTAS(WS-CTL-OCUP).
           MOVE ZEROS           TO WS-CTL-ASIG(WS-CTL-OCUP)
                                   WS-CTL-BLOQ(WS-CTL-OCUP)
                                   WS-CTL-REUS(WS-CTL-OCUP).

       F-4110-LEER-CONTROL. EXIT.

      ***** NUMEROS 'N': CADA UNO SUMA EN SU SUCURSAL Y TIPO SI ESTA **
      ***** DENTRO DEL RANGO; LOS INFORMADOS FUERA DE RANGO Y LAS *****
      ***** CUENTAS ANTERIORES AL REGISTRO QUEDAN FUERA DE CONTROL ****
       4200-CONTAR-NUMEROS.

           SET WS-NO-FIN-FUENTE TO TRUE.
           MOVE SPACES TO WS-REG-NUMCTA.
           MOVE 'N'    TO NUM-TIPO-REG.
           MOVE NUM-CLAVE TO KEY-NUMCTA.
           START NUMCTA KEY IS NOT LESS THAN KEY-NUMCTA
              INVALID KEY
                 SET WS-FIN-FUENTE TO TRUE
           END-START.

           PERFORM 4210-CONTAR-NUMERO THRU F-4210-CONTAR-NUMERO
                   UNTIL WS-FIN-FUENTE.

       F-4200-CONTAR-NUMEROS. EXIT.

       4210-CONTAR-NUMERO.

           READ NUMCTA NEXT INTO WS-REG-NUMCTA.
           EVALUATE FS-NUM
              WHEN '00'
                 IF NOT NUM-REG-NUMERO
                    SET WS-FIN-FUENTE TO TRUE
                    GO TO F-4210-CONTAR-NUMERO
                 END-IF
              WHEN '10'
                 SET WS-FIN-FUENTE TO TRUE
                 GO TO F-4210-CONTAR-NUMERO
              WHEN OTHER
                 DISPLAY '*ERROR EN LECTURA NUMCTA : ' FS-NUM
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-FUENTE TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4210-CONTAR-NUMERO
           END-EVALUATE.

           ADD 1 TO WS-TOT-NUMEROS.

           MOVE NUN-SUCURSAL    TO WS-BUS-SUCURSAL.
           MOVE NUN-TIPO-CUENTA TO WS-BUS-TIPO.
           PERFORM 4500-BUSCAR-CONTROL THRU F-4500-BUSCAR-CONTROL.
           PERFORM 4600-BUSCAR-RANGO THRU F-4600-BUSCAR-RANGO.

           IF WS-BUS-HALLADO IS EQUAL ZEROS
              OR WS-IX-RAN-TIPO IS EQUAL ZEROS
              ADD 1 TO WS-TOT-FUERA-CTL
              GO TO F-4210-CONTAR-NUMERO
           END-IF.
           IF NUN-NUMERO IS LESS THAN WS-RAN-DESDE(WS-IX-RAN-TIPO)
              OR NUN-NUMERO IS GREATER THAN
                 WS-RAN-HASTA(WS-IX-RAN-TIPO)
              ADD 1 TO WS-TOT-FUERA-CTL
              GO TO F-4210-CONTAR-NUMERO
           END-IF.

           IF NUN-ASIGNADA
              ADD 1 TO WS-CTL-ASIG(WS-BUS-HALLADO)
              GO TO F-4210-CONTAR-NUMERO
           END-IF.

      * CERRADA: BLOQUEADA HASTA CUMPLIR LOS ANIOS DEL REGISTRO *
           COMPUTE WS-FEC-LIBERA = NUN-FEC-CIERRE
                                 + WS-ANIOS-REUSO * 10000.
           IF WS-FEC-LIBERA IS GREATER THAN WS-FEC-HOY
              ADD 1 TO WS-CTL-BLOQ(WS-BUS-HALLADO)
           ELSE
              ADD 1 TO WS-CTL-REUS(WS-BUS-HALLADO)
           END-IF.

       F-4210-CONTAR-NUMERO. EXIT.

      ***** LINEA DE INVENTARIO DE UNA SUCURSAL Y TIPO ****************
       4300-IMPRIMIR-CONTROL.

           IF WS-IX-CTL IS GREATER THAN 1
              AND WS-CTL-SUCURSAL(WS-IX-CTL)
                  IS NOT EQUAL WS-SUC-ANTERIOR
              PERFORM 4400-TOTAL-SUCURSAL THRU F-4400-TOTAL-SUCURSAL
           END-IF.
           MOVE WS-CTL-SUCURSAL(WS-IX-CTL) TO WS-SUC-ANTERIOR.

           MOVE SPACES TO WS-DET-OBSERVA.
           MOVE WS-CTL-TIPO(WS-IX-CTL) TO WS-BUS-TIPO.
           PERFORM 4600-BUSCAR-RANGO THRU F-4600-BUSCAR-RANGO.

           MOVE WS-CTL-SUCURSAL(WS-IX-CTL) TO WS-DET-SUCURSAL.
           MOVE WS-CTL-TIPO(WS-IX-CTL)     TO WS-DET-TIPO.
           MOVE WS-CTL-ULTIMO(WS-IX-CTL)   TO WS-DET-ULTIMO.
           MOVE WS-CTL-VUELTAS(WS-IX-CTL)  TO WS-DET-VUELTAS.
           MOVE WS-CTL-ASIG(WS-IX-CTL)     TO WS-DET-ASIG.
           MOVE WS-CTL-BLOQ(WS-IX-CTL)     TO WS-DET-BLOQ.
           MOVE WS-CTL-REUS(WS-IX-CTL)     TO WS-DET-REUS.

           IF WS-IX-RAN-TIPO IS EQUAL ZEROS
              MOVE ZEROS TO WS-DET-DESDE WS-DET-HASTA
                            WS-DET-CAPACIDAD WS-DET-SIN-USAR
                            WS-DET-DISPONIBLE WS-DET-USO
              MOVE '* TIPO SIN RANGO DE NUMERACION' TO WS-DET-OBSERVA
              ADD 1 TO WS-TOT-ALERTAS
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
              GO TO F-4300-IMPRIMIR-CONTROL
           END-IF.

           MOVE WS-RAN-DESDE(WS-IX-RAN-TIPO) TO WS-DET-DESDE.
           MOVE WS-RAN-HASTA(WS-IX-RAN-TIPO) TO WS-DET-HASTA.
           COMPUTE WS-INV-CAPACIDAD = WS-RAN-HASTA(WS-IX-RAN-TIPO)
                                    - WS-RAN-DESDE(WS-IX-RAN-TIPO) + 1.

      * ANTES DE LA PRIMERA VUELTA LO QUE SIGUE AL ULTIMO NUNCA SE USO *
           IF WS-CTL-VUELTAS(WS-IX-CTL) IS EQUAL ZEROS
              AND WS-CTL-ULTIMO(WS-IX-CTL) IS LESS THAN
                  WS-RAN-HASTA(WS-IX-RAN-TIPO)
              COMPUTE WS-INV-SIN-USAR = WS-RAN-HASTA(WS-IX-RAN-TIPO)
                                      - WS-CTL-ULTIMO(WS-IX-CTL)
           ELSE
              MOVE ZEROS TO WS-INV-SIN-USAR
           END-IF.

           COMPUTE WS-INV-DISPONIBLE = WS-INV-CAPACIDAD
                                     - WS-CTL-ASIG(WS-IX-CTL)
                                     - WS-CTL-BLOQ(WS-IX-CTL).
           COMPUTE WS-INV-USO = (WS-CTL-ASIG(WS-IX-CTL)
                                + WS-CTL-BLOQ(WS-IX-CTL)) * 100
                                / WS-INV-CAPACIDAD.

           MOVE WS-INV-CAPACIDAD  TO WS-DET-CAPACIDAD.
           MOVE WS-INV-SIN-USAR   TO WS-DET-SIN-USAR.
           MOVE WS-INV-DISPONIBLE TO WS-DET-DISPONIBLE.
           MOVE WS-INV-USO        TO WS-DET-USO.

           IF WS-INV-DISPONIBLE * 100 IS LESS THAN
              WS-INV-CAPACIDAD * WS-PAR-UMBRAL
              MOVE '* RANGO POR AGOTARSE' TO WS-DET-OBSERVA
              ADD 1 TO WS-TOT-ALERTAS
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

           ADD WS-INV-CAPACIDAD       TO WS-SUC-CAPACIDAD.
           ADD WS-CTL-ASIG(WS-IX-CTL) TO WS-SUC-ASIG.
           ADD WS-CTL-BLOQ(WS-IX-CTL) TO WS-SUC-BLOQ.
           ADD WS-INV-DISPONIBLE      TO WS-SUC-DISPONIBLE.

       F-4300-IMPRIMIR-CONTROL. EXIT.

       4400-TOTAL-SUCURSAL.

           MOVE WS-SUC-ANTERIOR   TO WS-TSU-SUCURSAL.
           MOVE WS-SUC-CAPACIDAD  TO WS-TSU-CAPACIDAD.
           MOVE WS-SUC-ASIG       TO WS-TSU-ASIG.
           MOVE WS-SUC-BLOQ       TO WS-TSU-BLOQ.
           MOVE WS-SUC-DISPONIBLE TO WS-TSU-DISPONIBLE.
           WRITE REG-LISTADO FROM WS-REG-TOT-SUC AFTER 1.
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO AFTER 1.

           MOVE ZEROS TO WS-SUC-CAPACIDAD WS-SUC-ASIG WS-SUC-BLOQ
                         WS-SUC-DISPONIBLE.

       F-4400-TOTAL-SUCURSAL. EXIT.

      ***** BUSQUEDA BINARIA DE SUCURSAL + TIPO EN LOS CONTROLES ******
       4500-BUSCAR-CONTROL.

           MOVE ZEROS       TO WS-BUS-HALLADO.
           MOVE 1           TO WS-BUS-INF.
           MOVE WS-CTL-OCUP TO WS-BUS-SUP.

           PERFORM 4510-PASO-BUSQUEDA THRU F-4510-PASO-BUSQUEDA
                   UNTIL WS-BUS-HALLADO IS NOT EQUAL ZEROS
                      OR WS-BUS-INF IS GREATER THAN WS-BUS-SUP.

       F-4500-BUSCAR-CONTROL. EXIT.

       4510-PASO-BUSQUEDA.

           COMPUTE WS-BUS-MED = (WS-BUS-INF + WS-BUS-SUP) / 2.

           EVALUATE TRUE
              WHEN WS-CTL-CLAVE(WS-BUS-MED) IS EQUAL WS-BUS-CLAVE
                 MOVE WS-BUS-MED TO WS-BUS-HALLADO
              WHEN WS-CTL-CLAVE(WS-BUS-MED) IS LESS THAN WS-BUS-CLAVE
                 COMPUTE WS-BUS-INF = WS-BUS-MED + 1
              WHEN WS-BUS-MED IS EQUAL 1
                 MOVE ZEROS TO WS-BUS-SUP
              WHEN OTHER
                 COMPUTE WS-BUS-SUP = WS-BUS-MED - 1
           END-EVALUATE.

       F-4510-PASO-BUSQUEDA. EXIT.

      ***** RANGO DEL TIPO WS-BUS-TIPO (CERO = SIN RANGO) *************
       4600-BUSCAR-RANGO.

           MOVE ZEROS TO WS-IX-RAN-TIPO.
           PERFORM 4610-COMPARAR-RANGO THRU F-4610-COMPARAR-RANGO
                   VARYING WS-IX-RAN FROM 1 BY 1
                   UNTIL WS-IX-RAN > WS-RAN-OCUP
                      OR WS-IX-RAN-TIPO IS GREATER THAN ZEROS.

       F-4600-BUSCAR-RANGO. EXIT.

       4610-COMPARAR-RANGO.

           IF WS-RAN-TIPO(WS-IX-RAN) IS EQUAL WS-BUS-TIPO
              MOVE WS-IX-RAN TO WS-IX-RAN-TIPO
           END-IF.

       F-4610-COMPARAR-RANGO. EXIT.

      ***** TOTALES DE LA CORRIDA *************************************
       7600-IMPRIMIR-TOTALES.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.

           MOVE 'RANGOS LEIDOS'                 TO WS-TOT-TEXTO.
           MOVE WS-TOT-RAN-LEIDOS               TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'RANGOS REGISTRADOS O AMPLIADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RAN-APLICADOS            TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'RANGOS RECHAZADOS'             TO WS-TOT-TEXTO.
           MOVE WS-TOT-RAN-RECHAZOS             TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'SUCURSALES/TIPOS CON NUMERACION' TO WS-TOT-TEXTO.
           MOVE WS-CTL-OCUP                     TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NUMEROS REGISTRADOS'           TO WS-TOT-TEXTO.
           MOVE WS-TOT-NUMEROS                  TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'NUMEROS FUERA DE RANGO/ANTERIORES' TO WS-TOT-TEXTO.
           MOVE WS-TOT-FUERA-CTL                TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'RANGOS EN ALERTA'              TO WS-TOT-TEXTO.
           MOVE WS-TOT-ALERTAS                  TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

           IF WS-TOT-CTL-EXCEDIDOS IS GREATER THAN ZEROS
              MOVE 'CONTROLES NO LISTADOS (TABLA LLENA)'
                                                TO WS-TOT-TEXTO
              MOVE WS-TOT-CTL-EXCEDIDOS         TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
           END-IF.

           IF WS-SIN-GENERAL
              MOVE SPACES TO WS-REG-TOTAL
              MOVE '* SIN ENTIDAD PROPIA: NO SE PUEDEN ASIGNAR CUENTAS'
                   TO WS-REG-TOTAL
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
           END-IF.

       F-7600-IMPRIMIR-TOTALES. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF FS-LIS IS EQUAL '00'
              PERFORM 7600-IMPRIMIR-TOTALES
                      THRU F-7600-IMPRIMIR-TOTALES
              WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1
           END-IF.

           DISPLAY 'RANGOS APLICADOS        = ' WS-TOT-RAN-APLICADOS.
           DISPLAY 'RANGOS RECHAZADOS       = ' WS-TOT-RAN-RECHAZOS.
           DISPLAY 'NUMEROS REGISTRADOS     = ' WS-TOT-NUMEROS.
           DISPLAY 'FUERA DE RANGO          = ' WS-TOT-FUERA-CTL.
           DISPLAY 'RANGOS EN ALERTA        = ' WS-TOT-ALERTAS.

           IF WS-RANGOS-ABIERTO
              CLOSE RANGOS
           END-IF.

           CLOSE NUMCTA
              IF FS-NUM IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE NUMCTA = ' FS-NUM
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * RANGOS RECHAZADOS, POR AGOTARSE O SIN ENTIDAD PROPIA: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-RAN-RECHAZOS > ZEROS
                   OR WS-TOT-ALERTAS > ZEROS
                   OR WS-TOT-CTL-EXCEDIDOS > ZEROS
                   OR WS-SIN-GENERAL)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVNI15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-RAN-APLICADOS
                                       + WS-TOT-NUMEROS.
           MOVE WS-TOT-RAN-RECHAZOS TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
