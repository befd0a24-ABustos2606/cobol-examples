       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVTJ15.

      ***********************************************
      *                                             *
      *  MAESTRO DE TARJETAS DE DEBITO: CARGA DEL   *
      *  EMBOZADO, ACTIVACION, BLOQUEO, REPOSICION, *
      *  CANCELACION AUTOMATICA Y RENOVACION        *
      *  TP 35 - BATCH DB2 DE MANTENIMIENTO         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVCE15 MANDA AL PROVEEDOR EL EMBOZADO DE  *
      * CADA TARJETA PERO UNA VEZ EMITIDA EL BANCO  *
      * NO TENIA REGISTRO DE ELLA. ESTE PROGRAMA    *
      * LLEVA EL MAESTRO DE TARJETAS (DDTARJET,     *
      * LAYOUT CPTARJET) POR NUMERO DE TARJETA.     *
      * MODO 'C': CARGA EL MAESTRO CON EL ARCHIVO   *
      * DDEMBOSS DEL DIA (ALTAS Y REPOSICIONES      *
      * ENTRAN EMITIDAS A ACTIVAR, LAS RENOVACIONES *
      * ACTUALIZAN EMISION Y VENCIMIENTO). MODO     *
      * 'M': FEED DE NOVEDADES AC (ACTIVACION), BL  *
      * (BLOQUEO POR EXTRAVIO O ROBO) Y RP          *
      * (REPOSICION: BLOQUEA LA TARJETA Y PIDE UNA  *
      * NUEVA A PGMVCE15 EN DDREIOUT). MODO 'V':    *
      * CANCELA LAS TARJETAS DE CUENTAS CERRADAS,   *
      * DE TITULARES FALLECIDOS (CPFALLEC) O DE     *
      * CUENTAS CON BLOQUEO TOTAL DE FONDOS         *
      * (PGMVDS15). MODO 'R' (MENSUAL): HACE LA     *
      * MISMA VERIFICACION Y PIDE LA RENOVACION DE  *
      * LAS TARJETAS QUE VENCEN DENTRO DE LOS       *
      * PROXIMOS 60 DIAS (DDPARAM) SOBRE CUENTAS    *
      * QUE SIGUEN ABIERTAS                         *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT EMBOSS ASSIGN DDEMBOSS
                    FILE STATUS IS FS-EMB.

             SELECT ENTRADA ASSIGN DDENTRA
                    FILE STATUS IS FS-ENT.

             SELECT TARJETA ASSIGN DDTARJET
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-TARJETA
                    FILE STATUS IS FS-TAR.

      * REGISTRO DE CLIENTES FALLECIDOS (SUCESION ABIERTA) *
             SELECT FALLEC ASSIGN DDFALLEC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-FAL
                    FILE STATUS IS FS-FAL.

      * PEDIDOS DE EMBOZADO PARA PGMVCE15 (SU DDREISSU) *
             SELECT REIOUT ASSIGN DDREIOUT
                    FILE STATUS IS FS-REO.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

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

      * ARCHIVO DEL PROVEEDOR GRABADO POR PGMVCE15 (HDR/DET/TRL) *
       FD EMBOSS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-EMBOSS        PIC X(80).

      * NOVEDADES DE TARJETA - AC (ACTIVACION) / BL (BLOQUEO) /      *
      * RP (REPOSICION)                                              *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(40).

       FD TARJETA.

       01 REG-TARJETA.
           03 KEY-TARJETA   PIC X(16).
           03 FILLER        PIC X(104).

       FD FALLEC.

       01 REG-FALLEC.
           03 KEY-FAL        PIC X(13).
           03 FILLER         PIC X(27).

      * MISMO LAYOUT QUE EL DDREISSU DE PGMVCE15 *
       FD REIOUT
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REIOUT.
           03  REO-TIPDOC       PIC X(02).
           03  REO-NRODOC       PIC 9(11).
           03  REO-TIPO-CUENTA  PIC X(02).
           03  REO-NRO-CUENTA   PIC 9(15).
           03  REO-MONEDA       PIC 9(02).
           03  REO-MOTIVO       PIC X(10).
           03  REO-TARJETA      PIC 9(16).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(80).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(06).

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
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-TAR           PIC XX    VALUE SPACES.
       77  FS-FAL           PIC XX    VALUE SPACES.
       77  FS-REO           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPTARJET.
           COPY CPFALLEC.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, VIGENCIA DE LA TARJETA EN ANIOS Y         *
      * ANTICIPACION DE LA RENOVACION EN DIAS *************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'C'.
               88  WS-MODO-CARGA               VALUE 'C'.
               88  WS-MODO-NOVEDADES           VALUE 'M'.
               88  WS-MODO-VERIFICACION        VALUE 'V'.
               88  WS-MODO-RENOVACION          VALUE 'R'.
               88  WS-MODO-BARRIDO             VALUE 'V' 'R'.
           03  WS-PAR-VIGENCIA      PIC 9(02)  VALUE 05.
           03  WS-PAR-DIAS-RENOV    PIC 9(03)  VALUE 060.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * SIN MAESTRO DE FALLECIDOS ASIGNADO (STATUS 35) NO SE CANCELA  *
      * POR FALLECIMIENTO *********************************************
       01  WS-STATUS-FALLEC PIC X     VALUE 'N'.
           88  WS-FALLEC-ABIERTO      VALUE 'Y'.
           88  WS-FALLEC-AUSENTE      VALUE 'N'.

      * RESULTADO DE LA VERIFICACION DE UNA TARJETA *****************
       01  WS-STATUS-CANCELA PIC X(02) VALUE SPACES.
           88  WS-NO-CANCELA          VALUE SPACES.

      * DETALLE DEL ARCHIVO DEL PROVEEDOR (VER PGMVCE15) *
       01  WS-REG-EMB-DET.
           03  EMB-MARCA      PIC X(01).
               88  EMB-ALTA                   VALUE 'A'.
               88  EMB-REPOSICION             VALUE 'R'.
               88  EMB-RENOVACION             VALUE 'V'.
           03  EMB-PRODUCTO   PIC X(04).
           03  EMB-NOMBRE     PIC X(26).
           03  EMB-TIPDOC     PIC X(02).
           03  EMB-NRODOC     PIC 9(11).
           03  EMB-TIPO-CTA   PIC X(02).
           03  EMB-NRO-CTA    PIC 9(15).
           03  EMB-MONEDA     PIC 9(02).
           03  EMB-TARJETA    PIC 9(16).
           03  FILLER         PIC X(01).

      * NOVEDAD DE TARJETA *
       01  WS-REG-NOVTAR.
           03  NTJ-TIPO-NOVEDAD   PIC X(02).
           03  NTJ-TARJETA        PIC 9(16).
           03  NTJ-MOTIVO         PIC X(02).
           03  NTJ-OPERADOR       PIC X(08).
           03  FILLER             PIC X(12).

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

      * VENCIMIENTO DE LA TARJETA NUEVA Y TOPE DE LA RENOVACION ******
       01  WS-VENC-NUEVO.
           03  WS-VNU-ANIO          PIC 9(04)  VALUE ZEROS.
           03  WS-VNU-MES           PIC 9(02)  VALUE ZEROS.
       01  WS-VENC-NUEVO-N REDEFINES WS-VENC-NUEVO PIC 9(06).

       01  WS-FECHA-TOPE        PIC 9(08)  VALUE ZEROS.
       01  WS-MES-TOPE          PIC 9(06)  VALUE ZEROS.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CARGADAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RENOVADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-YA-CARG   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ACTIVAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BLOQUEOS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REPOSIC   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-CANCELAD  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PEDIDAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REVISADAS PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SIN-CTA   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.

       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(18)    VALUE 'TARJETA'.
           03  FILLER        PIC X(20)    VALUE 'TIPO/CUENTA'.
           03  FILLER        PIC X(28)    VALUE 'NOMBRE EMBOZADO'.
           03  FILLER        PIC X(08)    VALUE 'VENCIM'.
           03  FILLER        PIC X(12)    VALUE 'ESTADO'.
           03  FILLER        PIC X(46)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-TARJETA     PIC 9(16)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-TIPO-CTA    PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-NOMBRE      PIC X(26)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-VENCIM      PIC 9(06)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ESTADO      PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(16)    VALUE SPACES.

      * SALDO DISPONIBLE / BLOQUEO TOTAL DE FONDOS (PGMVDS15) ********
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.
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

           EVALUATE TRUE
              WHEN WS-MODO-CARGA
                 PERFORM 2000-CARGAR-EMBOZADO
                         THRU F-2000-CARGAR-EMBOZADO
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-NOVEDADES
                 PERFORM 3000-PROCESAR-NOVEDAD
                         THRU F-3000-PROCESAR-NOVEDAD
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 4000-BARRER-MAESTRO
                         THRU F-4000-BARRER-MAESTRO
                         UNTIL WS-FIN-LECTURA
           END-EVALUATE.

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

           IF WS-PAR-VIGENCIA IS NOT NUMERIC
              OR WS-PAR-VIGENCIA IS EQUAL ZEROS
              MOVE 05 TO WS-PAR-VIGENCIA
           END-IF.
           IF WS-PAR-DIAS-RENOV IS NOT NUMERIC
              MOVE 060 TO WS-PAR-DIAS-RENOV
           END-IF.

      * LAS TARJETAS QUE VENCEN HASTA EL MES DEL TOPE SE RENUEVAN ****
           COMPUTE WS-FECHA-TOPE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY-8)
                    + WS-PAR-DIAS-RENOV).
           MOVE WS-FECHA-TOPE(1:6) TO WS-MES-TOPE.

           OPEN I-O TARJETA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-TAR IS EQUAL '35'
              OPEN OUTPUT TARJETA
              IF FS-TAR IS EQUAL '00'
                 CLOSE TARJETA
                 OPEN I-O TARJETA
              END-IF
           END-IF.
           IF FS-TAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TARJETA = ' FS-TAR
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.

           EVALUATE TRUE
              WHEN WS-MODO-CARGA
                 MOVE 'TARJETAS CARGADAS DEL EMBOZADO DEL          '
                      TO WS-TIT-TEXTO
                 OPEN INPUT EMBOSS
                 IF FS-EMB IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN EMBOSS = ' FS-EMB
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-NOVEDADES
                 MOVE 'NOVEDADES DE TARJETAS DE DEBITO DEL         '
                      TO WS-TIT-TEXTO
                 OPEN INPUT ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-BARRIDO
                 IF WS-MODO-RENOVACION
                    MOVE 'RENOVACION Y CANCELACION DE TARJETAS AL     '
                         TO WS-TIT-TEXTO
                 ELSE
                    MOVE 'CANCELACION AUTOMATICA DE TARJETAS AL       '
                         TO WS-TIT-TEXTO
                 END-IF
                 OPEN INPUT FALLEC
                 EVALUATE FS-FAL
                    WHEN '00'
                       SET WS-FALLEC-ABIERTO TO TRUE
                    WHEN '35'
                       SET WS-FALLEC-AUSENTE TO TRUE
                    WHEN OTHER
                       DISPLAY '* ERROR EN OPEN FALLEC = ' FS-FAL
                       MOVE 9999 TO RETURN-CODE
                       SET  WS-FIN-LECTURA TO TRUE
                 END-EVALUATE
      * SE SALTEA EL REGISTRO DE CONTROL (CLAVE EN CEROS) *
                 MOVE ZEROS TO KEY-TARJETA
                 START TARJETA KEY IS GREATER THAN KEY-TARJETA
                    INVALID KEY
                       SET WS-FIN-LECTURA TO TRUE
                 END-START
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           IF WS-MODO-NOVEDADES OR WS-MODO-RENOVACION
              OPEN OUTPUT REIOUT
              IF FS-REO IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN OPEN REIOUT = ' FS-REO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              END-IF
           END-IF.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-CARGA
              PERFORM 2100-LEER-EMBOSS THRU F-2100-LEER-EMBOSS
           END-IF.
           IF WS-MODO-NOVEDADES
              PERFORM 3100-LEER-NOVEDAD THRU F-3100-LEER-NOVEDAD
           END-IF.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  MODO 'C' - CARGA DEL MAESTRO CON  *
      *  EL EMBOZADO DEL DIA               *
      *                                    *
      **************************************
       2000-CARGAR-EMBOZADO.

           IF REG-EMBOSS(1:3) IS EQUAL 'HDR' OR 'TRL'
              GO TO F-2000-CARGAR-EMBOZADO-LEER
           END-IF.

           ADD 1 TO WS-TOT-LEIDAS.
           MOVE REG-EMBOSS TO WS-REG-EMB-DET.

           IF EMB-TARJETA IS NOT NUMERIC
              OR EMB-TARJETA IS EQUAL ZEROS
              MOVE 'EMBOZADO SIN NUMERO DE TARJETA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-CARGAR-EMBOZADO-LEER
           END-IF.

           IF EMB-RENOVACION
              PERFORM 2300-CARGAR-RENOVACION
                      THRU F-2300-CARGAR-RENOVACION
           ELSE
              PERFORM 2200-CARGAR-TARJETA THRU F-2200-CARGAR-TARJETA
           END-IF.

       F-2000-CARGAR-EMBOZADO-LEER.

           PERFORM 2100-LEER-EMBOSS THRU F-2100-LEER-EMBOSS.

       F-2000-CARGAR-EMBOZADO. EXIT.

      ***** LECTURA DEL ARCHIVO DE EMBOZADO ***
       2100-LEER-EMBOSS.
      **************************************

           READ EMBOSS.
           EVALUATE FS-EMB
             WHEN '00'
              CONTINUE
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA EMBOSS : ' FS-EMB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-LEER-EMBOSS. EXIT.

      ***** ALTA O REPOSICION: TARJETA NUEVA EMITIDA A ACTIVAR ********
       2200-CARGAR-TARJETA.

           INITIALIZE WS-REG-TARJETA.
           MOVE EMB-TARJETA     TO TAR-NUMERO.
           MOVE EMB-TIPO-CTA    TO TAR-TIPO-CTA.
           MOVE EMB-NRO-CTA     TO TAR-NROCUEN.
           MOVE EMB-MONEDA      TO TAR-MONEDA.
           MOVE EMB-PRODUCTO    TO TAR-PRODUCTO.
           MOVE EMB-TIPDOC      TO TAR-TIPDOC.
           MOVE EMB-NRODOC      TO TAR-NRODOC.
           MOVE EMB-NOMBRE      TO TAR-NOMBRE.
           MOVE WS-FECHA-HOY-8  TO TAR-FEC-EMISION.
           PERFORM 2400-CALCULAR-VENCIMIENTO
                   THRU F-2400-CALCULAR-VENCIMIENTO.
           MOVE WS-VENC-NUEVO-N TO TAR-VENCIMIENTO.
           SET TAR-EMITIDA      TO TRUE.
           MOVE SPACES          TO TAR-MOTIVO.
           MOVE WS-FECHA-HOY-8  TO TAR-FEC-ESTADO.
           MOVE 'PGMVCE15'      TO TAR-OPERADOR.
           MOVE 'N'             TO TAR-RENOVACION.

           PERFORM 5200-RESOLVER-CUENTA THRU F-5200-RESOLVER-CUENTA.

           WRITE REG-TARJETA FROM WS-REG-TARJETA.

           EVALUATE FS-TAR
              WHEN '00'
                 ADD 1 TO WS-TOT-CARGADAS
                 MOVE 'ALTA  ' TO AUD-OPERACION
                 MOVE SPACES TO AUD-ANTES
                 PERFORM 5100-DESCRIBIR-TARJETA
                         THRU F-5100-DESCRIBIR-TARJETA
                 MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
                 PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
                 IF EMB-REPOSICION
                    MOVE 'CARGADA - REPOSICION' TO WS-DET-ACCION
                 ELSE
                    MOVE 'CARGADA - ALTA DE CUENTA' TO WS-DET-ACCION
                 END-IF
                 IF TAR-TIPCUEN IS EQUAL ZEROS
                    MOVE 'CARGADA - CUENTA SIN RESOLVER'
                         TO WS-DET-ACCION
                 END-IF
                 PERFORM 7000-IMPRIMIR-TARJETA
                         THRU F-7000-IMPRIMIR-TARJETA
      * REPROCESO DEL MISMO EMBOZADO: LA TARJETA YA ESTA EN EL MAESTRO *
              WHEN '22'
                 ADD 1 TO WS-TOT-YA-CARG
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2200-CARGAR-TARJETA. EXIT.

      ***** RENOVACION: MISMO NUMERO, NUEVA EMISION Y VENCIMIENTO *****
       2300-CARGAR-RENOVACION.

           MOVE EMB-TARJETA TO KEY-TARJETA.

           READ TARJETA INTO WS-REG-TARJETA.

           EVALUATE FS-TAR
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'RENOVACION DE TARJETA INEXIST.' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2300-CARGAR-RENOVACION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-CARGAR-RENOVACION
           END-EVALUATE.

      * REPROCESO: LA RENOVACION YA SE APLICO HOY *
           IF TAR-FEC-EMISION IS EQUAL WS-FECHA-HOY-8
              ADD 1 TO WS-TOT-YA-CARG
              GO TO F-2300-CARGAR-RENOVACION
           END-IF.

           IF TAR-CANCELADA
              MOVE 'RENOVACION DE TARJETA CANCELADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2300-CARGAR-RENOVACION
           END-IF.

           PERFORM 5100-DESCRIBIR-TARJETA THRU F-5100-DESCRIBIR-TARJETA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           MOVE WS-FECHA-HOY-8  TO TAR-FEC-EMISION.
           PERFORM 2400-CALCULAR-VENCIMIENTO
                   THRU F-2400-CALCULAR-VENCIMIENTO.
           MOVE WS-VENC-NUEVO-N TO TAR-VENCIMIENTO.
           MOVE EMB-NOMBRE      TO TAR-NOMBRE.
           MOVE 'N'             TO TAR-RENOVACION.

           REWRITE REG-TARJETA FROM WS-REG-TARJETA.

           IF FS-TAR IS EQUAL '00'
              ADD 1 TO WS-TOT-RENOVADAS
              MOVE 'RENOVA' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-TARJETA
                      THRU F-5100-DESCRIBIR-TARJETA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              MOVE 'RENOVADA - NUEVO VENCIMIENTO' TO WS-DET-ACCION
              PERFORM 7000-IMPRIMIR-TARJETA THRU F-7000-IMPRIMIR-TARJETA
           ELSE
              DISPLAY '* ERROR EN REWRITE TARJETA = ' FS-TAR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-2300-CARGAR-RENOVACION. EXIT.

      ***** VENCIMIENTO AAAAMM = MES DE EMISION + VIGENCIA EN ANIOS ***
       2400-CALCULAR-VENCIMIENTO.

           MOVE WS-FECHA-HOY-8(1:6) TO WS-VENC-NUEVO-N.
           ADD WS-PAR-VIGENCIA TO WS-VNU-ANIO.

       F-2400-CALCULAR-VENCIMIENTO. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - NOVEDADES DE TARJETA   *
      *                                    *
      **************************************
       3000-PROCESAR-NOVEDAD.

           PERFORM 3200-VALIDACION THRU F-3200-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3000-PROCESAR-NOVEDAD-LEER
           END-IF.

           MOVE NTJ-TARJETA TO KEY-TARJETA.

           READ TARJETA INTO WS-REG-TARJETA.

           EVALUATE FS-TAR
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'TARJETA NO REGISTRADA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-3000-PROCESAR-NOVEDAD-LEER
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3000-PROCESAR-NOVEDAD
           END-EVALUATE.

           PERFORM 5100-DESCRIBIR-TARJETA THRU F-5100-DESCRIBIR-TARJETA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           EVALUATE NTJ-TIPO-NOVEDAD
              WHEN 'AC'
                 PERFORM 3300-ACTIVAR THRU F-3300-ACTIVAR
              WHEN 'BL'
                 PERFORM 3400-BLOQUEAR THRU F-3400-BLOQUEAR
              WHEN 'RP'
                 PERFORM 3500-REPONER THRU F-3500-REPONER
           END-EVALUATE.

       F-3000-PROCESAR-NOVEDAD-LEER.

           PERFORM 3100-LEER-NOVEDAD THRU F-3100-LEER-NOVEDAD.

       F-3000-PROCESAR-NOVEDAD. EXIT.

      ***** LECTURA ARCHIVO NOVEDADES ******
       3100-LEER-NOVEDAD.
      **************************************

           READ ENTRADA INTO WS-REG-NOVTAR.
           EVALUATE FS-ENT
             WHEN '00'
              ADD 1 TO WS-TOT-LEIDAS
             WHEN '10'
              SET WS-FIN-LECTURA TO TRUE
             WHEN OTHER
              DISPLAY '*ERROR EN LECTURA ENTRADA : ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-NOVEDAD. EXIT.

      ***** VALIDACION DE CAMPOS ***********
       3200-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF NTJ-TIPO-NOVEDAD IS EQUAL TO 'AC' OR 'BL' OR 'RP'
              CONTINUE
           ELSE
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              GO TO F-3200-VALIDACION
           END-IF.

           IF NTJ-TARJETA IS NOT NUMERIC
              OR NTJ-TARJETA IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'NRO DE TARJETA INVALIDO' TO SUS-MOTIVO
              GO TO F-3200-VALIDACION
           END-IF.

      * TODA NOVEDAD QUEDA A NOMBRE DE QUIEN LA PIDIO *
           IF NTJ-OPERADOR IS EQUAL TO SPACES
              SET WS-ERROR TO TRUE
              MOVE 'OPERADOR EN BLANCO' TO SUS-MOTIVO
              GO TO F-3200-VALIDACION
           END-IF.

      * EL BLOQUEO INFORMA EXTRAVIO O ROBO; LA REPOSICION PUEDE VENIR *
      * SIN MOTIVO (TARJETA DETERIORADA O YA BLOQUEADA) ***************
           MOVE NTJ-MOTIVO TO TAR-MOTIVO.
           IF NTJ-TIPO-NOVEDAD IS EQUAL 'BL'
              IF NOT TAR-MOT-EXTRAVIO AND NOT TAR-MOT-ROBO
                 SET WS-ERROR TO TRUE
                 MOVE 'MOTIVO DE BLOQUEO INVALIDO' TO SUS-MOTIVO
              END-IF
           END-IF.

           IF NTJ-TIPO-NOVEDAD IS EQUAL 'RP'
              IF NOT TAR-MOT-EXTRAVIO AND NOT TAR-MOT-ROBO
                 AND NTJ-MOTIVO IS NOT EQUAL SPACES
                 SET WS-ERROR TO TRUE
                 MOVE 'MOTIVO DE REPOSICION INVALIDO' TO SUS-MOTIVO
              END-IF
           END-IF.

       F-3200-VALIDACION. EXIT.

      ***** ACTIVACION DE UNA TARJETA EMITIDA *************************
       3300-ACTIVAR.

           IF NOT TAR-EMITIDA
              MOVE 'TARJETA NO PENDIENTE DE ACTIVAR' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3300-ACTIVAR
           END-IF.

           SET TAR-ACTIVA       TO TRUE.
           MOVE SPACES          TO TAR-MOTIVO.
           MOVE WS-FECHA-HOY-8  TO TAR-FEC-ESTADO.
           MOVE NTJ-OPERADOR    TO TAR-OPERADOR.
           MOVE 'ACTIVA' TO AUD-OPERACION.
           MOVE 'ACTIVADA' TO WS-DET-ACCION.

           PERFORM 3900-REGRABAR-NOVEDAD THRU F-3900-REGRABAR-NOVEDAD.

           IF FS-TAR IS EQUAL '00'
              ADD 1 TO WS-TOT-ACTIVAS
           END-IF.

       F-3300-ACTIVAR. EXIT.

      ***** BLOQUEO POR EXTRAVIO O ROBO *******************************
       3400-BLOQUEAR.

           IF NOT TAR-VIGENTE
              MOVE 'TARJETA YA BLOQUEADA/CANCELADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3400-BLOQUEAR
           END-IF.

           SET TAR-BLOQUEADA    TO TRUE.
           MOVE NTJ-MOTIVO      TO TAR-MOTIVO.
           MOVE WS-FECHA-HOY-8  TO TAR-FEC-ESTADO.
           MOVE NTJ-OPERADOR    TO TAR-OPERADOR.
           MOVE 'BLOQUE' TO AUD-OPERACION.
           IF TAR-MOT-ROBO
              MOVE 'BLOQUEADA POR ROBO' TO WS-DET-ACCION
           ELSE
              MOVE 'BLOQUEADA POR EXTRAVIO' TO WS-DET-ACCION
           END-IF.

           PERFORM 3900-REGRABAR-NOVEDAD THRU F-3900-REGRABAR-NOVEDAD.

           IF FS-TAR IS EQUAL '00'
              ADD 1 TO WS-TOT-BLOQUEOS
           END-IF.

       F-3400-BLOQUEAR. EXIT.

      ***** REPOSICION: BLOQUEA LA TARJETA Y PIDE UNA NUEVA ***********
       3500-REPONER.

           IF TAR-CANCELADA
              MOVE 'TARJETA CANCELADA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-3500-REPONER
           END-IF.

      * LA TARJETA VIGENTE QUEDA BLOQUEADA; UNA YA BLOQUEADA CONSERVA *
      * EL MOTIVO ORIGINAL DEL BLOQUEO ********************************
           IF TAR-VIGENTE
              SET TAR-BLOQUEADA TO TRUE
              IF NTJ-MOTIVO IS EQUAL SPACES
                 SET TAR-MOT-REPOSICION TO TRUE
              ELSE
                 MOVE NTJ-MOTIVO TO TAR-MOTIVO
              END-IF
              MOVE WS-FECHA-HOY-8 TO TAR-FEC-ESTADO
           END-IF.
           MOVE NTJ-OPERADOR    TO TAR-OPERADOR.
           MOVE 'REPONE' TO AUD-OPERACION.
           MOVE 'BLOQUEADA - REPOSICION PEDIDA' TO WS-DET-ACCION.

           PERFORM 3900-REGRABAR-NOVEDAD THRU F-3900-REGRABAR-NOVEDAD.

           IF FS-TAR IS EQUAL '00'
              ADD 1 TO WS-TOT-REPOSIC
              MOVE ZEROS TO REO-TARJETA
              MOVE 'REPOSICION' TO REO-MOTIVO
              PERFORM 5300-PEDIR-EMBOZADO THRU F-5300-PEDIR-EMBOZADO
           END-IF.

       F-3500-REPONER. EXIT.

      ***** REGRABACION DE LA TARJETA NOVEDADA CON AUDITORIA **********
       3900-REGRABAR-NOVEDAD.

           REWRITE REG-TARJETA FROM WS-REG-TARJETA.

           IF FS-TAR IS EQUAL '00'
              PERFORM 5100-DESCRIBIR-TARJETA
                      THRU F-5100-DESCRIBIR-TARJETA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              PERFORM 7000-IMPRIMIR-TARJETA THRU F-7000-IMPRIMIR-TARJETA
           ELSE
              DISPLAY '* ERROR EN REWRITE TARJETA = ' FS-TAR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3900-REGRABAR-NOVEDAD. EXIT.

      **************************************
      *                                    *
      *  MODOS 'V' Y 'R' - BARRIDO DEL     *
      *  MAESTRO: CANCELACION AUTOMATICA   *
      *  Y (MODO 'R') PEDIDO DE RENOVACION *
      *                                    *
      **************************************
       4000-BARRER-MAESTRO.

           READ TARJETA NEXT INTO WS-REG-TARJETA.

           EVALUATE FS-TAR
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-BARRER-MAESTRO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4000-BARRER-MAESTRO
           END-EVALUATE.

           IF TAR-CANCELADA
              GO TO F-4000-BARRER-MAESTRO
           END-IF.

           ADD 1 TO WS-TOT-REVISADAS.

           PERFORM 4100-VERIFICAR-TARJETA THRU F-4100-VERIFICAR-TARJETA.

           IF NOT WS-NO-CANCELA
              PERFORM 4200-CANCELAR-TARJETA
                      THRU F-4200-CANCELAR-TARJETA
              GO TO F-4000-BARRER-MAESTRO
           END-IF.

           IF WS-MODO-RENOVACION
              AND TAR-VIGENTE
              AND NOT TAR-RENOVACION-PEDIDA
              AND TAR-VENCIMIENTO IS NOT GREATER THAN WS-MES-TOPE
              PERFORM 4300-PEDIR-RENOVACION
                      THRU F-4300-PEDIR-RENOVACION
           END-IF.

       F-4000-BARRER-MAESTRO. EXIT.

      ***** CUENTA CERRADA, TITULAR FALLECIDO O BLOQUEO TOTAL *********
       4100-VERIFICAR-TARJETA.

           MOVE SPACES TO WS-STATUS-CANCELA.

      * UNA TARJETA CARGADA SIN CUENTA RESUELTA SE REINTENTA *
           IF TAR-TIPCUEN IS EQUAL ZEROS
              PERFORM 5200-RESOLVER-CUENTA THRU F-5200-RESOLVER-CUENTA
              IF TAR-TIPCUEN IS EQUAL ZEROS
                 ADD 1 TO WS-TOT-SIN-CTA
                 GO TO F-4100-VERIFICAR-TARJETA
              END-IF
              REWRITE REG-TARJETA FROM WS-REG-TARJETA
              IF FS-TAR IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN REWRITE TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-VERIFICAR-TARJETA
              END-IF
           END-IF.

           MOVE TAR-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE TAR-NROCUEN TO DB-CU-NROCUEN.

           EXEC SQL
              SELECT SALDO
                INTO :DB-CU-SALDO
                FROM ITPLZRY.TB99CUEN
                WHERE TIPCUEN = :DB-CU-TIPCUEN
                AND NROCUEN = :DB-CU-NROCUEN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 MOVE 'CC' TO WS-STATUS-CANCELA
                 GO TO F-4100-VERIFICAR-TARJETA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA TARJETA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-4100-VERIFICAR-TARJETA
           END-EVALUATE.

           IF WS-FALLEC-ABIERTO
              MOVE SPACES     TO KEY-FAL
              MOVE TAR-TIPDOC TO KEY-FAL(1:2)
              MOVE TAR-NRODOC TO KEY-FAL(3:11)
              READ FALLEC INTO WS-REG-FALLEC
              EVALUATE FS-FAL
                 WHEN '00'
                    MOVE 'FA' TO WS-STATUS-CANCELA
                    GO TO F-4100-VERIFICAR-TARJETA
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN LECTURA FALLEC = ' FS-FAL
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                    GO TO F-4100-VERIFICAR-TARJETA
              END-EVALUATE
           END-IF.

           MOVE DB-CU-TIPCUEN TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO   TO LK-DS-SALDO.
           MOVE ZEROS         TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           IF LK-DS-BLOQUEO-TOTAL
              MOVE 'BT' TO WS-STATUS-CANCELA
           END-IF.

       F-4100-VERIFICAR-TARJETA. EXIT.

      ***** CANCELACION AUTOMATICA ************************************
       4200-CANCELAR-TARJETA.

           PERFORM 5100-DESCRIBIR-TARJETA THRU F-5100-DESCRIBIR-TARJETA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           SET TAR-CANCELADA     TO TRUE.
           MOVE WS-STATUS-CANCELA TO TAR-MOTIVO.
           MOVE WS-FECHA-HOY-8   TO TAR-FEC-ESTADO.
           MOVE 'PGMVTJ15'       TO TAR-OPERADOR.

           REWRITE REG-TARJETA FROM WS-REG-TARJETA.

           IF FS-TAR IS EQUAL '00'
              ADD 1 TO WS-TOT-CANCELAD
              MOVE 'CANCEL' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-TARJETA
                      THRU F-5100-DESCRIBIR-TARJETA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              EVALUATE TRUE
                 WHEN TAR-MOT-CUENTA-CERRADA
                    MOVE 'CANCELADA - CUENTA CERRADA' TO WS-DET-ACCION
                 WHEN TAR-MOT-FALLECIDO
                    MOVE 'CANCELADA - TITULAR FALLECIDO'
                         TO WS-DET-ACCION
                 WHEN OTHER
                    MOVE 'CANCELADA - BLOQUEO TOTAL' TO WS-DET-ACCION
              END-EVALUATE
              PERFORM 7000-IMPRIMIR-TARJETA THRU F-7000-IMPRIMIR-TARJETA
           ELSE
              DISPLAY '* ERROR EN REWRITE TARJETA = ' FS-TAR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4200-CANCELAR-TARJETA. EXIT.

      ***** PEDIDO DE RENOVACION AL EMBOZADOR (MISMO NUMERO) **********
       4300-PEDIR-RENOVACION.

           PERFORM 5100-DESCRIBIR-TARJETA THRU F-5100-DESCRIBIR-TARJETA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           MOVE 'S' TO TAR-RENOVACION.

           REWRITE REG-TARJETA FROM WS-REG-TARJETA.

           IF FS-TAR IS EQUAL '00'
              ADD 1 TO WS-TOT-PEDIDAS
              MOVE 'PIDREN' TO AUD-OPERACION
              PERFORM 5100-DESCRIBIR-TARJETA
                      THRU F-5100-DESCRIBIR-TARJETA
              MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES
              PERFORM 5000-AUDITAR THRU F-5000-AUDITAR
              MOVE TAR-NUMERO   TO REO-TARJETA
              MOVE 'RENOVACION' TO REO-MOTIVO
              PERFORM 5300-PEDIR-EMBOZADO THRU F-5300-PEDIR-EMBOZADO
              MOVE 'RENOVACION PEDIDA' TO WS-DET-ACCION
              PERFORM 7000-IMPRIMIR-TARJETA THRU F-7000-IMPRIMIR-TARJETA
           ELSE
              DISPLAY '* ERROR EN REWRITE TARJETA = ' FS-TAR
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4300-PEDIR-RENOVACION. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION YA CARGADA) ***********
       5000-AUDITAR.

           MOVE 'PGMVTJ15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.
           MOVE 'TARJETA ' TO AUD-TABLA.
           MOVE SPACES TO AUD-CLAVE.
           MOVE TAR-NUMERO TO AUD-CLAVE(1:16).

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-AUDITAR. EXIT.

      ***** IMAGEN DE LA TARJETA PARA EL ANTES/DESPUES ****************
       5100-DESCRIBIR-TARJETA.

           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'CTA=' TAR-TIPCUEN '/' TAR-NROCUEN
                  ' E=' TAR-ESTADO ' M=' TAR-MOTIVO
                  ' V=' TAR-VENCIMIENTO ' OP=' TAR-OPERADOR
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
           END-STRING.

       F-5100-DESCRIBIR-TARJETA. EXIT.

      ***** TIPCUEN DE TB99CUEN DE LA CUENTA DE LA TARJETA ************
      * EL EMBOZADO TRAE EL TIPO DE CUENTA DEL FEED (CA/CC); SI VIENE *
      * NUMERICO SE TOMA TAL CUAL, SI NO SE BUSCA LA CUENTA POR       *
      * NUMERO ENTRE LAS DEL TITULAR. SIN RESOLVER QUEDA EN CEROS Y   *
      * SE REINTENTA EN CADA BARRIDO                                  *
       5200-RESOLVER-CUENTA.

           MOVE ZEROS TO TAR-TIPCUEN.
           MOVE TAR-NROCUEN TO DB-CU-NROCUEN.

           IF TAR-TIPO-CTA IS NUMERIC
              MOVE TAR-TIPO-CTA TO DB-CU-TIPCUEN
              EXEC SQL
                 SELECT TIPCUEN
                   INTO :DB-CU-TIPCUEN
                   FROM ITPLZRY.TB99CUEN
                   WHERE TIPCUEN = :DB-CU-TIPCUEN
                   AND NROCUEN = :DB-CU-NROCUEN
              END-EXEC
           ELSE
              MOVE TAR-TIPDOC TO DB-CL-TIPDOC
              MOVE TAR-NRODOC TO DB-CL-NRODOC
              EXEC SQL
                 SELECT A.TIPCUEN
                   INTO :DB-CU-TIPCUEN
                   FROM ITPLZRY.TB99CUEN A,
                        ITPLZRY.TB99CLIE B
                   WHERE A.NROCUEN = :DB-CU-NROCUEN
                   AND A.NROCLI = B.NROCLI
                   AND B.TIPDOC = :DB-CL-TIPDOC
                   AND B.NRODOC = :DB-CL-NRODOC
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
              WHEN +0
                 MOVE DB-CU-TIPCUEN TO TAR-TIPCUEN
      * SIN CUENTA O CON MAS DE UNA CANDIDATA (-811) QUEDA SIN RESOLVER*
              WHEN +100
              WHEN -811
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA TARJETA: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-5200-RESOLVER-CUENTA. EXIT.

      ***** PEDIDO DE EMBOZADO PARA PGMVCE15 (MOTIVO Y NUMERO CARGADOS)
       5300-PEDIR-EMBOZADO.

           MOVE TAR-TIPDOC      TO REO-TIPDOC.
           MOVE TAR-NRODOC      TO REO-NRODOC.
           MOVE TAR-TIPO-CTA    TO REO-TIPO-CUENTA.
           MOVE TAR-NROCUEN     TO REO-NRO-CUENTA.
           MOVE TAR-MONEDA      TO REO-MONEDA.

           WRITE REG-REIOUT.
           IF FS-REO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REIOUT = ' FS-REO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5300-PEDIR-EMBOZADO. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           IF WS-MODO-CARGA
              MOVE REG-EMBOSS    TO SUS-NOVEDAD
           ELSE
              MOVE WS-REG-NOVTAR TO SUS-NOVEDAD
           END-IF.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO (ACCION YA CARGADA) *********************
       7000-IMPRIMIR-TARJETA.

           MOVE TAR-NUMERO      TO WS-DET-TARJETA.
           MOVE TAR-TIPO-CTA    TO WS-DET-TIPO-CTA.
           MOVE TAR-NROCUEN     TO WS-DET-NROCUEN.
           MOVE TAR-NOMBRE      TO WS-DET-NOMBRE.
           MOVE TAR-VENCIMIENTO TO WS-DET-VENCIM.
           EVALUATE TRUE
              WHEN TAR-EMITIDA
                 MOVE 'A ACTIVAR'  TO WS-DET-ESTADO
              WHEN TAR-ACTIVA
                 MOVE 'ACTIVA'     TO WS-DET-ESTADO
              WHEN TAR-BLOQUEADA
                 MOVE 'BLOQUEADA'  TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE 'CANCELADA'  TO WS-DET-ESTADO
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-TARJETA. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'REGISTROS LEIDOS        = ' WS-TOT-LEIDAS.
           EVALUATE TRUE
              WHEN WS-MODO-CARGA
                 DISPLAY 'TARJETAS CARGADAS       = ' WS-TOT-CARGADAS
                 DISPLAY 'TARJETAS RENOVADAS      = ' WS-TOT-RENOVADAS
                 DISPLAY 'YA CARGADAS (REPROCESO) = ' WS-TOT-YA-CARG
              WHEN WS-MODO-NOVEDADES
                 DISPLAY 'TARJETAS ACTIVADAS      = ' WS-TOT-ACTIVAS
                 DISPLAY 'TARJETAS BLOQUEADAS     = ' WS-TOT-BLOQUEOS
                 DISPLAY 'REPOSICIONES PEDIDAS    = ' WS-TOT-REPOSIC
              WHEN OTHER
                 DISPLAY 'TARJETAS REVISADAS      = ' WS-TOT-REVISADAS
                 DISPLAY 'TARJETAS CANCELADAS     = ' WS-TOT-CANCELAD
                 DISPLAY 'RENOVACIONES PEDIDAS    = ' WS-TOT-PEDIDAS
                 DISPLAY 'SIN CUENTA RESUELTA     = ' WS-TOT-SIN-CTA
           END-EVALUATE.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           IF WS-MODO-CARGA
              CLOSE EMBOSS
           END-IF.
           IF WS-MODO-NOVEDADES
              CLOSE ENTRADA
           END-IF.
           IF WS-FALLEC-ABIERTO
              CLOSE FALLEC
           END-IF.
           IF WS-MODO-NOVEDADES OR WS-MODO-RENOVACION
              CLOSE REIOUT
                 IF FS-REO IS NOT EQUAL '00'
                   DISPLAY '* ERROR EN CLOSE REIOUT = ' FS-REO
                   MOVE 9999 TO RETURN-CODE
                 END-IF
           END-IF.

           CLOSE TARJETA
              IF FS-TAR IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE TARJETA = ' FS-TAR
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVTJ15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-CARGADAS
                   + WS-TOT-RENOVADAS + WS-TOT-ACTIVAS
                   + WS-TOT-BLOQUEOS + WS-TOT-REPOSIC
                   + WS-TOT-CANCELAD + WS-TOT-PEDIDAS.
           MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
