       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVOF15.

      ***********************************************
      *                                             *
      *  MANTENIMIENTO DE OFICIALES DE CUENTA Y DE  *
      *  LA ASIGNACION DE CLIENTES                  *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * PGMVSG15 DEJA EL SEGMENTO A/B/C/D EN        *
      * TB99CLIE PERO NINGUN CLIENTE TENIA UN       *
      * RESPONSABLE. ESTE PROGRAMA MANTIENE EL      *
      * MAESTRO DE OFICIALES DDOFICIA (CPOFICIA) Y  *
      * LA ASIGNACION CON HISTORIA DDASIGOF         *
      * (CPASIGOF) CON EL FEED DE OFICIALES:        *
      *   'AO' ALTA DEL OFICIAL (NACE ACTIVO)       *
      *   'MO' MODIFICA NOMBRE Y SUCURSAL           *
      *   'BO' BAJA DEL OFICIAL (CARTERA EN CERO)   *
      *   'AC' ASIGNA EL CLIENTE AL OFICIAL; SI YA  *
      *        TENIA OTRO, CIERRA ESA ASIGNACION    *
      *   'DC' DESASIGNA EL CLIENTE                 *
      *   'RM' REASIGNACION MASIVA: TODA LA CARTERA *
      *        DEL OFICIAL PASA AL OFICIAL DESTINO  *
      *        (CUANDO EL OFICIAL SE VA)            *
      * CADA ASIGNACION QUE TERMINA QUEDA COMO      *
      * HISTORIA CON SU FECHA HASTA Y EL MOTIVO, Y  *
      * LA CARTERA DEL MAESTRO SE ACTUALIZA EN EL   *
      * MISMO PASO                                  *
      *                                             *
      * CADA NOVEDAD TRAE EL OPERADOR QUE LA CARGO: *
      * SI NO ESTA HABILITADO PARA LA FUNCION 'OC'  *
      * EN LA SUCURSAL DEL OFICIAL (RUTINA          *
      * PGMVOP15) LA NOVEDAD VA AL SUSPENSO, Y EL   *
      * OPERADOR QUEDA ESTAMPADO EN LA AUDITORIA    *
      * CPAUDIT                                     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDOFINOV
                    FILE STATUS IS FS-ENT.

             SELECT OFICIA ASSIGN DDOFICIA
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-OFICIA
                    FILE STATUS IS FS-OFI.

             SELECT ASIGOF ASSIGN DDASIGOF
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-ASIGOF
                    FILE STATUS IS FS-ASO.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

             SELECT SUSPENSO ASSIGN DDSUSPEN
                    FILE STATUS IS FS-SUS.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

      * FEED DE OFICIALES - AO / MO / BO / AC / DC / RM *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(68).

       FD OFICIA.

       01 REG-OFICIA.
           03 KEY-OFICIA    PIC X(06).
           03 FILLER        PIC X(74).

       FD ASIGOF.

       01 REG-ASIGOF.
           03 KEY-ASIGOF    PIC X(21).
           03 FILLER        PIC X(39).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(68).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-RESUMEN       PIC X(34).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-OFI           PIC XX    VALUE SPACES.
       77  FS-ASO           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPOFICIA.
           COPY CPASIGOF.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * FIN DEL RECORRIDO DE ASIGNACIONES EN LA REASIGNACION MASIVA *
       01  WS-SW-ASIGNACIONES PIC X   VALUE 'N'.
           88  WS-FIN-ASIGNACIONES    VALUE 'S'.
           88  WS-NO-FIN-ASIGNACIONES VALUE 'N'.

       01  WS-REG-NOVOFI.
           03  NOF-TIPO-NOVEDAD   PIC X(02).
               88  NOF-NOVEDAD-OFICIAL    VALUE 'AO' 'MO' 'BO'.
               88  NOF-NOVEDAD-CLIENTE    VALUE 'AC' 'DC'.
               88  NOF-NOVEDAD-MASIVA     VALUE 'RM'.
      * OFICIAL DE LA NOVEDAD (ORIGEN EN LA REASIGNACION MASIVA) *
           03  NOF-OFICIAL        PIC X(06).
           03  NOF-NOMBRE         PIC X(30).
           03  NOF-SUCURSAL       PIC 9(03).
           03  NOF-TIPDOC         PIC X(02).
           03  NOF-NRODOC         PIC 9(11).
      * OFICIAL QUE RECIBE LA CARTERA EN LA REASIGNACION MASIVA *
           03  NOF-OFICIAL-DEST   PIC X(06).
      * OPERADOR QUE CARGO LA NOVEDAD (AUTORIZADO POR PGMVOP15) *
           03  NOF-OPERADOR       PIC X(08).

      * CLAVE PARCIAL PARA VALIDAR EL CLIENTE EN EL VSAM *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * OFICIAL QUE PIERDE EL CLIENTE EN LA REASIGNACION *
       77  WS-OFICIAL-ANT   PIC X(06) VALUE SPACES.
       77  WS-MOTIVO-FIN    PIC X(02) VALUE SPACES.
       77  WS-SUCURSAL-DEST PIC 9(03) VALUE ZEROS.
       77  WS-CANT-MASIVA   PIC 9(07) VALUE ZEROS.

      * IMAGEN DEL OFICIAL PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-OFI.
           03  FILLER             PIC X(04) VALUE 'SUC='.
           03  WS-IMG-SUCURSAL    PIC 9(03).
           03  FILLER             PIC X(05) VALUE ' EST='.
           03  WS-IMG-ESTADO      PIC X(01).
           03  FILLER             PIC X(05) VALUE ' CAR='.
           03  WS-IMG-CARTERA     PIC 9(07).
           03  FILLER             PIC X(01) VALUE SPACES.
           03  WS-IMG-NOMBRE      PIC X(30).
           03  FILLER             PIC X(04) VALUE SPACES.

      * IMAGEN DE LA ASIGNACION PARA LA AUDITORIA ANTES/DESPUES *
       01  WS-IMAGEN-ASO.
           03  FILLER             PIC X(04) VALUE 'OFI='.
           03  WS-IMG-OFICIAL     PIC X(06).
           03  FILLER             PIC X(07) VALUE ' DESDE='.
           03  WS-IMG-DESDE       PIC 9(08).
           03  FILLER             PIC X(07) VALUE ' HASTA='.
           03  WS-IMG-HASTA       PIC 9(08).
           03  FILLER             PIC X(06) VALUE ' ALTA='.
           03  WS-IMG-MOT-ALTA    PIC X(02).
           03  FILLER             PIC X(05) VALUE ' FIN='.
           03  WS-IMG-MOT-FIN     PIC X(02).
           03  FILLER             PIC X(05) VALUE SPACES.

      * CLAVE DE LA ASIGNACION PARA LA AUDITORIA *
       01  WS-AUD-CLAVE-ASO.
           03  WS-ACL-TIPDOC      PIC X(02).
           03  WS-ACL-NRODOC      PIC 9(11).
           03  FILLER             PIC X(07) VALUE SPACES.

       77  WS-AUD-OPERACION PIC X(06) VALUE SPACES.
       77  WS-AUD-TABLA     PIC X(08) VALUE SPACES.

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ALTAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-MODIF     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BAJAS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ASIGNA    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DESASIGNA PIC 9(05) VALUE ZEROS.
       77  WS-TOT-MASIVAS   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-REASIGNA  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
      * AUTORIZACION DEL OPERADOR DE LA NOVEDAD (RUTINA COMPARTIDA) **
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

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

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O OFICIA.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-OFI IS EQUAL '35'
              OPEN OUTPUT OFICIA
              IF FS-OFI IS EQUAL '00'
                 CLOSE OFICIA
                 OPEN I-O OFICIA
              END-IF
           END-IF.
           IF FS-OFI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN OFICIA = ' FS-OFI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O ASIGOF.
           IF FS-ASO IS EQUAL '35'
              OPEN OUTPUT ASIGOF
              IF FS-ASO IS EQUAL '00'
                 CLOSE ASIGOF
                 OPEN I-O ASIGOF
              END-IF
           END-IF.
           IF FS-ASO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ASIGOF = ' FS-ASO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-1000-INICIO.   EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           IF NOT NOF-NOVEDAD-OFICIAL
              AND NOT NOF-NOVEDAD-CLIENTE
              AND NOT NOF-NOVEDAD-MASIVA
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE NOVEDAD INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           IF NOF-OFICIAL IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'CODIGO DE OFICIAL EN BLANCO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

      * EL ALTA TRAE LA SUCURSAL; EL RESTO TOMA LA DEL OFICIAL LEIDO *
           IF NOF-TIPO-NOVEDAD IS EQUAL 'AO'
              IF NOF-SUCURSAL IS NOT NUMERIC
                 SET WS-ERROR TO TRUE
                 MOVE 'SUCURSAL INVALIDA' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2000-LEER-SIGUIENTE
              END-IF
              MOVE NOF-SUCURSAL TO LK-OPE-SUCURSAL
           ELSE
              PERFORM 4800-LEER-OFICIAL THRU F-4800-LEER-OFICIAL
              IF WS-ERROR
                 GO TO F-2000-LEER-SIGUIENTE
              END-IF
              MOVE OFI-SUCURSAL TO LK-OPE-SUCURSAL
           END-IF.

      * EL OPERADOR QUE CARGO LA NOVEDAD DEBE ESTAR HABILITADO PARA   *
      * LA FUNCION EN LA SUCURSAL DEL OFICIAL ************************
           MOVE NOF-OPERADOR TO LK-OPE-ID.
           MOVE 'OC'         TO LK-OPE-FUNCION.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-LEER-SIGUIENTE
           END-IF.

           EVALUATE NOF-TIPO-NOVEDAD
              WHEN 'AO'
                 PERFORM 4000-ALTA-OFICIAL THRU F-4000-ALTA-OFICIAL
              WHEN 'MO'
                 PERFORM 4100-MODIF-OFICIAL THRU F-4100-MODIF-OFICIAL
              WHEN 'BO'
                 PERFORM 4200-BAJA-OFICIAL THRU F-4200-BAJA-OFICIAL
              WHEN 'AC'
                 PERFORM 5000-ASIGNAR-CLIENTE
                         THRU F-5000-ASIGNAR-CLIENTE
              WHEN 'DC'
                 PERFORM 5100-DESASIGNAR-CLIENTE
                         THRU F-5100-DESASIGNAR-CLIENTE
              WHEN 'RM'
                 PERFORM 5200-REASIGNACION-MASIVA
                         THRU F-5200-REASIGNACION-MASIVA
           END-EVALUATE.

       F-2000-LEER-SIGUIENTE.
           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE OFICIALES **
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVOFI.
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

       F-2100-LECTURA. EXIT.

      ***** ALTA DEL OFICIAL - NACE ACTIVO Y SIN CARTERA **************
       4000-ALTA-OFICIAL.

           IF NOF-NOMBRE IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'NOMBRE DEL OFICIAL EN BLANCO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4000-ALTA-OFICIAL
           END-IF.

           MOVE SPACES        TO WS-REG-OFICIA.
           MOVE NOF-OFICIAL   TO OFI-CODIGO.
           MOVE NOF-NOMBRE    TO OFI-NOMBRE.
           MOVE NOF-SUCURSAL  TO OFI-SUCURSAL.
           SET OFI-ACTIVO     TO TRUE.
           MOVE ZEROS         TO OFI-CARTERA OFI-FEC-BAJA.
           MOVE LK-FP-FECHA-8 TO OFI-FEC-ALTA OFI-FEC-ULT-MOD.

           WRITE REG-OFICIA FROM WS-REG-OFICIA.

           EVALUATE FS-OFI
              WHEN '00'
                 ADD 1 TO WS-TOT-ALTAS
                 MOVE SPACES TO WS-REG-AUDITORIA
                 PERFORM 7100-IMAGEN-OFICIAL
                         THRU F-7100-IMAGEN-OFICIAL
                 MOVE WS-IMAGEN-OFI TO AUD-DESPUES
                 MOVE 'ALTA'        TO WS-AUD-OPERACION
                 PERFORM 7000-AUDITAR-OFICIAL
                         THRU F-7000-AUDITAR-OFICIAL
              WHEN '22'
                 SET WS-ERROR TO TRUE
                 MOVE 'OFICIAL YA EXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE OFICIA = ' FS-OFI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4000-ALTA-OFICIAL. EXIT.

      ***** MODIFICACION DE NOMBRE Y SUCURSAL (LO QUE VENGA) **********
       4100-MODIF-OFICIAL.

           IF NOF-NOMBRE IS EQUAL SPACES
              AND NOF-SUCURSAL IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'MODIFICACION SIN DATOS' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4100-MODIF-OFICIAL
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-ANTES.

           IF NOF-NOMBRE IS NOT EQUAL SPACES
              MOVE NOF-NOMBRE   TO OFI-NOMBRE
           END-IF.
           IF NOF-SUCURSAL IS NUMERIC
              MOVE NOF-SUCURSAL TO OFI-SUCURSAL
           END-IF.
           MOVE LK-FP-FECHA-8 TO OFI-FEC-ULT-MOD.

           PERFORM 4900-REGRABAR-OFICIAL THRU F-4900-REGRABAR-OFICIAL.
           IF WS-ERROR
              GO TO F-4100-MODIF-OFICIAL
           END-IF.

           ADD 1 TO WS-TOT-MODIF.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-DESPUES.
           MOVE 'MODIF'       TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR-OFICIAL THRU F-7000-AUDITAR-OFICIAL.

       F-4100-MODIF-OFICIAL. EXIT.

      ***** BAJA LOGICA - LA CARTERA SE REASIGNA ANTES (RM) ***********
       4200-BAJA-OFICIAL.

           IF OFI-DADO-DE-BAJA
              SET WS-ERROR TO TRUE
              MOVE 'OFICIAL YA DADO DE BAJA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-BAJA-OFICIAL
           END-IF.

           IF OFI-CARTERA IS GREATER THAN ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'OFICIAL CON CARTERA - REASIGNAR' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-4200-BAJA-OFICIAL
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-ANTES.

           SET OFI-DADO-DE-BAJA TO TRUE.
           MOVE LK-FP-FECHA-8   TO OFI-FEC-BAJA OFI-FEC-ULT-MOD.

           PERFORM 4900-REGRABAR-OFICIAL THRU F-4900-REGRABAR-OFICIAL.
           IF WS-ERROR
              GO TO F-4200-BAJA-OFICIAL
           END-IF.

           ADD 1 TO WS-TOT-BAJAS.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-DESPUES.
           MOVE 'BAJA'        TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR-OFICIAL THRU F-7000-AUDITAR-OFICIAL.

       F-4200-BAJA-OFICIAL. EXIT.

      ***** LECTURA DEL OFICIAL DE LA NOVEDAD *************************
       4800-LEER-OFICIAL.

           MOVE NOF-OFICIAL TO OFI-CODIGO.
           PERFORM 4850-LEER-POR-CODIGO THRU F-4850-LEER-POR-CODIGO.

       F-4800-LEER-OFICIAL. EXIT.

       4850-LEER-POR-CODIGO.

           MOVE OFI-CODIGO TO KEY-OFICIA.

           READ OFICIA INTO WS-REG-OFICIA.

           EVALUATE FS-OFI
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'OFICIAL INEXISTENTE' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OFICIA = ' FS-OFI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-ERROR TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4850-LEER-POR-CODIGO. EXIT.

       4900-REGRABAR-OFICIAL.

           REWRITE REG-OFICIA FROM WS-REG-OFICIA.
           IF FS-OFI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE OFICIA = ' FS-OFI
                      ' OFICIAL ' OFI-CODIGO
              MOVE 9999 TO RETURN-CODE
              SET WS-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-4900-REGRABAR-OFICIAL. EXIT.

      ***** ASIGNACION DEL CLIENTE AL OFICIAL: LA ASIGNACION VIGENTE **
      ***** A OTRO OFICIAL PASA A LA HISTORIA COMO REASIGNADA *********
       5000-ASIGNAR-CLIENTE.

           IF NOT OFI-ACTIVO
              SET WS-ERROR TO TRUE
              MOVE 'OFICIAL DADO DE BAJA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5000-ASIGNAR-CLIENTE
           END-IF.

           PERFORM 8200-LEER-CLIENTE-VSAM THRU F-8200-LEER-CLIENTE-VSAM.
           IF WS-ERROR
              GO TO F-5000-ASIGNAR-CLIENTE
           END-IF.

           PERFORM 5800-LEER-VIGENTE THRU F-5800-LEER-VIGENTE.

           EVALUATE FS-ASO
              WHEN '00'
                 IF ASO-OFICIAL IS EQUAL NOF-OFICIAL
                    SET WS-ERROR TO TRUE
                    MOVE 'CLIENTE YA ASIGNADO AL OFICIAL' TO SUS-MOTIVO
                    PERFORM 6000-GRABAR-SUSPENSO
                            THRU F-6000-GRABAR-SUSPENSO
                    GO TO F-5000-ASIGNAR-CLIENTE
                 END-IF
                 MOVE ASO-OFICIAL TO WS-OFICIAL-ANT
                 MOVE 'RE'        TO WS-MOTIVO-FIN
                 PERFORM 5900-CERRAR-ASIGNACION
                         THRU F-5900-CERRAR-ASIGNACION
                 IF WS-ERROR
                    GO TO F-5000-ASIGNAR-CLIENTE
                 END-IF
                 PERFORM 5950-RESTAR-CARTERA THRU F-5950-RESTAR-CARTERA
                 IF WS-ERROR
                    GO TO F-5000-ASIGNAR-CLIENTE
                 END-IF
                 MOVE NOF-OFICIAL TO OFI-CODIGO
                 PERFORM 4850-LEER-POR-CODIGO
                         THRU F-4850-LEER-POR-CODIGO
                 IF WS-ERROR
                    GO TO F-5000-ASIGNAR-CLIENTE
                 END-IF
              WHEN '23'
                 MOVE SPACES TO WS-REG-AUDITORIA
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ASIGOF = ' FS-ASO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5000-ASIGNAR-CLIENTE
           END-EVALUATE.

           MOVE SPACES        TO WS-REG-ASIGOF.
           MOVE NOF-TIPDOC    TO ASO-TIPDOC.
           MOVE NOF-NRODOC    TO ASO-NRODOC.
           SET ASO-VIGENTE    TO TRUE.
           MOVE NOF-OFICIAL   TO ASO-OFICIAL.
           MOVE LK-FP-FECHA-8 TO ASO-FEC-DESDE.
           SET ASO-ALTA-INDIVIDUAL TO TRUE.
           MOVE NOF-OPERADOR  TO ASO-OPERADOR.
           MOVE ASO-CLAVE     TO KEY-ASIGOF.

           IF WS-OFICIAL-ANT IS EQUAL SPACES
              WRITE REG-ASIGOF FROM WS-REG-ASIGOF
           ELSE
              REWRITE REG-ASIGOF FROM WS-REG-ASIGOF
           END-IF.
           IF FS-ASO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION ASIGOF = ' FS-ASO
                      ' DOC ' ASO-TIPDOC ' ' ASO-NRODOC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5000-ASIGNAR-CLIENTE
           END-IF.

           ADD 1 TO OFI-CARTERA.
           MOVE LK-FP-FECHA-8 TO OFI-FEC-ULT-MOD.
           PERFORM 4900-REGRABAR-OFICIAL THRU F-4900-REGRABAR-OFICIAL.
           IF WS-ERROR
              GO TO F-5000-ASIGNAR-CLIENTE
           END-IF.

           ADD 1 TO WS-TOT-ASIGNA.
           PERFORM 7200-IMAGEN-ASIGNACION THRU F-7200-IMAGEN-ASIGNACION.
           MOVE WS-IMAGEN-ASO TO AUD-DESPUES.
           IF WS-OFICIAL-ANT IS EQUAL SPACES
              MOVE 'ALTA'     TO WS-AUD-OPERACION
           ELSE
              MOVE 'REASIG'   TO WS-AUD-OPERACION
           END-IF.
           PERFORM 7050-AUDITAR-ASIGNACION
                   THRU F-7050-AUDITAR-ASIGNACION.

       F-5000-ASIGNAR-CLIENTE. EXIT.

      ***** DESASIGNACION DEL CLIENTE: LA VIGENTE PASA A LA HISTORIA **
       5100-DESASIGNAR-CLIENTE.

           PERFORM 5800-LEER-VIGENTE THRU F-5800-LEER-VIGENTE.

           EVALUATE FS-ASO
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 MOVE 'CLIENTE SIN OFICIAL ASIGNADO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-5100-DESASIGNAR-CLIENTE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ASIGOF = ' FS-ASO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5100-DESASIGNAR-CLIENTE
           END-EVALUATE.

           IF ASO-OFICIAL IS NOT EQUAL NOF-OFICIAL
              SET WS-ERROR TO TRUE
              MOVE 'CLIENTE ASIGNADO A OTRO OFICIAL' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5100-DESASIGNAR-CLIENTE
           END-IF.

           MOVE ASO-OFICIAL TO WS-OFICIAL-ANT.
           MOVE 'DE'        TO WS-MOTIVO-FIN.
           PERFORM 5900-CERRAR-ASIGNACION THRU F-5900-CERRAR-ASIGNACION.
           IF WS-ERROR
              GO TO F-5100-DESASIGNAR-CLIENTE
           END-IF.

           MOVE NOF-TIPDOC TO ASO-TIPDOC.
           MOVE NOF-NRODOC TO ASO-NRODOC.
           SET ASO-VIGENTE TO TRUE.
           MOVE ASO-CLAVE  TO KEY-ASIGOF.
           DELETE ASIGOF RECORD.
           IF FS-ASO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN DELETE ASIGOF = ' FS-ASO
                      ' DOC ' ASO-TIPDOC ' ' ASO-NRODOC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5100-DESASIGNAR-CLIENTE
           END-IF.

           PERFORM 5950-RESTAR-CARTERA THRU F-5950-RESTAR-CARTERA.
           IF WS-ERROR
              GO TO F-5100-DESASIGNAR-CLIENTE
           END-IF.

           ADD 1 TO WS-TOT-DESASIGNA.
           MOVE 'BAJA' TO WS-AUD-OPERACION.
           PERFORM 7050-AUDITAR-ASIGNACION
                   THRU F-7050-AUDITAR-ASIGNACION.

       F-5100-DESASIGNAR-CLIENTE. EXIT.

      ***** REASIGNACION MASIVA: CADA ASIGNACION VIGENTE DEL OFICIAL **
      ***** ORIGEN PASA AL DESTINO Y LA ANTERIOR QUEDA EN LA HISTORIA *
       5200-REASIGNACION-MASIVA.

           IF NOF-OFICIAL-DEST IS EQUAL SPACES
              OR NOF-OFICIAL-DEST IS EQUAL NOF-OFICIAL
              SET WS-ERROR TO TRUE
              MOVE 'OFICIAL DESTINO INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.

           IF OFI-CARTERA IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'OFICIAL ORIGEN SIN CARTERA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.

           MOVE NOF-OFICIAL-DEST TO OFI-CODIGO.
           PERFORM 4850-LEER-POR-CODIGO THRU F-4850-LEER-POR-CODIGO.
           IF WS-ERROR
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.
           IF NOT OFI-ACTIVO
              SET WS-ERROR TO TRUE
              MOVE 'OFICIAL DESTINO DADO DE BAJA' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.
           MOVE OFI-SUCURSAL TO WS-SUCURSAL-DEST.

      * LA CARTERA TAMBIEN ENTRA EN LA SUCURSAL DEL DESTINO: EL      *
      * OPERADOR DEBE PODER OPERAR EN LAS DOS ************************
           MOVE NOF-OPERADOR     TO LK-OPE-ID.
           MOVE 'OC'             TO LK-OPE-FUNCION.
           MOVE WS-SUCURSAL-DEST TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              SET WS-ERROR TO TRUE
              MOVE LK-OPE-MOTIVO TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.

           MOVE ZEROS TO WS-CANT-MASIVA.
           MOVE LOW-VALUES TO KEY-ASIGOF.
           START ASIGOF KEY IS NOT LESS THAN KEY-ASIGOF
              INVALID KEY
                 GO TO F-5200-REASIGNACION-MASIVA
           END-START.

           SET WS-NO-FIN-ASIGNACIONES TO TRUE.
           PERFORM 5250-REASIGNAR-UNA THRU F-5250-REASIGNAR-UNA
                   UNTIL WS-FIN-ASIGNACIONES.

           IF WS-CANT-MASIVA IS EQUAL ZEROS
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.

      * CARTERAS DEL ORIGEN Y DEL DESTINO *
           MOVE NOF-OFICIAL TO OFI-CODIGO.
           PERFORM 4850-LEER-POR-CODIGO THRU F-4850-LEER-POR-CODIGO.
           IF WS-ERROR
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.
           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-ANTES.
           IF OFI-CARTERA IS GREATER THAN WS-CANT-MASIVA
              SUBTRACT WS-CANT-MASIVA FROM OFI-CARTERA
           ELSE
              MOVE ZEROS TO OFI-CARTERA
           END-IF.
           MOVE LK-FP-FECHA-8 TO OFI-FEC-ULT-MOD.
           PERFORM 4900-REGRABAR-OFICIAL THRU F-4900-REGRABAR-OFICIAL.
           IF WS-ERROR
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-DESPUES.
           MOVE 'MASIVA'      TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR-OFICIAL THRU F-7000-AUDITAR-OFICIAL.

           MOVE NOF-OFICIAL-DEST TO OFI-CODIGO.
           PERFORM 4850-LEER-POR-CODIGO THRU F-4850-LEER-POR-CODIGO.
           IF WS-ERROR
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.
           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-ANTES.
           ADD WS-CANT-MASIVA TO OFI-CARTERA.
           MOVE LK-FP-FECHA-8 TO OFI-FEC-ULT-MOD.
           PERFORM 4900-REGRABAR-OFICIAL THRU F-4900-REGRABAR-OFICIAL.
           IF WS-ERROR
              GO TO F-5200-REASIGNACION-MASIVA
           END-IF.
           PERFORM 7100-IMAGEN-OFICIAL THRU F-7100-IMAGEN-OFICIAL.
           MOVE WS-IMAGEN-OFI TO AUD-DESPUES.
           MOVE 'MASIVA'      TO WS-AUD-OPERACION.
           PERFORM 7000-AUDITAR-OFICIAL THRU F-7000-AUDITAR-OFICIAL.

           ADD 1 TO WS-TOT-MASIVAS.
           ADD WS-CANT-MASIVA TO WS-TOT-REASIGNA.
           DISPLAY 'REASIGNACION MASIVA ' NOF-OFICIAL ' -> '
                   NOF-OFICIAL-DEST ' CLIENTES = ' WS-CANT-MASIVA.

       F-5200-REASIGNACION-MASIVA. EXIT.

       5250-REASIGNAR-UNA.

           READ ASIGOF NEXT RECORD INTO WS-REG-ASIGOF.

           EVALUATE FS-ASO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-ASIGNACIONES TO TRUE
                 GO TO F-5250-REASIGNAR-UNA
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ASIGOF = ' FS-ASO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-ASIGNACIONES TO TRUE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-5250-REASIGNAR-UNA
           END-EVALUATE.

           IF NOT ASO-VIGENTE
              OR ASO-OFICIAL IS NOT EQUAL NOF-OFICIAL
              GO TO F-5250-REASIGNAR-UNA
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7200-IMAGEN-ASIGNACION THRU F-7200-IMAGEN-ASIGNACION.
           MOVE WS-IMAGEN-ASO TO AUD-ANTES.

      * LA COPIA HISTORICA QUEDA DETRAS DE LA POSICION DEL RECORRIDO *
      * Y LA VIGENTE SE REGRABA CON EL OFICIAL DESTINO ****************
           MOVE NOF-OFICIAL TO WS-OFICIAL-ANT.
           MOVE 'RM'        TO WS-MOTIVO-FIN.
           PERFORM 5910-GRABAR-HISTORIA THRU F-5910-GRABAR-HISTORIA.
           IF WS-ERROR
              SET WS-FIN-ASIGNACIONES TO TRUE
              GO TO F-5250-REASIGNAR-UNA
           END-IF.

           SET ASO-VIGENTE       TO TRUE.
           MOVE NOF-OFICIAL-DEST TO ASO-OFICIAL.
           MOVE LK-FP-FECHA-8    TO ASO-FEC-DESDE.
           SET ASO-ALTA-MASIVA   TO TRUE.
           MOVE SPACES           TO ASO-MOTIVO-FIN.
           MOVE NOF-OPERADOR     TO ASO-OPERADOR.
           MOVE ASO-CLAVE        TO KEY-ASIGOF.
           REWRITE REG-ASIGOF FROM WS-REG-ASIGOF.
           IF FS-ASO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE ASIGOF = ' FS-ASO
                      ' DOC ' ASO-TIPDOC ' ' ASO-NRODOC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-ASIGNACIONES TO TRUE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-5250-REASIGNAR-UNA
           END-IF.
           PERFORM 7200-IMAGEN-ASIGNACION THRU F-7200-IMAGEN-ASIGNACION.
           MOVE WS-IMAGEN-ASO TO AUD-DESPUES.

           ADD 1 TO WS-CANT-MASIVA.
           MOVE 'MASIVA' TO WS-AUD-OPERACION.
           PERFORM 7050-AUDITAR-ASIGNACION
                   THRU F-7050-AUDITAR-ASIGNACION.

       F-5250-REASIGNAR-UNA. EXIT.

      ***** ASIGNACION VIGENTE DEL DOCUMENTO DE LA NOVEDAD ************
       5800-LEER-VIGENTE.

           MOVE SPACES     TO WS-OFICIAL-ANT.
           MOVE NOF-TIPDOC TO ASO-TIPDOC.
           MOVE NOF-NRODOC TO ASO-NRODOC.
           SET ASO-VIGENTE TO TRUE.
           MOVE ASO-CLAVE  TO KEY-ASIGOF.

           READ ASIGOF RECORD INTO WS-REG-ASIGOF
                KEY IS KEY-ASIGOF.

       F-5800-LEER-VIGENTE. EXIT.

      ***** COPIA HISTORICA DE LA ASIGNACION VIGENTE LEIDA, CON LA ****
      ***** FECHA HASTA DEL DIA Y EL MOTIVO DEL FIN *******************
       5900-CERRAR-ASIGNACION.

           MOVE SPACES TO WS-REG-AUDITORIA.
           PERFORM 7200-IMAGEN-ASIGNACION THRU F-7200-IMAGEN-ASIGNACION.
           MOVE WS-IMAGEN-ASO TO AUD-ANTES.

           PERFORM 5910-GRABAR-HISTORIA THRU F-5910-GRABAR-HISTORIA.

       F-5900-CERRAR-ASIGNACION. EXIT.

       5910-GRABAR-HISTORIA.

           MOVE LK-FP-FECHA-8 TO ASO-FEC-HASTA.
           MOVE WS-MOTIVO-FIN TO ASO-MOTIVO-FIN.
           MOVE ASO-CLAVE     TO KEY-ASIGOF.

           WRITE REG-ASIGOF FROM WS-REG-ASIGOF.
      * DOS CIERRES DEL MISMO DOCUMENTO EN EL DIA: QUEDA EL ULTIMO *
           IF FS-ASO IS EQUAL '22'
              REWRITE REG-ASIGOF FROM WS-REG-ASIGOF
           END-IF.
           IF FS-ASO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN HISTORIA ASIGOF = ' FS-ASO
                      ' DOC ' ASO-TIPDOC ' ' ASO-NRODOC
              MOVE 9999 TO RETURN-CODE
              SET WS-ERROR TO TRUE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-5910-GRABAR-HISTORIA. EXIT.

      ***** EL OFICIAL ANTERIOR PIERDE EL CLIENTE *********************
       5950-RESTAR-CARTERA.

           MOVE WS-OFICIAL-ANT TO OFI-CODIGO.
           PERFORM 4850-LEER-POR-CODIGO THRU F-4850-LEER-POR-CODIGO.
           IF WS-ERROR
              GO TO F-5950-RESTAR-CARTERA
           END-IF.

           IF OFI-CARTERA IS GREATER THAN ZEROS
              SUBTRACT 1 FROM OFI-CARTERA
           END-IF.
           MOVE LK-FP-FECHA-8 TO OFI-FEC-ULT-MOD.
           PERFORM 4900-REGRABAR-OFICIAL THRU F-4900-REGRABAR-OFICIAL.

       F-5950-RESTAR-CARTERA. EXIT.

      ***** GRABACION DE NOVEDADES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVOFI TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL MAESTRO DE OFICIALES **********
       7000-AUDITAR-OFICIAL.

           MOVE 'OFICIA'   TO WS-AUD-TABLA.
           MOVE OFI-CODIGO TO AUD-CLAVE.
           PERFORM 7090-GRABAR-AUDITORIA THRU F-7090-GRABAR-AUDITORIA.

       F-7000-AUDITAR-OFICIAL. EXIT.

      ***** AUDITORIA ANTES/DESPUES DE LA ASIGNACION DEL CLIENTE ******
       7050-AUDITAR-ASIGNACION.

           MOVE 'ASIGOF'   TO WS-AUD-TABLA.
           MOVE ASO-TIPDOC TO WS-ACL-TIPDOC.
           MOVE ASO-NRODOC TO WS-ACL-NRODOC.
           MOVE WS-AUD-CLAVE-ASO TO AUD-CLAVE.
           PERFORM 7090-GRABAR-AUDITORIA THRU F-7090-GRABAR-AUDITORIA.

       F-7050-AUDITAR-ASIGNACION. EXIT.

       7090-GRABAR-AUDITORIA.

           MOVE 'PGMVOF15'       TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES     TO AUD-FECHA.
           MOVE WS-AUD-TABLA     TO AUD-TABLA.
           MOVE WS-AUD-OPERACION TO AUD-OPERACION.
           MOVE NOF-OPERADOR     TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7090-GRABAR-AUDITORIA. EXIT.

       7100-IMAGEN-OFICIAL.

           MOVE OFI-SUCURSAL TO WS-IMG-SUCURSAL.
           MOVE OFI-ESTADO   TO WS-IMG-ESTADO.
           MOVE OFI-CARTERA  TO WS-IMG-CARTERA.
           MOVE OFI-NOMBRE   TO WS-IMG-NOMBRE.

       F-7100-IMAGEN-OFICIAL. EXIT.

       7200-IMAGEN-ASIGNACION.

           MOVE ASO-OFICIAL     TO WS-IMG-OFICIAL.
           MOVE ASO-FEC-DESDE   TO WS-IMG-DESDE.
           MOVE ASO-FEC-HASTA   TO WS-IMG-HASTA.
           MOVE ASO-MOTIVO-ALTA TO WS-IMG-MOT-ALTA.
           MOVE ASO-MOTIVO-FIN  TO WS-IMG-MOT-FIN.

       F-7200-IMAGEN-ASIGNACION. EXIT.

      ***** CLIENTE DEL VSAM POR DOCUMENTO DE LA NOVEDAD: SE POSICIONA*
      ***** EN LA PRIMERA SECUENCIA DEL DOCUMENTO *********************
       8200-LEER-CLIENTE-VSAM.

           IF NOF-TIPDOC IS EQUAL SPACES
              OR NOF-NRODOC IS NOT NUMERIC
              OR NOF-NRODOC IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-8200-LEER-CLIENTE-VSAM
           END-IF.

           MOVE NOF-TIPDOC TO WS-CLV-TIPDOC.
           MOVE NOF-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 MOVE '23' TO FS-CLI
           END-START.

           IF FS-CLI IS EQUAL '00'
              READ CLIENTE NEXT INTO WK-TBCLIE
           END-IF.

           IF FS-CLI IS NOT EQUAL '00'
              OR WK-CLI-TIPO-DOCUMENTO IS NOT EQUAL NOF-TIPDOC
              OR WK-CLI-NRO-DOCUMENTO IS NOT EQUAL NOF-NRODOC
              SET WS-ERROR TO TRUE
              MOVE 'CLIENTE INEXISTENTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS.
           DISPLAY 'OFICIALES DADOS DE ALTA = ' WS-TOT-ALTAS.
           DISPLAY 'OFICIALES MODIFICADOS   = ' WS-TOT-MODIF.
           DISPLAY 'OFICIALES DADOS DE BAJA = ' WS-TOT-BAJAS.
           DISPLAY 'CLIENTES ASIGNADOS      = ' WS-TOT-ASIGNA.
           DISPLAY 'CLIENTES DESASIGNADOS   = ' WS-TOT-DESASIGNA.
           DISPLAY 'REASIGNACIONES MASIVAS  = ' WS-TOT-MASIVAS.
           DISPLAY 'CLIENTES REASIGNADOS    = ' WS-TOT-REASIGNA.
           DISPLAY 'NOVEDADES A SUSPENSO    = ' WS-TOT-SUSPENSO.

           CLOSE ENTRADA
              IF FS-ENT IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENT
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE OFICIA
              IF FS-OFI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE OFICIA = ' FS-OFI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE ASIGOF
              IF FS-ASO IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE ASIGOF = ' FS-ASO
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE CLIENTE.

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

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVOF15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-ALTAS + WS-TOT-MODIF
                   + WS-TOT-BAJAS + WS-TOT-ASIGNA + WS-TOT-DESASIGNA
                   + WS-TOT-MASIVAS.
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
