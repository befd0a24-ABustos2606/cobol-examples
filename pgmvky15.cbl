       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVKY15.

      ***********************************************
      *                                             *
      *  REVISION PERIODICA DE CONOCIMIENTO DEL     *
      *  CLIENTE (KYC) SEGUN NIVEL DE RIESGO        *
      *        TP 35 - BATCH DB2                    *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LOS DATOS DEL CLIENTE SE RELEVABAN UNA SOLA *
      * VEZ EN EL ALTA (PGMVAZ15) Y NO SE VOLVIAN A *
      * REVISAR; LA NORMA PIDE ACTUALIZARLOS CADA   *
      * 1, 3 O 5 ANIOS SEGUN EL NIVEL DE RIESGO     *
      * ALTO, MEDIO O BAJO QUE DEJA PGMVRR15 EN     *
      * TB99CLIE. ESTE PROGRAMA MANTIENE EL MAESTRO *
      * DDKYC (CPKYC) CON LA ULTIMA REVISION, EL    *
      * PROXIMO VENCIMIENTO Y LA DOCUMENTACION      *
      * PENDIENTE DE CADA CLIENTE.                  *
      * MODO 'S' (MENSUAL): RECORRE TB99CLIE, ABRE  *
      * EL LEGAJO DE LOS CLIENTES NUEVOS (DESDE LA  *
      * FECHA DE ALTA DEL VSAM CLIENTE), RECALCULA  *
      * EL VENCIMIENTO SI CAMBIO EL NIVEL, Y PARA   *
      * LAS REVISIONES QUE VENCEN DENTRO DE LOS     *
      * DIAS DE AVISO EMITE LA CARTA DE PEDIDO DE   *
      * DOCUMENTACION (DDCARTAS) A LA DIRECCION     *
      * POSTAL DE CPCONTAC - O LA DEL VSAM CLIENTE  *
      * SI NO TIENE - Y LA TAREA EN LA LISTA DE     *
      * TRABAJO DE LA SUCURSAL (DDWORKLI). VENCIDA  *
      * LA REVISION SE REITERA EL PEDIDO UNA VEZ, Y *
      * PASADOS LOS DIAS DE GRACIA EL CLIENTE QUEDA *
      * RESTRINGIDO PARA PRODUCTOS NUEVOS (PGMVKR15)*
      * CON AUDITORIA CPAUDIT.                      *
      * MODO 'M': APLICA EL FEED DDKYCNOV DE        *
      * REVISIONES HECHAS EN SUCURSAL - SIN         *
      * DOCUMENTACION PENDIENTE LA REVISION QUEDA   *
      * COMPLETA, SE RECALCULA EL VENCIMIENTO Y SE  *
      * LEVANTA LA RESTRICCION; CON DOCUMENTACION   *
      * PENDIENTE SOLO SE ACTUALIZA LO QUE FALTA    *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FEED DE REVISIONES HECHAS EN SUCURSAL *
             SELECT ENTRADA ASSIGN DDKYCNOV
                    FILE STATUS IS FS-ENT.

             SELECT KYC ASSIGN DDKYC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-KYC
                    FILE STATUS IS FS-KYC.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * CONTACTOS DEL CLIENTE (DIRECCION POSTAL) *
             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

             SELECT CARTAS ASSIGN DDCARTAS
                    FILE STATUS IS FS-CAR.

             SELECT WORKLIST ASSIGN DDWORKLI
                    FILE STATUS IS FS-WRK.

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

       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(40).

       FD KYC.

       01 REG-KYC.
           03 KEY-KYC       PIC X(13).
           03 FILLER        PIC X(87).

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD CONTACTO.

       01 REG-CONTACTO.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

      * CARTAS DE PEDIDO DE DOCUMENTACION, UNA LINEA POR CLIENTE *
       FD CARTAS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CARTAS        PIC X(132).

      * TAREAS DE LA SUCURSAL DEL CLIENTE *
       FD WORKLIST
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-WORKLIST      PIC X(60).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(40).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(13).

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
       77  FS-ENT           PIC XX    VALUE SPACES.
       77  FS-KYC           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-CAR           PIC XX    VALUE SPACES.
       77  FS-WRK           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPKYC.
           COPY CPCONTAC.
           COPY TBVCLIEN.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA, ANIOS ENTRE REVISIONES POR NIVEL DE       *
      * RIESGO, DIAS DE ANTICIPACION DEL PEDIDO, DIAS DE GRACIA       *
      * DESPUES DEL VENCIMIENTO ANTES DE RESTRINGIR Y DIAS DESDE EL    *
      * PEDIDO PARA REITERARLO ****************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'S'.
               88  WS-MODO-SELECCION           VALUE 'S'.
               88  WS-MODO-MANTENIMIENTO       VALUE 'M'.
           03  WS-PAR-ANIOS-BAJO    PIC 9(01)  VALUE 5.
           03  WS-PAR-ANIOS-MEDIO   PIC 9(01)  VALUE 3.
           03  WS-PAR-ANIOS-ALTO    PIC 9(01)  VALUE 1.
           03  WS-PAR-DIAS-AVISO    PIC 9(03)  VALUE 060.
           03  WS-PAR-DIAS-GRACIA   PIC 9(03)  VALUE 090.
           03  WS-PAR-DIAS-REITERA  PIC 9(03)  VALUE 030.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

       01  WS-SW-CONTAC     PIC X(01)  VALUE 'S'.
           88  WS-CONTAC-DISPONIBLE    VALUE 'S'.
           88  WS-CONTAC-AUSENTE       VALUE 'N'.

       01  WS-SW-LEGAJO     PIC X(01)  VALUE SPACE.
           88  WS-LEGAJO-NUEVO         VALUE 'N'.
           88  WS-LEGAJO-EXISTENTE     VALUE 'E'.

       01  WS-SW-CAMBIO     PIC X(01)  VALUE 'N'.
           88  WS-LEGAJO-CAMBIADO      VALUE 'S'.
           88  WS-LEGAJO-SIN-CAMBIO    VALUE 'N'.

      * REVISION HECHA EN SUCURSAL - SIN DOCUMENTACION PENDIENTE LA   *
      * REVISION QUEDA COMPLETA ***************************************
       01  WS-REG-NOVKYC.
           03  NKY-CLAVE.
               05  NKY-TIPDOC     PIC X(02).
               05  NKY-NRODOC     PIC 9(11).
           03  NKY-FEC-REVISION   PIC 9(08).
           03  NKY-DOCUMENTOS     PIC X(12).
           03  NKY-SUCURSAL       PIC 9(03).
           03  FILLER             PIC X(04).

      * CLIENTE EN PROCESO (CURSOR EN MODO 'S', TB99CLIE EN 'M') *
       01  WS-CLIENTE-ACTUAL.
           03  WS-CLT-TIPDOC      PIC X(02)  VALUE SPACES.
           03  WS-CLT-NRODOC      PIC 9(11)  VALUE ZEROS.
           03  WS-CLT-NROCLI      PIC 9(03)  VALUE ZEROS.
           03  WS-CLT-NOMAPE      PIC X(30)  VALUE SPACES.
           03  WS-CLT-RIESGO      PIC X(01)  VALUE SPACES.
           03  WS-CLT-ANIOS       PIC 9(01)  VALUE ZEROS.

      * DOCUMENTACION QUE SE PIDE SEGUN EL NIVEL DE RIESGO *
       01  WS-DOCS-BAJO     PIC X(12)  VALUE 'DNDM'.
       01  WS-DOCS-MEDIO    PIC X(12)  VALUE 'DNDMIGDP'.
       01  WS-DOCS-ALTO     PIC X(12)  VALUE 'DNDMIGAFDPOF'.

      * CALCULO DE FECHAS *
       01  WS-FEC-CALC      PIC 9(08)  VALUE ZEROS.
       01  WS-FEC-CALC-R REDEFINES WS-FEC-CALC.
           03  WS-FC-AAAA           PIC 9(04).
           03  WS-FC-MM             PIC 9(02).
           03  WS-FC-DD             PIC 9(02).
       77  WS-FECHA-AVISO   PIC 9(08)  VALUE ZEROS.
       77  WS-FECHA-GRACIA  PIC 9(08)  VALUE ZEROS.
       77  WS-FECHA-REITERA PIC 9(08)  VALUE ZEROS.
       77  WS-ESTADO-ANT    PIC X(01)  VALUE SPACES.
       77  WS-SUC-CLIENTE   PIC S9(4) USAGE COMP VALUE ZEROS.

      * CLAVE PARCIAL PARA LA FECHA DE ALTA EN EL VSAM CLIENTE *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       01  WS-SW-VSAM       PIC X(01)  VALUE 'N'.
           88  WS-VSAM-HALLADO         VALUE 'S'.
           88  WS-VSAM-NO-HALLADO      VALUE 'N'.

      * CARTA DE PEDIDO DE DOCUMENTACION (UNA LINEA POR CLIENTE) *
       01  WS-REG-CARTA.
           03  CAR-TIPO           PIC X(01)  VALUE SPACES.
               88  CAR-SOLICITUD           VALUE 'S'.
               88  CAR-REITERACION         VALUE 'R'.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-FECHA          PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-TIPDOC         PIC X(02)  VALUE SPACES.
           03  CAR-NRODOC         PIC 9(11)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-NOMAPE         PIC X(30)  VALUE SPACES.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-DOMICILIO      PIC X(30)  VALUE SPACES.
           03  CAR-CIUDAD         PIC X(20)  VALUE SPACES.
           03  CAR-COD-POSTAL     PIC X(04)  VALUE SPACES.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-FEC-VTO        PIC 9(08)  VALUE ZEROS.
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  CAR-DOCUMENTOS     PIC X(12)  VALUE SPACES.

       01  WS-REG-WORKLIST.
           03  WRK-SUC            PIC 9(03).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  WRK-TIPDOC         PIC X(02).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  WRK-NRODOC         PIC 9(11).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  WRK-PIEZA          PIC X(02).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  WRK-MOTIVO         PIC X(20).
           03  FILLER             PIC X(01)  VALUE SPACES.
           03  WRK-TAREA          PIC X(16).

       77  WS-TOT-LEIDAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CLIENTES      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LEGAJOS-NVOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RECALCULOS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SOLICITUDES   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-REITERACIONES PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RESTRICCIONES PIC 9(07) VALUE ZEROS.
       77  WS-TOT-RESTRINGIDOS  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CARTAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-TAREAS        PIC 9(07) VALUE ZEROS.
       77  WS-TOT-COMPLETAS     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-LEVANTADAS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-PARCIALES     PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUSPENSO      PIC 9(07) VALUE ZEROS.

       01  FS-SQL             PIC X(02).
           88  SQL-OK                     VALUE '00'.
           88  SQL-EOF                    VALUE '10'.
           88  SQL-NOK                    VALUE '01' THRU '09'
                                                '11' THRU '99'.

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

      * HOST VARIABLE PARA COLUMNA RIESGO DE TB99CLIE - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  DB-CL-RIESGO     PIC X(01) VALUE SPACES.

           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT TIPDOC, NRODOC, NROCLI, NOMAPE,
                    VALUE(RIESGO, ' ')
             FROM ITPLZRY.TB99CLIE
               ORDER BY NROCLI ASC
           END-EXEC.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(74)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(04)    VALUE 'NIV'.
           03  FILLER        PIC X(10)    VALUE 'ULT.REV.'.
           03  FILLER        PIC X(10)    VALUE 'PROX.REV.'.
           03  FILLER        PIC X(05)    VALUE 'SUC'.
           03  FILLER        PIC X(14)    VALUE 'DOC.PEND.'.
           03  FILLER        PIC X(43)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NIVEL       PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-ULT-REV     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-PROX-REV    PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SUC         PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-DOCS        PIC X(12)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(13)    VALUE SPACES.

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

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2000-PROCESO THRU F-2000-PROCESO
                      UNTIL WS-FIN-LECTURA
           ELSE
              PERFORM 3000-REVISAR-CLIENTE THRU F-3000-REVISAR-CLIENTE
                      UNTIL SQL-EOF OR SQL-NOK
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
           MOVE '00' TO FS-SQL.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-ANIOS-BAJO IS NOT NUMERIC
              OR WS-PAR-ANIOS-BAJO IS EQUAL ZEROS
              MOVE 5 TO WS-PAR-ANIOS-BAJO
           END-IF.
           IF WS-PAR-ANIOS-MEDIO IS NOT NUMERIC
              OR WS-PAR-ANIOS-MEDIO IS EQUAL ZEROS
              MOVE 3 TO WS-PAR-ANIOS-MEDIO
           END-IF.
           IF WS-PAR-ANIOS-ALTO IS NOT NUMERIC
              OR WS-PAR-ANIOS-ALTO IS EQUAL ZEROS
              MOVE 1 TO WS-PAR-ANIOS-ALTO
           END-IF.
           IF WS-PAR-DIAS-AVISO IS NOT NUMERIC
              MOVE 060 TO WS-PAR-DIAS-AVISO
           END-IF.
           IF WS-PAR-DIAS-GRACIA IS NOT NUMERIC
              MOVE 090 TO WS-PAR-DIAS-GRACIA
           END-IF.
           IF WS-PAR-DIAS-REITERA IS NOT NUMERIC
              MOVE 030 TO WS-PAR-DIAS-REITERA
           END-IF.

           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-8)
                   + WS-PAR-DIAS-AVISO).

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              MOVE '99' TO FS-SQL
           END-IF.

           OPEN I-O KYC.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-KYC IS EQUAL '35'
              OPEN OUTPUT KYC
              IF FS-KYC IS EQUAL '00'
                 CLOSE KYC
                 OPEN I-O KYC
              END-IF
           END-IF.
           IF FS-KYC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN KYC = ' FS-KYC
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              MOVE '99' TO FS-SQL
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              MOVE '99' TO FS-SQL
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-MANTENIMIENTO
                 MOVE 'REVISIONES KYC INFORMADAS POR SUCURSAL - PROCESO'
                      TO WS-TIT-TEXTO
                 PERFORM 1100-ABRIR-MANTENIMIENTO
                         THRU F-1100-ABRIR-MANTENIMIENTO
              WHEN WS-MODO-SELECCION
                 MOVE 'REVISIONES KYC A VENCER, VENCIDAS Y RESTRICCION'
                      TO WS-TIT-TEXTO
                 PERFORM 1200-ABRIR-SELECCION
                         THRU F-1200-ABRIR-SELECCION
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 MOVE '99' TO FS-SQL
           END-EVALUATE.

           MOVE WS-FECHA-HOY-8 TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO F-1000-INICIO
           END-IF.

           IF WS-MODO-MANTENIMIENTO
              PERFORM 2100-LECTURA THRU F-2100-LECTURA
              GO TO F-1000-INICIO
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
              PERFORM 2500-FETCH-CURSOR THRU F-2500-FETCH-CURSOR
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** MODO 'M': FEED DE REVISIONES Y SUSPENSO *******************
       1100-ABRIR-MANTENIMIENTO.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

      * EL LEGAJO DE UN CLIENTE QUE AUN NO TIENE TOMA LA FECHA DE ALTA *
           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

       F-1100-ABRIR-MANTENIMIENTO. EXIT.

      ***** MODO 'S': CLIENTE, CONTACTOS, CARTAS Y LISTA DE TRABAJO ***
       1200-ABRIR-SELECCION.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           END-IF.

      * SIN ARCHIVO DE CONTACTOS LA CARTA VA AL DOMICILIO DEL VSAM *
           OPEN INPUT CONTACTO.
           EVALUATE FS-CON
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET WS-CONTAC-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN CONTACTO = ' FS-CON
                 SET WS-CONTAC-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN OUTPUT CARTAS.
           IF FS-CAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CARTAS = ' FS-CAR
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           END-IF.

           OPEN OUTPUT WORKLIST.
           IF FS-WRK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN WORKLIST = ' FS-WRK
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           END-IF.

       F-1200-ABRIR-SELECCION. EXIT.

      **************************************
      *                                    *
      *  MODO 'M' - REVISIONES HECHAS EN   *
      *  SUCURSAL                          *
      *                                    *
      **************************************
       2000-PROCESO.

           SET WS-NO-ERROR TO TRUE.

           PERFORM 2200-VALIDAR-NOVEDAD THRU F-2200-VALIDAR-NOVEDAD.

           IF WS-NO-ERROR
              PERFORM 4000-APLICAR-REVISION THRU F-4000-APLICAR-REVISION
           END-IF.

           PERFORM 2100-LECTURA THRU F-2100-LECTURA.

       F-2000-PROCESO. EXIT.

      ***** LECTURA DEL FEED DE REVISIONES ****
       2100-LECTURA.
      **************************************

           READ ENTRADA INTO WS-REG-NOVKYC.
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

      ***** VALIDACION DE LA REVISION INFORMADA ***********************
       2200-VALIDAR-NOVEDAD.

           IF NKY-TIPDOC IS EQUAL SPACES
              OR NKY-NRODOC IS NOT NUMERIC
              OR NKY-NRODOC IS EQUAL ZEROS
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NKY-FEC-REVISION IS NOT NUMERIC
              OR NKY-FEC-REVISION IS EQUAL ZEROS
              MOVE 'FECHA DE REVISION INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NKY-FEC-REVISION IS GREATER THAN WS-FECHA-HOY-8
              MOVE 'REVISION CON FECHA FUTURA' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           IF NKY-SUCURSAL IS NOT NUMERIC
              MOVE ZEROS TO NKY-SUCURSAL
           END-IF.

      * EL CLIENTE DEBE EXISTIR; SE TOMA SU NIVEL DE RIESGO ACTUAL *
           MOVE NKY-TIPDOC TO DB-CL-TIPDOC.
           MOVE NKY-NRODOC TO DB-CL-NRODOC.

           EXEC SQL
              SELECT NROCLI, NOMAPE, VALUE(RIESGO, ' ')
                INTO :DB-CL-NROCLI, :DB-CL-NOMAPE, :DB-CL-RIESGO
                FROM ITPLZRY.TB99CLIE
                WHERE TIPDOC = :DB-CL-TIPDOC
                AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZEROS
                 CONTINUE
              WHEN SQLCODE EQUAL +100
                 MOVE 'CLIENTE INEXISTENTE' TO SUS-MOTIVO
                 GO TO F-2200-RECHAZAR
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR SELECT TB99CLIE: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 GO TO F-2200-VALIDAR-NOVEDAD
           END-EVALUATE.

           MOVE NKY-TIPDOC    TO WS-CLT-TIPDOC.
           MOVE NKY-NRODOC    TO WS-CLT-NRODOC.
           MOVE DB-CL-NROCLI  TO WS-CLT-NROCLI.
           MOVE DB-CL-NOMAPE  TO WS-CLT-NOMAPE.
           MOVE DB-CL-RIESGO  TO WS-CLT-RIESGO.
           PERFORM 8000-PERIODICIDAD THRU F-8000-PERIODICIDAD.

           PERFORM 3100-LEER-KYC THRU F-3100-LEER-KYC.

           IF WS-FIN-LECTURA
              SET WS-ERROR TO TRUE
              GO TO F-2200-VALIDAR-NOVEDAD
           END-IF.

           IF NKY-FEC-REVISION IS LESS THAN KYC-FEC-ULT-REV
              MOVE 'REVISION ANTERIOR A LA VIGENTE' TO SUS-MOTIVO
              GO TO F-2200-RECHAZAR
           END-IF.

           GO TO F-2200-VALIDAR-NOVEDAD.

       F-2200-RECHAZAR.
           SET WS-ERROR TO TRUE.
           PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO.

       F-2200-VALIDAR-NOVEDAD. EXIT.

       2500-FETCH-CURSOR.

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI,
                       :DB-CL-NOMAPE,
                       :DB-CL-RIESGO
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

       F-2500-FETCH-CURSOR. EXIT.

      **************************************
      *                                    *
      *  MODO 'S' - SELECCION MENSUAL DE   *
      *  REVISIONES A PEDIR Y VENCIDAS     *
      *                                    *
      **************************************
       3000-REVISAR-CLIENTE.

           ADD 1 TO WS-TOT-CLIENTES.
           MOVE DB-CL-TIPDOC  TO WS-CLT-TIPDOC.
           MOVE DB-CL-NRODOC  TO WS-CLT-NRODOC.
           MOVE DB-CL-NROCLI  TO WS-CLT-NROCLI.
           MOVE DB-CL-NOMAPE  TO WS-CLT-NOMAPE.
           MOVE DB-CL-RIESGO  TO WS-CLT-RIESGO.
           PERFORM 8000-PERIODICIDAD THRU F-8000-PERIODICIDAD.

           PERFORM 3100-LEER-KYC THRU F-3100-LEER-KYC.

           IF SQL-NOK
              GO TO F-3000-REVISAR-CLIENTE
           END-IF.

      * SI CAMBIO EL NIVEL DE RIESGO EL VENCIMIENTO SE RECALCULA      *
      * DESDE LA ULTIMA REVISION CON LA NUEVA PERIODICIDAD *************
           IF WS-LEGAJO-EXISTENTE
              AND KYC-RIESGO IS NOT EQUAL WS-CLT-RIESGO
              MOVE WS-CLT-RIESGO   TO KYC-RIESGO
              MOVE WS-CLT-ANIOS    TO KYC-ANIOS
              MOVE KYC-FEC-ULT-REV TO WS-FEC-CALC
              PERFORM 8400-SUMAR-ANIOS THRU F-8400-SUMAR-ANIOS
              MOVE WS-FEC-CALC     TO KYC-FEC-PROX-REV
              ADD 1 TO WS-TOT-RECALCULOS
              SET WS-LEGAJO-CAMBIADO TO TRUE
           END-IF.

           COMPUTE WS-FECHA-GRACIA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(KYC-FEC-PROX-REV)
                   + WS-PAR-DIAS-GRACIA).

           MOVE ZEROS TO WS-FECHA-REITERA.
           IF KYC-FEC-SOLICITUD IS GREATER THAN ZEROS
              COMPUTE WS-FECHA-REITERA = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(KYC-FEC-SOLICITUD)
                      + WS-PAR-DIAS-REITERA)
           END-IF.

      * LA RESTRICCION SOLO ALCANZA A QUIEN YA RECIBIO EL PEDIDO *
           EVALUATE TRUE
              WHEN KYC-RESTRINGIDO
                 ADD 1 TO WS-TOT-RESTRINGIDOS
              WHEN KYC-SOLICITADA
                   AND WS-FECHA-HOY-8 IS GREATER THAN WS-FECHA-GRACIA
                 PERFORM 3400-RESTRINGIR THRU F-3400-RESTRINGIR
              WHEN KYC-SOLICITADA
                   AND WS-FECHA-HOY-8 IS GREATER THAN KYC-FEC-PROX-REV
                   AND WS-FECHA-HOY-8 IS NOT LESS THAN WS-FECHA-REITERA
                   AND KYC-CANT-AVISOS IS LESS THAN 2
                 PERFORM 3300-REITERAR THRU F-3300-REITERAR
              WHEN KYC-AL-DIA
                   AND KYC-FEC-PROX-REV IS NOT GREATER THAN
                       WS-FECHA-AVISO
                 PERFORM 3200-SOLICITAR THRU F-3200-SOLICITAR
           END-EVALUATE.

           IF SQL-NOK
              GO TO F-3000-REVISAR-CLIENTE
           END-IF.

           PERFORM 3500-GRABAR-KYC THRU F-3500-GRABAR-KYC.

           IF SQL-OK
              PERFORM 2500-FETCH-CURSOR THRU F-2500-FETCH-CURSOR
           END-IF.

       F-3000-REVISAR-CLIENTE. EXIT.

      ***** LEGAJO KYC DEL CLIENTE (SIN LEGAJO SE ABRE UNO NUEVO) *****
       3100-LEER-KYC.

           SET WS-LEGAJO-SIN-CAMBIO TO TRUE.
           MOVE WS-CLT-TIPDOC TO KYC-TIPDOC.
           MOVE WS-CLT-NRODOC TO KYC-NRODOC.
           MOVE KYC-CLAVE     TO KEY-KYC.

           READ KYC INTO WS-REG-KYC.

           EVALUATE FS-KYC
              WHEN '00'
                 SET WS-LEGAJO-EXISTENTE TO TRUE
              WHEN '23'
                 SET WS-LEGAJO-NUEVO TO TRUE
                 PERFORM 3150-ABRIR-LEGAJO THRU F-3150-ABRIR-LEGAJO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA KYC = ' FS-KYC
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-KYC. EXIT.

      ***** LEGAJO NUEVO: LA PRIMERA REVISION ES LA DEL ALTA **********
       3150-ABRIR-LEGAJO.

           MOVE SPACES         TO WS-REG-KYC.
           MOVE WS-CLT-TIPDOC  TO KYC-TIPDOC.
           MOVE WS-CLT-NRODOC  TO KYC-NRODOC.
           MOVE WS-CLT-NROCLI  TO KYC-NROCLI.
           MOVE WS-CLT-RIESGO  TO KYC-RIESGO.
           MOVE WS-CLT-ANIOS   TO KYC-ANIOS.
           SET KYC-AL-DIA      TO TRUE.
           MOVE ZEROS TO KYC-FEC-SOLICITUD KYC-CANT-AVISOS
                         KYC-FEC-RESTRICCION.
           MOVE WS-FECHA-HOY-8 TO KYC-FEC-ALTA KYC-FEC-ULT-MOD.

           PERFORM 8100-SUCURSAL-CLIENTE THRU F-8100-SUCURSAL-CLIENTE.
           MOVE WS-SUC-CLIENTE TO KYC-SUCURSAL.

      * SIN FECHA DE ALTA VALIDA EN EL VSAM SE TOMA LA DEL PROCESO *
           PERFORM 8200-LEER-CLIENTE-VSAM
                   THRU F-8200-LEER-CLIENTE-VSAM.
           MOVE WS-FECHA-HOY-8 TO KYC-FEC-ULT-REV.
           IF WS-VSAM-HALLADO
              AND WK-CLI-FECHA-DE-ALTA IS NUMERIC
              MOVE WK-CLI-FECHA-DE-ALTA TO WS-FEC-CALC
              IF WS-FC-MM IS GREATER THAN ZEROS
                 AND WS-FC-MM IS NOT GREATER THAN 12
                 AND WS-FC-DD IS GREATER THAN ZEROS
                 AND WS-FC-DD IS NOT GREATER THAN 31
                 AND WS-FEC-CALC IS NOT GREATER THAN WS-FECHA-HOY-8
                 MOVE WS-FEC-CALC TO KYC-FEC-ULT-REV
              END-IF
           END-IF.

           MOVE KYC-FEC-ULT-REV TO WS-FEC-CALC.
           PERFORM 8400-SUMAR-ANIOS THRU F-8400-SUMAR-ANIOS.
           MOVE WS-FEC-CALC     TO KYC-FEC-PROX-REV.

           SET WS-LEGAJO-CAMBIADO TO TRUE.
           ADD 1 TO WS-TOT-LEGAJOS-NVOS.

       F-3150-ABRIR-LEGAJO. EXIT.

      ***** PEDIDO DE DOCUMENTACION: CARTA Y TAREA DE SUCURSAL ********
       3200-SOLICITAR.

           SET KYC-SOLICITADA TO TRUE.
           MOVE WS-FECHA-HOY-8 TO KYC-FEC-SOLICITUD.
           MOVE 1              TO KYC-CANT-AVISOS.
           PERFORM 8300-DOCS-POR-NIVEL THRU F-8300-DOCS-POR-NIVEL.
           PERFORM 8100-SUCURSAL-CLIENTE THRU F-8100-SUCURSAL-CLIENTE.
           MOVE WS-SUC-CLIENTE TO KYC-SUCURSAL.
           SET WS-LEGAJO-CAMBIADO TO TRUE.
           ADD 1 TO WS-TOT-SOLICITUDES.

           SET CAR-SOLICITUD TO TRUE.
           PERFORM 6100-EMITIR-CARTA THRU F-6100-EMITIR-CARTA.

           MOVE 'PEDIR DOC. KYC' TO WRK-TAREA.
           PERFORM 6200-GRABAR-TAREA THRU F-6200-GRABAR-TAREA.

           MOVE 'DOCUMENTACION SOLICITADA' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-LEGAJO THRU F-7000-IMPRIMIR-LEGAJO.

       F-3200-SOLICITAR. EXIT.

      ***** REVISION VENCIDA SIN RESPUESTA: SE REITERA EL PEDIDO ******
       3300-REITERAR.

           ADD 1 TO KYC-CANT-AVISOS.
           SET WS-LEGAJO-CAMBIADO TO TRUE.
           ADD 1 TO WS-TOT-REITERACIONES.

           SET CAR-REITERACION TO TRUE.
           PERFORM 6100-EMITIR-CARTA THRU F-6100-EMITIR-CARTA.

           MOVE 'LLAMAR CLIENTE' TO WRK-TAREA.
           PERFORM 6200-GRABAR-TAREA THRU F-6200-GRABAR-TAREA.

           MOVE 'PEDIDO REITERADO - VENCIDA' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-LEGAJO THRU F-7000-IMPRIMIR-LEGAJO.

       F-3300-REITERAR. EXIT.

      ***** VENCIDO EL PLAZO DE GRACIA: RESTRICCION ADMINISTRATIVA ****
       3400-RESTRINGIR.

           MOVE KYC-ESTADO TO WS-ESTADO-ANT.
           SET KYC-RESTRINGIDO TO TRUE.
           MOVE WS-FECHA-HOY-8 TO KYC-FEC-RESTRICCION.
           SET WS-LEGAJO-CAMBIADO TO TRUE.
           ADD 1 TO WS-TOT-RESTRICCIONES.
           ADD 1 TO WS-TOT-RESTRINGIDOS.

           MOVE 'RESTRI' TO AUD-OPERACION.
           MOVE SPACES TO AUD-ANTES.
           STRING 'EST=' WS-ESTADO-ANT ' VTO=' KYC-FEC-PROX-REV
                  ' PEDIDO=' KYC-FEC-SOLICITUD
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           PERFORM 5000-GRABAR-AUDITORIA THRU F-5000-GRABAR-AUDITORIA.

           MOVE 'RESTRICCION KYC' TO WRK-TAREA.
           PERFORM 6200-GRABAR-TAREA THRU F-6200-GRABAR-TAREA.

           MOVE 'RESTRINGIDO PROD. NUEVOS' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-LEGAJO THRU F-7000-IMPRIMIR-LEGAJO.

       F-3400-RESTRINGIR. EXIT.

      ***** GRABACION DEL LEGAJO (SOLO SI HUBO CAMBIOS) ***************
       3500-GRABAR-KYC.

           IF WS-LEGAJO-SIN-CAMBIO
              GO TO F-3500-GRABAR-KYC
           END-IF.

           MOVE WS-FECHA-HOY-8 TO KYC-FEC-ULT-MOD.

           IF WS-LEGAJO-NUEVO
              WRITE REG-KYC FROM WS-REG-KYC
           ELSE
              REWRITE REG-KYC FROM WS-REG-KYC
           END-IF.

           IF FS-KYC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION KYC = ' FS-KYC
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       F-3500-GRABAR-KYC. EXIT.

      ***** REVISION INFORMADA POR LA SUCURSAL ************************
       4000-APLICAR-REVISION.

           MOVE KYC-ESTADO TO WS-ESTADO-ANT.
           MOVE SPACES TO AUD-ANTES.
           STRING 'EST=' KYC-ESTADO ' ULT=' KYC-FEC-ULT-REV
                  ' VTO=' KYC-FEC-PROX-REV ' DOC=' KYC-DOCUMENTOS
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.

           IF NKY-SUCURSAL IS GREATER THAN ZEROS
              MOVE NKY-SUCURSAL TO KYC-SUCURSAL
           END-IF.

      * CON DOCUMENTACION PENDIENTE SOLO SE ACTUALIZA LO QUE FALTA *
           IF NKY-DOCUMENTOS IS NOT EQUAL SPACES
              MOVE NKY-DOCUMENTOS TO KYC-DOCUMENTOS
              MOVE 'DOCKYC' TO AUD-OPERACION
              ADD 1 TO WS-TOT-PARCIALES
              MOVE 'DOCUMENTACION AUN PENDIENTE' TO WS-DET-ACCION
           ELSE
              MOVE NKY-FEC-REVISION TO KYC-FEC-ULT-REV
              MOVE WS-CLT-RIESGO    TO KYC-RIESGO
              MOVE WS-CLT-ANIOS     TO KYC-ANIOS
              MOVE NKY-FEC-REVISION TO WS-FEC-CALC
              PERFORM 8400-SUMAR-ANIOS THRU F-8400-SUMAR-ANIOS
              MOVE WS-FEC-CALC      TO KYC-FEC-PROX-REV
              SET KYC-AL-DIA        TO TRUE
              MOVE ZEROS TO KYC-FEC-SOLICITUD KYC-CANT-AVISOS
                            KYC-FEC-RESTRICCION
              MOVE SPACES TO KYC-DOCUMENTOS
              MOVE 'REVKYC' TO AUD-OPERACION
              ADD 1 TO WS-TOT-COMPLETAS
              IF WS-ESTADO-ANT IS EQUAL 'R'
                 ADD 1 TO WS-TOT-LEVANTADAS
                 MOVE 'COMPLETA - RESTRIC. LEVANTADA' TO WS-DET-ACCION
              ELSE
                 MOVE 'REVISION COMPLETA' TO WS-DET-ACCION
              END-IF
           END-IF.

           SET WS-LEGAJO-CAMBIADO TO TRUE.
           PERFORM 3500-GRABAR-KYC THRU F-3500-GRABAR-KYC.

           IF FS-KYC IS EQUAL '00'
              PERFORM 5000-GRABAR-AUDITORIA
                      THRU F-5000-GRABAR-AUDITORIA
              PERFORM 7000-IMPRIMIR-LEGAJO THRU F-7000-IMPRIMIR-LEGAJO
           END-IF.

       F-4000-APLICAR-REVISION. EXIT.

      ***** AUDITORIA ANTES/DESPUES DEL LEGAJO KYC ********************
       5000-GRABAR-AUDITORIA.

           MOVE 'PGMVKY15'     TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES   TO AUD-FECHA.
           MOVE 'KYC'          TO AUD-TABLA.
           MOVE SPACES         TO AUD-CLAVE.
           STRING 'TD=' KYC-TIPDOC ' ND=' KYC-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.

           MOVE SPACES TO AUD-DESPUES.
           STRING 'EST=' KYC-ESTADO ' ULT=' KYC-FEC-ULT-REV
                  ' VTO=' KYC-FEC-PROX-REV ' DOC=' KYC-DOCUMENTOS
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-GRABAR-AUDITORIA. EXIT.

      ***** GRABACION DE REVISIONES RECHAZADAS (SUSPENSO) *************
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-NOVKYC TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
              MOVE SPACES         TO WS-REG-DETALLE
              MOVE NKY-TIPDOC     TO WS-DET-TIPDOC
              MOVE ZEROS          TO WS-DET-NRODOC WS-DET-ULT-REV
                                     WS-DET-PROX-REV WS-DET-SUC
              IF NKY-NRODOC IS NUMERIC
                 MOVE NKY-NRODOC  TO WS-DET-NRODOC
              END-IF
              MOVE SUS-MOTIVO     TO WS-DET-ACCION
              WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** CARTA DE PEDIDO A LA DIRECCION DE CORRESPONDENCIA *********
       6100-EMITIR-CARTA.

           MOVE WS-FECHA-HOY-8   TO CAR-FECHA.
           MOVE KYC-TIPDOC       TO CAR-TIPDOC.
           MOVE KYC-NRODOC       TO CAR-NRODOC.
           MOVE WS-CLT-NOMAPE    TO CAR-NOMAPE.
           MOVE KYC-FEC-PROX-REV TO CAR-FEC-VTO.
           MOVE KYC-DOCUMENTOS   TO CAR-DOCUMENTOS.
           MOVE SPACES TO CAR-DOMICILIO CAR-CIUDAD CAR-COD-POSTAL.

           PERFORM 6150-DIRECCION-CORRESP
                   THRU F-6150-DIRECCION-CORRESP.

           WRITE REG-CARTAS FROM WS-REG-CARTA.
           IF FS-CAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CARTAS = ' FS-CAR
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           ELSE
              ADD 1 TO WS-TOT-CARTAS
           END-IF.

       F-6100-EMITIR-CARTA. EXIT.

      ***** DIRECCION POSTAL DE CPCONTAC; SIN CONTACTO POSTAL SE USA **
      ***** EL DOMICILIO DEL VSAM CLIENTE *****************************
       6150-DIRECCION-CORRESP.

           IF WS-CONTAC-DISPONIBLE
              MOVE KYC-TIPDOC TO KEY-CON(1:2)
              MOVE KYC-NRODOC TO KEY-CON(3:11)
              MOVE 'P'        TO KEY-CON(14:1)
              READ CONTACTO INTO WS-REG-CONTAC
              IF FS-CON IS EQUAL '00'
                 MOVE CON-DOMICILIO     TO CAR-DOMICILIO
                 MOVE CON-CIUDAD        TO CAR-CIUDAD
                 MOVE CON-CODIGO-POSTAL TO CAR-COD-POSTAL
                 GO TO F-6150-DIRECCION-CORRESP
              END-IF
           END-IF.

           PERFORM 8200-LEER-CLIENTE-VSAM
                   THRU F-8200-LEER-CLIENTE-VSAM.

           IF WS-VSAM-HALLADO
              MOVE WK-CLI-DOMICILIO     TO CAR-DOMICILIO
              MOVE WK-CLI-CIUDAD        TO CAR-CIUDAD
              MOVE WK-CLI-CODIGO-POSTAL TO CAR-COD-POSTAL
           END-IF.

       F-6150-DIRECCION-CORRESP. EXIT.

      ***** TAREA EN LA LISTA DE TRABAJO DE LA SUCURSAL (TAREA YA *****
      ***** CARGADA) **************************************************
       6200-GRABAR-TAREA.

           MOVE KYC-SUCURSAL     TO WRK-SUC.
           MOVE KYC-TIPDOC       TO WRK-TIPDOC.
           MOVE KYC-NRODOC       TO WRK-NRODOC.
           MOVE 'KY'             TO WRK-PIEZA.
           MOVE SPACES           TO WRK-MOTIVO.
           STRING 'KYC VTO ' KYC-FEC-PROX-REV
                  DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING.

           WRITE REG-WORKLIST FROM WS-REG-WORKLIST.
           IF FS-WRK IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE WORKLIST = ' FS-WRK
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
           ELSE
              ADD 1 TO WS-TOT-TAREAS
           END-IF.

       F-6200-GRABAR-TAREA. EXIT.

      ***** LINEA DEL LISTADO DEL LEGAJO (ACCION YA CARGADA) **********
       7000-IMPRIMIR-LEGAJO.

           MOVE KYC-TIPDOC        TO WS-DET-TIPDOC.
           MOVE KYC-NRODOC        TO WS-DET-NRODOC.
           MOVE WS-CLT-NOMAPE     TO WS-DET-NOMAPE.
           MOVE KYC-RIESGO        TO WS-DET-NIVEL.
           MOVE KYC-FEC-ULT-REV   TO WS-DET-ULT-REV.
           MOVE KYC-FEC-PROX-REV  TO WS-DET-PROX-REV.
           MOVE KYC-SUCURSAL      TO WS-DET-SUC.
           MOVE KYC-DOCUMENTOS    TO WS-DET-DOCS.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-LEGAJO. EXIT.

      ***** TOTALES DEL LISTADO ***************************************
       7100-IMPRIMIR-TOTALES.

           IF WS-MODO-MANTENIMIENTO
              MOVE 'REVISIONES LEIDAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-LEIDAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2
              MOVE 'REVISIONES COMPLETAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-COMPLETAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE '  RESTRICCIONES LEVANTADAS' TO WS-TOT-TEXTO
              MOVE WS-TOT-LEVANTADAS TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'CON DOCUMENTACION PENDIENTE' TO WS-TOT-TEXTO
              MOVE WS-TOT-PARCIALES TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              MOVE 'REVISIONES A SUSPENSO' TO WS-TOT-TEXTO
              MOVE WS-TOT-SUSPENSO TO WS-TOT-CANT
              WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1
              GO TO F-7100-IMPRIMIR-TOTALES
           END-IF.

           MOVE 'CLIENTES REVISADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CLIENTES TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'LEGAJOS KYC ABIERTOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-LEGAJOS-NVOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'VENCIMIENTOS RECALCULADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RECALCULOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'DOCUMENTACION SOLICITADA' TO WS-TOT-TEXTO.
           MOVE WS-TOT-SOLICITUDES TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'PEDIDOS REITERADOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-REITERACIONES TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'RESTRICCIONES NUEVAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RESTRICCIONES TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CLIENTES RESTRINGIDOS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-RESTRINGIDOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CARTAS EMITIDAS' TO WS-TOT-TEXTO.
           MOVE WS-TOT-CARTAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'TAREAS DE SUCURSAL' TO WS-TOT-TEXTO.
           MOVE WS-TOT-TAREAS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7100-IMPRIMIR-TOTALES. EXIT.

      ***** ANIOS ENTRE REVISIONES SEGUN EL NIVEL DE RIESGO ***********
       8000-PERIODICIDAD.

           EVALUATE WS-CLT-RIESGO
              WHEN 'A'
                 MOVE WS-PAR-ANIOS-ALTO  TO WS-CLT-ANIOS
              WHEN 'M'
                 MOVE WS-PAR-ANIOS-MEDIO TO WS-CLT-ANIOS
              WHEN OTHER
                 MOVE WS-PAR-ANIOS-BAJO  TO WS-CLT-ANIOS
           END-EVALUATE.

       F-8000-PERIODICIDAD. EXIT.

      ***** SUCURSAL DE LA PRIMERA CUENTA DEL CLIENTE; SIN CUENTAS ****
      ***** LA TAREA SALE CON SUCURSAL CERO (CASA CENTRAL) ************
       8100-SUCURSAL-CLIENTE.

           MOVE WS-CLT-NROCLI TO DB-CL-NROCLI.
           MOVE ZEROS TO WS-SUC-CLIENTE.

           EXEC SQL
              SELECT VALUE(MIN(SUCUEN), 0)
                INTO :WS-SUC-CLIENTE
                FROM ITPLZRY.TB99CUEN
                WHERE NROCLI = :DB-CL-NROCLI
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE ZEROS TO WS-SUC-CLIENTE
           END-IF.

       F-8100-SUCURSAL-CLIENTE. EXIT.

      ***** ALTA DEL CLIENTE EN EL VSAM: SE POSICIONA POR DOCUMENTO ***
      ***** Y SE TOMA LA PRIMERA ALTA QUE MATCHEE *********************
       8200-LEER-CLIENTE-VSAM.

           SET WS-VSAM-NO-HALLADO TO TRUE.
           MOVE WS-CLT-TIPDOC TO WS-CLV-TIPDOC.
           MOVE WS-CLT-NRODOC TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-8200-LEER-CLIENTE-VSAM
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS EQUAL '00'
              AND WK-CLI-TIPO-DOCUMENTO IS EQUAL WS-CLT-TIPDOC
              AND WK-CLI-NRO-DOCUMENTO IS EQUAL WS-CLT-NRODOC
              SET WS-VSAM-HALLADO TO TRUE
           END-IF.

       F-8200-LEER-CLIENTE-VSAM. EXIT.

      ***** DOCUMENTACION A PEDIR SEGUN EL NIVEL DE RIESGO ************
       8300-DOCS-POR-NIVEL.

           EVALUATE KYC-RIESGO
              WHEN 'A'
                 MOVE WS-DOCS-ALTO  TO KYC-DOCUMENTOS
              WHEN 'M'
                 MOVE WS-DOCS-MEDIO TO KYC-DOCUMENTOS
              WHEN OTHER
                 MOVE WS-DOCS-BAJO  TO KYC-DOCUMENTOS
           END-EVALUATE.

       F-8300-DOCS-POR-NIVEL. EXIT.

      ***** SUMA DE LA PERIODICIDAD A UNA FECHA (EL 29/02 PASA AL *****
      ***** 28/02 PARA NO GENERAR FECHAS INEXISTENTES) ****************
       8400-SUMAR-ANIOS.

           ADD WS-CLT-ANIOS TO WS-FC-AAAA.

           IF WS-FC-MM IS EQUAL 02
              AND WS-FC-DD IS EQUAL 29
              MOVE 28 TO WS-FC-DD
           END-IF.

       F-8400-SUMAR-ANIOS. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           PERFORM 7100-IMPRIMIR-TOTALES THRU F-7100-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-MANTENIMIENTO
              DISPLAY 'REVISIONES LEIDAS       = ' WS-TOT-LEIDAS
              DISPLAY 'REVISIONES COMPLETAS    = ' WS-TOT-COMPLETAS
              DISPLAY 'RESTRICCIONES LEVANTADAS= ' WS-TOT-LEVANTADAS
              DISPLAY 'DOCUMENTACION PENDIENTE = ' WS-TOT-PARCIALES
              DISPLAY 'REVISIONES A SUSPENSO   = ' WS-TOT-SUSPENSO
              CLOSE ENTRADA
              CLOSE SUSPENSO
              IF FS-SUS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE SUSPENSO = ' FS-SUS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                 CLOSE CURSOR1
              END-EXEC
              DISPLAY 'CLIENTES REVISADOS      = ' WS-TOT-CLIENTES
              DISPLAY 'LEGAJOS KYC ABIERTOS    = ' WS-TOT-LEGAJOS-NVOS
              DISPLAY 'DOCUMENTACION SOLICITADA= ' WS-TOT-SOLICITUDES
              DISPLAY 'PEDIDOS REITERADOS      = ' WS-TOT-REITERACIONES
              DISPLAY 'RESTRICCIONES NUEVAS    = ' WS-TOT-RESTRICCIONES
              DISPLAY 'CLIENTES RESTRINGIDOS   = ' WS-TOT-RESTRINGIDOS
              IF WS-CONTAC-DISPONIBLE
                 CLOSE CONTACTO
              END-IF
              CLOSE CARTAS
              IF FS-CAR IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE CARTAS = ' FS-CAR
                 MOVE 9999 TO RETURN-CODE
              END-IF
              CLOSE WORKLIST
              IF FS-WRK IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE WORKLIST = ' FS-WRK
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           CLOSE CLIENTE.

           CLOSE KYC
              IF FS-KYC IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE KYC = ' FS-KYC
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE AUDITORIA
              IF FS-AUD IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE AUDITORIA = ' FS-AUD
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * RESTRICCIONES NUEVAS O REVISIONES RECHAZADAS: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-RESTRICCIONES > ZEROS
                   OR WS-TOT-SUSPENSO > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVKY15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           IF WS-MODO-MANTENIMIENTO
              COMPUTE RES-CANT-PROCESADOS = WS-TOT-COMPLETAS
                      + WS-TOT-PARCIALES
              MOVE WS-TOT-SUSPENSO TO RES-CANT-ERRORES
           ELSE
              MOVE WS-TOT-CLIENTES TO RES-CANT-PROCESADOS
              MOVE ZEROS           TO RES-CANT-ERRORES
           END-IF.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
