       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVFI15.

      ***********************************************
      *                                             *
      *  FONDOS COMUNES DE INVERSION: SUSCRIPCIONES *
      *  Y RESCATES CONTRA CUENTAS DE CLIENTES Y    *
      *  VALUACION DIARIA DE TENENCIAS              *
      *  TP 35 - BATCH DB2 DE MANTENIMIENTO         *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LAS ORDENES DE FCI SE LIQUIDABAN A MANO     *
      * CONTRA LA PLANILLA DEL AGENTE DE            *
      * ADMINISTRACION. ESTE PROGRAMA LLEVA LAS     *
      * TENENCIAS DE CUOTAPARTES POR CLIENTE        *
      * (DDFCITEN, LAYOUT CPFCITEN) SOBRE LA TABLA  *
      * DE FONDOS DDFONDOS (CPFONDO), VALORIZADAS   *
      * CON EL ARCHIVO DIARIO DE VALOR DE           *
      * CUOTAPARTE DDVCPFCI DEL AGENTE. MODO 'O':   *
      * SUSCRIPCIONES (DEBITO EN LA CUENTA POR      *
      * PGMVPS15 EN LA FECHA DE CONCERTACION) Y     *
      * RESCATES (GRABA EL RESCATE A LIQUIDAR EN    *
      * DDFCIRES CON FECHA T+N HABIL SEGUN          *
      * PGMVBD15). MODO 'L': ACREDITA LOS RESCATES  *
      * QUE LIQUIDAN HOY. MODO 'V': VALUACION DE    *
      * TENENCIAS POR CLIENTE Y POR SUCURSAL, QUE   *
      * QUEDA EN LA TENENCIA PARA EL EXTRACTO DE    *
      * CLIENTES (DB2-TP39)                         *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT ENTRADA ASSIGN DDFCIORD
                    FILE STATUS IS FS-ENT.

      * TABLA DE FONDOS COLOCADOS POR EL BANCO *
             SELECT FONDOS ASSIGN DDFONDOS
                    FILE STATUS IS FS-FND.

      * VALOR DE CUOTAPARTE DIARIO INFORMADO POR EL AGENTE *
             SELECT VCPFCI ASSIGN DDVCPFCI
                    FILE STATUS IS FS-VCP.

             SELECT FCITEN ASSIGN DDFCITEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-FCITEN
                    FILE STATUS IS FS-TEN.

             SELECT RESCATE ASSIGN DDFCIRES
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-FCIRES
                    FILE STATUS IS FS-RSC.

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

      * ORDENES DEL DIA DE LAS SUCURSALES - S = SUSCRIPCION /        *
      * R = RESCATE                                                  *
       FD ENTRADA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-ENTRADA       PIC X(100).

       FD FONDOS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FONDOS        PIC X(60).

       FD VCPFCI
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-VCPFCI        PIC X(40).

       FD FCITEN.

       01 REG-FCITEN.
           03 KEY-FCITEN    PIC X(16).
           03 FILLER        PIC X(94).

       FD RESCATE.

       01 REG-FCIRES.
           03 KEY-FCIRES    PIC X(18).
           03 FILLER        PIC X(102).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-SUSPENSO.
           03  SUS-NOVEDAD      PIC X(100).
           03  FILLER           PIC X(02).
           03  SUS-MOTIVO       PIC X(30).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(01).

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
       77  FS-FND           PIC XX    VALUE SPACES.
       77  FS-VCP           PIC XX    VALUE SPACES.
       77  FS-TEN           PIC XX    VALUE SPACES.
       77  FS-RSC           PIC XX    VALUE SPACES.
       77  FS-SUS           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPFONDO.
           COPY CPFCITEN.
           COPY CPFCIRES.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * MODO DE LA CORRIDA *
       01  WS-REG-PARAMETROS.
           03  WS-PAR-MODO          PIC X(01)  VALUE 'O'.
               88  WS-MODO-ORDENES             VALUE 'O'.
               88  WS-MODO-LIQUIDACION         VALUE 'L'.
               88  WS-MODO-VALUACION           VALUE 'V'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-VALIDADOR     PIC X.
           88  WS-ERROR               VALUE 'Y'.
           88  WS-NO-ERROR            VALUE 'N'.

      * ORDEN DE SUSCRIPCION O RESCATE *
       01  WS-REG-ORDFCI.
           03  ORD-TIPO           PIC X(01).
               88  ORD-SUSCRIPCION            VALUE 'S'.
               88  ORD-RESCATE                VALUE 'R'.
           03  ORD-NRO-ORDEN      PIC X(10).
           03  ORD-FONDO          PIC 9(03).
           03  ORD-TIPDOC         PIC X(02).
           03  ORD-NRODOC         PIC 9(11).
           03  ORD-TIPCUEN        PIC 9(02).
           03  ORD-NROCUEN        PIC 9(15).
      * IMPORTE A SUSCRIBIR (SOLO SUSCRIPCION) *
           03  ORD-IMPORTE        PIC 9(9)V99.
      * CUOTAPARTES A RESCATAR (CEROS = RESCATE TOTAL) *
           03  ORD-CUOTAPARTES    PIC 9(9)V9(6).
      * FECHA DE CONCERTACION (CEROS = FECHA DE PROCESO) *
           03  ORD-FECHA          PIC 9(08).
           03  FILLER             PIC X(22).

      * VALOR DE CUOTAPARTE DEL AGENTE *
       01  WS-REG-VCPFCI.
           03  VCP-FONDO          PIC 9(03).
           03  VCP-FECHA          PIC 9(08).
           03  VCP-VALOR          PIC 9(5)V9(6).
           03  FILLER             PIC X(18).

      * TABLA DE FONDOS CON EL ULTIMO VALOR DE CUOTAPARTE RECIBIDO *
       01  WS-FND-TABLA.
           03  WS-FND-TOPE        PIC 9(03)   VALUE 100.
           03  WS-FND-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-FND-ENTRADA OCCURS 100 TIMES.
               05  WS-FND-CODIGO      PIC 9(03).
               05  WS-FND-NOMBRE      PIC X(25).
               05  WS-FND-MONEDA      PIC 9(02).
               05  WS-FND-DIAS-LIQ    PIC 9(01).
               05  WS-FND-ESTADO      PIC X(01).
               05  WS-FND-VCP         PIC 9(5)V9(6).
               05  WS-FND-FEC-VCP     PIC 9(08).

       77  WS-FND-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-FND-IX-MATCH    PIC 9(03)   VALUE ZEROS.
       77  WS-FONDO-BUSCADO   PIC 9(03)   VALUE ZEROS.

      * TOTALES DEL CLIENTE EN CURSO POR MONEDA DEL FONDO *
       01  WS-TMO-TABLA.
           03  WS-TMO-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-TMO-ENTRADA OCCURS 5 TIMES.
               05  WS-TMO-MONEDA      PIC 9(02).
               05  WS-TMO-CANT        PIC 9(05).
               05  WS-TMO-VALUACION   PIC 9(13)V99.

       77  WS-TMO-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-TMO-IX-MATCH    PIC 9(02)   VALUE ZEROS.

      * TOTALES POR SUCURSAL DE RADICACION Y MONEDA *
       01  WS-TSU-TABLA.
           03  WS-TSU-TOPE        PIC 9(03)   VALUE 200.
           03  WS-TSU-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-TSU-ENTRADA OCCURS 200 TIMES.
               05  WS-TSU-SUCURSAL    PIC 9(02).
               05  WS-TSU-MONEDA      PIC 9(02).
               05  WS-TSU-CANT        PIC 9(07).
               05  WS-TSU-VALUACION   PIC 9(13)V99.

       77  WS-TSU-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-TSU-IX-MATCH    PIC 9(03)   VALUE ZEROS.
       77  WS-SUC-IMPRESA     PIC 9(03)   VALUE ZEROS.

       01  WS-CLIENTE-ANTERIOR.
           03  WS-TIPDOC-ANT      PIC X(02)   VALUE SPACES.
           03  WS-NRODOC-ANT      PIC 9(11)   VALUE ZEROS.
       01  WS-STATUS-CORTE    PIC X       VALUE 'N'.
           88  WS-HAY-CLIENTE             VALUE 'Y'.
           88  WS-SIN-CLIENTE             VALUE 'N'.

      * CUOTAPARTES, IMPORTE Y FECHA DE LIQUIDACION DE LA ORDEN *
       77  WS-CUOTAPARTES     PIC 9(9)V9(6) VALUE ZEROS.
       77  WS-IMPORTE         PIC 9(9)V99   VALUE ZEROS.
       77  WS-FEC-LIQ         PIC 9(08)     VALUE ZEROS.

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

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA      PIC S9(4) USAGE COMP VALUE ZEROS.

      * POSTEO DE SUSCRIPCIONES Y RESCATES VIA RUTINA COMPARTIDA ******
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

       77  WS-CODMOV-SUSCR  PIC X(03) VALUE 'FCS'.
       77  WS-CODMOV-RESC   PIC X(03) VALUE 'FCR'.

      * REFERENCIA UNICA DEL POSTEO: TIPO + FONDO + ORDEN (UN         *
      * REPROCESO VUELVE COMO YA POSTEADO) ****************************
       01  WS-REF-POSTEO.
           03  WS-REF-TIPO        PIC X(01)  VALUE SPACES.
           03  WS-REF-FONDO       PIC 9(03)  VALUE ZEROS.
           03  WS-REF-ORDEN       PIC X(10)  VALUE SPACES.
           03  FILLER             PIC X(11)  VALUE SPACES.

      * CALENDARIO DE DIAS HABILES PARA LA LIQUIDACION T+N ************
       01  WS-PGMVBD15      PIC X(8)  VALUE 'PGMVBD15'.
       01  LK-PARM-CALENDARIO.
           03  LK-BD-FECHA          PIC 9(08).
           03  LK-STATUS-FECHA-BD   PIC X.
               88  LK-BD-HABIL               VALUE 'Y'.
               88  LK-BD-NO-HABIL            VALUE 'N'.
               88  LK-BD-SIN-CALENDARIO      VALUE 'X'.
           03  LK-BD-SIGUIENTE      PIC 9(08).

       77  WS-TOT-LEIDAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSCRIP   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RESCATES  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-YA-PROC   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ACREDIT   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-PENDIENT  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VALUADAS  PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SIN-VCP   PIC 9(05) VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(05) VALUE ZEROS.
       77  WS-IMP-SUSCRIP   PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-RESCATES  PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-ACREDIT   PIC 9(11)V99 VALUE ZEROS.
       77  WS-IMP-EDIT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-AUD-DESCRIPCION PIC X(60) VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(44)    VALUE SPACES.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(80)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(02)    VALUE 'T'.
           03  FILLER        PIC X(11)    VALUE 'ORDEN'.
           03  FILLER        PIC X(04)    VALUE 'FDO'.
           03  FILLER        PIC X(15)    VALUE 'CLIENTE'.
           03  FILLER        PIC X(19)    VALUE 'CUENTA'.
           03  FILLER        PIC X(20)    VALUE '        CUOTAPARTES'.
           03  FILLER        PIC X(14)    VALUE '  VALOR CUOTAP'.
           03  FILLER        PIC X(15)    VALUE '        IMPORTE'.
           03  FILLER        PIC X(09)    VALUE ' LIQUIDA'.
           03  FILLER        PIC X(23)    VALUE 'ACCION'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPO        PIC X(01)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ORDEN       PIC X(10)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-FONDO       PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE '/'.
           03  WS-DET-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-CUOTAPARTES PIC ZZZ.ZZZ.ZZ9,999999 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-VCP         PIC ZZ.ZZ9,999999 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-FEC-LIQ     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-ACCION      PIC X(24)    VALUE SPACES.

       01  WS-SUBTIT-VALUACION.
           03  FILLER        PIC X(04)    VALUE 'SUC'.
           03  FILLER        PIC X(15)    VALUE 'CLIENTE'.
           03  FILLER        PIC X(25)    VALUE 'FONDO'.
           03  FILLER        PIC X(04)    VALUE 'MON'.
           03  FILLER        PIC X(20)    VALUE '        CUOTAPARTES'.
           03  FILLER        PIC X(14)    VALUE '  VALOR CUOTAP'.
           03  FILLER        PIC X(18)    VALUE '         VALUACION'.
           03  FILLER        PIC X(10)    VALUE ' FECHA VCP'.
           03  FILLER        PIC X(22)    VALUE 'OBSERVACION'.

       01  WS-REG-VALUACION.
           03  WS-VAL-SUCURSAL    PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VAL-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-FONDO       PIC 9(03)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-NOMBRE      PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VAL-CUOTAPARTES PIC ZZZ.ZZZ.ZZ9,999999 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-VCP         PIC ZZ.ZZ9,999999 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-VALUACION   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-VAL-FEC-VCP     PIC 9(08)    VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-VAL-OBSERV      PIC X(23)    VALUE SPACES.

       01  WS-REG-TOT-CLIENTE.
           03  FILLER             PIC X(15)    VALUE 'TOTAL CLIENTE '.
           03  WS-TCL-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-TCL-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(09)    VALUE '  MONEDA '.
           03  WS-TCL-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(09)    VALUE '  FONDOS '.
           03  WS-TCL-CANT        PIC Z(04)9   VALUE ZEROS.
           03  FILLER             PIC X(12)    VALUE '  VALUACION '.
           03  WS-TCL-VALUACION   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER             PIC X(49)    VALUE SPACES.

       01  WS-REG-TOT-SUCURSAL.
           03  FILLER             PIC X(15)    VALUE 'TOTAL SUCURSAL '.
           03  WS-TSL-SUCURSAL    PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(09)    VALUE '  MONEDA '.
           03  WS-TSL-MONEDA      PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(13)    VALUE '  TENENCIAS '.
           03  WS-TSL-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(12)    VALUE '  VALUACION '.
           03  WS-TSL-VALUACION   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                               VALUE ZEROS.
           03  FILLER             PIC X(52)    VALUE SPACES.

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
              WHEN WS-MODO-ORDENES
                 PERFORM 2000-PROCESAR-ORDEN
                         THRU F-2000-PROCESAR-ORDEN
                         UNTIL WS-FIN-LECTURA
              WHEN WS-MODO-LIQUIDACION
                 PERFORM 3000-LIQUIDAR-RESCATE
                         THRU F-3000-LIQUIDAR-RESCATE
                         UNTIL WS-FIN-LECTURA
              WHEN OTHER
                 PERFORM 4000-VALUAR-TENENCIA
                         THRU F-4000-VALUAR-TENENCIA
                         UNTIL WS-FIN-LECTURA
                 IF WS-HAY-CLIENTE
                    PERFORM 4300-CERRAR-CLIENTE
                            THRU F-4300-CERRAR-CLIENTE
                 END-IF
                 PERFORM 4500-IMPRIMIR-SUCURSALES
                         THRU F-4500-IMPRIMIR-SUCURSALES
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

           PERFORM 1100-CARGAR-FONDOS THRU F-1100-CARGAR-FONDOS.

      * EL VALOR DE CUOTAPARTE SOLO HACE FALTA PARA PRECIAR ORDENES *
      * Y VALUAR TENENCIAS; LOS RESCATES YA LLEVAN SU IMPORTE ********
           IF NOT WS-MODO-LIQUIDACION
              PERFORM 1200-CARGAR-VCP THRU F-1200-CARGAR-VCP
           END-IF.

           OPEN I-O FCITEN.
      * EN LA PRIMERA CORRIDA EL CLUSTER LLEGA SIN CARGAR (STATUS 35) *
           IF FS-TEN IS EQUAL '35'
              OPEN OUTPUT FCITEN
              IF FS-TEN IS EQUAL '00'
                 CLOSE FCITEN
                 OPEN I-O FCITEN
              END-IF
           END-IF.
           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FCITEN = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN I-O RESCATE.
           IF FS-RSC IS EQUAL '35'
              OPEN OUTPUT RESCATE
              IF FS-RSC IS EQUAL '00'
                 CLOSE RESCATE
                 OPEN I-O RESCATE
              END-IF
           END-IF.
           IF FS-RSC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESCATE = ' FS-RSC
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
              WHEN WS-MODO-ORDENES
                 MOVE 'ORDENES DE SUSCRIPCION Y RESCATE DE FCI AL  '
                      TO WS-TIT-TEXTO
                 OPEN INPUT ENTRADA
                 IF FS-ENT IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT
                    MOVE 9999 TO RETURN-CODE
                    SET  WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-MODO-LIQUIDACION
                 MOVE 'ACREDITACION DE RESCATES DE FCI AL          '
                      TO WS-TIT-TEXTO
                 MOVE LOW-VALUES TO KEY-FCIRES
                 START RESCATE KEY IS NOT LESS THAN KEY-FCIRES
                    INVALID KEY
                       SET WS-FIN-LECTURA TO TRUE
                 END-START
              WHEN WS-MODO-VALUACION
                 MOVE 'VALUACION DE TENENCIAS DE FCI AL            '
                      TO WS-TIT-TEXTO
                 MOVE LOW-VALUES TO KEY-FCITEN
                 START FCITEN KEY IS NOT LESS THAN KEY-FCITEN
                    INVALID KEY
                       SET WS-FIN-LECTURA TO TRUE
                 END-START
              WHEN OTHER
                 DISPLAY '* MODO DE CORRIDA INVALIDO = ' WS-PAR-MODO
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           IF WS-MODO-VALUACION
              WRITE REG-LISTADO FROM WS-SUBTIT-VALUACION AFTER 1
           ELSE
              WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1
           END-IF.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-MODO-ORDENES
              PERFORM 2100-LEER-ORDEN THRU F-2100-LEER-ORDEN
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** TABLA DE FONDOS (OBLIGATORIA EN TODOS LOS MODOS) **********
       1100-CARGAR-FONDOS.

           OPEN INPUT FONDOS.
           IF FS-FND IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN FONDOS = ' FS-FND
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1100-CARGAR-FONDOS
           END-IF.

           PERFORM 1110-LEER-FONDO THRU F-1110-LEER-FONDO
                   UNTIL FS-FND IS NOT EQUAL '00'.

           CLOSE FONDOS.

       F-1100-CARGAR-FONDOS. EXIT.

       1110-LEER-FONDO.

           READ FONDOS INTO WS-REG-FONDO.

           EVALUATE FS-FND
              WHEN '00'
                 IF WS-FND-OCUP IS LESS THAN WS-FND-TOPE
                    AND FND-CODIGO IS NUMERIC
                    AND FND-MONEDA IS NUMERIC
                    AND FND-DIAS-LIQ IS NUMERIC
                    ADD 1 TO WS-FND-OCUP
                    MOVE FND-CODIGO   TO WS-FND-CODIGO(WS-FND-OCUP)
                    MOVE FND-NOMBRE   TO WS-FND-NOMBRE(WS-FND-OCUP)
                    MOVE FND-MONEDA   TO WS-FND-MONEDA(WS-FND-OCUP)
                    MOVE FND-DIAS-LIQ TO WS-FND-DIAS-LIQ(WS-FND-OCUP)
                    MOVE FND-ESTADO   TO WS-FND-ESTADO(WS-FND-OCUP)
                    MOVE ZEROS        TO WS-FND-VCP(WS-FND-OCUP)
                    MOVE ZEROS        TO WS-FND-FEC-VCP(WS-FND-OCUP)
                 ELSE
                    DISPLAY '* FONDO DESCARTADO = ' WS-REG-FONDO
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA FONDOS = ' FS-FND
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1110-LEER-FONDO. EXIT.

      ***** VALOR DE CUOTAPARTE DEL AGENTE (QUEDA EL DE FECHA MAYOR) **
       1200-CARGAR-VCP.

           OPEN INPUT VCPFCI.
           IF FS-VCP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN VCPFCI = ' FS-VCP
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO F-1200-CARGAR-VCP
           END-IF.

           PERFORM 1210-LEER-VCP THRU F-1210-LEER-VCP
                   UNTIL FS-VCP IS NOT EQUAL '00'.

           CLOSE VCPFCI.

       F-1200-CARGAR-VCP. EXIT.

       1210-LEER-VCP.

           READ VCPFCI INTO WS-REG-VCPFCI.

           EVALUATE FS-VCP
              WHEN '00'
                 IF VCP-FONDO IS NOT NUMERIC
                    OR VCP-FECHA IS NOT NUMERIC
                    OR VCP-VALOR IS NOT NUMERIC
                    OR VCP-VALOR IS EQUAL ZEROS
                    DISPLAY '* VALOR DE CUOTAPARTE DESCARTADO = '
                            WS-REG-VCPFCI
                    GO TO F-1210-LEER-VCP
                 END-IF
                 MOVE VCP-FONDO TO WS-FONDO-BUSCADO
                 PERFORM 5200-BUSCAR-FONDO THRU F-5200-BUSCAR-FONDO
                 IF WS-FND-IX-MATCH IS EQUAL ZEROS
                    DISPLAY '* VCP DE FONDO NO REGISTRADO = '
                            VCP-FONDO
                 ELSE
                    IF VCP-FECHA IS NOT LESS THAN
                       WS-FND-FEC-VCP(WS-FND-IX-MATCH)
                       MOVE VCP-VALOR TO WS-FND-VCP(WS-FND-IX-MATCH)
                       MOVE VCP-FECHA
                            TO WS-FND-FEC-VCP(WS-FND-IX-MATCH)
                    END-IF
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA VCPFCI = ' FS-VCP
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1210-LEER-VCP. EXIT.

      **************************************
      *                                    *
      *  MODO 'O' - ORDENES DE SUSCRIPCION *
      *  Y RESCATE                         *
      *                                    *
      **************************************
       2000-PROCESAR-ORDEN.

           PERFORM 2200-VALIDACION THRU F-2200-VALIDACION.

           IF WS-ERROR
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2000-PROCESAR-ORDEN-LEER
           END-IF.

           IF ORD-SUSCRIPCION
              PERFORM 2300-SUSCRIBIR THRU F-2300-SUSCRIBIR
           ELSE
              PERFORM 2400-RESCATAR THRU F-2400-RESCATAR
           END-IF.

       F-2000-PROCESAR-ORDEN-LEER.

           PERFORM 2100-LEER-ORDEN THRU F-2100-LEER-ORDEN.

       F-2000-PROCESAR-ORDEN. EXIT.

      ***** LECTURA ARCHIVO DE ORDENES *****
       2100-LEER-ORDEN.
      **************************************

           READ ENTRADA INTO WS-REG-ORDFCI.
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

       F-2100-LEER-ORDEN. EXIT.

      ***** VALIDACION DE CAMPOS ***********
       2200-VALIDACION.
      **************************************

           SET WS-NO-ERROR TO TRUE.

           IF NOT ORD-SUSCRIPCION AND NOT ORD-RESCATE
              SET WS-ERROR TO TRUE
              MOVE 'TIPO DE ORDEN INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-NRO-ORDEN IS EQUAL SPACES
              SET WS-ERROR TO TRUE
              MOVE 'NRO DE ORDEN EN BLANCO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-FONDO IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'FONDO INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           MOVE ORD-FONDO TO WS-FONDO-BUSCADO.
           PERFORM 5200-BUSCAR-FONDO THRU F-5200-BUSCAR-FONDO.
           IF WS-FND-IX-MATCH IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'FONDO NO REGISTRADO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF WS-FND-ESTADO(WS-FND-IX-MATCH) IS NOT EQUAL 'A'
              SET WS-ERROR TO TRUE
              MOVE 'FONDO SUSPENDIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-FECHA IS NOT NUMERIC
              SET WS-ERROR TO TRUE
              MOVE 'FECHA DE CONCERTACION INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-FECHA IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8 TO ORD-FECHA
           END-IF.

      * LA ORDEN SE PRECIA AL VALOR DE CUOTAPARTE DE SU CONCERTACION *
           IF ORD-FECHA IS NOT EQUAL WS-FND-FEC-VCP(WS-FND-IX-MATCH)
              SET WS-ERROR TO TRUE
              MOVE 'SIN VALOR DE CUOTAPARTE DEL DIA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-TIPDOC IS EQUAL SPACES
              OR ORD-NRODOC IS NOT NUMERIC
              OR ORD-NRODOC IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-TIPCUEN IS NOT NUMERIC
              OR ORD-NROCUEN IS NOT NUMERIC
              OR ORD-NROCUEN IS EQUAL ZEROS
              SET WS-ERROR TO TRUE
              MOVE 'CUENTA INVALIDA' TO SUS-MOTIVO
              GO TO F-2200-VALIDACION
           END-IF.

           IF ORD-SUSCRIPCION
              IF ORD-IMPORTE IS NOT NUMERIC
                 OR ORD-IMPORTE IS EQUAL ZEROS
                 SET WS-ERROR TO TRUE
                 MOVE 'IMPORTE A SUSCRIBIR INVALIDO' TO SUS-MOTIVO
                 GO TO F-2200-VALIDACION
              END-IF
           ELSE
              IF ORD-CUOTAPARTES IS NOT NUMERIC
                 SET WS-ERROR TO TRUE
                 MOVE 'CUOTAPARTES INVALIDAS' TO SUS-MOTIVO
                 GO TO F-2200-VALIDACION
              END-IF
           END-IF.

      * LA CUENTA DEBE SER DEL CLIENTE Y EN LA MONEDA DEL FONDO *
           MOVE ORD-TIPCUEN TO DB-CU-TIPCUEN.
           MOVE ORD-NROCUEN TO DB-CU-NROCUEN.
           MOVE ORD-TIPDOC  TO DB-CL-TIPDOC.
           MOVE ORD-NRODOC  TO DB-CL-NRODOC.

           EXEC SQL
              SELECT A.SUCUEN, A.MONEDA
                INTO :DB-CU-SUCUEN, :WS-CUE-MONEDA
                FROM ITPLZRY.TB99CUEN A,
                     ITPLZRY.TB99CLIE B
                WHERE A.TIPCUEN = :DB-CU-TIPCUEN
                AND A.NROCUEN = :DB-CU-NROCUEN
                AND A.NROCLI = B.NROCLI
                AND B.TIPDOC = :DB-CL-TIPDOC
                AND B.NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 IF WS-CUE-MONEDA IS NOT EQUAL
                    WS-FND-MONEDA(WS-FND-IX-MATCH)
                    SET WS-ERROR TO TRUE
                    MOVE 'MONEDA DE CUENTA DISTINTA' TO SUS-MOTIVO
                 END-IF
              WHEN +100
                 SET WS-ERROR TO TRUE
                 MOVE 'CUENTA INEXISTENTE O DE OTRO' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR CONSULTA CUENTA ORDEN: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-ERROR TO TRUE
                 MOVE 'ERROR EN CONSULTA DE CUENTA' TO SUS-MOTIVO
           END-EVALUATE.

       F-2200-VALIDACION. EXIT.

      ***** SUSCRIPCION: DEBITO EN LA FECHA DE CONCERTACION Y ALTA O **
      ***** AUMENTO DE LA TENENCIA ************************************
       2300-SUSCRIBIR.

           MOVE ORD-IMPORTE TO WS-IMPORTE.
           COMPUTE WS-CUOTAPARTES =
                   ORD-IMPORTE / WS-FND-VCP(WS-FND-IX-MATCH).
           MOVE ORD-FECHA   TO WS-FEC-LIQ.

           IF WS-CUOTAPARTES IS EQUAL ZEROS
              MOVE 'IMPORTE MENOR A UNA CUOTAPARTE' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2300-SUSCRIBIR
           END-IF.

           MOVE ORD-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE ORD-NROCUEN       TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - ORD-IMPORTE.
           MOVE 'PGMVFI15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-SUSCR   TO LK-PS-CODMOV.
           MOVE 'S'               TO WS-REF-TIPO.
           MOVE ORD-FONDO         TO WS-REF-FONDO.
           MOVE ORD-NRO-ORDEN     TO WS-REF-ORDEN.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE ORD-FECHA         TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 CONTINUE
      * ORDEN YA DEBITADA EN UNA CORRIDA ANTERIOR: LA TENENCIA YA SE *
      * ACTUALIZO ENTONCES *
              WHEN LK-PS-YA-POSTEADO
                 ADD 1 TO WS-TOT-YA-PROC
                 MOVE 'YA SUSCRIPTA (REPROCESO)' TO WS-DET-ACCION
                 PERFORM 7000-IMPRIMIR-ORDEN THRU F-7000-IMPRIMIR-ORDEN
                 GO TO F-2300-SUSCRIBIR
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO SUSCRIPCION: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-SUSCRIBIR
              WHEN LK-PS-CODIGO-INVALIDO
                 DISPLAY '* CODIGO ' WS-CODMOV-SUSCR
                         ' NO REGISTRADO EN DDCODMOV'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-SUSCRIBIR
              WHEN LK-PS-CUENTA-INEXISTENTE
                 MOVE 'CUENTA INEXISTENTE' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-EMBARGO
                 MOVE 'CUENTA EMBARGADA' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-SUCESION
                 MOVE 'TITULAR FALLECIDO' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-COBRANZA
                 MOVE 'CUENTA EN MORA' TO SUS-MOTIVO
              WHEN LK-PS-RECHAZO-RETENCION
                 MOVE 'SALDO DISPONIBLE INSUFICIENTE' TO SUS-MOTIVO
              WHEN OTHER
                 MOVE 'DEBITO RECHAZADO' TO SUS-MOTIVO
           END-EVALUATE.

           IF NOT LK-PS-POSTEADO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2300-SUSCRIBIR
           END-IF.

           ADD 1           TO WS-TOT-SUSCRIP.
           ADD ORD-IMPORTE TO WS-IMP-SUSCRIP.

           MOVE ORD-TIPDOC TO FTE-TIPDOC.
           MOVE ORD-NRODOC TO FTE-NRODOC.
           MOVE ORD-FONDO  TO FTE-FONDO.
           MOVE FTE-CLAVE  TO KEY-FCITEN.

           READ FCITEN INTO WS-REG-FCITEN.

           EVALUATE FS-TEN
              WHEN '00'
                 PERFORM 5100-DESCRIBIR-TENENCIA
                         THRU F-5100-DESCRIBIR-TENENCIA
                 MOVE WS-AUD-DESCRIPCION TO AUD-ANTES
                 ADD WS-CUOTAPARTES TO FTE-CUOTAPARTES
                 MOVE 'SUSCRI'      TO AUD-OPERACION
              WHEN '23'
                 INITIALIZE WS-REG-FCITEN
                 MOVE ORD-TIPDOC    TO FTE-TIPDOC
                 MOVE ORD-NRODOC    TO FTE-NRODOC
                 MOVE ORD-FONDO     TO FTE-FONDO
                 MOVE WS-CUOTAPARTES TO FTE-CUOTAPARTES
                 MOVE WS-FECHA-HOY-8 TO FTE-FEC-ALTA
                 MOVE SPACES        TO AUD-ANTES
                 MOVE 'ALTA  '      TO AUD-OPERACION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA FCITEN = ' FS-TEN
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2300-SUSCRIBIR
           END-EVALUATE.

      * LA TENENCIA QUEDA RADICADA EN LA CUENTA DE LA ULTIMA ORDEN *
           MOVE DB-CU-SUCUEN   TO FTE-SUCURSAL.
           MOVE ORD-TIPCUEN    TO FTE-TIPCUEN.
           MOVE ORD-NROCUEN    TO FTE-NROCUEN.
           MOVE WS-FND-MONEDA(WS-FND-IX-MATCH) TO FTE-MONEDA.
           MOVE WS-FECHA-HOY-8 TO FTE-FEC-ULT-MOV.

           IF FS-TEN IS EQUAL '00'
              REWRITE REG-FCITEN FROM WS-REG-FCITEN
           ELSE
              WRITE REG-FCITEN FROM WS-REG-FCITEN
           END-IF.

           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION FCITEN = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2300-SUSCRIBIR
           END-IF.

           PERFORM 5100-DESCRIBIR-TENENCIA
                   THRU F-5100-DESCRIBIR-TENENCIA.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           MOVE 'FCITEN  '         TO AUD-TABLA.
           MOVE FTE-CLAVE          TO AUD-CLAVE.
           PERFORM 5000-AUDITAR THRU F-5000-AUDITAR.

           MOVE 'SUSCRIPCION DEBITADA' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-ORDEN THRU F-7000-IMPRIMIR-ORDEN.

       F-2300-SUSCRIBIR. EXIT.

      ***** RESCATE: BAJA DE CUOTAPARTES Y RESCATE A LIQUIDAR EN T+N **
       2400-RESCATAR.

           MOVE ORD-TIPDOC TO FTE-TIPDOC.
           MOVE ORD-NRODOC TO FTE-NRODOC.
           MOVE ORD-FONDO  TO FTE-FONDO.
           MOVE FTE-CLAVE  TO KEY-FCITEN.

           READ FCITEN INTO WS-REG-FCITEN.

           EVALUATE FS-TEN
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 'SIN TENENCIA EN EL FONDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2400-RESCATAR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA FCITEN = ' FS-TEN
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2400-RESCATAR
           END-EVALUATE.

           IF ORD-CUOTAPARTES IS EQUAL ZEROS
              MOVE FTE-CUOTAPARTES TO WS-CUOTAPARTES
           ELSE
              MOVE ORD-CUOTAPARTES TO WS-CUOTAPARTES
           END-IF.

           IF WS-CUOTAPARTES IS GREATER THAN FTE-CUOTAPARTES
              MOVE 'CUOTAPARTES INSUFICIENTES' TO SUS-MOTIVO
              PERFORM 6000-GRABAR-SUSPENSO THRU F-6000-GRABAR-SUSPENSO
              GO TO F-2400-RESCATAR
           END-IF.

           COMPUTE WS-IMPORTE ROUNDED =
                   WS-CUOTAPARTES * WS-FND-VCP(WS-FND-IX-MATCH)
              ON SIZE ERROR
                 MOVE 'IMPORTE DEL RESCATE EXCEDIDO' TO SUS-MOTIVO
                 PERFORM 6000-GRABAR-SUSPENSO
                         THRU F-6000-GRABAR-SUSPENSO
                 GO TO F-2400-RESCATAR
           END-COMPUTE.

           PERFORM 2450-CALCULAR-LIQUIDACION
                   THRU F-2450-CALCULAR-LIQUIDACION.

           INITIALIZE WS-REG-FCIRES.
           MOVE WS-FEC-LIQ      TO RSC-FEC-LIQ.
           MOVE ORD-NRO-ORDEN   TO RSC-NRO-ORDEN.
           MOVE ORD-FONDO       TO RSC-FONDO.
           MOVE ORD-TIPDOC      TO RSC-TIPDOC.
           MOVE ORD-NRODOC      TO RSC-NRODOC.
           MOVE ORD-TIPCUEN     TO RSC-TIPCUEN.
           MOVE ORD-NROCUEN     TO RSC-NROCUEN.
           MOVE WS-FND-MONEDA(WS-FND-IX-MATCH) TO RSC-MONEDA.
           MOVE WS-CUOTAPARTES  TO RSC-CUOTAPARTES.
           MOVE WS-FND-VCP(WS-FND-IX-MATCH)    TO RSC-VCP.
           MOVE WS-IMPORTE      TO RSC-IMPORTE.
           MOVE ORD-FECHA       TO RSC-FEC-ORDEN.
           SET RSC-PENDIENTE    TO TRUE.

      * LA ORDEN YA REGISTRADA (REPROCESO) NO VUELVE A DESCONTAR *
           WRITE REG-FCIRES FROM WS-REG-FCIRES.

           EVALUATE FS-RSC
              WHEN '00'
                 CONTINUE
              WHEN '22'
                 ADD 1 TO WS-TOT-YA-PROC
                 MOVE 'YA REGISTRADO (REPROCESO)' TO WS-DET-ACCION
                 PERFORM 7000-IMPRIMIR-ORDEN THRU F-7000-IMPRIMIR-ORDEN
                 GO TO F-2400-RESCATAR
              WHEN OTHER
                 DISPLAY '* ERROR EN WRITE RESCATE = ' FS-RSC
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-2400-RESCATAR
           END-EVALUATE.

           MOVE SPACES TO AUD-ANTES.
           PERFORM 5150-DESCRIBIR-RESCATE THRU F-5150-DESCRIBIR-RESCATE.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           MOVE 'ALTA  '           TO AUD-OPERACION.
           MOVE 'FCIRES  '         TO AUD-TABLA.
           MOVE RSC-CLAVE          TO AUD-CLAVE.
           PERFORM 5000-AUDITAR THRU F-5000-AUDITAR.

           ADD 1          TO WS-TOT-RESCATES.
           ADD WS-IMPORTE TO WS-IMP-RESCATES.

           PERFORM 5100-DESCRIBIR-TENENCIA
                   THRU F-5100-DESCRIBIR-TENENCIA.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.
           SUBTRACT WS-CUOTAPARTES FROM FTE-CUOTAPARTES.
           MOVE WS-FECHA-HOY-8     TO FTE-FEC-ULT-MOV.

      * RESCATE TOTAL: LA TENENCIA SE DA DE BAJA *
           IF FTE-CUOTAPARTES IS EQUAL ZEROS
              DELETE FCITEN RECORD
              MOVE 'BAJA  ' TO AUD-OPERACION
           ELSE
              REWRITE REG-FCITEN FROM WS-REG-FCITEN
              MOVE 'RESCAT' TO AUD-OPERACION
           END-IF.

           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION FCITEN = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-2400-RESCATAR
           END-IF.

           PERFORM 5100-DESCRIBIR-TENENCIA
                   THRU F-5100-DESCRIBIR-TENENCIA.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           MOVE 'FCITEN  '         TO AUD-TABLA.
           MOVE FTE-CLAVE          TO AUD-CLAVE.
           PERFORM 5000-AUDITAR THRU F-5000-AUDITAR.

           MOVE 'RESCATE A LIQUIDAR' TO WS-DET-ACCION.
           PERFORM 7000-IMPRIMIR-ORDEN THRU F-7000-IMPRIMIR-ORDEN.

       F-2400-RESCATAR. EXIT.

      ***** FECHA DE LIQUIDACION: N DIAS HABILES DESDE LA ORDEN *******
       2450-CALCULAR-LIQUIDACION.

           MOVE ORD-FECHA TO WS-FEC-LIQ.

           PERFORM 2460-SIGUIENTE-HABIL THRU F-2460-SIGUIENTE-HABIL
                   WS-FND-DIAS-LIQ(WS-FND-IX-MATCH) TIMES.

       F-2450-CALCULAR-LIQUIDACION. EXIT.

       2460-SIGUIENTE-HABIL.

           MOVE WS-FEC-LIQ TO LK-BD-FECHA.
           CALL WS-PGMVBD15 USING LK-PARM-CALENDARIO.

      * SIN CALENDARIO CARGADO SE CUENTAN DIAS CORRIDOS *
           IF LK-BD-SIN-CALENDARIO
              OR LK-BD-SIGUIENTE IS NOT GREATER THAN ZEROS
              COMPUTE WS-FEC-LIQ = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-FEC-LIQ) + 1)
           ELSE
              MOVE LK-BD-SIGUIENTE TO WS-FEC-LIQ
           END-IF.

       F-2460-SIGUIENTE-HABIL. EXIT.

      **************************************
      *                                    *
      *  MODO 'L' - ACREDITACION DE LOS    *
      *  RESCATES QUE LIQUIDAN HOY         *
      *                                    *
      **************************************
       3000-LIQUIDAR-RESCATE.

           PERFORM 3100-LEER-RESCATE THRU F-3100-LEER-RESCATE.

           IF WS-FIN-LECTURA
              GO TO F-3000-LIQUIDAR-RESCATE
           END-IF.

      * EL ARCHIVO VA POR FECHA DE LIQUIDACION: LO DEMAS ES FUTURO *
           IF RSC-FEC-LIQ IS GREATER THAN WS-FECHA-HOY-8
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3000-LIQUIDAR-RESCATE
           END-IF.

           IF NOT RSC-PENDIENTE
              GO TO F-3000-LIQUIDAR-RESCATE
           END-IF.

           PERFORM 3200-ACREDITAR-RESCATE
                   THRU F-3200-ACREDITAR-RESCATE.

       F-3000-LIQUIDAR-RESCATE. EXIT.

      ***** LECTURA SECUENCIAL DE RESCATES A LIQUIDAR *****************
       3100-LEER-RESCATE.

           READ RESCATE NEXT INTO WS-REG-FCIRES.

           EVALUATE FS-RSC
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RESCATE = ' FS-RSC
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-3100-LEER-RESCATE. EXIT.

      ***** CREDITO DEL RESCATE EN LA CUENTA DEL CLIENTE **************
       3200-ACREDITAR-RESCATE.

           MOVE RSC-TIPCUEN       TO LK-PS-TIPCUEN.
           MOVE RSC-NROCUEN       TO LK-PS-NROCUEN.
           MOVE RSC-IMPORTE       TO LK-PS-IMPORTE.
           MOVE 'PGMVFI15'        TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-RESC    TO LK-PS-CODMOV.
           MOVE 'R'               TO WS-REF-TIPO.
           MOVE RSC-FONDO         TO WS-REF-FONDO.
           MOVE RSC-NRO-ORDEN     TO WS-REF-ORDEN.
           MOVE WS-REF-POSTEO     TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8    TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

           EVALUATE TRUE
              WHEN LK-PS-POSTEADO
                 ADD 1 TO WS-TOT-ACREDIT
                 ADD RSC-IMPORTE TO WS-IMP-ACREDIT
                 MOVE 'RESCATE ACREDITADO' TO WS-DET-ACCION
              WHEN LK-PS-YA-POSTEADO
                 ADD 1 TO WS-TOT-YA-PROC
                 MOVE 'YA ACREDITADO (REPROCESO)' TO WS-DET-ACCION
              WHEN LK-PS-ERROR
                 MOVE LK-SQLCODE-RESULT TO WS-SQLCODE
                 DISPLAY 'ERROR POSTEO RESCATE: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-ACREDITAR-RESCATE
              WHEN LK-PS-CODIGO-INVALIDO
                 DISPLAY '* CODIGO ' WS-CODMOV-RESC
                         ' NO REGISTRADO EN DDCODMOV'
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO F-3200-ACREDITAR-RESCATE
      * CUENTA CERRADA DESPUES DE LA ORDEN: QUEDA PENDIENTE PARA QUE *
      * LA SUCURSAL INDIQUE OTRA CUENTA *
              WHEN OTHER
                 ADD 1 TO WS-TOT-PENDIENT
                 MOVE 'NO ACREDITADO - CUENTA' TO WS-DET-ACCION
                 PERFORM 7050-IMPRIMIR-RESCATE
                         THRU F-7050-IMPRIMIR-RESCATE
                 GO TO F-3200-ACREDITAR-RESCATE
           END-EVALUATE.

           PERFORM 5150-DESCRIBIR-RESCATE THRU F-5150-DESCRIBIR-RESCATE.
           MOVE WS-AUD-DESCRIPCION TO AUD-ANTES.

           SET RSC-ACREDITADO      TO TRUE.
           MOVE WS-FECHA-HOY-8     TO RSC-FEC-ACREDITADO.

           REWRITE REG-FCIRES FROM WS-REG-FCIRES.

           IF FS-RSC IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE RESCATE = ' FS-RSC
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-3200-ACREDITAR-RESCATE
           END-IF.

           PERFORM 5150-DESCRIBIR-RESCATE THRU F-5150-DESCRIBIR-RESCATE.
           MOVE WS-AUD-DESCRIPCION TO AUD-DESPUES.
           MOVE 'ACREDI'           TO AUD-OPERACION.
           MOVE 'FCIRES  '         TO AUD-TABLA.
           MOVE RSC-CLAVE          TO AUD-CLAVE.
           PERFORM 5000-AUDITAR THRU F-5000-AUDITAR.

           PERFORM 7050-IMPRIMIR-RESCATE THRU F-7050-IMPRIMIR-RESCATE.

       F-3200-ACREDITAR-RESCATE. EXIT.

      **************************************
      *                                    *
      *  MODO 'V' - VALUACION DE TENENCIAS *
      *  POR CLIENTE Y POR SUCURSAL        *
      *                                    *
      **************************************
       4000-VALUAR-TENENCIA.

           PERFORM 4100-LEER-TENENCIA THRU F-4100-LEER-TENENCIA.

           IF WS-FIN-LECTURA
              GO TO F-4000-VALUAR-TENENCIA
           END-IF.

           PERFORM 4200-CORTE-CLIENTE THRU F-4200-CORTE-CLIENTE.

           MOVE FTE-FONDO TO WS-FONDO-BUSCADO.
           PERFORM 5200-BUSCAR-FONDO THRU F-5200-BUSCAR-FONDO.

           MOVE SPACES TO WS-VAL-OBSERV.
           MOVE SPACES TO WS-VAL-NOMBRE.
           EVALUATE TRUE
              WHEN WS-FND-IX-MATCH IS EQUAL ZEROS
                 ADD 1 TO WS-TOT-SIN-VCP
                 MOVE 'FONDO NO REGISTRADO' TO WS-VAL-OBSERV
              WHEN WS-FND-FEC-VCP(WS-FND-IX-MATCH) IS EQUAL ZEROS
                 ADD 1 TO WS-TOT-SIN-VCP
                 MOVE WS-FND-NOMBRE(WS-FND-IX-MATCH) TO WS-VAL-NOMBRE
                 MOVE 'SIN VCP - VALOR PREVIO' TO WS-VAL-OBSERV
              WHEN WS-FND-FEC-VCP(WS-FND-IX-MATCH) < WS-FECHA-HOY-8
                 ADD 1 TO WS-TOT-SIN-VCP
                 MOVE WS-FND-NOMBRE(WS-FND-IX-MATCH) TO WS-VAL-NOMBRE
                 MOVE WS-FND-VCP(WS-FND-IX-MATCH)     TO FTE-VCP
                 MOVE WS-FND-FEC-VCP(WS-FND-IX-MATCH)
                      TO FTE-FEC-VALUACION
                 MOVE 'VCP DE FECHA ANTERIOR' TO WS-VAL-OBSERV
              WHEN OTHER
                 MOVE WS-FND-NOMBRE(WS-FND-IX-MATCH) TO WS-VAL-NOMBRE
                 MOVE WS-FND-VCP(WS-FND-IX-MATCH)     TO FTE-VCP
                 MOVE WS-FND-FEC-VCP(WS-FND-IX-MATCH)
                      TO FTE-FEC-VALUACION
           END-EVALUATE.

           COMPUTE FTE-VALUACION ROUNDED = FTE-CUOTAPARTES * FTE-VCP.

           REWRITE REG-FCITEN FROM WS-REG-FCITEN.

           IF FS-TEN IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE FCITEN = ' FS-TEN
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO F-4000-VALUAR-TENENCIA
           END-IF.

           ADD 1 TO WS-TOT-VALUADAS.

           PERFORM 5300-BUSCAR-MONEDA THRU F-5300-BUSCAR-MONEDA.
           ADD 1             TO WS-TMO-CANT(WS-TMO-IX-MATCH).
           ADD FTE-VALUACION TO WS-TMO-VALUACION(WS-TMO-IX-MATCH).

           PERFORM 5400-BUSCAR-SUCURSAL THRU F-5400-BUSCAR-SUCURSAL.
           ADD 1             TO WS-TSU-CANT(WS-TSU-IX-MATCH).
           ADD FTE-VALUACION TO WS-TSU-VALUACION(WS-TSU-IX-MATCH).

           PERFORM 7100-IMPRIMIR-VALUACION
                   THRU F-7100-IMPRIMIR-VALUACION.

       F-4000-VALUAR-TENENCIA. EXIT.

      ***** LECTURA SECUENCIAL DE TENENCIAS (POR DOCUMENTO) ***********
       4100-LEER-TENENCIA.

           READ FCITEN NEXT INTO WS-REG-FCITEN.

           EVALUATE FS-TEN
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA FCITEN = ' FS-TEN
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-4100-LEER-TENENCIA. EXIT.

      ***** CORTE POR CLIENTE: TOTALES DEL ANTERIOR *******************
       4200-CORTE-CLIENTE.

           IF WS-HAY-CLIENTE
              AND FTE-TIPDOC IS EQUAL WS-TIPDOC-ANT
              AND FTE-NRODOC IS EQUAL WS-NRODOC-ANT
              GO TO F-4200-CORTE-CLIENTE
           END-IF.

           IF WS-HAY-CLIENTE
              PERFORM 4300-CERRAR-CLIENTE THRU F-4300-CERRAR-CLIENTE
           END-IF.

           SET WS-HAY-CLIENTE TO TRUE.
           MOVE FTE-TIPDOC    TO WS-TIPDOC-ANT.
           MOVE FTE-NRODOC    TO WS-NRODOC-ANT.
           MOVE ZEROS         TO WS-TMO-OCUP.

       F-4200-CORTE-CLIENTE. EXIT.

      ***** TOTALES POR MONEDA DEL CLIENTE EN CURSO *******************
       4300-CERRAR-CLIENTE.

           PERFORM 4310-IMPRIMIR-TOT-CLIENTE
                   THRU F-4310-IMPRIMIR-TOT-CLIENTE
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP.

       F-4300-CERRAR-CLIENTE. EXIT.

       4310-IMPRIMIR-TOT-CLIENTE.

           MOVE WS-TIPDOC-ANT                TO WS-TCL-TIPDOC.
           MOVE WS-NRODOC-ANT                TO WS-TCL-NRODOC.
           MOVE WS-TMO-MONEDA(WS-TMO-IX)     TO WS-TCL-MONEDA.
           MOVE WS-TMO-CANT(WS-TMO-IX)       TO WS-TCL-CANT.
           MOVE WS-TMO-VALUACION(WS-TMO-IX)  TO WS-TCL-VALUACION.
           WRITE REG-LISTADO FROM WS-REG-TOT-CLIENTE AFTER 1.

       F-4310-IMPRIMIR-TOT-CLIENTE. EXIT.

      ***** TOTALES POR SUCURSAL DE RADICACION, EN ORDEN DE SUCURSAL **
       4500-IMPRIMIR-SUCURSALES.

           IF WS-TSU-OCUP IS EQUAL ZEROS
              GO TO F-4500-IMPRIMIR-SUCURSALES
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 4510-IMPRIMIR-SUCURSAL THRU F-4510-IMPRIMIR-SUCURSAL
                   VARYING WS-SUC-IMPRESA FROM 0 BY 1
                   UNTIL WS-SUC-IMPRESA > 99.

       F-4500-IMPRIMIR-SUCURSALES. EXIT.

       4510-IMPRIMIR-SUCURSAL.

           PERFORM 4520-IMPRIMIR-TOT-SUCURSAL
                   THRU F-4520-IMPRIMIR-TOT-SUCURSAL
                   VARYING WS-TSU-IX FROM 1 BY 1
                   UNTIL WS-TSU-IX > WS-TSU-OCUP.

       F-4510-IMPRIMIR-SUCURSAL. EXIT.

       4520-IMPRIMIR-TOT-SUCURSAL.

           IF WS-TSU-SUCURSAL(WS-TSU-IX) IS NOT EQUAL WS-SUC-IMPRESA
              GO TO F-4520-IMPRIMIR-TOT-SUCURSAL
           END-IF.

           MOVE WS-TSU-SUCURSAL(WS-TSU-IX)   TO WS-TSL-SUCURSAL.
           MOVE WS-TSU-MONEDA(WS-TSU-IX)     TO WS-TSL-MONEDA.
           MOVE WS-TSU-CANT(WS-TSU-IX)       TO WS-TSL-CANT.
           MOVE WS-TSU-VALUACION(WS-TSU-IX)  TO WS-TSL-VALUACION.
           WRITE REG-LISTADO FROM WS-REG-TOT-SUCURSAL AFTER 1.

       F-4520-IMPRIMIR-TOT-SUCURSAL. EXIT.

      ***** AUDITORIA ANTES/DESPUES (OPERACION, TABLA Y CLAVE YA      *
      ***** CARGADAS) *************************************************
       5000-AUDITAR.

           MOVE 'PGMVFI15' TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES TO AUD-FECHA.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-5000-AUDITAR. EXIT.

      ***** IMAGEN DE LA TENENCIA PARA EL ANTES/DESPUES ***************
       5100-DESCRIBIR-TENENCIA.

           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'CTA=' FTE-TIPCUEN '/' FTE-NROCUEN
                  ' SUC=' FTE-SUCURSAL ' CP=' FTE-CUOTAPARTES
                  ' U=' FTE-FEC-ULT-MOV
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
           END-STRING.

       F-5100-DESCRIBIR-TENENCIA. EXIT.

      ***** IMAGEN DEL RESCATE PARA EL ANTES/DESPUES ******************
       5150-DESCRIBIR-RESCATE.

           MOVE SPACES TO WS-AUD-DESCRIPCION.
           STRING 'E=' RSC-ESTADO ' CP=' RSC-CUOTAPARTES
                  ' IMP=' RSC-IMPORTE ' A=' RSC-FEC-ACREDITADO
                  DELIMITED BY SIZE INTO WS-AUD-DESCRIPCION
           END-STRING.

       F-5150-DESCRIBIR-RESCATE. EXIT.

      ***** FONDO DE WS-FONDO-BUSCADO EN LA TABLA (0 = NO ESTA) *******
       5200-BUSCAR-FONDO.

           MOVE ZEROS TO WS-FND-IX-MATCH.
           PERFORM 5210-COMPARAR-FONDO THRU F-5210-COMPARAR-FONDO
                   VARYING WS-FND-IX FROM 1 BY 1
                   UNTIL WS-FND-IX > WS-FND-OCUP
                   OR WS-FND-IX-MATCH > ZEROS.

       F-5200-BUSCAR-FONDO. EXIT.

       5210-COMPARAR-FONDO.

           IF WS-FND-CODIGO(WS-FND-IX) IS EQUAL WS-FONDO-BUSCADO
              MOVE WS-FND-IX TO WS-FND-IX-MATCH
           END-IF.

       F-5210-COMPARAR-FONDO. EXIT.

      ***** TOTALES DEL CLIENTE EN LA MONEDA DEL FONDO (SE AGREGA SI  *
      ***** NO ESTA) **************************************************
       5300-BUSCAR-MONEDA.

           MOVE ZEROS TO WS-TMO-IX-MATCH.
           PERFORM 5310-COMPARAR-MONEDA THRU F-5310-COMPARAR-MONEDA
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP
                   OR WS-TMO-IX-MATCH > ZEROS.

           IF WS-TMO-IX-MATCH IS EQUAL ZEROS
              AND WS-TMO-OCUP IS LESS THAN 5
              ADD 1 TO WS-TMO-OCUP
              MOVE WS-TMO-OCUP TO WS-TMO-IX-MATCH
              INITIALIZE WS-TMO-ENTRADA(WS-TMO-IX-MATCH)
              MOVE FTE-MONEDA TO WS-TMO-MONEDA(WS-TMO-IX-MATCH)
           END-IF.

      * MAS DE CINCO MONEDAS EN UN CLIENTE: VAN A LA ULTIMA *
           IF WS-TMO-IX-MATCH IS EQUAL ZEROS
              MOVE 5 TO WS-TMO-IX-MATCH
           END-IF.

       F-5300-BUSCAR-MONEDA. EXIT.

       5310-COMPARAR-MONEDA.

           IF WS-TMO-MONEDA(WS-TMO-IX) IS EQUAL FTE-MONEDA
              MOVE WS-TMO-IX TO WS-TMO-IX-MATCH
           END-IF.

       F-5310-COMPARAR-MONEDA. EXIT.

      ***** TOTALES DE LA SUCURSAL Y MONEDA DE LA TENENCIA (SE AGREGA *
      ***** SI NO ESTA) ***********************************************
       5400-BUSCAR-SUCURSAL.

           MOVE ZEROS TO WS-TSU-IX-MATCH.
           PERFORM 5410-COMPARAR-SUCURSAL THRU F-5410-COMPARAR-SUCURSAL
                   VARYING WS-TSU-IX FROM 1 BY 1
                   UNTIL WS-TSU-IX > WS-TSU-OCUP
                   OR WS-TSU-IX-MATCH > ZEROS.

           IF WS-TSU-IX-MATCH IS EQUAL ZEROS
              AND WS-TSU-OCUP IS LESS THAN WS-TSU-TOPE
              ADD 1 TO WS-TSU-OCUP
              MOVE WS-TSU-OCUP TO WS-TSU-IX-MATCH
              INITIALIZE WS-TSU-ENTRADA(WS-TSU-IX-MATCH)
              MOVE FTE-SUCURSAL TO WS-TSU-SUCURSAL(WS-TSU-IX-MATCH)
              MOVE FTE-MONEDA   TO WS-TSU-MONEDA(WS-TSU-IX-MATCH)
           END-IF.

      * TABLA LLENA: VA A LA ULTIMA ENTRADA *
           IF WS-TSU-IX-MATCH IS EQUAL ZEROS
              MOVE WS-TSU-TOPE TO WS-TSU-IX-MATCH
           END-IF.

       F-5400-BUSCAR-SUCURSAL. EXIT.

       5410-COMPARAR-SUCURSAL.

           IF WS-TSU-SUCURSAL(WS-TSU-IX) IS EQUAL FTE-SUCURSAL
              AND WS-TSU-MONEDA(WS-TSU-IX) IS EQUAL FTE-MONEDA
              MOVE WS-TSU-IX TO WS-TSU-IX-MATCH
           END-IF.

       F-5410-COMPARAR-SUCURSAL. EXIT.

      ***** GRABACION DE ORDENES RECHAZADAS (SUSPENSO) **
       6000-GRABAR-SUSPENSO.

           MOVE WS-REG-ORDFCI TO SUS-NOVEDAD.

           WRITE REG-SUSPENSO.
           IF FS-SUS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE SUSPENSO = ' FS-SUS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TOT-SUSPENSO
           END-IF.

       F-6000-GRABAR-SUSPENSO. EXIT.

      ***** LINEA DEL LISTADO DE ORDENES (ACCION YA CARGADA) **********
       7000-IMPRIMIR-ORDEN.

           MOVE ORD-TIPO        TO WS-DET-TIPO.
           MOVE ORD-NRO-ORDEN   TO WS-DET-ORDEN.
           MOVE ORD-FONDO       TO WS-DET-FONDO.
           MOVE ORD-TIPDOC      TO WS-DET-TIPDOC.
           MOVE ORD-NRODOC      TO WS-DET-NRODOC.
           MOVE ORD-TIPCUEN     TO WS-DET-TIPCUEN.
           MOVE ORD-NROCUEN     TO WS-DET-NROCUEN.
           MOVE WS-CUOTAPARTES  TO WS-DET-CUOTAPARTES.
           MOVE WS-FND-VCP(WS-FND-IX-MATCH) TO WS-DET-VCP.
           MOVE WS-IMPORTE      TO WS-DET-IMPORTE.
           MOVE WS-FEC-LIQ      TO WS-DET-FEC-LIQ.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-ORDEN. EXIT.

      ***** LINEA DEL LISTADO DE ACREDITACIONES (ACCION YA CARGADA) ***
       7050-IMPRIMIR-RESCATE.

           MOVE 'R'             TO WS-DET-TIPO.
           MOVE RSC-NRO-ORDEN   TO WS-DET-ORDEN.
           MOVE RSC-FONDO       TO WS-DET-FONDO.
           MOVE RSC-TIPDOC      TO WS-DET-TIPDOC.
           MOVE RSC-NRODOC      TO WS-DET-NRODOC.
           MOVE RSC-TIPCUEN     TO WS-DET-TIPCUEN.
           MOVE RSC-NROCUEN     TO WS-DET-NROCUEN.
           MOVE RSC-CUOTAPARTES TO WS-DET-CUOTAPARTES.
           MOVE RSC-VCP         TO WS-DET-VCP.
           MOVE RSC-IMPORTE     TO WS-DET-IMPORTE.
           MOVE RSC-FEC-LIQ     TO WS-DET-FEC-LIQ.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7050-IMPRIMIR-RESCATE. EXIT.

      ***** LINEA DEL LISTADO DE VALUACION (OBSERVACION YA CARGADA) ***
       7100-IMPRIMIR-VALUACION.

           MOVE FTE-SUCURSAL      TO WS-VAL-SUCURSAL.
           MOVE FTE-TIPDOC        TO WS-VAL-TIPDOC.
           MOVE FTE-NRODOC        TO WS-VAL-NRODOC.
           MOVE FTE-FONDO         TO WS-VAL-FONDO.
           MOVE FTE-MONEDA        TO WS-VAL-MONEDA.
           MOVE FTE-CUOTAPARTES   TO WS-VAL-CUOTAPARTES.
           MOVE FTE-VCP           TO WS-VAL-VCP.
           MOVE FTE-VALUACION     TO WS-VAL-VALUACION.
           MOVE FTE-FEC-VALUACION TO WS-VAL-FEC-VCP.

           WRITE REG-LISTADO FROM WS-REG-VALUACION AFTER 1.

       F-7100-IMPRIMIR-VALUACION. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           IF RETURN-CODE IS EQUAL TO ZEROS
              EXEC SQL
                 COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'ROLLBACK REALIZADO - POSTEOS NO APLICADOS'
           END-IF.

           EVALUATE TRUE
              WHEN WS-MODO-ORDENES
                 DISPLAY 'ORDENES LEIDAS          = ' WS-TOT-LEIDAS
                 DISPLAY 'SUSCRIPCIONES DEBITADAS = ' WS-TOT-SUSCRIP
                 MOVE WS-IMP-SUSCRIP TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE SUSCRIPTO       = ' WS-IMP-EDIT
                 DISPLAY 'RESCATES REGISTRADOS    = ' WS-TOT-RESCATES
                 MOVE WS-IMP-RESCATES TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE A LIQUIDAR      = ' WS-IMP-EDIT
                 DISPLAY 'YA PROCESADAS (REPROC.) = ' WS-TOT-YA-PROC
                 DISPLAY 'ORDENES A SUSPENSO      = ' WS-TOT-SUSPENSO
              WHEN WS-MODO-LIQUIDACION
                 DISPLAY 'RESCATES ACREDITADOS    = ' WS-TOT-ACREDIT
                 MOVE WS-IMP-ACREDIT TO WS-IMP-EDIT
                 DISPLAY 'IMPORTE ACREDITADO      = ' WS-IMP-EDIT
                 DISPLAY 'YA ACREDITADOS (REPROC.)= ' WS-TOT-YA-PROC
                 DISPLAY 'RESCATES NO ACREDITADOS = ' WS-TOT-PENDIENT
              WHEN OTHER
                 DISPLAY 'TENENCIAS VALUADAS      = ' WS-TOT-VALUADAS
                 DISPLAY 'VALUADAS SIN VCP DEL DIA= ' WS-TOT-SIN-VCP
           END-EVALUATE.

           IF WS-MODO-ORDENES
              CLOSE ENTRADA
           END-IF.

           CLOSE FCITEN
              IF FS-TEN IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE FCITEN = ' FS-TEN
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE RESCATE
              IF FS-RSC IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE RESCATE = ' FS-RSC
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

      * ORDENES RECHAZADAS, RESCATES SIN ACREDITAR O TENENCIAS SIN    *
      * VALOR DE CUOTAPARTE DEL DIA: ALERTA ***************************
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUSPENSO > ZEROS OR WS-TOT-PENDIENT > ZEROS
                   OR WS-TOT-SIN-VCP > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVFI15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-SUSCRIP
                   + WS-TOT-RESCATES + WS-TOT-ACREDIT + WS-TOT-VALUADAS.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUSPENSO
                   + WS-TOT-PENDIENT + WS-TOT-SIN-VCP.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
