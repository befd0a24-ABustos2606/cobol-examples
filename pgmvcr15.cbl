       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVCR15.

      ***********************************************
      *                                             *
      *  REPORTE ANUAL FATCA / CRS DE CUENTAS DE    *
      *  RESIDENTES FISCALES EN EL EXTERIOR         *
      *        TP 35 - BATCH DB2 DE EXTRACCION      *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * EL EXTRACTO ANUAL PGMVTX15 SOLO ALCANZA AL  *
      * ORGANISMO LOCAL; LOS US PERSON (FATCA) Y    *
      * LOS RESIDENTES DE PAISES CRS DEBEN          *
      * INFORMARSE APARTE. ESTE JOB DE CIERRE DE    *
      * EJERCICIO RECORRE TB99CUEN APAREADA CON     *
      * TB99CLIE POR CLIENTE, CONSOLIDA EL SALDO    *
      * POR MONEDA, LE SUMA LOS INTERESES DEL       *
      * EJERCICIO (DDINTACC, COMO PGMVTX15) Y:      *
      * - CON AUTOCERTIFICACION EN DDRESFIS         *
      *   (PGMVRF15) GRABA EN DDFATCRS UN REGISTRO  *
      *   POR CADA PAIS DE RESIDENCIA QUE LA TABLA  *
      *   DDPAISFI (CPPAISFI) MARCA COMO REPORTABLE *
      *   (FATCA O CRS), CON SU TIN, DOMICILIO,     *
      *   SALDOS E INTERESES                        *
      * - SIN DECLARACION BUSCA INDICIOS DE         *
      *   RESIDENCIA EXTRANJERA EN LA NACIONALIDAD  *
      *   Y EL DOMICILIO DEL VSAM CLIENTE Y EN LAS  *
      *   CIUDADES Y TELEFONOS DE CPCONTAC CONTRA   *
      *   LA MISMA TABLA, Y LISTA A LOS CLIENTES    *
      *   CON INDICIOS PARA PEDIRLES LA AUTOCERTI-  *
      *   FICACION (RC 0004 SI HAY ALGUNO)          *
      * EL ARCHIVO LLEVA CABECERA/TRAILER DE        *
      * CONTROL COMO LOS DEMAS EXTRACTOS Y EL       *
      * LISTADO CIERRA CON LOS TOTALES POR PAIS     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * CONTACTOS DEL CLIENTE (DIRECCION LEGAL Y POSTAL) *
             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

      * DECLARACIONES DE RESIDENCIA FISCAL (PGMVRF15) *
             SELECT RESFIS ASSIGN DDRESFIS
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-RFI
                    FILE STATUS IS FS-RFI.

      * TABLA DE PAISES REPORTABLES E INDICIOS *
             SELECT PAISES ASSIGN DDPAISFI
                    FILE STATUS IS FS-PFI.

      * INTERESES DEVENGADOS DEL EJERCICIO POR DOCUMENTO - SALIDA  *
      * DEL JOB DE DEVENGAMIENTO; UN DD AUSENTE SE SALTEA          *
             SELECT INTACC ASSIGN DDINTACC
                    FILE STATUS IS FS-INT.

             SELECT REPORTE ASSIGN DDFATCRS
                    FILE STATUS IS FS-REP.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD CLIENTE.

       01 REG-CLIENTE.
           03 KEY-CLI       PIC X(17).
           03 FILLER        PIC X(227).

       FD CONTACTO.

       01 REG-CONTACTO.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

       FD RESFIS.

       01 REG-RESFIS.
           03 KEY-RFI       PIC X(13).
           03 FILLER        PIC X(107).

       FD PAISES
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PAISES        PIC X(25).

       FD INTACC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INTACC        PIC X(24).

       FD REPORTE
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-REPORTE       PIC X(200).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(08).

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
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-RFI           PIC XX    VALUE SPACES.
       77  FS-PFI           PIC XX    VALUE SPACES.
       77  FS-INT           PIC XX    VALUE SPACES.
       77  FS-REP           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

      * PAIS DE LA ENTIDAD: SU RESIDENCIA NUNCA ES REPORTABLE *
       77  WS-PAIS-LOCAL    PIC X(02) VALUE 'AR'.

           COPY CPRESUMEN.
           COPY TBVCLIEN.
           COPY CPCONTAC.
           COPY CPRESFIS.
           COPY CPPAISFI.

      * EJERCICIO INFORMADO (CEROS = EL DE LA FECHA DE PROCESO, EL JOB *
      * CORRE AL CIERRE) Y MONEDAS HABILITADAS, COMO EN PGMVTX15 *******
       01  WS-REG-PARAMETROS.
           03  WS-PAR-EJERCICIO     PIC 9(04)  VALUE ZEROS.
           03  WS-PAR-MONEDA1       PIC 99     VALUE 02.
           03  WS-PAR-MONEDA2       PIC 99     VALUE 80.

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

      * HOST VARIABLE PARA COLUMNA MONEDA DE TB99CUEN - AUN NO        *
      * REFLEJADA EN EL DCLGEN *****************************************
       77  WS-CUE-MONEDA  PIC S9(4) USAGE COMP VALUE ZEROS.

           EXEC SQL
             DECLARE CURSOR1 CURSOR FOR
             SELECT A.SALDO, A.MONEDA,
                    B.TIPDOC, B.NRODOC, B.NROCLI, B.NOMAPE
             FROM ITPLZRY.TB99CUEN A
               INNER JOIN ITPLZRY.TB99CLIE B
               ON A.NROCLI = B.NROCLI
               ORDER BY B.NROCLI ASC
           END-EXEC.

      * VARIABLES DE CORTE *
       01  WS-NROCLI-ANT      PIC 999.
       01  WS-TIPDOC-ANT      PIC X(02).
       01  WS-NRODOC-ANT      PIC 9(11).
       01  WS-NOMAPE-ANT      PIC X(30).

      * ACUMULADORES POR CLIENTE, SEPARADOS POR MONEDA *
       01  AC-SALCLI-M1       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROS.
       01  AC-SALCLI-M2       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROS.
       01  AC-INTERES-CLI     PIC S9(9)V9(2) USAGE COMP-3  VALUE ZEROS.
       77  WS-CANT-CUENTAS    PIC 9(03)   VALUE ZEROS.

      * TOTALES DE CONTROL DEL REPORTE (PARA EL TRAILER) *
       01  AC-TOT-SALDO-M1    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-SALDO-M2    PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROS.
       01  AC-TOT-INTERES     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROS.

      * INTERESES DEVENGADOS POR DOCUMENTO, CARGADOS EN MEMORIA ******
       01  WS-REG-INTACC.
           03  INT-TIPDOC     PIC X(02).
           03  INT-NRODOC     PIC 9(11).
           03  INT-IMPORTE    PIC S9(9)V99.

       01  WS-INT-TABLA.
           03  WS-INT-TOPE        PIC 9(03)   VALUE 500.
           03  WS-INT-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-INT-ENTRADA OCCURS 500 TIMES.
               05  WS-INT-TIPDOC  PIC X(02).
               05  WS-INT-NRODOC  PIC 9(11).
               05  WS-INT-IMPORTE PIC S9(9)V99.

       77  WS-INT-IX          PIC 9(03)   VALUE ZEROS.

      * TABLA DE PAISES E INDICIOS EN MEMORIA (EL LARGO DEL VALOR SE  *
      * USA PARA COMPARAR LOS PREFIJOS TELEFONICOS) ********************
       01  WS-PFI-TABLA.
           03  WS-PFI-TOPE        PIC 9(03)   VALUE 200.
           03  WS-PFI-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-PFI-ENTRADA OCCURS 200 TIMES.
               05  WS-PFI-TIPO    PIC X(01).
               05  WS-PFI-VALOR   PIC X(15).
               05  WS-PFI-PAIS    PIC X(02).
               05  WS-PFI-REGIMEN PIC X(01).
               05  WS-PFI-LARGO   PIC 9(02).

       77  WS-PFI-IX        PIC 9(03)  VALUE ZEROS.
       77  WS-PFI-IX-MATCH  PIC 9(03)  VALUE ZEROS.
       77  WS-BUS-TIPO      PIC X(01)  VALUE SPACES.
       77  WS-BUS-VALOR     PIC X(15)  VALUE SPACES.
       77  WS-BUS-PAIS      PIC X(02)  VALUE SPACES.
       77  WS-LARGO         PIC 9(02)  VALUE ZEROS.

      * TOTALES POR PAIS REPORTABLE *
       01  WS-TPA-TABLA.
           03  WS-TPA-TOPE        PIC 9(03)   VALUE 100.
           03  WS-TPA-OCUP        PIC 9(03)   VALUE ZEROS.
           03  WS-TPA-ENTRADA OCCURS 100 TIMES.
               05  WS-TPA-PAIS    PIC X(02).
               05  WS-TPA-REGIMEN PIC X(01).
               05  WS-TPA-CANT    PIC 9(07).
               05  WS-TPA-SALDO-M1 PIC S9(13)V99.
               05  WS-TPA-SALDO-M2 PIC S9(13)V99.
               05  WS-TPA-INTERES PIC S9(11)V99.

       77  WS-TPA-IX        PIC 9(03)  VALUE ZEROS.
       77  WS-TPA-IX-MATCH  PIC 9(03)  VALUE ZEROS.

      * CLAVE PARCIAL PARA EL VSAM CLIENTE *
       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

      * DATOS DEL CLIENTE EN CURSO PARA EL REPORTE Y LOS INDICIOS *
       01  WS-DATOS-CLIENTE.
           03  WS-DCL-NACIONALIDAD  PIC X(15).
           03  WS-DCL-DOMICILIO     PIC X(30).
           03  WS-DCL-CIUDAD        PIC X(20).
           03  WS-DCL-CONTACTO OCCURS 2 TIMES.
               05  WS-DCL-CTO-CIUDAD    PIC X(20).
               05  WS-DCL-CTO-TELEFONO  PIC X(15).

       77  WS-CTO-IX        PIC 9(01)  VALUE ZEROS.
       77  WS-RES-IX        PIC 9(01)  VALUE ZEROS.

      * PAIS, REGIMEN Y TIN DEL REGISTRO A REPORTAR *
       77  WS-REP-PAIS      PIC X(02)  VALUE SPACES.
       77  WS-REP-REGIMEN   PIC X(01)  VALUE SPACES.
       77  WS-REP-TIN       PIC X(20)  VALUE SPACES.

      * PRIMER INDICIO DE RESIDENCIA EXTRANJERA ENCONTRADO *
       77  WS-IND-PAIS      PIC X(02)  VALUE SPACES.
       77  WS-IND-TIPO      PIC X(12)  VALUE SPACES.
       77  WS-IND-VALOR     PIC X(15)  VALUE SPACES.

       01  WS-SW-RFI        PIC X(01)  VALUE 'S'.
           88  WS-RFI-DISPONIBLE       VALUE 'S'.
           88  WS-RFI-AUSENTE          VALUE 'N'.

       01  WS-SW-CON        PIC X(01)  VALUE 'S'.
           88  WS-CON-DISPONIBLE       VALUE 'S'.
           88  WS-CON-AUSENTE          VALUE 'N'.

      * 'D' CON AUTOCERTIFICACION / 'S' SIN DECLARACION /            *
      * 'A' DECLARACION SIN FECHA DE AUTOCERTIFICACION *****************
       01  WS-SW-DECLARACION PIC X(01) VALUE SPACES.
           88  WS-CLI-DOCUMENTADO      VALUE 'D'.
           88  WS-CLI-SIN-DECLARACION  VALUE 'S'.
           88  WS-CLI-SIN-AUTOCERT     VALUE 'A'.

       77  WS-CANT-REPORTES PIC 9(01)  VALUE ZEROS.

       77  CN-TOT-CLI         PIC 9(07)  VALUE ZEROS.
       77  CN-TOT-DOCUMENTADOS PIC 9(07) VALUE ZEROS.
       77  CN-TOT-REPORTADOS  PIC 9(07)  VALUE ZEROS.
       77  CN-TOT-REGISTROS   PIC 9(07)  VALUE ZEROS.
       77  CN-TOT-SEGUIMIENTO PIC 9(07)  VALUE ZEROS.

      * REPORTE - UN REGISTRO POR CLIENTE Y PAIS REPORTABLE *
       01  WS-REG-FCR-DET.
           03  FCR-TIPO-REG   PIC X(03)       VALUE 'DTL'.
           03  FCR-PAIS       PIC X(02)       VALUE SPACES.
      *    'F' FATCA / 'C' CRS                                       *
           03  FCR-REGIMEN    PIC X(01)       VALUE SPACES.
           03  FCR-EJERCICIO  PIC 9(04)       VALUE ZEROS.
           03  FCR-TIPDOC     PIC X(02)       VALUE SPACES.
           03  FCR-NRODOC     PIC 9(11)       VALUE ZEROS.
           03  FCR-NOMAPE     PIC X(30)       VALUE SPACES.
           03  FCR-TIN        PIC X(20)       VALUE SPACES.
           03  FCR-DOMICILIO  PIC X(30)       VALUE SPACES.
           03  FCR-CIUDAD     PIC X(20)       VALUE SPACES.
           03  FCR-CANT-CUENTAS PIC 9(03)     VALUE ZEROS.
           03  FCR-SALDO-M1   PIC S9(11)V99   VALUE ZEROS.
           03  FCR-SALDO-M2   PIC S9(11)V99   VALUE ZEROS.
           03  FCR-INTERESES  PIC S9(9)V99    VALUE ZEROS.
           03  FILLER         PIC X(37)       VALUE SPACES.

       01  WS-REG-FCR-HDR.
           03  FCR-HDR-TIPO   PIC X(03)       VALUE 'HDR'.
           03  FILLER         PIC X(01)       VALUE SPACES.
           03  FCR-HDR-FECHA  PIC 9(06)       VALUE ZEROS.
           03  FILLER         PIC X(01)       VALUE SPACES.
           03  FCR-HDR-EJERCICIO PIC 9(04)    VALUE ZEROS.
           03  FILLER         PIC X(185)      VALUE SPACES.

       01  WS-REG-FCR-TRL.
           03  FCR-TRL-TIPO   PIC X(03)       VALUE 'TRL'.
           03  FILLER         PIC X(01)       VALUE SPACES.
           03  FCR-TRL-CANT   PIC 9(07)       VALUE ZEROS.
           03  FILLER         PIC X(01)       VALUE SPACES.
           03  FCR-TRL-SALDO-M1 PIC S9(13)V99 VALUE ZEROS.
           03  FILLER         PIC X(01)       VALUE SPACES.
           03  FCR-TRL-SALDO-M2 PIC S9(13)V99 VALUE ZEROS.
           03  FILLER         PIC X(01)       VALUE SPACES.
           03  FCR-TRL-INTERESES PIC S9(11)V99 VALUE ZEROS.
           03  FILLER         PIC X(143)      VALUE SPACES.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(30)    VALUE
                'REPORTE ANUAL FATCA/CRS - EJ.'.
           03  WS-TIT-EJERCICIO PIC 9(04) VALUE ZEROS.
           03  FILLER        PIC X(15)    VALUE ' - PROCESO DEL '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(75)    VALUE SPACES.

       01  WS-SUBTIT-SEGUIM.
           03  FILLER        PIC X(50)    VALUE
                'CLIENTES CON INDICIOS Y SIN AUTOCERTIFICACION -'.
           03  FILLER        PIC X(82)    VALUE 'A SEGUIMIENTO'.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(15)    VALUE 'DOCUMENTO'.
           03  FILLER        PIC X(31)    VALUE 'APELLIDO Y NOMBRE'.
           03  FILLER        PIC X(05)    VALUE 'PAIS'.
           03  FILLER        PIC X(14)    VALUE 'INDICIO'.
           03  FILLER        PIC X(17)    VALUE 'VALOR'.
           03  FILLER        PIC X(17)    VALUE '    SALDO MON. 1'.
           03  FILLER        PIC X(17)    VALUE '    SALDO MON. 2'.
           03  FILLER        PIC X(16)    VALUE 'SITUACION'.

       01  WS-REG-DETALLE.
           03  WS-DET-TIPDOC      PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-NOMAPE      PIC X(30)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.
           03  WS-DET-PAIS        PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(3)     VALUE SPACES.
           03  WS-DET-INDICIO     PIC X(12)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-VALOR       PIC X(15)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SALDO-M1    PIC -Z(10)9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SALDO-M2    PIC -Z(10)9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-DET-SITUACION   PIC X(15)    VALUE SPACES.
           03  FILLER             PIC X(1)     VALUE SPACES.

       01  WS-SUBTIT-PAISES.
           03  FILLER        PIC X(09)    VALUE 'PAIS'.
           03  FILLER        PIC X(07)    VALUE 'REG.'.
           03  FILLER        PIC X(09)    VALUE 'CLIENTES'.
           03  FILLER        PIC X(19)    VALUE '  SALDOS MONEDA 1'.
           03  FILLER        PIC X(19)    VALUE '  SALDOS MONEDA 2'.
           03  FILLER        PIC X(19)    VALUE '        INTERESES'.
           03  FILLER        PIC X(50)    VALUE SPACES.

       01  WS-REG-TOT-PAIS.
           03  FILLER             PIC X(05)    VALUE 'PAIS '.
           03  WS-TPL-PAIS        PIC X(02)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-TPL-REGIMEN     PIC X(05)    VALUE SPACES.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-TPL-CANT        PIC Z(06)9   VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-TPL-SALDO-M1    PIC -Z(12)9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-TPL-SALDO-M2    PIC -Z(12)9,99 VALUE ZEROS.
           03  FILLER             PIC X(2)     VALUE SPACES.
           03  WS-TPL-INTERES     PIC -Z(12)9,99 VALUE ZEROS.
           03  FILLER             PIC X(52)    VALUE SPACES.

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

           PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
                   UNTIL SQL-EOF OR SQL-NOK.

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

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              CLOSE PARAMETROS
           END-IF.

           IF WS-PAR-EJERCICIO IS NOT NUMERIC
              OR WS-PAR-EJERCICIO IS EQUAL ZEROS
              MOVE WS-FECHA-HOY-8(1:4) TO WS-PAR-EJERCICIO
           END-IF.

           IF WS-PAR-MONEDA1 IS NOT NUMERIC
              MOVE 02 TO WS-PAR-MONEDA1
           END-IF.

           IF WS-PAR-MONEDA2 IS NOT NUMERIC
              MOVE 80 TO WS-PAR-MONEDA2
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN CLIENTE = ' FS-CLI
              MOVE 9999 TO RETURN-CODE
           END-IF.

      * SIN CONTACTOS SOLO SE MIRA EL DOMICILIO DEL VSAM; SIN MAESTRO *
      * DE RESIDENCIAS NINGUN CLIENTE ESTA DOCUMENTADO *****************
           OPEN INPUT CONTACTO.
           EVALUATE FS-CON
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN ARCHIVO DE CONTACTOS (DDCONTAC)'
                 SET WS-CON-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN CONTACTO = ' FS-CON
                 MOVE 9999 TO RETURN-CODE
                 SET WS-CON-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN INPUT RESFIS.
           EVALUATE FS-RFI
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY '* SIN DECLARACIONES DE RESIDENCIA FISCAL'
                 SET WS-RFI-AUSENTE TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN OPEN RESFIS = ' FS-RFI
                 MOVE 9999 TO RETURN-CODE
                 SET WS-RFI-AUSENTE TO TRUE
           END-EVALUATE.

           OPEN OUTPUT REPORTE.
           IF FS-REP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN REPORTE = ' FS-REP
              MOVE 9999 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
           END-IF.

           MOVE WS-PAR-EJERCICIO TO WS-TIT-EJERCICIO.
           MOVE WS-FECHA-HOY-8   TO WS-TIT-FECHA.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTIT-SEGUIM AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 1100-CARGAR-PAISES THRU F-1100-CARGAR-PAISES.
           PERFORM 1200-CARGAR-INTERESES THRU F-1200-CARGAR-INTERESES.

           MOVE WS-FECHA-RES     TO FCR-HDR-FECHA.
           MOVE WS-PAR-EJERCICIO TO FCR-HDR-EJERCICIO.
           WRITE REG-REPORTE FROM WS-REG-FCR-HDR.
           IF FS-REP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE HEADER = ' FS-REP
              MOVE 9999 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              MOVE '99' TO FS-SQL
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
              PERFORM 2100-FETCH-CURSOR THRU F-2100-FETCH-CURSOR
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** TABLA DE PAISES E INDICIOS A MEMORIA **********************
      * SIN TABLA NO HAY PAISES REPORTABLES: LA CORRIDA SE CANCELA    *
       1100-CARGAR-PAISES.

           OPEN INPUT PAISES.
           IF FS-PFI IS NOT EQUAL '00'
              DISPLAY '* SIN TABLA DE PAISES DDPAISFI = ' FS-PFI
              MOVE 9999 TO RETURN-CODE
              GO TO F-1100-CARGAR-PAISES
           END-IF.

           PERFORM 1150-LEER-PAIS THRU F-1150-LEER-PAIS
                   UNTIL FS-PFI IS NOT EQUAL '00'.

           CLOSE PAISES.

       F-1100-CARGAR-PAISES. EXIT.

       1150-LEER-PAIS.

           READ PAISES INTO WS-REG-PAISFI.

           IF FS-PFI IS NOT EQUAL '00'
              GO TO F-1150-LEER-PAIS
           END-IF.

           IF WS-PFI-OCUP IS NOT LESS THAN WS-PFI-TOPE
              DISPLAY '* TABLA DE PAISES LLENA - SE IGNORA '
                      PFI-TIPO ' ' PFI-VALOR
              GO TO F-1150-LEER-PAIS
           END-IF.

           ADD 1 TO WS-PFI-OCUP.
           MOVE PFI-TIPO    TO WS-PFI-TIPO(WS-PFI-OCUP).
           MOVE PFI-VALOR   TO WS-PFI-VALOR(WS-PFI-OCUP).
           MOVE PFI-PAIS    TO WS-PFI-PAIS(WS-PFI-OCUP).
           MOVE PFI-REGIMEN TO WS-PFI-REGIMEN(WS-PFI-OCUP).

           MOVE ZEROS TO WS-LARGO.
           INSPECT PFI-VALOR TALLYING WS-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-LARGO    TO WS-PFI-LARGO(WS-PFI-OCUP).

       F-1150-LEER-PAIS. EXIT.

      ***** INTERESES DEVENGADOS DEL EJERCICIO A MEMORIA **************
       1200-CARGAR-INTERESES.

           OPEN INPUT INTACC.
           IF FS-INT IS NOT EQUAL '00'
              MOVE '10' TO FS-INT
              GO TO F-1200-CARGAR-INTERESES
           END-IF.

           PERFORM 1250-LEER-INTACC THRU F-1250-LEER-INTACC
                   UNTIL FS-INT IS EQUAL '10'.

           CLOSE INTACC.

       F-1200-CARGAR-INTERESES. EXIT.

       1250-LEER-INTACC.

           READ INTACC INTO WS-REG-INTACC.

           EVALUATE FS-INT
              WHEN '00'
                 IF WS-INT-OCUP IS LESS THAN WS-INT-TOPE
                    ADD 1 TO WS-INT-OCUP
                    MOVE INT-TIPDOC  TO WS-INT-TIPDOC(WS-INT-OCUP)
                    MOVE INT-NRODOC  TO WS-INT-NRODOC(WS-INT-OCUP)
                    MOVE INT-IMPORTE TO WS-INT-IMPORTE(WS-INT-OCUP)
                 ELSE
                    DISPLAY '* TABLA DE INTERESES LLENA'
                    MOVE '10' TO FS-INT
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA INTACC = ' FS-INT
                 MOVE '10' TO FS-INT
           END-EVALUATE.

       F-1250-LEER-INTACC. EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
      *  CORTE POR CLIENTE                 *
      *                                    *
      **************************************
       2000-PROCESO.

           MOVE DB-CL-NROCLI   TO WS-NROCLI-ANT.
           MOVE DB-CL-TIPDOC   TO WS-TIPDOC-ANT.
           MOVE DB-CL-NRODOC   TO WS-NRODOC-ANT.
           MOVE DB-CL-NOMAPE   TO WS-NOMAPE-ANT.
           MOVE ZEROS TO AC-SALCLI-M1 AC-SALCLI-M2 WS-CANT-CUENTAS.
           ADD 1 TO CN-TOT-CLI.

           PERFORM 2200-CUENTA-CLIENTE THRU F-2200-CUENTA-CLIENTE
                   UNTIL SQL-EOF OR SQL-NOK
                      OR DB-CL-NROCLI NOT = WS-NROCLI-ANT.

           IF SQL-NOK
              GO TO F-2000-PROCESO
           END-IF.

           PERFORM 3000-CLASIFICAR-CLIENTE
                   THRU F-3000-CLASIFICAR-CLIENTE.

       F-2000-PROCESO. EXIT.

       2100-FETCH-CURSOR.

           EXEC SQL
              FETCH CURSOR1
                  INTO :DB-CU-SALDO,
                       :WS-CUE-MONEDA,
                       :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI,
                       :DB-CL-NOMAPE
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

       F-2100-FETCH-CURSOR. EXIT.

      ***** SALDO DE CADA CUENTA DEL CLIENTE POR MONEDA ***************
       2200-CUENTA-CLIENTE.

           EVALUATE WS-CUE-MONEDA
              WHEN WS-PAR-MONEDA1
                 ADD DB-CU-SALDO TO AC-SALCLI-M1
              WHEN WS-PAR-MONEDA2
                 ADD DB-CU-SALDO TO AC-SALCLI-M2
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-CANT-CUENTAS IS LESS THAN 999
              ADD 1 TO WS-CANT-CUENTAS
           END-IF.

           PERFORM 2100-FETCH-CURSOR THRU F-2100-FETCH-CURSOR.

       F-2200-CUENTA-CLIENTE. EXIT.

      ***** DECLARACION DEL CLIENTE: REPORTE O BUSQUEDA DE INDICIOS ***
       3000-CLASIFICAR-CLIENTE.

           PERFORM 3100-BUSCAR-INTERES THRU F-3100-BUSCAR-INTERES.
           PERFORM 3200-LEER-CLIENTE THRU F-3200-LEER-CLIENTE.
           PERFORM 3250-LEER-CONTACTOS THRU F-3250-LEER-CONTACTOS.
           PERFORM 3300-LEER-RESFIS THRU F-3300-LEER-RESFIS.

           IF SQL-NOK
              GO TO F-3000-CLASIFICAR-CLIENTE
           END-IF.

           IF WS-CLI-DOCUMENTADO
              ADD 1 TO CN-TOT-DOCUMENTADOS
              MOVE ZEROS TO WS-CANT-REPORTES
              PERFORM 3400-REPORTAR-RESIDENCIA
                      THRU F-3400-REPORTAR-RESIDENCIA
                      VARYING WS-RES-IX FROM 1 BY 1
                      UNTIL WS-RES-IX > 3
              IF WS-CANT-REPORTES IS GREATER THAN ZEROS
                 ADD 1 TO CN-TOT-REPORTADOS
              END-IF
              GO TO F-3000-CLASIFICAR-CLIENTE
           END-IF.

           PERFORM 3500-BUSCAR-INDICIOS THRU F-3500-BUSCAR-INDICIOS.

           IF WS-IND-PAIS IS NOT EQUAL SPACES
              ADD 1 TO CN-TOT-SEGUIMIENTO
              PERFORM 7000-IMPRIMIR-SEGUIMIENTO
                      THRU F-7000-IMPRIMIR-SEGUIMIENTO
           END-IF.

       F-3000-CLASIFICAR-CLIENTE. EXIT.

      ***** INTERESES DEVENGADOS DEL CLIENTE EN CURSO *****************
       3100-BUSCAR-INTERES.

           MOVE ZEROS TO AC-INTERES-CLI.

           PERFORM 3110-SUMAR-INTERES THRU F-3110-SUMAR-INTERES
                   VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INT-OCUP.

       F-3100-BUSCAR-INTERES. EXIT.

       3110-SUMAR-INTERES.

           IF WS-INT-TIPDOC(WS-INT-IX) IS EQUAL TO WS-TIPDOC-ANT
              AND WS-INT-NRODOC(WS-INT-IX) IS EQUAL TO WS-NRODOC-ANT
              ADD WS-INT-IMPORTE(WS-INT-IX) TO AC-INTERES-CLI
           END-IF.

       F-3110-SUMAR-INTERES. EXIT.

      ***** NACIONALIDAD Y DOMICILIO DEL VSAM CLIENTE *****************
      * LA CLAVE COMPLETA INCLUYE EL NRO-SEC DE LA ALTA: SE POSICIONA *
      * POR DOCUMENTO Y SE TOMA LA PRIMERA ALTA QUE MATCHEE ***********
       3200-LEER-CLIENTE.

           MOVE SPACES TO WS-DATOS-CLIENTE.

           MOVE WS-TIPDOC-ANT TO WS-CLV-TIPDOC.
           MOVE WS-NRODOC-ANT TO WS-CLV-NRODOC.
           MOVE LOW-VALUES TO WS-CLV-NROSEC.
           MOVE WS-CLAVE-VSAM TO KEY-CLI.

           START CLIENTE KEY IS NOT LESS THAN KEY-CLI
              INVALID KEY
                 GO TO F-3200-LEER-CLIENTE
           END-START.

           READ CLIENTE NEXT INTO WK-TBCLIE.

           IF FS-CLI IS NOT EQUAL '00'
              OR WK-CLI-TIPO-DOCUMENTO IS NOT EQUAL WS-TIPDOC-ANT
              OR WK-CLI-NRO-DOCUMENTO IS NOT EQUAL WS-NRODOC-ANT
              GO TO F-3200-LEER-CLIENTE
           END-IF.

           MOVE WK-CLI-NACIONALIDAD TO WS-DCL-NACIONALIDAD.
           MOVE WK-CLI-DOMICILIO    TO WS-DCL-DOMICILIO.
           MOVE WK-CLI-CIUDAD       TO WS-DCL-CIUDAD.

       F-3200-LEER-CLIENTE. EXIT.

      ***** DIRECCION LEGAL (1) Y POSTAL (2) DE CPCONTAC **************
      * LA DIRECCION LEGAL, SI EXISTE, ES LA QUE VA AL REPORTE        *
       3250-LEER-CONTACTOS.

           IF WS-CON-AUSENTE
              GO TO F-3250-LEER-CONTACTOS
           END-IF.

           MOVE WS-TIPDOC-ANT TO KEY-CON(1:2).
           MOVE WS-NRODOC-ANT TO KEY-CON(3:11).
           MOVE 'L'           TO KEY-CON(14:1).
           READ CONTACTO INTO WS-REG-CONTAC.
           IF FS-CON IS EQUAL '00'
              MOVE CON-CIUDAD    TO WS-DCL-CTO-CIUDAD(1)
              MOVE CON-TELEFONO  TO WS-DCL-CTO-TELEFONO(1)
              MOVE CON-DOMICILIO TO WS-DCL-DOMICILIO
              MOVE CON-CIUDAD    TO WS-DCL-CIUDAD
           END-IF.

           MOVE 'P'           TO KEY-CON(14:1).
           READ CONTACTO INTO WS-REG-CONTAC.
           IF FS-CON IS EQUAL '00'
              MOVE CON-CIUDAD    TO WS-DCL-CTO-CIUDAD(2)
              MOVE CON-TELEFONO  TO WS-DCL-CTO-TELEFONO(2)
           END-IF.

       F-3250-LEER-CONTACTOS. EXIT.

      ***** DECLARACION DE RESIDENCIA FISCAL DEL CLIENTE **************
       3300-LEER-RESFIS.

           SET WS-CLI-SIN-DECLARACION TO TRUE.

           IF WS-RFI-AUSENTE
              GO TO F-3300-LEER-RESFIS
           END-IF.

           MOVE WS-TIPDOC-ANT TO RFI-TIPDOC.
           MOVE WS-NRODOC-ANT TO RFI-NRODOC.
           MOVE RFI-CLAVE     TO KEY-RFI.

           READ RESFIS INTO WS-REG-RESFIS.

           EVALUATE FS-RFI
              WHEN '00'
                 IF RFI-FEC-AUTOCERT IS NUMERIC
                    AND RFI-FEC-AUTOCERT IS GREATER THAN ZEROS
                    SET WS-CLI-DOCUMENTADO TO TRUE
                 ELSE
                    SET WS-CLI-SIN-AUTOCERT TO TRUE
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RESFIS = ' FS-RFI
                 MOVE 9999 TO RETURN-CODE
                 MOVE '99' TO FS-SQL
           END-EVALUATE.

       F-3300-LEER-RESFIS. EXIT.

      ***** UNA RESIDENCIA DECLARADA: SE REPORTA SI EL PAIS ES ********
      * REPORTABLE; EL US PERSON VA SIEMPRE A FATCA ********************
       3400-REPORTAR-RESIDENCIA.

           IF RFI-PAIS(WS-RES-IX) IS EQUAL SPACES
              OR RFI-PAIS(WS-RES-IX) IS EQUAL WS-PAIS-LOCAL
              GO TO F-3400-REPORTAR-RESIDENCIA
           END-IF.

           MOVE 'P'                  TO WS-BUS-TIPO.
           MOVE RFI-PAIS(WS-RES-IX)  TO WS-BUS-PAIS.
           PERFORM 8000-BUSCAR-PAIS THRU F-8000-BUSCAR-PAIS.

           EVALUATE TRUE
              WHEN WS-PFI-IX-MATCH IS GREATER THAN ZEROS
                 MOVE WS-PFI-REGIMEN(WS-PFI-IX-MATCH)
                                     TO WS-REP-REGIMEN
              WHEN RFI-PAIS(WS-RES-IX) IS EQUAL 'US'
                   AND RFI-ES-US-PERSON
                 MOVE 'F'            TO WS-REP-REGIMEN
              WHEN OTHER
                 GO TO F-3400-REPORTAR-RESIDENCIA
           END-EVALUATE.

           MOVE RFI-PAIS(WS-RES-IX) TO WS-REP-PAIS.
           MOVE RFI-TIN(WS-RES-IX)  TO WS-REP-TIN.
           PERFORM 3450-GRABAR-REPORTE THRU F-3450-GRABAR-REPORTE.

       F-3400-REPORTAR-RESIDENCIA. EXIT.

      ***** REGISTRO DEL REPORTE Y TOTALES DEL PAIS *******************
       3450-GRABAR-REPORTE.

           MOVE SPACES              TO WS-REG-FCR-DET.
           MOVE 'DTL'               TO FCR-TIPO-REG.
           MOVE WS-REP-PAIS         TO FCR-PAIS.
           MOVE WS-REP-REGIMEN      TO FCR-REGIMEN.
           MOVE WS-PAR-EJERCICIO    TO FCR-EJERCICIO.
           MOVE WS-TIPDOC-ANT       TO FCR-TIPDOC.
           MOVE WS-NRODOC-ANT       TO FCR-NRODOC.
           MOVE WS-NOMAPE-ANT       TO FCR-NOMAPE.
           MOVE WS-REP-TIN          TO FCR-TIN.
           MOVE WS-DCL-DOMICILIO    TO FCR-DOMICILIO.
           MOVE WS-DCL-CIUDAD       TO FCR-CIUDAD.
           MOVE WS-CANT-CUENTAS     TO FCR-CANT-CUENTAS.
           MOVE AC-SALCLI-M1        TO FCR-SALDO-M1.
           MOVE AC-SALCLI-M2        TO FCR-SALDO-M2.
           MOVE AC-INTERES-CLI      TO FCR-INTERESES.

           WRITE REG-REPORTE FROM WS-REG-FCR-DET.

           IF FS-REP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE = ' FS-REP
              MOVE 9999 TO RETURN-CODE
              MOVE '99' TO FS-SQL
              GO TO F-3450-GRABAR-REPORTE
           END-IF.

           ADD 1 TO WS-CANT-REPORTES.
           ADD 1 TO CN-TOT-REGISTROS.
           ADD AC-SALCLI-M1   TO AC-TOT-SALDO-M1.
           ADD AC-SALCLI-M2   TO AC-TOT-SALDO-M2.
           ADD AC-INTERES-CLI TO AC-TOT-INTERES.

           MOVE ZEROS TO WS-TPA-IX-MATCH.
           PERFORM 3460-BUSCAR-TOTAL-PAIS THRU F-3460-BUSCAR-TOTAL-PAIS
                   VARYING WS-TPA-IX FROM 1 BY 1
                   UNTIL WS-TPA-IX > WS-TPA-OCUP
                      OR WS-TPA-IX-MATCH > ZEROS.

           IF WS-TPA-IX-MATCH IS EQUAL ZEROS
              IF WS-TPA-OCUP IS LESS THAN WS-TPA-TOPE
                 ADD 1 TO WS-TPA-OCUP
                 MOVE WS-TPA-OCUP    TO WS-TPA-IX-MATCH
                 MOVE WS-REP-PAIS    TO WS-TPA-PAIS(WS-TPA-IX-MATCH)
                 MOVE WS-REP-REGIMEN TO WS-TPA-REGIMEN(WS-TPA-IX-MATCH)
                 MOVE ZEROS TO WS-TPA-CANT(WS-TPA-IX-MATCH)
                               WS-TPA-SALDO-M1(WS-TPA-IX-MATCH)
                               WS-TPA-SALDO-M2(WS-TPA-IX-MATCH)
                               WS-TPA-INTERES(WS-TPA-IX-MATCH)
              ELSE
                 DISPLAY '* TABLA DE TOTALES POR PAIS LLENA - '
                         WS-REP-PAIS
                 GO TO F-3450-GRABAR-REPORTE
              END-IF
           END-IF.

           ADD 1              TO WS-TPA-CANT(WS-TPA-IX-MATCH).
           ADD AC-SALCLI-M1   TO WS-TPA-SALDO-M1(WS-TPA-IX-MATCH).
           ADD AC-SALCLI-M2   TO WS-TPA-SALDO-M2(WS-TPA-IX-MATCH).
           ADD AC-INTERES-CLI TO WS-TPA-INTERES(WS-TPA-IX-MATCH).

       F-3450-GRABAR-REPORTE. EXIT.

       3460-BUSCAR-TOTAL-PAIS.

           IF WS-TPA-PAIS(WS-TPA-IX) IS EQUAL WS-REP-PAIS
              MOVE WS-TPA-IX TO WS-TPA-IX-MATCH
           END-IF.

       F-3460-BUSCAR-TOTAL-PAIS. EXIT.

      ***** INDICIOS DE RESIDENCIA EXTRANJERA SIN AUTOCERTIFICACION ***
      * SE TOMA EL PRIMERO: NACIONALIDAD, CIUDAD DEL DOMICILIO,       *
      * CIUDADES DE LOS CONTACTOS Y PREFIJO DE SUS TELEFONOS **********
       3500-BUSCAR-INDICIOS.

           MOVE SPACES TO WS-IND-PAIS WS-IND-TIPO WS-IND-VALOR.

           IF WS-DCL-NACIONALIDAD IS NOT EQUAL SPACES
              MOVE 'N'                 TO WS-BUS-TIPO
              MOVE WS-DCL-NACIONALIDAD TO WS-BUS-VALOR
              PERFORM 8200-BUSCAR-INDICIO THRU F-8200-BUSCAR-INDICIO
              IF WS-PFI-IX-MATCH IS GREATER THAN ZEROS
                 MOVE 'NACIONALIDAD' TO WS-IND-TIPO
                 GO TO F-3500-INDICIO
              END-IF
           END-IF.

           IF WS-DCL-CIUDAD IS NOT EQUAL SPACES
              MOVE 'C'                 TO WS-BUS-TIPO
              MOVE WS-DCL-CIUDAD       TO WS-BUS-VALOR
              PERFORM 8200-BUSCAR-INDICIO THRU F-8200-BUSCAR-INDICIO
              IF WS-PFI-IX-MATCH IS GREATER THAN ZEROS
                 MOVE 'DOMICILIO' TO WS-IND-TIPO
                 GO TO F-3500-INDICIO
              END-IF
           END-IF.

           PERFORM 3550-INDICIO-CONTACTO THRU F-3550-INDICIO-CONTACTO
                   VARYING WS-CTO-IX FROM 1 BY 1
                   UNTIL WS-CTO-IX > 2
                      OR WS-PFI-IX-MATCH > ZEROS.

           IF WS-PFI-IX-MATCH IS EQUAL ZEROS
              GO TO F-3500-BUSCAR-INDICIOS
           END-IF.

       F-3500-INDICIO.
           MOVE WS-PFI-PAIS(WS-PFI-IX-MATCH) TO WS-IND-PAIS.
           MOVE WS-BUS-VALOR                 TO WS-IND-VALOR.

       F-3500-BUSCAR-INDICIOS. EXIT.

       3550-INDICIO-CONTACTO.

           MOVE ZEROS TO WS-PFI-IX-MATCH.

           IF WS-DCL-CTO-CIUDAD(WS-CTO-IX) IS NOT EQUAL SPACES
              AND WS-DCL-CTO-CIUDAD(WS-CTO-IX) IS NOT EQUAL
                  WS-DCL-CIUDAD
              MOVE 'C'                          TO WS-BUS-TIPO
              MOVE WS-DCL-CTO-CIUDAD(WS-CTO-IX) TO WS-BUS-VALOR
              PERFORM 8200-BUSCAR-INDICIO THRU F-8200-BUSCAR-INDICIO
              IF WS-PFI-IX-MATCH IS GREATER THAN ZEROS
                 MOVE 'DOMICILIO' TO WS-IND-TIPO
                 GO TO F-3550-INDICIO-CONTACTO
              END-IF
           END-IF.

           IF WS-DCL-CTO-TELEFONO(WS-CTO-IX) IS NOT EQUAL SPACES
              MOVE 'T'                            TO WS-BUS-TIPO
              MOVE WS-DCL-CTO-TELEFONO(WS-CTO-IX) TO WS-BUS-VALOR
              PERFORM 8200-BUSCAR-INDICIO THRU F-8200-BUSCAR-INDICIO
              IF WS-PFI-IX-MATCH IS GREATER THAN ZEROS
                 MOVE 'TELEFONO' TO WS-IND-TIPO
              END-IF
           END-IF.

       F-3550-INDICIO-CONTACTO. EXIT.

      ***** LINEA DEL LISTADO DE CLIENTES A SEGUIMIENTO ***************
       7000-IMPRIMIR-SEGUIMIENTO.

           MOVE WS-TIPDOC-ANT     TO WS-DET-TIPDOC.
           MOVE WS-NRODOC-ANT     TO WS-DET-NRODOC.
           MOVE WS-NOMAPE-ANT     TO WS-DET-NOMAPE.
           MOVE WS-IND-PAIS       TO WS-DET-PAIS.
           MOVE WS-IND-TIPO       TO WS-DET-INDICIO.
           MOVE WS-IND-VALOR      TO WS-DET-VALOR.
           MOVE AC-SALCLI-M1      TO WS-DET-SALDO-M1.
           MOVE AC-SALCLI-M2      TO WS-DET-SALDO-M2.
           IF WS-CLI-SIN-AUTOCERT
              MOVE 'SIN AUTOCERT.'   TO WS-DET-SITUACION
           ELSE
              MOVE 'SIN DECLARACION' TO WS-DET-SITUACION
           END-IF.

           WRITE REG-LISTADO FROM WS-REG-DETALLE AFTER 1.

       F-7000-IMPRIMIR-SEGUIMIENTO. EXIT.

      ***** TOTALES POR PAIS Y DE LA CORRIDA **************************
       7100-IMPRIMIR-TOTALES.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.
           WRITE REG-LISTADO FROM WS-SUBTIT-PAISES AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 7150-IMPRIMIR-PAIS THRU F-7150-IMPRIMIR-PAIS
                   VARYING WS-TPA-IX FROM 1 BY 1
                   UNTIL WS-TPA-IX > WS-TPA-OCUP.

           MOVE 'CLIENTES RECORRIDOS' TO WS-TOT-TEXTO.
           MOVE CN-TOT-CLI TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE 'CON AUTOCERTIFICACION' TO WS-TOT-TEXTO.
           MOVE CN-TOT-DOCUMENTADOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CLIENTES REPORTADOS' TO WS-TOT-TEXTO.
           MOVE CN-TOT-REPORTADOS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'REGISTROS DEL REPORTE' TO WS-TOT-TEXTO.
           MOVE CN-TOT-REGISTROS TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'CON INDICIOS A SEGUIMIENTO' TO WS-TOT-TEXTO.
           MOVE CN-TOT-SEGUIMIENTO TO WS-TOT-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

       F-7100-IMPRIMIR-TOTALES. EXIT.

       7150-IMPRIMIR-PAIS.

           MOVE WS-TPA-PAIS(WS-TPA-IX)     TO WS-TPL-PAIS.
           IF WS-TPA-REGIMEN(WS-TPA-IX) IS EQUAL 'F'
              MOVE 'FATCA' TO WS-TPL-REGIMEN
           ELSE
              MOVE 'CRS'   TO WS-TPL-REGIMEN
           END-IF.
           MOVE WS-TPA-CANT(WS-TPA-IX)     TO WS-TPL-CANT.
           MOVE WS-TPA-SALDO-M1(WS-TPA-IX) TO WS-TPL-SALDO-M1.
           MOVE WS-TPA-SALDO-M2(WS-TPA-IX) TO WS-TPL-SALDO-M2.
           MOVE WS-TPA-INTERES(WS-TPA-IX)  TO WS-TPL-INTERES.

           WRITE REG-LISTADO FROM WS-REG-TOT-PAIS AFTER 1.

       F-7150-IMPRIMIR-PAIS. EXIT.

      ***** BUSQUEDA DE UN PAIS REPORTABLE EN LA TABLA ****************
       8000-BUSCAR-PAIS.

           MOVE ZEROS TO WS-PFI-IX-MATCH.
           PERFORM 8100-COMPARAR-PAIS THRU F-8100-COMPARAR-PAIS
                   VARYING WS-PFI-IX FROM 1 BY 1
                   UNTIL WS-PFI-IX > WS-PFI-OCUP
                      OR WS-PFI-IX-MATCH > ZEROS.

       F-8000-BUSCAR-PAIS. EXIT.

       8100-COMPARAR-PAIS.

           IF WS-PFI-TIPO(WS-PFI-IX) IS EQUAL WS-BUS-TIPO
              AND WS-PFI-PAIS(WS-PFI-IX) IS EQUAL WS-BUS-PAIS
              MOVE WS-PFI-IX TO WS-PFI-IX-MATCH
           END-IF.

       F-8100-COMPARAR-PAIS. EXIT.

      ***** BUSQUEDA DE UN INDICIO (TIPO + VALOR) EN LA TABLA *********
      * LOS TELEFONOS SE COMPARAN POR EL PREFIJO CARGADO EN LA TABLA  *
       8200-BUSCAR-INDICIO.

           MOVE ZEROS TO WS-PFI-IX-MATCH.
           PERFORM 8300-COMPARAR-INDICIO THRU F-8300-COMPARAR-INDICIO
                   VARYING WS-PFI-IX FROM 1 BY 1
                   UNTIL WS-PFI-IX > WS-PFI-OCUP
                      OR WS-PFI-IX-MATCH > ZEROS.

       F-8200-BUSCAR-INDICIO. EXIT.

       8300-COMPARAR-INDICIO.

           IF WS-PFI-TIPO(WS-PFI-IX) IS NOT EQUAL WS-BUS-TIPO
              GO TO F-8300-COMPARAR-INDICIO
           END-IF.

           IF WS-BUS-TIPO IS EQUAL 'T'
              MOVE WS-PFI-LARGO(WS-PFI-IX) TO WS-LARGO
              IF WS-LARGO IS GREATER THAN ZEROS
                 AND WS-BUS-VALOR(1:WS-LARGO) IS EQUAL
                     WS-PFI-VALOR(WS-PFI-IX)(1:WS-LARGO)
                 MOVE WS-PFI-IX TO WS-PFI-IX-MATCH
              END-IF
              GO TO F-8300-COMPARAR-INDICIO
           END-IF.

           IF WS-PFI-VALOR(WS-PFI-IX) IS EQUAL WS-BUS-VALOR
              MOVE WS-PFI-IX TO WS-PFI-IX-MATCH
           END-IF.

       F-8300-COMPARAR-INDICIO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           EXEC SQL
              CLOSE CURSOR1
           END-EXEC.

           MOVE CN-TOT-REGISTROS TO FCR-TRL-CANT.
           MOVE AC-TOT-SALDO-M1  TO FCR-TRL-SALDO-M1.
           MOVE AC-TOT-SALDO-M2  TO FCR-TRL-SALDO-M2.
           MOVE AC-TOT-INTERES   TO FCR-TRL-INTERESES.

           WRITE REG-REPORTE FROM WS-REG-FCR-TRL.
           IF FS-REP IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE REPORTE TRAILER = ' FS-REP
              MOVE 9999 TO RETURN-CODE
           END-IF.

           PERFORM 7100-IMPRIMIR-TOTALES THRU F-7100-IMPRIMIR-TOTALES.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           DISPLAY 'CLIENTES RECORRIDOS      = ' CN-TOT-CLI.
           DISPLAY 'CON AUTOCERTIFICACION    = ' CN-TOT-DOCUMENTADOS.
           DISPLAY 'CLIENTES REPORTADOS      = ' CN-TOT-REPORTADOS.
           DISPLAY 'REGISTROS DEL REPORTE    = ' CN-TOT-REGISTROS.
           DISPLAY 'CON INDICIOS SEGUIMIENTO = ' CN-TOT-SEGUIMIENTO.

           CLOSE CLIENTE
              IF FS-CLI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE CLIENTE = ' FS-CLI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           IF WS-CON-DISPONIBLE
              CLOSE CONTACTO
           END-IF.

           IF WS-RFI-DISPONIBLE
              CLOSE RESFIS
           END-IF.

           CLOSE REPORTE
              IF FS-REP IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE REPORTE = ' FS-REP
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * CLIENTES CON INDICIOS SIN AUTOCERTIFICAR: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND CN-TOT-SEGUIMIENTO IS GREATER THAN ZEROS
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES             TO WS-REG-RESUMEN.
           MOVE 'PGMVCR15'         TO RES-PROGRAMA.
           MOVE WS-FECHA-RES       TO RES-FECHA.
           MOVE CN-TOT-REGISTROS   TO RES-CANT-PROCESADOS.
           MOVE CN-TOT-SEGUIMIENTO TO RES-CANT-ERRORES.
           MOVE RETURN-CODE        TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
