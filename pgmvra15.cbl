       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVRA15.

      ***********************************************
      *                                             *
      *  RESUMEN ANUAL POR CLIENTE DE COMISIONES,   *
      *  CARGOS E INTERESES (REGIMEN DE             *
      *  TRANSPARENCIA)                             *
      *  TP 35 - BATCH DB2 DE EXTRACCION            *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * LA NORMA DE TRANSPARENCIA OBLIGA A DAR A    *
      * CADA CLIENTE UN RESUMEN ANUAL DE TODO LO    *
      * QUE SE LE COBRO Y SE LE PAGO, Y ESO SE      *
      * ARMABA SUMANDO A MANO LAS COMISIONES DE     *
      * PGMVCM15, LOS INTERESES DE DESCUBIERTO, LOS *
      * CARGOS DE CAJEROS Y SERVICIOS, Y LOS        *
      * INTERESES DEL ARCHIVO DE DEVENGAMIENTO      *
      * DDINTACC. ESTE JOB DE CIERRE DE EJERCICIO   *
      * RECORRE EL LIBRO TB99MOVI DEL ANIO POR      *
      * DOCUMENTO, CUENTA Y CODIGO DE CARGO, Y      *
      * ARMA UNA HOJA POR CLIENTE CON LOS TOTALES   *
      * POR CONCEPTO Y CUENTA MAS LOS INTERESES     *
      * PAGADOS. LA HOJA SALE POR EL CANAL ELEGIDO  *
      * EN EL CONTACTO (CPCONTAC): EMAIL AL         *
      * EXTRACTO DDRESMAI, CORREO AL EXTRACTO       *
      * POSTAL DDRESPOS SALVO DOMICILIO EN          *
      * CUARENTENA POR CORREO DEVUELTO (PGMVRM15).  *
      * EL LISTADO DDLISTA ES LA HOJA DE TOTALES    *
      * DEL BANCO PARA EL OFICIAL DE CUMPLIMIENTO   *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * INTERESES DEVENGADOS DEL EJERCICIO POR DOCUMENTO - SALIDA DEL *
      * JOB DE DEVENGAMIENTO; UN DD AUSENTE SE SALTEA                 *
             SELECT INTACC ASSIGN DDINTACC
                    FILE STATUS IS FS-INT.

             SELECT CODMOV ASSIGN DDCODMOV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-CMV
                    FILE STATUS IS FS-CMV.

             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

             SELECT CLIENTE ASSIGN DDCLIEN
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CLI
                    FILE STATUS IS FS-CLI.

      * HOJAS PARA IMPRESION Y ENSOBRADO *
             SELECT POSTAL ASSIGN DDRESPOS
                    FILE STATUS IS FS-POS.

      * HOJAS PARA EL ENVIO POR CORREO ELECTRONICO *
             SELECT EMAIL ASSIGN DDRESMAI
                    FILE STATUS IS FS-MAI.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD INTACC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-INTACC        PIC X(24).

       FD CODMOV.

       01 REG-CODMOV.
           03 KEY-CMV       PIC X(03).
           03 FILLER        PIC X(27).

       FD CONTACTO.

       01 REG-CONTAC.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

       FD CLIENTE.

       01 REG-CLIENTE.
          03 KEY-CLI        PIC X(17).
          03 FILLER         PIC X(227).

       FD POSTAL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-POSTAL        PIC X(132).

       FD EMAIL
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-EMAIL         PIC X(150).

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
       77  FS-INT           PIC XX    VALUE SPACES.
       77  FS-CMV           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-CLI           PIC XX    VALUE SPACES.
       77  FS-POS           PIC XX    VALUE SPACES.
       77  FS-MAI           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

       01  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY-8.
           03  WS-HOY-AAAA      PIC 9(4).
           03  WS-HOY-MM        PIC 9(2).
           03  WS-HOY-DD        PIC 9(2).

           COPY CPCODMOV.
           COPY CPCONTAC.
           COPY TBVCLIEN.
           COPY CPRESUMEN.

      * EJERCICIO A RESUMIR (CEROS = EL ANIO DE PROCESO, O EL ANTERIOR *
      * SI LA CORRIDA CAE EN ENERO) Y CODIGOS DE MOVIMIENTO QUE SON    *
      * COMISIONES O CARGOS AL CLIENTE (UN CREDITO CON EL MISMO CODIGO *
      * ES UNA DEVOLUCION Y RESTA) *************************************
       01  WS-REG-PARAMETROS.
           03  WS-PAR-EJERCICIO     PIC 9(04)  VALUE ZEROS.
           03  WS-PAR-CODIGOS.
               05  FILLER           PIC X(03)  VALUE 'COM'.
               05  FILLER           PIC X(03)  VALUE 'IDA'.
               05  FILLER           PIC X(03)  VALUE 'IDP'.
               05  FILLER           PIC X(03)  VALUE 'ATC'.
               05  FILLER           PIC X(03)  VALUE 'ATD'.
               05  FILLER           PIC X(03)  VALUE 'SWC'.
               05  FILLER           PIC X(03)  VALUE 'CSG'.
               05  FILLER           PIC X(03)  VALUE SPACES.
               05  FILLER           PIC X(03)  VALUE SPACES.
               05  FILLER           PIC X(03)  VALUE SPACES.
           03  WS-PAR-CODIGOS-R REDEFINES WS-PAR-CODIGOS.
               05  WS-PAR-CODMOV    PIC X(03)  OCCURS 10 TIMES.

      * CONCEPTOS DE CARGO CON SU DESCRIPCION DE DDCODMOV Y EL TOTAL  *
      * DEL BANCO PARA LA HOJA DE CUMPLIMIENTO ************************
       01  WS-CPT-TABLA.
           03  WS-CPT-ENTRADA OCCURS 10 TIMES.
               05  WS-CPT-CODMOV      PIC X(03).
               05  WS-CPT-DESCRIPCION PIC X(20).
               05  WS-CPT-CLIENTES    PIC 9(07).
               05  WS-CPT-IMPORTE     PIC S9(13)V99.

       77  WS-CPT-IX        PIC 9(02)  VALUE ZEROS.
       77  WS-CPT-IX-MATCH  PIC 9(02)  VALUE ZEROS.

      * RANGO DE FECHAS DEL EJERCICIO PARA EL CURSOR *
       01  WS-FEC-DESDE.
           03  WS-FDE-AAAA        PIC 9(04)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '-01-01'.
       01  WS-FEC-HASTA.
           03  WS-FHA-AAAA        PIC 9(04)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '-12-31'.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       01  WS-STATUS-CODMOV PIC X     VALUE 'N'.
           88  WS-CODMOV-ABIERTO      VALUE 'Y'.
           88  WS-CODMOV-AUSENTE      VALUE 'N'.

       01  WS-STATUS-CONTAC PIC X     VALUE 'N'.
           88  WS-CONTAC-ABIERTO      VALUE 'Y'.
           88  WS-CONTAC-AUSENTE      VALUE 'N'.

       01  WS-STATUS-CLIENTE PIC X    VALUE 'N'.
           88  WS-CLIENTE-ABIERTO     VALUE 'Y'.
           88  WS-CLIENTE-AUSENTE     VALUE 'N'.

      * CANAL DE ENVIO DE LA HOJA DEL CLIENTE EN CURSO *
       01  WS-CANAL         PIC X     VALUE SPACES.
           88  WS-CANAL-POSTAL        VALUE 'P'.
           88  WS-CANAL-EMAIL         VALUE 'E'.
           88  WS-CANAL-SUPRIMIDO     VALUE 'S'.

      * INTERESES DEVENGADOS POR DOCUMENTO, CARGADOS EN MEMORIA; LA   *
      * MARCA INDICA QUE YA SALIERON EN LA HOJA DEL CLIENTE ***********
       01  WS-REG-INTACC.
           03  INT-TIPDOC     PIC X(02).
           03  INT-NRODOC     PIC 9(11).
           03  INT-IMPORTE    PIC S9(9)V99.

       01  WS-INT-TABLA.
           03  WS-INT-TOPE        PIC 9(04)   VALUE 5000.
           03  WS-INT-OCUP        PIC 9(04)   VALUE ZEROS.
           03  WS-INT-ENTRADA OCCURS 5000 TIMES.
               05  WS-INT-TIPDOC  PIC X(02).
               05  WS-INT-NRODOC  PIC 9(11).
               05  WS-INT-IMPORTE PIC S9(9)V99.
               05  WS-INT-EMITIDO PIC X(01).

       77  WS-INT-IX          PIC 9(04)   VALUE ZEROS.

      * CLIENTE, CUENTA Y CONCEPTO EN CURSO (CORTES DE CONTROL) *
       01  WS-CLIENTE-ACTUAL.
           03  WS-CLI-TIPDOC      PIC X(02)    VALUE SPACES.
           03  WS-CLI-NRODOC      PIC 9(11)    VALUE ZEROS.
           03  WS-CLI-NOMAPE      PIC X(30)    VALUE SPACES.
       01  WS-CUENTA-ACTUAL.
           03  WS-CTA-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  WS-CTA-NROCUEN     PIC 9(15)    VALUE ZEROS.
           03  WS-CTA-MONEDA      PIC 9(02)    VALUE ZEROS.
       77  WS-CODMOV-ACTUAL   PIC X(03)        VALUE SPACES.

       77  AC-CONCEPTO        PIC S9(11)V99    VALUE ZEROS.
       77  AC-CUENTA          PIC S9(11)V99    VALUE ZEROS.
       77  AC-INTERES-CLI     PIC S9(11)V99    VALUE ZEROS.

      * TOTAL DE CARGOS DEL CLIENTE POR MONEDA *
       01  WS-TMO-TABLA.
           03  WS-TMO-OCUP        PIC 9(02)   VALUE ZEROS.
           03  WS-TMO-ENTRADA OCCURS 5 TIMES.
               05  WS-TMO-MONEDA      PIC 9(02).
               05  WS-TMO-IMPORTE     PIC S9(13)V99.

       77  WS-TMO-IX          PIC 9(02)   VALUE ZEROS.
       77  WS-TMO-IX-MATCH    PIC 9(02)   VALUE ZEROS.

      * DOMICILIO Y EMAIL DE ENVIO *
       01  WS-ENVIO.
           03  WS-ENV-DOMICILIO   PIC X(30)    VALUE SPACES.
           03  WS-ENV-CIUDAD      PIC X(20)    VALUE SPACES.
           03  WS-ENV-CODPOS      PIC X(04)    VALUE SPACES.
           03  WS-ENV-EMAIL       PIC X(30)    VALUE SPACES.

       01  WS-CLAVE-VSAM.
           03  WS-CLV-TIPDOC    PIC X(02).
           03  WS-CLV-NRODOC    PIC 9(11).
           03  WS-CLV-NROSEC    PIC X(04).

       77  WS-SECUENCIA     PIC 9(03)  VALUE ZEROS.
       77  WS-PRIMERA-LINEA PIC X(01)  VALUE 'S'.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CLIE
           END-EXEC.

      * HOST VARIABLES PARA LA CUARENTENA DE CORREO DEVUELTO         *
      * (COLUMNA DOMVAL DE PGMVRM15) - AUN NO REFLEJADA EN EL DCLGEN *
       77  WS-CLI-DOMVAL      PIC X(01)   VALUE SPACES.

      * HOST VARIABLE PARA COLUMNA DOMICILIO - AUN NO REFLEJADA EN     *
      * EL DCLGEN DE TB99CLIE ******************************************
       77  DB-CL-DOMIC     PIC X(15) VALUE SPACES.

      * HOST VARIABLES DEL LIBRO DE MOVIMIENTOS ITPLZRY.TB99MOVI *****
       77  WS-MOV-DESDE     PIC X(10)  VALUE SPACES.
       77  WS-MOV-HASTA     PIC X(10)  VALUE SPACES.
       77  WS-MOV-CODMOV    PIC X(03)  VALUE SPACES.
       77  WS-MOV-TIPCUEN   PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-NROCUEN   PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-MOV-MONEDA    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-MOV-IMPORTE   PIC S9(11)V99 USAGE COMP-3 VALUE ZEROS.
       77  WS-MOV-CANT      PIC S9(9) USAGE COMP VALUE ZEROS.
       77  WS-MOV-COD-01    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-02    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-03    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-04    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-05    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-06    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-07    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-08    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-09    PIC X(03)  VALUE SPACES.
       77  WS-MOV-COD-10    PIC X(03)  VALUE SPACES.

      * CARGOS DEL EJERCICIO SUMADOS POR DOCUMENTO, CUENTA Y CONCEPTO *
      * (IMPORTE CON EL SIGNO DEL LIBRO: DEBITO NEGATIVO) *************
           EXEC SQL
             DECLARE CURCARG CURSOR FOR
             SELECT B.TIPDOC, B.NRODOC, B.NROCLI, B.NOMAPE,
                    M.TIPCUEN, M.NROCUEN, M.MONEDA, M.CODMOV,
                    SUM(M.IMPORTE), COUNT(*)
               FROM ITPLZRY.TB99MOVI M,
                    ITPLZRY.TB99CUEN A,
                    ITPLZRY.TB99CLIE B
               WHERE M.FECNEG BETWEEN :WS-MOV-DESDE AND :WS-MOV-HASTA
               AND M.CODMOV IN (:WS-MOV-COD-01, :WS-MOV-COD-02,
                                :WS-MOV-COD-03, :WS-MOV-COD-04,
                                :WS-MOV-COD-05, :WS-MOV-COD-06,
                                :WS-MOV-COD-07, :WS-MOV-COD-08,
                                :WS-MOV-COD-09, :WS-MOV-COD-10)
               AND A.TIPCUEN = M.TIPCUEN
               AND A.NROCUEN = M.NROCUEN
               AND A.NROCLI = B.NROCLI
               GROUP BY B.TIPDOC, B.NRODOC, B.NROCLI, B.NOMAPE,
                        M.TIPCUEN, M.NROCUEN, M.MONEDA, M.CODMOV
               ORDER BY B.TIPDOC ASC, B.NRODOC ASC, M.TIPCUEN ASC,
                        M.NROCUEN ASC, M.CODMOV ASC
           END-EXEC.

      * LINEA DE LA HOJA DEL CLIENTE (100 POSICIONES, IGUAL PARA LOS  *
      * DOS CANALES) **************************************************
       01  WS-LINEA-HOJA       PIC X(100)  VALUE SPACES.

       01  WS-HOJA-TITULO.
           03  FILLER        PIC X(48)    VALUE
               'RESUMEN ANUAL DE COMISIONES, CARGOS E INTERESES'.
           03  FILLER        PIC X(14)    VALUE ' - EJERCICIO '.
           03  WS-HTI-EJERCICIO PIC 9(04) VALUE ZEROS.
           03  FILLER        PIC X(34)    VALUE SPACES.

       01  WS-HOJA-TITULAR.
           03  FILLER        PIC X(09)    VALUE 'TITULAR: '.
           03  WS-HTU-NOMAPE PIC X(30)    VALUE SPACES.
           03  FILLER        PIC X(06)    VALUE '  DOC '.
           03  WS-HTU-TIPDOC PIC X(02)    VALUE SPACES.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-HTU-NRODOC PIC 9(11)    VALUE ZEROS.
           03  FILLER        PIC X(41)    VALUE SPACES.

       01  WS-HOJA-DOMICILIO.
           03  FILLER        PIC X(11)    VALUE 'DOMICILIO: '.
           03  WS-HDO-DOMIC  PIC X(30)    VALUE SPACES.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-HDO-CIUDAD PIC X(20)    VALUE SPACES.
           03  FILLER        PIC X(04)    VALUE ' CP '.
           03  WS-HDO-CODPOS PIC X(04)    VALUE SPACES.
           03  FILLER        PIC X(30)    VALUE SPACES.

       01  WS-HOJA-SEPARADOR   PIC X(100)  VALUE ALL '-'.

       01  WS-HOJA-CUENTA.
           03  FILLER        PIC X(07)    VALUE 'CUENTA '.
           03  WS-HCU-TIPCUEN PIC 9(02)   VALUE ZEROS.
           03  FILLER        PIC X(01)    VALUE '/'.
           03  WS-HCU-NROCUEN PIC 9(15)   VALUE ZEROS.
           03  FILLER        PIC X(08)    VALUE '  MONEDA'.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-HCU-MONEDA PIC 9(02)    VALUE ZEROS.
           03  FILLER        PIC X(64)    VALUE SPACES.

       01  WS-HOJA-CONCEPTO.
           03  FILLER        PIC X(04)    VALUE SPACES.
           03  WS-HCO-CODMOV PIC X(03)    VALUE SPACES.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-HCO-DESCRIPCION PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(02)    VALUE SPACES.
           03  WS-HCO-IMPORTE PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER        PIC X(52)    VALUE SPACES.

       01  WS-HOJA-TOT-CUENTA.
           03  FILLER        PIC X(08)    VALUE SPACES.
           03  FILLER        PIC X(22)    VALUE 'TOTAL DE LA CUENTA'.
           03  WS-HTC-IMPORTE PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER        PIC X(52)    VALUE SPACES.

       01  WS-HOJA-TOT-MONEDA.
           03  FILLER        PIC X(30)    VALUE
               'TOTAL COMISIONES Y CARGOS MON '.
           03  WS-HTM-MONEDA PIC 9(02)    VALUE ZEROS.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-HTM-IMPORTE PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER        PIC X(49)    VALUE SPACES.

       01  WS-HOJA-INTERES.
           03  FILLER        PIC X(30)    VALUE
               'INTERESES PAGADOS EN EL ANIO  '.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  WS-HIN-IMPORTE PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER        PIC X(49)    VALUE SPACES.

       01  WS-HOJA-SIN-CARGOS.
           03  FILLER        PIC X(50)    VALUE
               'SIN COMISIONES NI CARGOS EN EL EJERCICIO'.
           03  FILLER        PIC X(50)    VALUE SPACES.

      * REGISTRO DEL EXTRACTO DE CORREO ELECTRONICO *
       01  WS-REG-EMAIL.
           03  REM-TIPDOC         PIC X(02)    VALUE SPACES.
           03  REM-NRODOC         PIC 9(11)    VALUE ZEROS.
           03  REM-EMAIL          PIC X(30)    VALUE SPACES.
           03  REM-SECUENCIA      PIC 9(03)    VALUE ZEROS.
           03  REM-TEXTO          PIC X(100)   VALUE SPACES.
           03  FILLER             PIC X(04)    VALUE SPACES.

      * REGISTRO DE LA SALIDA POSTAL *
       01  WS-REG-POSTAL.
           03  FILLER             PIC X(16)    VALUE SPACES.
           03  RPO-TEXTO          PIC X(100)   VALUE SPACES.
           03  FILLER             PIC X(16)    VALUE SPACES.

       77  WS-TOT-CLIENTES  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-POSTALES  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EMAILS    PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SUPRIMID  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-SOLO-INT  PIC 9(07) VALUE ZEROS.
       77  WS-TOT-INT-SIN-CLI PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CON-INT   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-FILAS     PIC 9(09) VALUE ZEROS.
       77  WS-IMP-INTERESES PIC S9(13)V99 VALUE ZEROS.

      * HOJA DE TOTALES DEL BANCO *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  WS-TIT-TEXTO  PIC X(50)    VALUE
               'TOTALES DEL BANCO - RESUMEN ANUAL DE TRANSPARENCIA'.
           03  FILLER        PIC X(16)    VALUE ' - EJERCICIO'.
           03  FILLER        PIC X(01)    VALUE SPACES.
           03  WS-TIT-EJERCICIO PIC 9(04) VALUE ZEROS.
           03  FILLER        PIC X(08)    VALUE '  FECHA '.
           03  WS-TIT-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(45)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  FILLER        PIC X(05)    VALUE 'COD'.
           03  FILLER        PIC X(22)    VALUE 'CONCEPTO'.
           03  FILLER        PIC X(12)    VALUE '    CLIENTES'.
           03  FILLER        PIC X(22)    VALUE
               '               IMPORTE'.
           03  FILLER        PIC X(71)    VALUE SPACES.

       01  WS-REG-CONCEPTO.
           03  WS-LCO-CODMOV      PIC X(03)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LCO-DESCRIPCION PIC X(20)    VALUE SPACES.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-LCO-CLIENTES    PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-LCO-IMPORTE     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(72)    VALUE SPACES.

       01  WS-REG-TOTAL.
           03  WS-LTO-TEXTO       PIC X(40)    VALUE SPACES.
           03  WS-LTO-CANT        PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE SPACES.
           03  WS-LTO-IMPORTE     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER             PIC X(59)    VALUE SPACES.

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

           PERFORM 2000-PROCESAR-FILA THRU F-2000-PROCESAR-FILA
                   UNTIL WS-FIN-LECTURA.

           IF WS-CLI-TIPDOC IS NOT EQUAL SPACES
              PERFORM 3300-CERRAR-CLIENTE THRU F-3300-CERRAR-CLIENTE
           END-IF.

      * CLIENTES CON INTERESES PAGADOS Y SIN NINGUN CARGO EN EL ANIO *
           IF RETURN-CODE IS NOT EQUAL 9999
              PERFORM 4000-HOJA-SOLO-INTERES
                      THRU F-4000-HOJA-SOLO-INTERES
                      VARYING WS-INT-IX FROM 1 BY 1
                      UNTIL WS-INT-IX > WS-INT-OCUP
           END-IF.

           PERFORM 8000-HOJA-BANCO THRU F-8000-HOJA-BANCO.

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

           IF WS-PAR-EJERCICIO IS NOT NUMERIC
              OR WS-PAR-EJERCICIO IS EQUAL ZEROS
              MOVE WS-HOY-AAAA TO WS-PAR-EJERCICIO
              IF WS-HOY-MM IS EQUAL 01
                 SUBTRACT 1 FROM WS-PAR-EJERCICIO
              END-IF
           END-IF.

           MOVE WS-PAR-EJERCICIO TO WS-FDE-AAAA WS-FHA-AAAA.
           MOVE WS-FEC-DESDE TO WS-MOV-DESDE.
           MOVE WS-FEC-HASTA TO WS-MOV-HASTA.
           MOVE WS-PAR-EJERCICIO TO WS-HTI-EJERCICIO WS-TIT-EJERCICIO.
           MOVE WS-FECHA-HOY-8   TO WS-TIT-FECHA.

           OPEN INPUT CODMOV.
           IF FS-CMV IS EQUAL '00'
              SET WS-CODMOV-ABIERTO TO TRUE
           ELSE
              DISPLAY '* CODMOV AUSENTE - CONCEPTOS SIN DESCRIPCION'
           END-IF.

           PERFORM 1100-ARMAR-CONCEPTO THRU F-1100-ARMAR-CONCEPTO
                   VARYING WS-CPT-IX FROM 1 BY 1
                   UNTIL WS-CPT-IX > 10.

           IF WS-CODMOV-ABIERTO
              CLOSE CODMOV
           END-IF.

           MOVE WS-PAR-CODMOV(01) TO WS-MOV-COD-01.
           MOVE WS-PAR-CODMOV(02) TO WS-MOV-COD-02.
           MOVE WS-PAR-CODMOV(03) TO WS-MOV-COD-03.
           MOVE WS-PAR-CODMOV(04) TO WS-MOV-COD-04.
           MOVE WS-PAR-CODMOV(05) TO WS-MOV-COD-05.
           MOVE WS-PAR-CODMOV(06) TO WS-MOV-COD-06.
           MOVE WS-PAR-CODMOV(07) TO WS-MOV-COD-07.
           MOVE WS-PAR-CODMOV(08) TO WS-MOV-COD-08.
           MOVE WS-PAR-CODMOV(09) TO WS-MOV-COD-09.
           MOVE WS-PAR-CODMOV(10) TO WS-MOV-COD-10.

           PERFORM 1200-CARGAR-INTERESES THRU F-1200-CARGAR-INTERESES.

           OPEN INPUT CONTACTO.
           IF FS-CON IS EQUAL '00'
              SET WS-CONTAC-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDCONTAC NO DISPONIBLE - TODO POR CORREO'
           END-IF.

           OPEN INPUT CLIENTE.
           IF FS-CLI IS EQUAL '00'
              SET WS-CLIENTE-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDCLIEN NO DISPONIBLE - DOMICILIO DE TB99CLIE'
           END-IF.

           OPEN OUTPUT POSTAL.
           IF FS-POS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSTAL = ' FS-POS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT EMAIL.
           IF FS-MAI IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN EMAIL = ' FS-MAI
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           IF WS-NO-FIN-LECTURA
              EXEC SQL
                 OPEN CURCARG
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE   TO WS-SQLCODE
                 DISPLAY '* ERROR OPEN CURCARG     = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
              ELSE
                 PERFORM 2100-FETCH-CARGO THRU F-2100-FETCH-CARGO
              END-IF
           END-IF.

       F-1000-INICIO.   EXIT.

      ***** CONCEPTO DE CARGO CON LA DESCRIPCION DE LA TABLA DE ******
      ***** CODIGOS DE MOVIMIENTO ************************************
       1100-ARMAR-CONCEPTO.

           MOVE WS-PAR-CODMOV(WS-CPT-IX) TO WS-CPT-CODMOV(WS-CPT-IX).
           MOVE SPACES TO WS-CPT-DESCRIPCION(WS-CPT-IX).
           MOVE ZEROS  TO WS-CPT-CLIENTES(WS-CPT-IX).
           MOVE ZEROS  TO WS-CPT-IMPORTE(WS-CPT-IX).

           IF WS-PAR-CODMOV(WS-CPT-IX) IS EQUAL SPACES
              GO TO F-1100-ARMAR-CONCEPTO
           END-IF.

           IF WS-CODMOV-ABIERTO
              MOVE WS-PAR-CODMOV(WS-CPT-IX) TO KEY-CMV
              READ CODMOV INTO WS-REG-CODMOV
              IF FS-CMV IS EQUAL '00'
                 MOVE CMV-DESCRIPCION
                      TO WS-CPT-DESCRIPCION(WS-CPT-IX)
                 GO TO F-1100-ARMAR-CONCEPTO
              END-IF
           END-IF.

           STRING 'CONCEPTO ' WS-PAR-CODMOV(WS-CPT-IX)
                  DELIMITED BY SIZE
                  INTO WS-CPT-DESCRIPCION(WS-CPT-IX).

       F-1100-ARMAR-CONCEPTO. EXIT.

      ***** INTERESES DEVENGADOS DEL EJERCICIO POR DOCUMENTO **********
       1200-CARGAR-INTERESES.

           OPEN INPUT INTACC.
           IF FS-INT IS NOT EQUAL '00'
              DISPLAY '* DDINTACC NO DISPONIBLE - SIN INTERESES'
              GO TO F-1200-CARGAR-INTERESES
           END-IF.

           PERFORM 1250-LEER-INTACC THRU F-1250-LEER-INTACC
                   UNTIL FS-INT IS NOT EQUAL '00'.

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
                    MOVE 'N'         TO WS-INT-EMITIDO(WS-INT-OCUP)
                 ELSE
                    DISPLAY '* TABLA DE INTERESES LLENA'
                    MOVE '10' TO FS-INT
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA INTACC = ' FS-INT
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-1250-LEER-INTACC. EXIT.

      **************************************
      *                                    *
      *  CARGOS DEL EJERCICIO POR CLIENTE, *
      *  CUENTA Y CONCEPTO                 *
      *                                    *
      **************************************
       2000-PROCESAR-FILA.

           IF DB-CL-TIPDOC IS NOT EQUAL WS-CLI-TIPDOC
              OR DB-CL-NRODOC IS NOT EQUAL WS-CLI-NRODOC
              IF WS-CLI-TIPDOC IS NOT EQUAL SPACES
                 PERFORM 3300-CERRAR-CLIENTE
                         THRU F-3300-CERRAR-CLIENTE
              END-IF
              PERFORM 3000-ABRIR-CLIENTE THRU F-3000-ABRIR-CLIENTE
           END-IF.

           IF WS-MOV-TIPCUEN IS NOT EQUAL WS-CTA-TIPCUEN
              OR WS-MOV-NROCUEN IS NOT EQUAL WS-CTA-NROCUEN
              IF WS-CTA-NROCUEN IS NOT EQUAL ZEROS
                 PERFORM 3200-CERRAR-CUENTA THRU F-3200-CERRAR-CUENTA
              END-IF
              PERFORM 3100-ABRIR-CUENTA THRU F-3100-ABRIR-CUENTA
           END-IF.

      * EL CARGO SE MUESTRA EN POSITIVO: UN DEBITO DEL LIBRO ES COBRO *
      * AL CLIENTE Y UN CREDITO DEL MISMO CODIGO ES DEVOLUCION ********
           COMPUTE AC-CONCEPTO = ZEROS - WS-MOV-IMPORTE.
           ADD AC-CONCEPTO TO AC-CUENTA.

           MOVE ZEROS TO WS-CPT-IX-MATCH.
           PERFORM 5100-COMPARAR-CONCEPTO THRU F-5100-COMPARAR-CONCEPTO
                   VARYING WS-CPT-IX FROM 1 BY 1
                   UNTIL WS-CPT-IX > 10
                   OR WS-CPT-IX-MATCH > ZEROS.

           MOVE WS-MOV-CODMOV TO WS-HCO-CODMOV.
           IF WS-CPT-IX-MATCH IS GREATER THAN ZEROS
              MOVE WS-CPT-DESCRIPCION(WS-CPT-IX-MATCH)
                   TO WS-HCO-DESCRIPCION
              ADD AC-CONCEPTO TO WS-CPT-IMPORTE(WS-CPT-IX-MATCH)
              ADD 1 TO WS-CPT-CLIENTES(WS-CPT-IX-MATCH)
           ELSE
              MOVE SPACES TO WS-HCO-DESCRIPCION
           END-IF.
           MOVE AC-CONCEPTO TO WS-HCO-IMPORTE.
           MOVE WS-HOJA-CONCEPTO TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           PERFORM 2100-FETCH-CARGO THRU F-2100-FETCH-CARGO.

       F-2000-PROCESAR-FILA. EXIT.

      ***** LECTURA DE LOS CARGOS AGRUPADOS ***************************
       2100-FETCH-CARGO.

           EXEC SQL
              FETCH CURCARG
                  INTO :DB-CL-TIPDOC,
                       :DB-CL-NRODOC,
                       :DB-CL-NROCLI,
                       :DB-CL-NOMAPE,
                       :WS-MOV-TIPCUEN,
                       :WS-MOV-NROCUEN,
                       :WS-MOV-MONEDA,
                       :WS-MOV-CODMOV,
                       :WS-MOV-IMPORTE,
                       :WS-MOV-CANT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-TOT-FILAS
              WHEN +100
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURCARG: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       F-2100-FETCH-CARGO. EXIT.

      ***** CABECERA DE LA HOJA: CANAL, TITULAR Y DOMICILIO ***********
       3000-ABRIR-CLIENTE.

           MOVE DB-CL-TIPDOC TO WS-CLI-TIPDOC.
           MOVE DB-CL-NRODOC TO WS-CLI-NRODOC.
           MOVE DB-CL-NOMAPE TO WS-CLI-NOMAPE.
           MOVE ZEROS        TO WS-CTA-NROCUEN WS-CTA-TIPCUEN.
           MOVE ZEROS        TO WS-TMO-OCUP.
           ADD 1 TO WS-TOT-CLIENTES.

           PERFORM 3050-ELEGIR-CANAL THRU F-3050-ELEGIR-CANAL.

           PERFORM 3080-ENCABEZAR-HOJA THRU F-3080-ENCABEZAR-HOJA.

       F-3000-ABRIR-CLIENTE. EXIT.

      ***** CANAL DE ENVIO: EMAIL SI EL CONTACTO LO ELIGIO Y HAY      *
      ***** DIRECCION; SI NO, CORREO POSTAL SALVO CUARENTENA **********
       3050-ELEGIR-CANAL.

           MOVE SPACES TO WS-ENVIO.
           SET WS-CANAL-POSTAL TO TRUE.
           MOVE SPACES TO CON-CANAL-PREF.

           IF WS-CLIENTE-ABIERTO
              MOVE WS-CLI-TIPDOC TO WS-CLV-TIPDOC
              MOVE WS-CLI-NRODOC TO WS-CLV-NRODOC
              MOVE LOW-VALUES    TO WS-CLV-NROSEC
              MOVE WS-CLAVE-VSAM TO KEY-CLI
              START CLIENTE KEY IS NOT LESS THAN KEY-CLI
                 INVALID KEY
                    MOVE '23' TO FS-CLI
              END-START
              IF FS-CLI IS EQUAL '00'
                 READ CLIENTE NEXT INTO WK-TBCLIE
                 IF FS-CLI IS EQUAL '00'
                    AND WK-CLI-TIPO-DOCUMENTO IS EQUAL WS-CLI-TIPDOC
                    AND WK-CLI-NRO-DOCUMENTO IS EQUAL WS-CLI-NRODOC
                    MOVE WK-CLI-DOMICILIO   TO WS-ENV-DOMICILIO
                    MOVE WK-CLI-CIUDAD      TO WS-ENV-CIUDAD
                    MOVE WK-CLI-CODIGO-POSTAL TO WS-ENV-CODPOS
                    MOVE WK-CLI-CORREO-ELECTRONICO TO WS-ENV-EMAIL
                 END-IF
              END-IF
           END-IF.

      * EL CONTACTO POSTAL DE CORRESPONDENCIA REEMPLAZA AL DOMICILIO  *
      * Y TRAE EL CANAL PREFERIDO *************************************
           IF WS-CONTAC-ABIERTO
              MOVE WS-CLI-TIPDOC TO KEY-CON(1:2)
              MOVE WS-CLI-NRODOC TO KEY-CON(3:11)
              MOVE 'P'           TO KEY-CON(14:1)
              READ CONTACTO INTO WS-REG-CONTAC
              IF FS-CON IS EQUAL '00'
                 MOVE CON-DOMICILIO     TO WS-ENV-DOMICILIO
                 MOVE CON-CIUDAD        TO WS-ENV-CIUDAD
                 MOVE CON-CODIGO-POSTAL TO WS-ENV-CODPOS
              ELSE
                 MOVE SPACES TO CON-CANAL-PREF
              END-IF
           END-IF.

           IF CON-CANAL-EMAIL
              AND WS-ENV-EMAIL IS NOT EQUAL SPACES
              SET WS-CANAL-EMAIL TO TRUE
              GO TO F-3050-ELEGIR-CANAL
           END-IF.

      * CORREO DEVUELTO: CON EL DOMICILIO EN CUARENTENA (DOMVAL='N',  *
      * MARCADO POR PGMVRM15) LA HOJA POSTAL NO SE ENVIA **************
           MOVE SPACES TO WS-CLI-DOMVAL.

           EXEC SQL
              SELECT DOMVAL, DOMICILIO
                INTO :WS-CLI-DOMVAL, :DB-CL-DOMIC
                FROM ITPLZRY.TB99CLIE
                WHERE NROCLI = :DB-CL-NROCLI
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZEROS
              IF WS-CLI-DOMVAL IS EQUAL TO 'N'
                 SET WS-CANAL-SUPRIMIDO TO TRUE
                 GO TO F-3050-ELEGIR-CANAL
              END-IF
              IF WS-ENV-DOMICILIO IS EQUAL SPACES
                 MOVE DB-CL-DOMIC TO WS-ENV-DOMICILIO
              END-IF
           END-IF.

       F-3050-ELEGIR-CANAL. EXIT.

      ***** TITULO, TITULAR Y DOMICILIO DE LA HOJA ********************
       3080-ENCABEZAR-HOJA.

           EVALUATE TRUE
              WHEN WS-CANAL-POSTAL
                 ADD 1 TO WS-TOT-POSTALES
              WHEN WS-CANAL-EMAIL
                 ADD 1 TO WS-TOT-EMAILS
              WHEN OTHER
                 ADD 1 TO WS-TOT-SUPRIMID
           END-EVALUATE.

           MOVE 'S'   TO WS-PRIMERA-LINEA.
           MOVE ZEROS TO WS-SECUENCIA.

           MOVE WS-HOJA-TITULO TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           MOVE WS-CLI-NOMAPE TO WS-HTU-NOMAPE.
           MOVE WS-CLI-TIPDOC TO WS-HTU-TIPDOC.
           MOVE WS-CLI-NRODOC TO WS-HTU-NRODOC.
           MOVE WS-HOJA-TITULAR TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           IF WS-CANAL-POSTAL
              MOVE WS-ENV-DOMICILIO TO WS-HDO-DOMIC
              MOVE WS-ENV-CIUDAD    TO WS-HDO-CIUDAD
              MOVE WS-ENV-CODPOS    TO WS-HDO-CODPOS
              MOVE WS-HOJA-DOMICILIO TO WS-LINEA-HOJA
              PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA
           END-IF.

           MOVE WS-HOJA-SEPARADOR TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

       F-3080-ENCABEZAR-HOJA. EXIT.

      ***** CABECERA DE LA CUENTA *************************************
       3100-ABRIR-CUENTA.

           MOVE WS-MOV-TIPCUEN TO WS-CTA-TIPCUEN.
           MOVE WS-MOV-NROCUEN TO WS-CTA-NROCUEN.
           MOVE WS-MOV-MONEDA  TO WS-CTA-MONEDA.
           MOVE ZEROS          TO AC-CUENTA.

           MOVE WS-CTA-TIPCUEN TO WS-HCU-TIPCUEN.
           MOVE WS-CTA-NROCUEN TO WS-HCU-NROCUEN.
           MOVE WS-CTA-MONEDA  TO WS-HCU-MONEDA.
           MOVE WS-HOJA-CUENTA TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

       F-3100-ABRIR-CUENTA. EXIT.

      ***** TOTAL DE LA CUENTA Y ACUMULADO POR MONEDA *****************
       3200-CERRAR-CUENTA.

           MOVE AC-CUENTA TO WS-HTC-IMPORTE.
           MOVE WS-HOJA-TOT-CUENTA TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           MOVE ZEROS TO WS-TMO-IX-MATCH.
           PERFORM 5200-COMPARAR-MONEDA THRU F-5200-COMPARAR-MONEDA
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP
                   OR WS-TMO-IX-MATCH > ZEROS.

           IF WS-TMO-IX-MATCH IS EQUAL ZEROS
              IF WS-TMO-OCUP IS LESS THAN 5
                 ADD 1 TO WS-TMO-OCUP
              END-IF
              MOVE WS-TMO-OCUP   TO WS-TMO-IX-MATCH
              MOVE WS-CTA-MONEDA TO WS-TMO-MONEDA(WS-TMO-IX-MATCH)
              MOVE ZEROS         TO WS-TMO-IMPORTE(WS-TMO-IX-MATCH)
           END-IF.

           ADD AC-CUENTA TO WS-TMO-IMPORTE(WS-TMO-IX-MATCH).

       F-3200-CERRAR-CUENTA. EXIT.

      ***** TOTALES POR MONEDA E INTERESES PAGADOS AL CLIENTE *********
       3300-CERRAR-CLIENTE.

           IF WS-CTA-NROCUEN IS NOT EQUAL ZEROS
              PERFORM 3200-CERRAR-CUENTA THRU F-3200-CERRAR-CUENTA
           END-IF.

           MOVE WS-HOJA-SEPARADOR TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           PERFORM 3350-IMPRIMIR-MONEDA THRU F-3350-IMPRIMIR-MONEDA
                   VARYING WS-TMO-IX FROM 1 BY 1
                   UNTIL WS-TMO-IX > WS-TMO-OCUP.

           PERFORM 3400-INTERES-CLIENTE THRU F-3400-INTERES-CLIENTE.

           MOVE AC-INTERES-CLI TO WS-HIN-IMPORTE.
           MOVE WS-HOJA-INTERES TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           MOVE SPACES TO WS-CLI-TIPDOC.

       F-3300-CERRAR-CLIENTE. EXIT.

       3350-IMPRIMIR-MONEDA.

           MOVE WS-TMO-MONEDA(WS-TMO-IX)  TO WS-HTM-MONEDA.
           MOVE WS-TMO-IMPORTE(WS-TMO-IX) TO WS-HTM-IMPORTE.
           MOVE WS-HOJA-TOT-MONEDA TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

       F-3350-IMPRIMIR-MONEDA. EXIT.

      ***** INTERESES DEL DOCUMENTO EN DDINTACC (QUEDAN MARCADOS) ****
       3400-INTERES-CLIENTE.

           MOVE ZEROS TO AC-INTERES-CLI.

           PERFORM 3410-SUMAR-INTERES THRU F-3410-SUMAR-INTERES
                   VARYING WS-INT-IX FROM 1 BY 1
                   UNTIL WS-INT-IX > WS-INT-OCUP.

           ADD AC-INTERES-CLI TO WS-IMP-INTERESES.
           IF AC-INTERES-CLI IS NOT EQUAL ZEROS
              ADD 1 TO WS-TOT-CON-INT
           END-IF.

       F-3400-INTERES-CLIENTE. EXIT.

       3410-SUMAR-INTERES.

           IF WS-INT-TIPDOC(WS-INT-IX) IS EQUAL WS-CLI-TIPDOC
              AND WS-INT-NRODOC(WS-INT-IX) IS EQUAL WS-CLI-NRODOC
              ADD WS-INT-IMPORTE(WS-INT-IX) TO AC-INTERES-CLI
              MOVE 'S' TO WS-INT-EMITIDO(WS-INT-IX)
           END-IF.

       F-3410-SUMAR-INTERES. EXIT.

      **************************************
      *                                    *
      *  HOJAS DE CLIENTES SOLO CON        *
      *  INTERESES PAGADOS                 *
      *                                    *
      **************************************
       4000-HOJA-SOLO-INTERES.

           IF WS-INT-EMITIDO(WS-INT-IX) IS NOT EQUAL 'N'
              GO TO F-4000-HOJA-SOLO-INTERES
           END-IF.

           MOVE WS-INT-TIPDOC(WS-INT-IX) TO DB-CL-TIPDOC.
           MOVE WS-INT-NRODOC(WS-INT-IX) TO DB-CL-NRODOC.

           EXEC SQL
              SELECT NROCLI, NOMAPE, DOMICILIO
                INTO :DB-CL-NROCLI, :DB-CL-NOMAPE, :DB-CL-DOMIC
                FROM ITPLZRY.TB99CLIE
                WHERE TIPDOC = :DB-CL-TIPDOC
                AND NRODOC = :DB-CL-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN +100
                 DISPLAY '* INTERES DE DOCUMENTO SIN CLIENTE = '
                         WS-INT-TIPDOC(WS-INT-IX) ' '
                         WS-INT-NRODOC(WS-INT-IX)
                 ADD 1 TO WS-TOT-INT-SIN-CLI
                 GO TO F-4000-HOJA-SOLO-INTERES
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TB99CLIE = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE WS-INT-OCUP TO WS-INT-IX
                 GO TO F-4000-HOJA-SOLO-INTERES
           END-EVALUATE.

           ADD 1 TO WS-TOT-SOLO-INT.
           PERFORM 3000-ABRIR-CLIENTE THRU F-3000-ABRIR-CLIENTE.

           MOVE WS-HOJA-SIN-CARGOS TO WS-LINEA-HOJA.
           PERFORM 7000-EMITIR-LINEA THRU F-7000-EMITIR-LINEA.

           PERFORM 3300-CERRAR-CLIENTE THRU F-3300-CERRAR-CLIENTE.

       F-4000-HOJA-SOLO-INTERES. EXIT.

      ***** BUSQUEDAS EN TABLAS ***************************************
       5100-COMPARAR-CONCEPTO.

           IF WS-CPT-CODMOV(WS-CPT-IX) IS EQUAL WS-MOV-CODMOV
              MOVE WS-CPT-IX TO WS-CPT-IX-MATCH
           END-IF.

       F-5100-COMPARAR-CONCEPTO. EXIT.

       5200-COMPARAR-MONEDA.

           IF WS-TMO-MONEDA(WS-TMO-IX) IS EQUAL WS-CTA-MONEDA
              MOVE WS-TMO-IX TO WS-TMO-IX-MATCH
           END-IF.

       F-5200-COMPARAR-MONEDA. EXIT.

      ***** LINEA DE LA HOJA AL CANAL DEL CLIENTE (LA SUPRIMIDA SOLO  *
      ***** SUMA A LOS TOTALES DEL BANCO) *****************************
       7000-EMITIR-LINEA.

           EVALUATE TRUE
              WHEN WS-CANAL-POSTAL
                 MOVE WS-LINEA-HOJA TO RPO-TEXTO
                 IF WS-PRIMERA-LINEA IS EQUAL 'S'
                    WRITE REG-POSTAL FROM WS-REG-POSTAL AFTER PAGE
                    MOVE 'N' TO WS-PRIMERA-LINEA
                 ELSE
                    WRITE REG-POSTAL FROM WS-REG-POSTAL AFTER 1
                 END-IF
                 IF FS-POS IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE POSTAL = ' FS-POS
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN WS-CANAL-EMAIL
                 ADD 1 TO WS-SECUENCIA
                 MOVE WS-CLI-TIPDOC TO REM-TIPDOC
                 MOVE WS-CLI-NRODOC TO REM-NRODOC
                 MOVE WS-ENV-EMAIL  TO REM-EMAIL
                 MOVE WS-SECUENCIA  TO REM-SECUENCIA
                 MOVE WS-LINEA-HOJA TO REM-TEXTO
                 WRITE REG-EMAIL FROM WS-REG-EMAIL
                 IF FS-MAI IS NOT EQUAL '00'
                    DISPLAY '* ERROR EN WRITE EMAIL = ' FS-MAI
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE SPACES TO WS-LINEA-HOJA.

       F-7000-EMITIR-LINEA. EXIT.

      **************************************
      *                                    *
      *  HOJA DE TOTALES DEL BANCO PARA    *
      *  EL OFICIAL DE CUMPLIMIENTO        *
      *                                    *
      **************************************
       8000-HOJA-BANCO.

           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 8100-IMPRIMIR-CONCEPTO THRU F-8100-IMPRIMIR-CONCEPTO
                   VARYING WS-CPT-IX FROM 1 BY 1
                   UNTIL WS-CPT-IX > 10.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE 'INTERESES PAGADOS (DDINTACC)' TO WS-LTO-TEXTO.
           MOVE WS-TOT-CON-INT   TO WS-LTO-CANT.
           MOVE WS-IMP-INTERESES TO WS-LTO-IMPORTE.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.

           MOVE ZEROS TO WS-LTO-IMPORTE.
           MOVE 'HOJAS EMITIDAS' TO WS-LTO-TEXTO.
           MOVE WS-TOT-CLIENTES  TO WS-LTO-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 2.
           MOVE '  POR CORREO POSTAL' TO WS-LTO-TEXTO.
           MOVE WS-TOT-POSTALES  TO WS-LTO-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  POR CORREO ELECTRONICO' TO WS-LTO-TEXTO.
           MOVE WS-TOT-EMAILS    TO WS-LTO-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  SUPRIMIDAS (DOMICILIO EN CUARENTENA)'
                                 TO WS-LTO-TEXTO.
           MOVE WS-TOT-SUPRIMID  TO WS-LTO-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE '  SOLO CON INTERESES PAGADOS' TO WS-LTO-TEXTO.
           MOVE WS-TOT-SOLO-INT  TO WS-LTO-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.
           MOVE 'INTERESES DE DOCUMENTOS SIN CLIENTE' TO WS-LTO-TEXTO.
           MOVE WS-TOT-INT-SIN-CLI TO WS-LTO-CANT.
           WRITE REG-LISTADO FROM WS-REG-TOTAL AFTER 1.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-8000-HOJA-BANCO. EXIT.

       8100-IMPRIMIR-CONCEPTO.

           IF WS-CPT-CODMOV(WS-CPT-IX) IS EQUAL SPACES
              GO TO F-8100-IMPRIMIR-CONCEPTO
           END-IF.

           MOVE WS-CPT-CODMOV(WS-CPT-IX)      TO WS-LCO-CODMOV.
           MOVE WS-CPT-DESCRIPCION(WS-CPT-IX) TO WS-LCO-DESCRIPCION.
           MOVE WS-CPT-CLIENTES(WS-CPT-IX)    TO WS-LCO-CLIENTES.
           MOVE WS-CPT-IMPORTE(WS-CPT-IX)     TO WS-LCO-IMPORTE.

           WRITE REG-LISTADO FROM WS-REG-CONCEPTO AFTER 1.

       F-8100-IMPRIMIR-CONCEPTO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           EXEC SQL
              CLOSE CURCARG
           END-EXEC.

           DISPLAY 'EJERCICIO RESUMIDO      = ' WS-PAR-EJERCICIO.
           DISPLAY 'FILAS DE CARGOS LEIDAS  = ' WS-TOT-FILAS.
           DISPLAY 'HOJAS DE CLIENTES       = ' WS-TOT-CLIENTES.
           DISPLAY 'HOJAS POR CORREO POSTAL = ' WS-TOT-POSTALES.
           DISPLAY 'HOJAS POR EMAIL         = ' WS-TOT-EMAILS.
           DISPLAY 'HOJAS SUPRIMIDAS        = ' WS-TOT-SUPRIMID.

           IF WS-CONTAC-ABIERTO
              CLOSE CONTACTO
           END-IF.

           IF WS-CLIENTE-ABIERTO
              CLOSE CLIENTE
           END-IF.

           CLOSE POSTAL
              IF FS-POS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE POSTAL = ' FS-POS
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE EMAIL
              IF FS-MAI IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE EMAIL = ' FS-MAI
                MOVE 9999 TO RETURN-CODE
              END-IF.

           CLOSE LISTADO
              IF FS-LIS IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LIS
                MOVE 9999 TO RETURN-CODE
              END-IF.

      * HOJAS SUPRIMIDAS O INTERESES SIN CLIENTE: ALERTA *
           IF RETURN-CODE IS EQUAL TO ZEROS
              AND (WS-TOT-SUPRIMID > ZEROS
                   OR WS-TOT-INT-SIN-CLI > ZEROS)
              MOVE 0004 TO RETURN-CODE
           END-IF.

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVRA15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-CLIENTES TO RES-CANT-PROCESADOS.
           COMPUTE RES-CANT-ERRORES = WS-TOT-SUPRIMID
                   + WS-TOT-INT-SIN-CLI.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
