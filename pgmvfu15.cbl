       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVFU15.

      ***********************************************
      *                                             *
      *  FUSION DE SUCURSALES - TRASPASO DE LA      *
      *  CARTERA DE UNA SUCURSAL QUE CIERRA A LA    *
      *  SUCURSAL QUE LA ABSORBE                    *
      *        TP 35 - BATCH DE MANTENIMIENTO       *
      *                                             *
      ***********************************************

      ***********************************************
      *                                             *
      * CUANDO UNA SUCURSAL CIERRA, SUS CUENTAS     *
      * PASAN A LA SUCURSAL QUE LA ABSORBE. LA      *
      * SUCURSAL DE LA CUENTA VIVE EN VARIOS        *
      * LUGARES: TB99CUEN, EL MAESTRO DE EMBARGOS   *
      * (EMB-SUCUEN), LOS ACUERDOS DE DESCUBIERTO   *
      * (ACU-SUCUEN, PARTE DE LA CLAVE), LOS        *
      * CONTADORES DE DORMANCIA DE PGMAPS15         *
      * (DDDORMCT, TAMBIEN EN LA CLAVE) Y LOS       *
      * CONTACTOS DE RETIRO EN SUCURSAL (CON-TIPO   *
      * 'S' DE DDCONTAC, QUE GUARDAN EL DOMICILIO   *
      * DE LA SUCURSAL). EL REGISTRO DE CHEQUES     *
      * (DDCHEQUE) ESTA CLAVEADO SOLO POR CUENTA:   *
      * SIGUE A LA CUENTA SIN CAMBIOS Y SOLO SE     *
      * INFORMA EN LOS INVENTARIOS                  *
      *                                             *
      * EL PARAMETRO DDPARAM (OBLIGATORIO) TRAE EL  *
      * PAR SUCURSAL QUE CIERRA / QUE ABSORBE, EL   *
      * OPERADOR RESPONSABLE (AUTORIZADO POR        *
      * PGMVOP15 PARA LA FUNCION FS EN AMBAS        *
      * SUCURSALES), LOS DOMICILIOS DE RETIRO DE    *
      * CADA SUCURSAL Y EL MODO: 'S' SIMULACION     *
      * (DEFAULT) SOLO CUENTA LO QUE SE MOVERIA POR *
      * ARCHIVO, 'E' EJECUCION MUEVE TODO EN UNA    *
      * SOLA CORRIDA DEJANDO IMAGENES ANTES/DESPUES *
      * EN EL LAYOUT CPAUDIT                        *
      *                                             *
      * TB99CUEN SE MUEVE CON UN UNICO UPDATE QUE   *
      * SE CONFIRMA SOLO SI LA CANTIDAD DE FILAS    *
      * COINCIDE CON EL INVENTARIO DE CIERRE; SI NO *
      * SE DESHACE Y NO SE TOCAN LOS VSAM. UN       *
      * ACUERDO O CONTADOR QUE YA EXISTE CON LA     *
      * MISMA CUENTA EN LA SUCURSAL DESTINO SE      *
      * INFORMA COMO CONFLICTO Y QUEDA SIN MOVER    *
      *                                             *
      * EL LISTADO TRAE EL INVENTARIO DE CIERRE DE  *
      * LA SUCURSAL QUE CIERRA, LA CANTIDAD MOVIDA  *
      * (O A MOVER) POR ARCHIVO Y EL INVENTARIO DE  *
      * APERTURA DE LA SUCURSAL QUE ABSORBE (EN     *
      * SIMULACION, CON LA PROYECCION TRAS LA       *
      * FUSION)                                     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

      * MAESTROS CON LA SUCURSAL DE LA CUENTA - UN DD AUSENTE SE      *
      * SALTEA Y QUEDA INFORMADO EN EL LISTADO COMO NO ASIGNADO       *
             SELECT EMBARGO ASSIGN DDEMBARG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-EMBARGO
                    FILE STATUS IS FS-EMB.

             SELECT ACUERDO ASSIGN DDACUERD
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-ACU
                    FILE STATUS IS FS-ACU.

             SELECT DORMCTL ASSIGN DDDORMCT
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-DORMCTL
                    FILE STATUS IS FS-DCT.

             SELECT CONTACTO ASSIGN DDCONTAC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CON
                    FILE STATUS IS FS-CON.

      * REGISTRO DE CHEQUES DE PGMVCQ15 - SOLO LECTURA *
             SELECT CHEQUE ASSIGN DDCHEQUE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-CHQ
                    FILE STATUS IS FS-CHQ.

             SELECT AUDITORIA ASSIGN DDAUDIT
                    FILE STATUS IS FS-AUD.

             SELECT LISTADO ASSIGN DDLISTA
                    FILE STATUS IS FS-LIS.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(100).

       FD EMBARGO.

       01 REG-EMBARGO.
           03 KEY-EMBARGO   PIC X(17).
           03 FILLER        PIC X(63).

       FD ACUERDO.

       01 REG-ACUERDO.
           03  KEY-ACU.
               05  K-ACU-SUCUEN   PIC 9(02).
               05  K-ACU-NROCUEN  PIC 9(10).
           03  FILLER             PIC X(28).

       FD DORMCTL.

       01 REG-DORMCTL.
           03 KEY-DORMCTL.
               05 DCT-SUC-NRO        PIC 9(03).
               05 DCT-CUENTA         PIC 9(05).
           03 DCT-CONSECUTIVOS       PIC 9(03).
           03 FILLER                 PIC X(10).

       FD CONTACTO.

       01 REG-CONTAC.
           03 KEY-CON       PIC X(14).
           03 FILLER        PIC X(76).

       FD CHEQUE.

       01 REG-CHEQUE.
           03  KEY-CHQ.
               05  K-CHQ-TIPCUEN  PIC 9(02).
               05  K-CHQ-NROCUEN  PIC 9(15).
               05  K-CHQ-NRO      PIC 9(08).
           03  FILLER             PIC X(23).

       FD AUDITORIA
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

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
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-EMB           PIC XX    VALUE SPACES.
       77  FS-ACU           PIC XX    VALUE SPACES.
       77  FS-DCT           PIC XX    VALUE SPACES.
       77  FS-CON           PIC XX    VALUE SPACES.
       77  FS-CHQ           PIC XX    VALUE SPACES.
       77  FS-AUD           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPEMBARG.
           COPY CPACUERD.
           COPY CPCONTAC.
           COPY CPAUDIT.
           COPY CPRESUMEN.

      * PARAMETRO DE LA FUSION ******************************
       01  WS-REG-PARAMETROS.
      * 'S' SIMULACION (DEFAULT) / 'E' EJECUCION *
           03  WS-PAR-MODO          PIC X(01).
               88  WS-MODO-SIMULACION       VALUE 'S' ' '.
               88  WS-MODO-EJECUCION        VALUE 'E'.
           03  WS-PAR-SUC-CIERRA    PIC 9(03).
           03  WS-PAR-SUC-ABSORBE   PIC 9(03).
           03  WS-PAR-OPERADOR      PIC X(08).
      * DOMICILIO DE RETIRO DE LA SUCURSAL QUE CIERRA TAL COMO FIGURA *
      * EN LOS CONTACTOS 'S'; EN BLANCO NO SE TOCAN LOS CONTACTOS     *
           03  WS-PAR-DOM-CIERRA    PIC X(30).
      * DOMICILIO DE RETIRO DE LA SUCURSAL QUE ABSORBE *
           03  WS-PAR-DOM-ABSORBE   PIC X(30).
           03  WS-PAR-CIU-ABSORBE   PIC X(20).
           03  WS-PAR-CPO-ABSORBE   PIC X(04).
           03  FILLER               PIC X(01).

      * SUCURSALES EN LOS FORMATOS DE CADA MAESTRO *
       77  WS-SUC-CIE-2     PIC 9(02) VALUE ZEROS.
       77  WS-SUC-ABS-2     PIC 9(02) VALUE ZEROS.
       77  WS-SUCUEN-ANT    PIC S9(4) USAGE COMP VALUE ZEROS.
       77  WS-SUCUEN-NVO    PIC S9(4) USAGE COMP VALUE ZEROS.

       01  WS-STATUS-PARAM  PIC X     VALUE 'Y'.
           88  WS-PARAM-OK            VALUE 'Y'.
           88  WS-PARAM-INVALIDO      VALUE 'N'.

      * LA FUSION SE CANCELA SI TB99CUEN NO SE PUDO MOVER COMPLETA *
       01  WS-STATUS-FUSION PIC X     VALUE 'N'.
           88  WS-FUSION-CANCELADA    VALUE 'S'.
           88  WS-FUSION-EN-CURSO     VALUE 'N'.

       77  WS-MOTIVO-CANCEL PIC X(40) VALUE SPACES.

      * DISPONIBILIDAD DE CADA MAESTRO OPCIONAL *
       01  WS-SW-MAESTROS.
           03  WS-SW-EMB        PIC X  VALUE 'N'.
               88  WS-EMB-ABIERTO         VALUE 'S'.
           03  WS-SW-ACU        PIC X  VALUE 'N'.
               88  WS-ACU-ABIERTO         VALUE 'S'.
           03  WS-SW-DCT        PIC X  VALUE 'N'.
               88  WS-DCT-ABIERTO         VALUE 'S'.
           03  WS-SW-CON        PIC X  VALUE 'N'.
               88  WS-CON-ABIERTO         VALUE 'S'.
           03  WS-SW-CHQ        PIC X  VALUE 'N'.
               88  WS-CHQ-ABIERTO         VALUE 'S'.

      * FIN DE CADA BARRIDO (CURSOR O VSAM) *
       01  WS-STATUS-BARRIDO PIC X.
           88  WS-FIN-BARRIDO         VALUE 'Y'.
           88  WS-NO-FIN-BARRIDO      VALUE 'N'.

       01  WS-STATUS-CHQ    PIC X.
           88  WS-FIN-CHQ             VALUE 'Y'.
           88  WS-NO-FIN-CHQ          VALUE 'N'.

      * VISTA DEL REGISTRO DEL REGISTRO DE CHEQUES (PGMVCQ15) *
       01  WS-REG-CHQ.
           03  CHQ-TIPCUEN        PIC 9(02).
           03  CHQ-NROCUEN        PIC 9(15).
           03  CHQ-NRO            PIC 9(08).
           03  CHQ-ESTADO         PIC X(01).
               88  CHQ-ENTREGADO           VALUE 'E'.
           03  FILLER             PIC X(22).

      * VISTA DEL CONTADOR DE DORMANCIA (PGMAPS15) *
       01  WS-REG-DORMCTL.
           03  WS-DCT-SUC-NRO     PIC 9(03).
           03  WS-DCT-CUENTA      PIC 9(05).
           03  WS-DCT-CONSEC      PIC 9(03).
           03  FILLER             PIC X(10).

      * CLAVES DE POSICIONAMIENTO PARA RETOMAR EL BARRIDO DESPUES DE  *
      * LA LECTURA AL AZAR DE LA CLAVE DESTINO ************************
       77  WS-ACU-CLAVE-ANT PIC X(12) VALUE SPACES.
       77  WS-DCT-CLAVE-ANT PIC X(08) VALUE SPACES.

      * CUENTAS DE LA SUCURSAL QUE CIERRA (INVENTARIO DE CIERRE) -    *
      * BASE DEL CONTROL DEL UPDATE Y DE LAS IMAGENES DE AUDITORIA ****
       77  WS-CTA-TOPE      PIC 9(05) VALUE 5000.
       77  WS-CTA-OCUP      PIC 9(05) VALUE ZEROS.
       77  WS-CTA-IX        PIC 9(05) VALUE ZEROS.
       01  WS-SW-CTA-TABLA  PIC X     VALUE 'N'.
           88  WS-CTA-TABLA-EXCEDIDA  VALUE 'S'.
           88  WS-CTA-ERROR-LECTURA   VALUE 'E'.
       01  WS-CTA-TABLA.
           03  WS-CTA-ENTRADA OCCURS 5000 TIMES.
               05  WS-CTA-TIPCUEN     PIC 9(02).
               05  WS-CTA-NROCUEN     PIC 9(09).

      * INVENTARIO DE LA SUCURSAL EN CURSO *
       77  WS-SUC-INV       PIC 9(03) VALUE ZEROS.
       77  WS-SUC-INV-2     PIC 9(02) VALUE ZEROS.
       77  WS-DOM-INV       PIC X(30) VALUE SPACES.
       01  WS-SW-INV        PIC X     VALUE 'C'.
           88  WS-INV-DE-CIERRE       VALUE 'C'.
           88  WS-INV-DE-APERTURA     VALUE 'A'.
       01  WS-TOTALES-INV.
           03  WS-INV-CUENTAS     PIC 9(07)        VALUE ZEROS.
           03  WS-INV-SALDO       PIC S9(13)V99    VALUE ZEROS.
           03  WS-INV-CHEQUES     PIC 9(07)        VALUE ZEROS.
           03  WS-INV-EMBARGOS    PIC 9(07)        VALUE ZEROS.
           03  WS-INV-EMB-IMPORTE PIC S9(13)V99    VALUE ZEROS.
           03  WS-INV-ACUERDOS    PIC 9(07)        VALUE ZEROS.
           03  WS-INV-ACU-LIMITE  PIC S9(13)V99    VALUE ZEROS.
           03  WS-INV-DORMCTL     PIC 9(07)        VALUE ZEROS.
           03  WS-INV-CONTACTOS   PIC 9(07)        VALUE ZEROS.
      * COPIA DEL INVENTARIO DE CIERRE PARA LA PROYECCION *
       01  WS-TOTALES-CIE.
           03  WS-CIE-CUENTAS     PIC 9(07)        VALUE ZEROS.
           03  WS-CIE-SALDO       PIC S9(13)V99    VALUE ZEROS.
           03  WS-CIE-CHEQUES     PIC 9(07)        VALUE ZEROS.
           03  WS-CIE-EMBARGOS    PIC 9(07)        VALUE ZEROS.
           03  WS-CIE-EMB-IMPORTE PIC S9(13)V99    VALUE ZEROS.
           03  WS-CIE-ACUERDOS    PIC 9(07)        VALUE ZEROS.
           03  WS-CIE-ACU-LIMITE  PIC S9(13)V99    VALUE ZEROS.
           03  WS-CIE-DORMCTL     PIC 9(07)        VALUE ZEROS.
           03  WS-CIE-CONTACTOS   PIC 9(07)        VALUE ZEROS.
       77  WS-CHEQUES-CTA   PIC 9(05) VALUE ZEROS.

      * MOVIDOS (O A MOVER EN SIMULACION) Y CONFLICTOS POR ARCHIVO *
       77  WS-MOV-CUENTAS   PIC 9(07) VALUE ZEROS.
       77  WS-MOV-EMBARGOS  PIC 9(07) VALUE ZEROS.
       77  WS-MOV-ACUERDOS  PIC 9(07) VALUE ZEROS.
       77  WS-MOV-DORMCTL   PIC 9(07) VALUE ZEROS.
       77  WS-MOV-CONTACTOS PIC 9(07) VALUE ZEROS.
       77  WS-CNF-ACUERDOS  PIC 9(07) VALUE ZEROS.
       77  WS-CNF-DORMCTL   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-MOVIDOS   PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CONFLICT  PIC 9(07) VALUE ZEROS.

      * FILAS ACTUALIZADAS POR EL UPDATE DE TB99CUEN (SQLERRD 3) *
       77  WS-CUENTAS-UPD   PIC 9(07) VALUE ZEROS.

       77  WS-SQLCODE       PIC +++999 USAGE DISPLAY VALUE ZEROS.

      * AUDITORIA ANTES/DESPUES *
       77  WS-AUD-NRODOC    PIC 9(11) VALUE ZEROS.
       77  WS-AUD-NROCUEN   PIC 9(09) VALUE ZEROS.

      * AUTORIZACION DEL OPERADOR DE LA FUSION (RUTINA COMPARTIDA) ***
       01  WS-PGMVOP15      PIC X(8)  VALUE 'PGMVOP15'.
           COPY CPOPECTL.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE TB99CUEN
           END-EXEC.

           EXEC SQL
             DECLARE CURSUC CURSOR FOR
             SELECT TIPCUEN, NROCUEN, NROCLI, SALDO
               FROM ITPLZRY.TB99CUEN
               WHERE SUCUEN = :DB-CU-SUCUEN
               ORDER BY TIPCUEN ASC, NROCUEN ASC
           END-EXEC.

      * IMPRESION *
       01  WS-SEPARADOR       PIC X(132)  VALUE ALL '*'.

       01  WS-TITULO.
           03  FILLER        PIC X(31)    VALUE
                   'FUSION DE SUCURSALES - CORRIDA '.
           03  WS-TIT-FECHA  PIC 9(06)    VALUE ZEROS.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  WS-TIT-MODO   PIC X(10)    VALUE SPACES.
           03  FILLER        PIC X(12)    VALUE '  SUCURSAL '.
           03  WS-TIT-SUC-C  PIC 9(03)    VALUE ZEROS.
           03  FILLER        PIC X(04)    VALUE ' -> '.
           03  WS-TIT-SUC-A  PIC 9(03)    VALUE ZEROS.
           03  FILLER        PIC X(12)    VALUE '  OPERADOR '.
           03  WS-TIT-OPER   PIC X(08)    VALUE SPACES.
           03  FILLER        PIC X(40)    VALUE SPACES.

       01  WS-SUBTITULO.
           03  WS-SUB-TEXTO  PIC X(40)    VALUE SPACES.
           03  WS-SUB-SUC    PIC 9(03)    VALUE ZEROS.
           03  FILLER        PIC X(89)    VALUE SPACES.

       01  WS-DET-CUENTA.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DCU-TIPCUEN     PIC 9(02)    VALUE ZEROS.
           03  FILLER             PIC X(01)    VALUE '/'.
           03  WS-DCU-NROCUEN     PIC 9(09)    VALUE ZEROS.
           03  FILLER             PIC X(06)    VALUE '  CLI '.
           03  WS-DCU-NROCLI      PIC ZZ9      VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DCU-SALDO       PIC ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(25)    VALUE
                   '  CHEQUES EN CIRCULACION '.
           03  WS-DCU-CHEQUES     PIC ZZZZ9    VALUE ZEROS.
           03  FILLER             PIC X(60)    VALUE SPACES.

       01  WS-DET-RESUMEN.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DRS-CONCEPTO    PIC X(40)    VALUE SPACES.
           03  WS-DRS-CANTIDAD    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DRS-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER             PIC X(58)    VALUE SPACES.

       01  WS-DET-MOVIDO.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  WS-DMV-ARCHIVO     PIC X(30)    VALUE SPACES.
           03  WS-DMV-CANTIDAD    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(13)    VALUE
                   '  CONFLICTOS '.
           03  WS-DMV-CONFLICTOS  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           03  FILLER             PIC X(02)    VALUE SPACES.
           03  WS-DMV-NOTA        PIC X(50)    VALUE SPACES.
           03  FILLER             PIC X(15)    VALUE SPACES.

       01  WS-DET-CONFLICTO.
           03  FILLER             PIC X(04)    VALUE SPACES.
           03  FILLER             PIC X(11)    VALUE 'CONFLICTO  '.
           03  WS-DCF-ARCHIVO     PIC X(10)    VALUE SPACES.
           03  WS-DCF-CLAVE       PIC X(30)    VALUE SPACES.
           03  WS-DCF-MOTIVO      PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(37)    VALUE SPACES.

       01  WS-MSG-CANCELADA.
           03  FILLER             PIC X(28)    VALUE
                   '    FUSION CANCELADA - '.
           03  WS-MSC-MOTIVO      PIC X(40)    VALUE SPACES.
           03  FILLER             PIC X(64)    VALUE SPACES.

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

           IF WS-PARAM-OK
              PERFORM 2000-INVENTARIO-CIERRE
                      THRU F-2000-INVENTARIO-CIERRE
              PERFORM 3000-MOVER-CARTERA THRU F-3000-MOVER-CARTERA
              PERFORM 4000-LISTAR-MOVIMIENTO
                      THRU F-4000-LISTAR-MOVIMIENTO
              PERFORM 5000-INVENTARIO-APERTURA
                      THRU F-5000-INVENTARIO-APERTURA
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

           OPEN OUTPUT LISTADO.
           IF FS-LIS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LIS
              MOVE 9999 TO RETURN-CODE
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           OPEN OUTPUT AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN AUDITORIA = ' FS-AUD
              MOVE 9999 TO RETURN-CODE
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1100-LEER-PARAMETROS THRU F-1100-LEER-PARAMETROS.

           IF WS-PARAM-OK
              PERFORM 1200-VALIDAR-PARAMETROS
                      THRU F-1200-VALIDAR-PARAMETROS
           END-IF.

           IF WS-PARAM-INVALIDO
              MOVE 9999 TO RETURN-CODE
              GO TO F-1000-INICIO
           END-IF.

           PERFORM 1300-ABRIR-MAESTROS THRU F-1300-ABRIR-MAESTROS.

           MOVE WS-FECHA-RES       TO WS-TIT-FECHA.
           MOVE WS-PAR-SUC-CIERRA  TO WS-TIT-SUC-C.
           MOVE WS-PAR-SUC-ABSORBE TO WS-TIT-SUC-A.
           MOVE WS-PAR-OPERADOR    TO WS-TIT-OPER.
           IF WS-MODO-EJECUCION
              MOVE 'EJECUCION ' TO WS-TIT-MODO
           ELSE
              MOVE 'SIMULACION' TO WS-TIT-MODO
           END-IF.
           WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

       F-1000-INICIO.   EXIT.

      ***** PARAMETRO OBLIGATORIO DE LA FUSION ************************
       1100-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.
           IF FS-PAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PARAMETROS = ' FS-PAR
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1100-LEER-PARAMETROS
           END-IF.

           READ PARAMETROS INTO WS-REG-PARAMETROS.
           IF FS-PAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN READ PARAMETROS = ' FS-PAR
              SET WS-PARAM-INVALIDO TO TRUE
           END-IF.

           CLOSE PARAMETROS.

       F-1100-LEER-PARAMETROS. EXIT.

      ***** VALIDACION DEL PAR DE SUCURSALES Y DEL OPERADOR ***********
       1200-VALIDAR-PARAMETROS.

           IF NOT WS-MODO-SIMULACION AND NOT WS-MODO-EJECUCION
              DISPLAY '* MODO DE FUSION INVALIDO = ' WS-PAR-MODO
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1200-VALIDAR-PARAMETROS
           END-IF.

      * LA SUCURSAL DE LA CUENTA ES DE DOS DIGITOS EN TB99CUEN Y EN   *
      * LOS MAESTROS; LA 000 (CASA CENTRAL) NO SE FUSIONA *************
           IF WS-PAR-SUC-CIERRA IS NOT NUMERIC
              OR WS-PAR-SUC-ABSORBE IS NOT NUMERIC
              OR WS-PAR-SUC-CIERRA IS EQUAL ZEROS
              OR WS-PAR-SUC-ABSORBE IS EQUAL ZEROS
              OR WS-PAR-SUC-CIERRA IS GREATER 99
              OR WS-PAR-SUC-ABSORBE IS GREATER 99
              DISPLAY '* SUCURSALES DE LA FUSION INVALIDAS'
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1200-VALIDAR-PARAMETROS
           END-IF.

           IF WS-PAR-SUC-CIERRA IS EQUAL WS-PAR-SUC-ABSORBE
              DISPLAY '* SUCURSAL QUE CIERRA IGUAL A LA QUE ABSORBE'
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1200-VALIDAR-PARAMETROS
           END-IF.

           IF WS-PAR-DOM-CIERRA IS NOT EQUAL SPACES
              AND WS-PAR-DOM-ABSORBE IS EQUAL SPACES
              DISPLAY '* FALTA EL DOMICILIO DE RETIRO DE LA '
                      'SUCURSAL QUE ABSORBE'
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1200-VALIDAR-PARAMETROS
           END-IF.

      * EL OPERADOR DEBE ESTAR HABILITADO PARA LA FUNCION EN LAS DOS  *
      * SUCURSALES (EN LA PRACTICA, UN OPERADOR DE CASA CENTRAL) ******
           MOVE WS-PAR-OPERADOR   TO LK-OPE-ID.
           MOVE 'FS'              TO LK-OPE-FUNCION.
           MOVE WS-PAR-SUC-CIERRA TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              DISPLAY '* OPERADOR RECHAZADO: ' LK-OPE-MOTIVO
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1200-VALIDAR-PARAMETROS
           END-IF.

           MOVE WS-PAR-OPERADOR    TO LK-OPE-ID.
           MOVE 'FS'               TO LK-OPE-FUNCION.
           MOVE WS-PAR-SUC-ABSORBE TO LK-OPE-SUCURSAL.
           CALL WS-PGMVOP15 USING LK-PARM-OPERADOR.
           IF LK-OPE-RECHAZADO
              DISPLAY '* OPERADOR RECHAZADO: ' LK-OPE-MOTIVO
              SET WS-PARAM-INVALIDO TO TRUE
              GO TO F-1200-VALIDAR-PARAMETROS
           END-IF.

           MOVE WS-PAR-SUC-CIERRA  TO WS-SUC-CIE-2.
           MOVE WS-PAR-SUC-ABSORBE TO WS-SUC-ABS-2.
           MOVE WS-PAR-SUC-CIERRA  TO WS-SUCUEN-ANT.
           MOVE WS-PAR-SUC-ABSORBE TO WS-SUCUEN-NVO.

       F-1200-VALIDAR-PARAMETROS. EXIT.

      ***** APERTURA DE LOS MAESTROS OPCIONALES ***********************
      * EN SIMULACION SOLO SE LEEN; EN EJECUCION SE ABREN I-O *******
       1300-ABRIR-MAESTROS.

           IF WS-MODO-EJECUCION
              OPEN I-O EMBARGO
              OPEN I-O ACUERDO
              OPEN I-O DORMCTL
              OPEN I-O CONTACTO
           ELSE
              OPEN INPUT EMBARGO
              OPEN INPUT ACUERDO
              OPEN INPUT DORMCTL
              OPEN INPUT CONTACTO
           END-IF.
           OPEN INPUT CHEQUE.

           IF FS-EMB IS EQUAL '00'
              SET WS-EMB-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDEMBARG NO ASIGNADO = ' FS-EMB
           END-IF.
           IF FS-ACU IS EQUAL '00'
              SET WS-ACU-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDACUERD NO ASIGNADO = ' FS-ACU
           END-IF.
           IF FS-DCT IS EQUAL '00'
              SET WS-DCT-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDDORMCT NO ASIGNADO = ' FS-DCT
           END-IF.
           IF FS-CON IS EQUAL '00'
              SET WS-CON-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDCONTAC NO ASIGNADO = ' FS-CON
           END-IF.
           IF FS-CHQ IS EQUAL '00'
              SET WS-CHQ-ABIERTO TO TRUE
           ELSE
              DISPLAY '* DDCHEQUE NO ASIGNADO = ' FS-CHQ
           END-IF.

       F-1300-ABRIR-MAESTROS. EXIT.

      **************************************
      *                                    *
      *  INVENTARIO DE CIERRE DE LA        *
      *  SUCURSAL QUE CIERRA, TOMADO ANTES *
      *  DE MOVER NADA - CARGA ADEMAS LA   *
      *  TABLA DE CUENTAS A MOVER          *
      *                                    *
      **************************************
       2000-INVENTARIO-CIERRE.

           SET WS-INV-DE-CIERRE TO TRUE.
           MOVE WS-PAR-SUC-CIERRA TO WS-SUC-INV.
           MOVE WS-PAR-DOM-CIERRA TO WS-DOM-INV.
           MOVE 'INVENTARIO DE CIERRE - SUCURSAL ' TO WS-SUB-TEXTO.

           PERFORM 6000-INVENTARIO THRU F-6000-INVENTARIO.

           MOVE WS-TOTALES-INV TO WS-TOTALES-CIE.

       F-2000-INVENTARIO-CIERRE. EXIT.

      **************************************
      *                                    *
      *  TRASPASO DE LA CARTERA: PRIMERO   *
      *  TB99CUEN (TODO O NADA), DESPUES   *
      *  LOS MAESTROS VSAM                 *
      *                                    *
      **************************************
       3000-MOVER-CARTERA.

           SET WS-FUSION-EN-CURSO TO TRUE.

           PERFORM 3100-MOVER-CUENTAS THRU F-3100-MOVER-CUENTAS.

           IF WS-FUSION-CANCELADA
              GO TO F-3000-MOVER-CARTERA
           END-IF.

           IF WS-EMB-ABIERTO
              PERFORM 3200-MOVER-EMBARGOS THRU F-3200-MOVER-EMBARGOS
           END-IF.

           IF WS-ACU-ABIERTO
              PERFORM 3300-MOVER-ACUERDOS THRU F-3300-MOVER-ACUERDOS
           END-IF.

           IF WS-DCT-ABIERTO
              PERFORM 3400-MOVER-DORMCTL THRU F-3400-MOVER-DORMCTL
           END-IF.

           IF WS-CON-ABIERTO
              AND WS-PAR-DOM-CIERRA IS NOT EQUAL SPACES
              PERFORM 3500-MOVER-CONTACTOS THRU F-3500-MOVER-CONTACTOS
           END-IF.

       F-3000-MOVER-CARTERA. EXIT.

      ***** CUENTAS DE TB99CUEN - UN UNICO UPDATE CONTROLADO CONTRA ***
      ***** EL INVENTARIO DE CIERRE ***********************************
       3100-MOVER-CUENTAS.

           IF WS-CTA-TABLA-EXCEDIDA
              SET WS-FUSION-CANCELADA TO TRUE
              MOVE 'CAPACIDAD DE LA TABLA DE CUENTAS EXCEDIDA'
                   TO WS-MOTIVO-CANCEL
              GO TO F-3100-MOVER-CUENTAS
           END-IF.

           IF WS-CTA-ERROR-LECTURA
              SET WS-FUSION-CANCELADA TO TRUE
              MOVE 'ERROR EN LECTURA DE TB99CUEN'
                   TO WS-MOTIVO-CANCEL
              GO TO F-3100-MOVER-CUENTAS
           END-IF.

           IF WS-MODO-SIMULACION
              MOVE WS-CTA-OCUP TO WS-MOV-CUENTAS
              GO TO F-3100-MOVER-CUENTAS
           END-IF.

           EXEC SQL
              UPDATE ITPLZRY.TB99CUEN
                 SET SUCUEN = :WS-SUCUEN-NVO
                 WHERE SUCUEN = :WS-SUCUEN-ANT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 MOVE SQLERRD(3) TO WS-CUENTAS-UPD
              WHEN +100
                 MOVE ZEROS TO WS-CUENTAS-UPD
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR UPDATE TB99CUEN: ' WS-SQLCODE
                 SET WS-FUSION-CANCELADA TO TRUE
                 MOVE 'ERROR EN UPDATE DE TB99CUEN'
                      TO WS-MOTIVO-CANCEL
           END-EVALUATE.

      * UNA CUENTA ABIERTA EN LA SUCURSAL ENTRE EL INVENTARIO Y EL    *
      * UPDATE DEJARIA LA AUDITORIA INCOMPLETA: SE DESHACE TODO *******
           IF WS-FUSION-EN-CURSO
              AND WS-CUENTAS-UPD IS NOT EQUAL WS-CTA-OCUP
              DISPLAY 'CUENTAS ACTUALIZADAS ' WS-CUENTAS-UPD
                      ' DISTINTO DEL INVENTARIO ' WS-CTA-OCUP
              SET WS-FUSION-CANCELADA TO TRUE
              MOVE 'CUENTAS DISTINTAS DEL INVENTARIO'
                   TO WS-MOTIVO-CANCEL
           END-IF.

           IF WS-FUSION-CANCELADA
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO F-3100-MOVER-CUENTAS
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE WS-CUENTAS-UPD TO WS-MOV-CUENTAS.

           PERFORM 3150-AUDITAR-CUENTA THRU F-3150-AUDITAR-CUENTA
                   VARYING WS-CTA-IX FROM 1 BY 1
                   UNTIL WS-CTA-IX > WS-CTA-OCUP.

       F-3100-MOVER-CUENTAS. EXIT.

       3150-AUDITAR-CUENTA.

           MOVE SPACES TO WS-REG-AUDITORIA.
           MOVE 'TB99CUEN' TO AUD-TABLA.
           MOVE WS-CTA-NROCUEN(WS-CTA-IX) TO WS-AUD-NROCUEN.
           STRING 'CTA=' WS-CTA-TIPCUEN(WS-CTA-IX) '/' WS-AUD-NROCUEN
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           STRING 'SUCUEN=' WS-SUC-CIE-2
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           STRING 'SUCUEN=' WS-SUC-ABS-2
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.

           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-3150-AUDITAR-CUENTA. EXIT.

      ***** MAESTRO DE EMBARGOS - LA SUCURSAL NO ES CLAVE, SE REGRABA *
       3200-MOVER-EMBARGOS.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE LOW-VALUES TO KEY-EMBARGO.

           START EMBARGO KEY IS NOT LESS THAN KEY-EMBARGO
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 3250-LEER-EMBARGO THRU F-3250-LEER-EMBARGO
                   UNTIL WS-FIN-BARRIDO.

       F-3200-MOVER-EMBARGOS. EXIT.

       3250-LEER-EMBARGO.

           READ EMBARGO NEXT INTO WS-REG-EMBARGO.

           EVALUATE FS-EMB
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3250-LEER-EMBARGO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA EMBARGO = ' FS-EMB
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3250-LEER-EMBARGO
           END-EVALUATE.

           IF EMB-SUCUEN IS NOT EQUAL WS-SUC-CIE-2
              GO TO F-3250-LEER-EMBARGO
           END-IF.

           IF WS-MODO-SIMULACION
              ADD 1 TO WS-MOV-EMBARGOS
              GO TO F-3250-LEER-EMBARGO
           END-IF.

           MOVE WS-SUC-ABS-2 TO EMB-SUCUEN.
           REWRITE REG-EMBARGO FROM WS-REG-EMBARGO.
           IF FS-EMB IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE EMBARGO = ' FS-EMB
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3250-LEER-EMBARGO
           END-IF.

           ADD 1 TO WS-MOV-EMBARGOS.
           MOVE SPACES TO WS-REG-AUDITORIA.
           MOVE 'EMBARGO ' TO AUD-TABLA.
           STRING 'CTA=' EMB-TIPCUEN '/' EMB-NROCUEN
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           STRING 'SUCUEN=' WS-SUC-CIE-2
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           STRING 'SUCUEN=' WS-SUC-ABS-2
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-3250-LEER-EMBARGO. EXIT.

      ***** ACUERDOS DE DESCUBIERTO - LA SUCURSAL ES PARTE DE LA ******
      ***** CLAVE: ALTA CON LA CLAVE NUEVA Y BAJA DE LA ANTERIOR ******
       3300-MOVER-ACUERDOS.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE WS-SUC-CIE-2 TO K-ACU-SUCUEN.
           MOVE ZEROS        TO K-ACU-NROCUEN.

           START ACUERDO KEY IS NOT LESS THAN KEY-ACU
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 3350-LEER-ACUERDO THRU F-3350-LEER-ACUERDO
                   UNTIL WS-FIN-BARRIDO.

       F-3300-MOVER-ACUERDOS. EXIT.

       3350-LEER-ACUERDO.

           READ ACUERDO NEXT INTO WS-REG-ACUERDO.

           EVALUATE FS-ACU
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3350-LEER-ACUERDO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ACUERDO = ' FS-ACU
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3350-LEER-ACUERDO
           END-EVALUATE.

           IF ACU-SUCUEN IS NOT EQUAL WS-SUC-CIE-2
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3350-LEER-ACUERDO
           END-IF.

      * SE VERIFICA QUE LA CUENTA NO TENGA YA ACUERDO EN LA DESTINO *
           MOVE KEY-ACU      TO WS-ACU-CLAVE-ANT.
           MOVE WS-SUC-ABS-2 TO K-ACU-SUCUEN.
           READ ACUERDO.

           EVALUATE FS-ACU
              WHEN '00'
                 ADD 1 TO WS-CNF-ACUERDOS
                 MOVE 'ACUERDO   ' TO WS-DCF-ARCHIVO
                 MOVE SPACES TO WS-DCF-CLAVE
                 STRING 'CTA=' ACU-SUCUEN '/' ACU-NROCUEN
                        DELIMITED BY SIZE INTO WS-DCF-CLAVE
                 END-STRING
                 MOVE 'CUENTA CON ACUERDO EN LA SUC. DESTINO'
                      TO WS-DCF-MOTIVO
                 PERFORM 7100-IMPRIMIR-CONFLICTO
                         THRU F-7100-IMPRIMIR-CONFLICTO
              WHEN '23'
                 ADD 1 TO WS-MOV-ACUERDOS
                 IF WS-MODO-EJECUCION
                    PERFORM 3360-REGRABAR-ACUERDO
                            THRU F-3360-REGRABAR-ACUERDO
                 END-IF
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ACUERDO = ' FS-ACU
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3350-LEER-ACUERDO
           END-EVALUATE.

      * SE RETOMA EL BARRIDO A CONTINUACION DE LA CLAVE ANTERIOR *
           MOVE WS-ACU-CLAVE-ANT TO KEY-ACU.
           START ACUERDO KEY IS GREATER THAN KEY-ACU
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

       F-3350-LEER-ACUERDO. EXIT.

       3360-REGRABAR-ACUERDO.

           MOVE WS-SUC-ABS-2 TO ACU-SUCUEN.
           WRITE REG-ACUERDO FROM WS-REG-ACUERDO.
           IF FS-ACU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ACUERDO = ' FS-ACU
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3360-REGRABAR-ACUERDO
           END-IF.

           MOVE WS-ACU-CLAVE-ANT TO KEY-ACU.
           DELETE ACUERDO.
           IF FS-ACU IS NOT EQUAL '00'
              DISPLAY '* ERROR EN DELETE ACUERDO = ' FS-ACU
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3360-REGRABAR-ACUERDO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           MOVE 'ACUERDO ' TO AUD-TABLA.
           STRING 'CTA=' WS-SUC-CIE-2 '/' ACU-NROCUEN
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           STRING 'CTA=' WS-SUC-CIE-2 '/' ACU-NROCUEN
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           STRING 'CTA=' WS-SUC-ABS-2 '/' ACU-NROCUEN
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-3360-REGRABAR-ACUERDO. EXIT.

      ***** CONTADORES DE DORMANCIA DE PGMAPS15 - MISMO ESQUEMA DE ****
      ***** CAMBIO DE CLAVE QUE LOS ACUERDOS **************************
       3400-MOVER-DORMCTL.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE WS-PAR-SUC-CIERRA TO DCT-SUC-NRO.
           MOVE ZEROS             TO DCT-CUENTA.

           START DORMCTL KEY IS NOT LESS THAN KEY-DORMCTL
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 3450-LEER-DORMCTL THRU F-3450-LEER-DORMCTL
                   UNTIL WS-FIN-BARRIDO.

       F-3400-MOVER-DORMCTL. EXIT.

       3450-LEER-DORMCTL.

           READ DORMCTL NEXT INTO WS-REG-DORMCTL.

           EVALUATE FS-DCT
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3450-LEER-DORMCTL
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DORMCTL = ' FS-DCT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3450-LEER-DORMCTL
           END-EVALUATE.

           IF WS-DCT-SUC-NRO IS NOT EQUAL WS-PAR-SUC-CIERRA
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3450-LEER-DORMCTL
           END-IF.

           MOVE KEY-DORMCTL        TO WS-DCT-CLAVE-ANT.
           MOVE WS-PAR-SUC-ABSORBE TO DCT-SUC-NRO.
           READ DORMCTL.

           EVALUATE FS-DCT
              WHEN '00'
                 ADD 1 TO WS-CNF-DORMCTL
                 MOVE 'DORMCTL   ' TO WS-DCF-ARCHIVO
                 MOVE SPACES TO WS-DCF-CLAVE
                 STRING 'SUC=' WS-DCT-SUC-NRO ' CTA=' WS-DCT-CUENTA
                        DELIMITED BY SIZE INTO WS-DCF-CLAVE
                 END-STRING
                 MOVE 'CUENTA CON CONTADOR EN LA SUC. DESTINO'
                      TO WS-DCF-MOTIVO
                 PERFORM 7100-IMPRIMIR-CONFLICTO
                         THRU F-7100-IMPRIMIR-CONFLICTO
              WHEN '23'
                 ADD 1 TO WS-MOV-DORMCTL
                 IF WS-MODO-EJECUCION
                    PERFORM 3460-REGRABAR-DORMCTL
                            THRU F-3460-REGRABAR-DORMCTL
                 END-IF
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DORMCTL = ' FS-DCT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3450-LEER-DORMCTL
           END-EVALUATE.

           MOVE WS-DCT-CLAVE-ANT TO KEY-DORMCTL.
           START DORMCTL KEY IS GREATER THAN KEY-DORMCTL
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

       F-3450-LEER-DORMCTL. EXIT.

       3460-REGRABAR-DORMCTL.

           MOVE WS-PAR-SUC-ABSORBE TO WS-DCT-SUC-NRO.
           WRITE REG-DORMCTL FROM WS-REG-DORMCTL.
           IF FS-DCT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DORMCTL = ' FS-DCT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3460-REGRABAR-DORMCTL
           END-IF.

           MOVE WS-DCT-CLAVE-ANT TO KEY-DORMCTL.
           DELETE DORMCTL.
           IF FS-DCT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN DELETE DORMCTL = ' FS-DCT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3460-REGRABAR-DORMCTL
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           MOVE 'DORMCTL ' TO AUD-TABLA.
           STRING 'SUC=' WS-PAR-SUC-CIERRA ' CTA=' WS-DCT-CUENTA
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           STRING 'SUC=' WS-PAR-SUC-CIERRA ' CONSEC=' WS-DCT-CONSEC
                  DELIMITED BY SIZE INTO AUD-ANTES
           END-STRING.
           STRING 'SUC=' WS-PAR-SUC-ABSORBE ' CONSEC=' WS-DCT-CONSEC
                  DELIMITED BY SIZE INTO AUD-DESPUES
           END-STRING.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-3460-REGRABAR-DORMCTL. EXIT.

      ***** CONTACTOS DE RETIRO EN SUCURSAL - EL CONTACTO 'S' GUARDA **
      ***** EL DOMICILIO DE LA SUCURSAL, NO SU NUMERO *****************
       3500-MOVER-CONTACTOS.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE LOW-VALUES TO KEY-CON.

           START CONTACTO KEY IS NOT LESS THAN KEY-CON
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 3550-LEER-CONTACTO THRU F-3550-LEER-CONTACTO
                   UNTIL WS-FIN-BARRIDO.

       F-3500-MOVER-CONTACTOS. EXIT.

       3550-LEER-CONTACTO.

           READ CONTACTO NEXT INTO WS-REG-CONTAC.

           EVALUATE FS-CON
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3550-LEER-CONTACTO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CONTACTO = ' FS-CON
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-3550-LEER-CONTACTO
           END-EVALUATE.

           IF NOT CON-DIR-SUCURSAL
              OR CON-DOMICILIO IS NOT EQUAL WS-PAR-DOM-CIERRA
              GO TO F-3550-LEER-CONTACTO
           END-IF.

           IF WS-MODO-SIMULACION
              ADD 1 TO WS-MOV-CONTACTOS
              GO TO F-3550-LEER-CONTACTO
           END-IF.

           MOVE SPACES TO WS-REG-AUDITORIA.
           MOVE CON-DOMICILIO TO AUD-ANTES.

           MOVE WS-PAR-DOM-ABSORBE TO CON-DOMICILIO.
           MOVE WS-PAR-CIU-ABSORBE TO CON-CIUDAD.
           MOVE WS-PAR-CPO-ABSORBE TO CON-CODIGO-POSTAL.
           REWRITE REG-CONTAC FROM WS-REG-CONTAC.
           IF FS-CON IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE CONTACTO = ' FS-CON
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-3550-LEER-CONTACTO
           END-IF.

           ADD 1 TO WS-MOV-CONTACTOS.
      * CLAVE POR DOCUMENTO PARA QUE EL LEGAJO (PGMVCF15) LA APAREE *
           MOVE 'CONTACTO' TO AUD-TABLA.
           MOVE CON-NRODOC TO WS-AUD-NRODOC.
           STRING 'TD=' CON-TIPDOC ' ND=' WS-AUD-NRODOC
                  DELIMITED BY SIZE INTO AUD-CLAVE
           END-STRING.
           MOVE CON-DOMICILIO TO AUD-DESPUES.
           PERFORM 7000-AUDITAR THRU F-7000-AUDITAR.

       F-3550-LEER-CONTACTO. EXIT.

      **************************************
      *                                    *
      *  CANTIDADES MOVIDAS (O A MOVER EN  *
      *  SIMULACION) POR ARCHIVO           *
      *                                    *
      **************************************
       4000-LISTAR-MOVIMIENTO.

           IF WS-MODO-EJECUCION
              MOVE 'EJECUCION - REGISTROS MOVIDOS POR ARCHIVO'
                   TO WS-SUB-TEXTO
           ELSE
              MOVE 'SIMULACION - REGISTROS A MOVER POR ARCH.'
                   TO WS-SUB-TEXTO
           END-IF.
           MOVE WS-PAR-SUC-ABSORBE TO WS-SUB-SUC.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           IF WS-FUSION-CANCELADA
              MOVE 9999 TO RETURN-CODE
              MOVE WS-MOTIVO-CANCEL TO WS-MSC-MOTIVO
              WRITE REG-LISTADO FROM WS-MSG-CANCELADA AFTER 1
              GO TO F-4000-LISTAR-MOVIMIENTO
           END-IF.

           MOVE 'TB99CUEN - CUENTAS' TO WS-DMV-ARCHIVO.
           MOVE WS-MOV-CUENTAS       TO WS-DMV-CANTIDAD.
           MOVE ZEROS                TO WS-DMV-CONFLICTOS.
           MOVE SPACES               TO WS-DMV-NOTA.
           WRITE REG-LISTADO FROM WS-DET-MOVIDO AFTER 1.

           MOVE 'DDEMBARG - EMBARGOS' TO WS-DMV-ARCHIVO.
           MOVE WS-MOV-EMBARGOS       TO WS-DMV-CANTIDAD.
           MOVE ZEROS                 TO WS-DMV-CONFLICTOS.
           MOVE SPACES                TO WS-DMV-NOTA.
           IF NOT WS-EMB-ABIERTO
              MOVE 'ARCHIVO NO ASIGNADO - NO SE PROCESO'
                   TO WS-DMV-NOTA
           END-IF.
           WRITE REG-LISTADO FROM WS-DET-MOVIDO AFTER 1.

           MOVE 'DDACUERD - ACUERDOS' TO WS-DMV-ARCHIVO.
           MOVE WS-MOV-ACUERDOS       TO WS-DMV-CANTIDAD.
           MOVE WS-CNF-ACUERDOS       TO WS-DMV-CONFLICTOS.
           MOVE SPACES                TO WS-DMV-NOTA.
           IF NOT WS-ACU-ABIERTO
              MOVE 'ARCHIVO NO ASIGNADO - NO SE PROCESO'
                   TO WS-DMV-NOTA
           END-IF.
           WRITE REG-LISTADO FROM WS-DET-MOVIDO AFTER 1.

           MOVE 'DDDORMCT - CONTADORES DORMANC.' TO WS-DMV-ARCHIVO.
           MOVE WS-MOV-DORMCTL        TO WS-DMV-CANTIDAD.
           MOVE WS-CNF-DORMCTL        TO WS-DMV-CONFLICTOS.
           MOVE SPACES                TO WS-DMV-NOTA.
           IF NOT WS-DCT-ABIERTO
              MOVE 'ARCHIVO NO ASIGNADO - NO SE PROCESO'
                   TO WS-DMV-NOTA
           END-IF.
           WRITE REG-LISTADO FROM WS-DET-MOVIDO AFTER 1.

           MOVE 'DDCONTAC - RETIRO EN SUCURSAL' TO WS-DMV-ARCHIVO.
           MOVE WS-MOV-CONTACTOS      TO WS-DMV-CANTIDAD.
           MOVE ZEROS                 TO WS-DMV-CONFLICTOS.
           MOVE SPACES                TO WS-DMV-NOTA.
           IF WS-PAR-DOM-CIERRA IS EQUAL SPACES
              MOVE 'DOMICILIO DE RETIRO NO INFORMADO - NO SE PROCESO'
                   TO WS-DMV-NOTA
           END-IF.
           IF NOT WS-CON-ABIERTO
              MOVE 'ARCHIVO NO ASIGNADO - NO SE PROCESO'
                   TO WS-DMV-NOTA
           END-IF.
           WRITE REG-LISTADO FROM WS-DET-MOVIDO AFTER 1.

           MOVE 'DDCHEQUE - CHEQUES EN CIRC.' TO WS-DMV-ARCHIVO.
           MOVE WS-CIE-CHEQUES        TO WS-DMV-CANTIDAD.
           MOVE ZEROS                 TO WS-DMV-CONFLICTOS.
           MOVE 'SIN SUCURSAL EN LA CLAVE - SIGUEN A LA CUENTA'
                TO WS-DMV-NOTA.
           IF NOT WS-CHQ-ABIERTO
              MOVE 'ARCHIVO NO ASIGNADO - NO SE PROCESO'
                   TO WS-DMV-NOTA
           END-IF.
           WRITE REG-LISTADO FROM WS-DET-MOVIDO AFTER 1.

       F-4000-LISTAR-MOVIMIENTO. EXIT.

      **************************************
      *                                    *
      *  INVENTARIO DE APERTURA DE LA      *
      *  SUCURSAL QUE ABSORBE - EN         *
      *  SIMULACION SE AGREGA LA           *
      *  PROYECCION TRAS LA FUSION         *
      *                                    *
      **************************************
       5000-INVENTARIO-APERTURA.

           SET WS-INV-DE-APERTURA TO TRUE.
           MOVE WS-PAR-SUC-ABSORBE TO WS-SUC-INV.
           MOVE WS-PAR-DOM-ABSORBE TO WS-DOM-INV.
           MOVE 'INVENTARIO DE APERTURA - SUCURSAL ' TO WS-SUB-TEXTO.

           PERFORM 6000-INVENTARIO THRU F-6000-INVENTARIO.

           IF WS-MODO-EJECUCION
              GO TO F-5000-INVENTARIO-APERTURA
           END-IF.

           ADD WS-CIE-CUENTAS     TO WS-INV-CUENTAS.
           ADD WS-CIE-SALDO       TO WS-INV-SALDO.
           ADD WS-CIE-CHEQUES     TO WS-INV-CHEQUES.
           ADD WS-MOV-EMBARGOS    TO WS-INV-EMBARGOS.
           ADD WS-CIE-EMB-IMPORTE TO WS-INV-EMB-IMPORTE.
           ADD WS-MOV-ACUERDOS    TO WS-INV-ACUERDOS.
           ADD WS-MOV-DORMCTL     TO WS-INV-DORMCTL.
           ADD WS-MOV-CONTACTOS   TO WS-INV-CONTACTOS.
      * EL LIMITE DE LOS ACUERDOS EN CONFLICTO NO SE SEPARA: LA       *
      * PROYECCION LO INCLUYE COMPLETO ******************************
           ADD WS-CIE-ACU-LIMITE  TO WS-INV-ACU-LIMITE.

           MOVE 'PROYECCION TRAS LA FUSION - SUCURSAL ' TO WS-SUB-TEXTO.
           MOVE WS-PAR-SUC-ABSORBE TO WS-SUB-SUC.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 2.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 6900-IMPRIMIR-TOTALES THRU F-6900-IMPRIMIR-TOTALES.

       F-5000-INVENTARIO-APERTURA. EXIT.

      **************************************
      *                                    *
      *  INVENTARIO DE UNA SUCURSAL:       *
      *  CUENTAS DE TB99CUEN CON SU SALDO  *
      *  Y CHEQUES EN CIRCULACION, MAS LO  *
      *  QUE TIENE EN CADA MAESTRO         *
      *                                    *
      **************************************
       6000-INVENTARIO.

           INITIALIZE WS-TOTALES-INV.
           MOVE WS-SUC-INV TO WS-SUC-INV-2.
           MOVE WS-SUC-INV TO WS-SUB-SUC.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 2.
           WRITE REG-LISTADO FROM WS-SUBTITULO AFTER 1.
           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           MOVE WS-SUC-INV TO DB-CU-SUCUEN.

           EXEC SQL
              OPEN CURSUC
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSUC = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-CTA-ERROR-LECTURA TO TRUE
              GO TO F-6000-INVENTARIO
           END-IF.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           PERFORM 6100-LEER-CUENTA THRU F-6100-LEER-CUENTA
                   UNTIL WS-FIN-BARRIDO.

           EXEC SQL
              CLOSE CURSUC
           END-EXEC.

           IF WS-EMB-ABIERTO
              PERFORM 6200-CONTAR-EMBARGOS THRU F-6200-CONTAR-EMBARGOS
           END-IF.

           IF WS-ACU-ABIERTO
              PERFORM 6300-CONTAR-ACUERDOS THRU F-6300-CONTAR-ACUERDOS
           END-IF.

           IF WS-DCT-ABIERTO
              PERFORM 6400-CONTAR-DORMCTL THRU F-6400-CONTAR-DORMCTL
           END-IF.

           IF WS-CON-ABIERTO
              AND WS-DOM-INV IS NOT EQUAL SPACES
              PERFORM 6500-CONTAR-CONTACTOS
                      THRU F-6500-CONTAR-CONTACTOS
           END-IF.

           WRITE REG-LISTADO FROM WS-SEPARADOR AFTER 1.

           PERFORM 6900-IMPRIMIR-TOTALES THRU F-6900-IMPRIMIR-TOTALES.

       F-6000-INVENTARIO. EXIT.

      ***** UNA CUENTA DE LA SUCURSAL *********************************
       6100-LEER-CUENTA.

           EXEC SQL
              FETCH CURSUC
                 INTO :DB-CU-TIPCUEN,
                      :DB-CU-NROCUEN,
                      :DB-CU-NROCLI,
                      :DB-CU-SALDO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +0
                 CONTINUE
              WHEN +100
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-6100-LEER-CUENTA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR FETCH CURSUC: ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-CTA-ERROR-LECTURA TO TRUE
                 SET WS-FIN-BARRIDO TO TRUE
                 GO TO F-6100-LEER-CUENTA
           END-EVALUATE.

           ADD 1           TO WS-INV-CUENTAS.
           ADD DB-CU-SALDO TO WS-INV-SALDO.

           IF WS-INV-DE-CIERRE
              AND NOT WS-CTA-ERROR-LECTURA
              IF WS-CTA-OCUP IS LESS THAN WS-CTA-TOPE
                 ADD 1 TO WS-CTA-OCUP
                 MOVE DB-CU-TIPCUEN TO WS-CTA-TIPCUEN(WS-CTA-OCUP)
                 MOVE DB-CU-NROCUEN TO WS-CTA-NROCUEN(WS-CTA-OCUP)
              ELSE
                 SET WS-CTA-TABLA-EXCEDIDA TO TRUE
              END-IF
           END-IF.

           MOVE ZEROS TO WS-CHEQUES-CTA.
           IF WS-CHQ-ABIERTO
              PERFORM 6150-CONTAR-CHEQUES THRU F-6150-CONTAR-CHEQUES
           END-IF.
           ADD WS-CHEQUES-CTA TO WS-INV-CHEQUES.

           MOVE DB-CU-TIPCUEN  TO WS-DCU-TIPCUEN.
           MOVE DB-CU-NROCUEN  TO WS-DCU-NROCUEN.
           MOVE DB-CU-NROCLI   TO WS-DCU-NROCLI.
           MOVE DB-CU-SALDO    TO WS-DCU-SALDO.
           MOVE WS-CHEQUES-CTA TO WS-DCU-CHEQUES.
           WRITE REG-LISTADO FROM WS-DET-CUENTA AFTER 1.

       F-6100-LEER-CUENTA. EXIT.

      ***** CHEQUES ENTREGADOS SIN PRESENTAR DE LA CUENTA *************
       6150-CONTAR-CHEQUES.

           SET WS-NO-FIN-CHQ TO TRUE.
           MOVE DB-CU-TIPCUEN TO K-CHQ-TIPCUEN.
           MOVE DB-CU-NROCUEN TO K-CHQ-NROCUEN.
           MOVE ZEROS         TO K-CHQ-NRO.

           START CHEQUE KEY IS NOT LESS THAN KEY-CHQ
              INVALID KEY
                 SET WS-FIN-CHQ TO TRUE
           END-START.

           PERFORM 6160-LEER-CHEQUE THRU F-6160-LEER-CHEQUE
                   UNTIL WS-FIN-CHQ.

       F-6150-CONTAR-CHEQUES. EXIT.

       6160-LEER-CHEQUE.

           READ CHEQUE NEXT INTO WS-REG-CHQ.

           IF FS-CHQ IS NOT EQUAL '00'
              SET WS-FIN-CHQ TO TRUE
              GO TO F-6160-LEER-CHEQUE
           END-IF.

           IF CHQ-TIPCUEN IS NOT EQUAL DB-CU-TIPCUEN
              OR CHQ-NROCUEN IS NOT EQUAL DB-CU-NROCUEN
              SET WS-FIN-CHQ TO TRUE
              GO TO F-6160-LEER-CHEQUE
           END-IF.

           IF CHQ-ENTREGADO
              ADD 1 TO WS-CHEQUES-CTA
           END-IF.

       F-6160-LEER-CHEQUE. EXIT.

      ***** EMBARGOS DE LA SUCURSAL (BARRIDO COMPLETO) ****************
       6200-CONTAR-EMBARGOS.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE LOW-VALUES TO KEY-EMBARGO.

           START EMBARGO KEY IS NOT LESS THAN KEY-EMBARGO
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 6250-LEER-EMB-INV THRU F-6250-LEER-EMB-INV
                   UNTIL WS-FIN-BARRIDO.

       F-6200-CONTAR-EMBARGOS. EXIT.

       6250-LEER-EMB-INV.

           READ EMBARGO NEXT INTO WS-REG-EMBARGO.

           IF FS-EMB IS NOT EQUAL '00'
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-6250-LEER-EMB-INV
           END-IF.

           IF EMB-SUCUEN IS EQUAL WS-SUC-INV-2
              ADD 1           TO WS-INV-EMBARGOS
              ADD EMB-IMPORTE TO WS-INV-EMB-IMPORTE
           END-IF.

       F-6250-LEER-EMB-INV. EXIT.

      ***** ACUERDOS DE LA SUCURSAL (POSICIONADO POR CLAVE) ***********
       6300-CONTAR-ACUERDOS.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE WS-SUC-INV-2 TO K-ACU-SUCUEN.
           MOVE ZEROS        TO K-ACU-NROCUEN.

           START ACUERDO KEY IS NOT LESS THAN KEY-ACU
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 6350-LEER-ACU-INV THRU F-6350-LEER-ACU-INV
                   UNTIL WS-FIN-BARRIDO.

       F-6300-CONTAR-ACUERDOS. EXIT.

       6350-LEER-ACU-INV.

           READ ACUERDO NEXT INTO WS-REG-ACUERDO.

           IF FS-ACU IS NOT EQUAL '00'
              OR ACU-SUCUEN IS NOT EQUAL WS-SUC-INV-2
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-6350-LEER-ACU-INV
           END-IF.

           ADD 1          TO WS-INV-ACUERDOS.
           ADD ACU-LIMITE TO WS-INV-ACU-LIMITE.

       F-6350-LEER-ACU-INV. EXIT.

      ***** CONTADORES DE DORMANCIA DE LA SUCURSAL ********************
       6400-CONTAR-DORMCTL.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE WS-SUC-INV TO DCT-SUC-NRO.
           MOVE ZEROS      TO DCT-CUENTA.

           START DORMCTL KEY IS NOT LESS THAN KEY-DORMCTL
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 6450-LEER-DCT-INV THRU F-6450-LEER-DCT-INV
                   UNTIL WS-FIN-BARRIDO.

       F-6400-CONTAR-DORMCTL. EXIT.

       6450-LEER-DCT-INV.

           READ DORMCTL NEXT INTO WS-REG-DORMCTL.

           IF FS-DCT IS NOT EQUAL '00'
              OR WS-DCT-SUC-NRO IS NOT EQUAL WS-SUC-INV
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-6450-LEER-DCT-INV
           END-IF.

           ADD 1 TO WS-INV-DORMCTL.

       F-6450-LEER-DCT-INV. EXIT.

      ***** CONTACTOS DE RETIRO CON EL DOMICILIO DE LA SUCURSAL *******
       6500-CONTAR-CONTACTOS.

           SET WS-NO-FIN-BARRIDO TO TRUE.
           MOVE LOW-VALUES TO KEY-CON.

           START CONTACTO KEY IS NOT LESS THAN KEY-CON
              INVALID KEY
                 SET WS-FIN-BARRIDO TO TRUE
           END-START.

           PERFORM 6550-LEER-CON-INV THRU F-6550-LEER-CON-INV
                   UNTIL WS-FIN-BARRIDO.

       F-6500-CONTAR-CONTACTOS. EXIT.

       6550-LEER-CON-INV.

           READ CONTACTO NEXT INTO WS-REG-CONTAC.

           IF FS-CON IS NOT EQUAL '00'
              SET WS-FIN-BARRIDO TO TRUE
              GO TO F-6550-LEER-CON-INV
           END-IF.

           IF CON-DIR-SUCURSAL
              AND CON-DOMICILIO IS EQUAL WS-DOM-INV
              ADD 1 TO WS-INV-CONTACTOS
           END-IF.

       F-6550-LEER-CON-INV. EXIT.

      ***** TOTALES DEL INVENTARIO ************************************
       6900-IMPRIMIR-TOTALES.

           MOVE 'CUENTAS / SALDO TOTAL'     TO WS-DRS-CONCEPTO.
           MOVE WS-INV-CUENTAS              TO WS-DRS-CANTIDAD.
           MOVE WS-INV-SALDO                TO WS-DRS-IMPORTE.
           WRITE REG-LISTADO FROM WS-DET-RESUMEN AFTER 1.

           MOVE 'CHEQUES EN CIRCULACION'    TO WS-DRS-CONCEPTO.
           MOVE WS-INV-CHEQUES              TO WS-DRS-CANTIDAD.
           MOVE ZEROS                       TO WS-DRS-IMPORTE.
           WRITE REG-LISTADO FROM WS-DET-RESUMEN AFTER 1.

           MOVE 'EMBARGOS / IMPORTE EMBARGADO' TO WS-DRS-CONCEPTO.
           MOVE WS-INV-EMBARGOS             TO WS-DRS-CANTIDAD.
           MOVE WS-INV-EMB-IMPORTE          TO WS-DRS-IMPORTE.
           WRITE REG-LISTADO FROM WS-DET-RESUMEN AFTER 1.

           MOVE 'ACUERDOS / LIMITE AUTORIZADO' TO WS-DRS-CONCEPTO.
           MOVE WS-INV-ACUERDOS             TO WS-DRS-CANTIDAD.
           MOVE WS-INV-ACU-LIMITE           TO WS-DRS-IMPORTE.
           WRITE REG-LISTADO FROM WS-DET-RESUMEN AFTER 1.

           MOVE 'CONTADORES DE DORMANCIA'   TO WS-DRS-CONCEPTO.
           MOVE WS-INV-DORMCTL              TO WS-DRS-CANTIDAD.
           MOVE ZEROS                       TO WS-DRS-IMPORTE.
           WRITE REG-LISTADO FROM WS-DET-RESUMEN AFTER 1.

           MOVE 'CONTACTOS DE RETIRO EN SUCURSAL' TO WS-DRS-CONCEPTO.
           MOVE WS-INV-CONTACTOS            TO WS-DRS-CANTIDAD.
           MOVE ZEROS                       TO WS-DRS-IMPORTE.
           WRITE REG-LISTADO FROM WS-DET-RESUMEN AFTER 1.

       F-6900-IMPRIMIR-TOTALES. EXIT.

      ***** AUDITORIA ANTES/DESPUES (TABLA, CLAVE E IMAGENES YA *******
      ***** CARGADAS) *************************************************
       7000-AUDITAR.

           MOVE 'PGMVFU15'      TO AUD-PROGRAMA.
           MOVE WS-FECHA-RES    TO AUD-FECHA.
           MOVE 'FUSSUC'        TO AUD-OPERACION.
           MOVE WS-PAR-OPERADOR TO AUD-OPERADOR.

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.
           IF FS-AUD IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUD
           END-IF.

       F-7000-AUDITAR. EXIT.

      ***** LINEA DE CONFLICTO EN EL LISTADO **************************
       7100-IMPRIMIR-CONFLICTO.

           WRITE REG-LISTADO FROM WS-DET-CONFLICTO AFTER 1.

       F-7100-IMPRIMIR-CONFLICTO. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      *                                    *
      **************************************
       9999-FINAL.

           COMPUTE WS-TOT-MOVIDOS = WS-MOV-CUENTAS + WS-MOV-EMBARGOS
                                  + WS-MOV-ACUERDOS + WS-MOV-DORMCTL
                                  + WS-MOV-CONTACTOS.
           COMPUTE WS-TOT-CONFLICT = WS-CNF-ACUERDOS + WS-CNF-DORMCTL.

           IF WS-MODO-EJECUCION
              DISPLAY 'FUSION DE SUCURSALES - MODO EJECUCION'
           ELSE
              DISPLAY 'FUSION DE SUCURSALES - MODO SIMULACION'
           END-IF.
           DISPLAY 'SUCURSAL QUE CIERRA          = ' WS-PAR-SUC-CIERRA.
           DISPLAY 'SUCURSAL QUE ABSORBE         = ' WS-PAR-SUC-ABSORBE.
           DISPLAY 'CUENTAS TB99CUEN             = ' WS-MOV-CUENTAS.
           DISPLAY 'EMBARGOS                     = ' WS-MOV-EMBARGOS.
           DISPLAY 'ACUERDOS                     = ' WS-MOV-ACUERDOS.
           DISPLAY 'CONTADORES DE DORMANCIA      = ' WS-MOV-DORMCTL.
           DISPLAY 'CONTACTOS DE RETIRO          = ' WS-MOV-CONTACTOS.
           DISPLAY 'CONFLICTOS SIN MOVER         = ' WS-TOT-CONFLICT.
           IF WS-FUSION-CANCELADA
              DISPLAY 'FUSION CANCELADA: ' WS-MOTIVO-CANCEL
           END-IF.

           IF WS-EMB-ABIERTO
              CLOSE EMBARGO
           END-IF.
           IF WS-ACU-ABIERTO
              CLOSE ACUERDO
           END-IF.
           IF WS-DCT-ABIERTO
              CLOSE DORMCTL
           END-IF.
           IF WS-CON-ABIERTO
              CLOSE CONTACTO
           END-IF.
           IF WS-CHQ-ABIERTO
              CLOSE CHEQUE
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

           MOVE SPACES          TO WS-REG-RESUMEN.
           MOVE 'PGMVFU15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           MOVE WS-TOT-MOVIDOS  TO RES-CANT-PROCESADOS.
           MOVE WS-TOT-CONFLICT TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           OPEN EXTEND RESUMEN.
           WRITE REG-RESUMEN FROM WS-REG-RESUMEN.
           IF FS-RES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE RESUMEN = ' FS-RES
           END-IF.
           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
