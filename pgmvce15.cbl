      * DISCIPLINA DE CABECERA/TRAILER QUE LOS      *
      * DEMAS EXTRACTOS                             *
      *                                             *
      * CADA TARJETA SALE CON SU NUMERO: BIN DEL    *
      * PRODUCTO (DDPARAM) + SECUENCIA DEL REGISTRO *
      * DE CONTROL DEL MAESTRO DDTARJET + DIGITO    *
      * VERIFICADOR LUHN. UNA RENOVACION POR        *
      * VENCIMIENTO (PEDIDO CON NUMERO DE TARJETA)  *
      * CONSERVA EL NUMERO Y SALE CON MARCA 'V'.    *
      * PGMVTJ15 CARGA EL MAESTRO DE TARJETAS CON   *
      * ESTE MISMO ARCHIVO                          *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
             SELECT EMBOSS ASSIGN DDEMBOSS
                    FILE STATUS IS FS-EMB.

      * MAESTRO DE TARJETAS - SOLO EL REGISTRO DE CONTROL *
             SELECT TARJETA ASSIGN DDTARJET
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS KEY-TARJETA
                    FILE STATUS IS FS-TAR.

             SELECT PARAMETROS ASSIGN DDPARAM
                    FILE STATUS IS FS-PAR.

             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

           03  REI-NRO-CUENTA   PIC 9(15).
           03  REI-MONEDA       PIC 9(02).
           03  REI-MOTIVO       PIC X(10).
      * NUMERO DE LA TARJETA A RENOVAR (CEROS = TARJETA NUEVA) *
           03  REI-TARJETA      PIC 9(16).

       FD EMBOSS
            BLOCK CONTAINS 0 RECORDS

       01 REG-EMBOSS        PIC X(80).

       FD TARJETA.

       01 REG-TARJETA.
           03 KEY-TARJETA   PIC X(16).
           03 FILLER        PIC X(104).

      * BIN POR PRODUCTO: DEBP / DEBU / DEBC / DEBG *
       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PARAMETROS    PIC X(24).

       FD RESUMEN
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  FS-REI           PIC XX    VALUE SPACES.
       77  FS-EMB           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-TAR           PIC XX    VALUE SPACES.
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.
       77  WS-FECHA-HOY-8   PIC 9(8)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPNOVEVA.
           COPY CPTARJET.

      * REGISTRO DE CONTROL INEXISTENTE = PRIMERA ASIGNACION (WRITE) *
       01  WS-STATUS-CTL    PIC X     VALUE 'N'.
           88  WS-CTL-EXISTE          VALUE 'Y'.
           88  WS-CTL-NUEVO           VALUE 'N'.

       01  WS-REG-PARAMETROS.
           03  WS-PAR-BIN-DEBP     PIC 9(06)  VALUE ZEROS.
           03  WS-PAR-BIN-DEBU     PIC 9(06)  VALUE ZEROS.
           03  WS-PAR-BIN-DEBC     PIC 9(06)  VALUE ZEROS.
           03  WS-PAR-BIN-DEBG     PIC 9(06)  VALUE ZEROS.

      * NUMERO DE TARJETA: BIN + SECUENCIA + DIGITO LUHN **************
       01  WS-PAN.
           03  WS-PAN-BIN          PIC 9(06)  VALUE ZEROS.
           03  WS-PAN-SECUENCIA    PIC 9(09)  VALUE ZEROS.
           03  WS-PAN-DV           PIC 9(01)  VALUE ZEROS.
       01  WS-PAN-N REDEFINES WS-PAN PIC 9(16).

       77  WS-LUHN-IX       PIC 99     VALUE ZEROS.
       77  WS-LUHN-DIGITO   PIC 9      VALUE ZEROS.
       77  WS-LUHN-PRODUCTO PIC 99     VALUE ZEROS.
       77  WS-LUHN-SUMA     PIC 9(03)  VALUE ZEROS.
       77  WS-LUHN-PESO     PIC 9      VALUE ZEROS.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
       77  WS-TOT-EMITIDAS  PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-REIMPRES  PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-SIN-CLI   PIC 9(05)  VALUE ZEROS.
       77  WS-TOT-RENOVAC   PIC 9(05)  VALUE ZEROS.

      * DETALLE DEL ARCHIVO DEL PROVEEDOR *
       01  WS-REG-EMB-DET.
           03  EMB-TIPO-CTA   PIC X(02)      VALUE SPACES.
           03  EMB-NRO-CTA    PIC 9(15)      VALUE ZEROS.
           03  EMB-MONEDA     PIC 9(02)      VALUE ZEROS.
           03  EMB-TARJETA    PIC 9(16)      VALUE ZEROS.
           03  FILLER         PIC X(01)      VALUE SPACES.

       01  WS-REG-EMB-HDR.
           03  EMB-HDR-TIPO   PIC X(03)      VALUE 'HDR'.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-8 TO WS-FECHA-HOY-8.
           SET WS-NO-FIN-LECTURA TO TRUE.
           SET WS-NO-FIN-REISSUE TO TRUE.

      * SIN DDPARAM LOS BIN QUEDAN EN CEROS Y SE AVISA POR CONSOLA *
           OPEN INPUT PARAMETROS.
           IF FS-PAR IS EQUAL '00'
              READ PARAMETROS INTO WS-REG-PARAMETROS
              IF FS-PAR IS NOT EQUAL '00'
                 DISPLAY '* DDPARAM VACIO - BIN EN CEROS'
              END-IF
              CLOSE PARAMETROS
           ELSE
              DISPLAY '* SIN DDPARAM - BIN EN CEROS'
           END-IF.

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
              SET  WS-FIN-REISSUE TO TRUE
           ELSE
              PERFORM 1100-LEER-CONTROL THRU F-1100-LEER-CONTROL
           END-IF.

           OPEN INPUT ENTRADA.
           IF FS-ENT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENT

       F-1000-INICIO.   EXIT.

      ***** REGISTRO DE CONTROL DE NUMERACION DE TARJETAS *************
       1100-LEER-CONTROL.

           MOVE ZEROS TO KEY-TARJETA.

           READ TARJETA INTO WS-REG-TARJETA.

           EVALUATE FS-TAR
              WHEN '00'
                 SET WS-CTL-EXISTE TO TRUE
              WHEN '23'
                 SET WS-CTL-NUEVO TO TRUE
                 MOVE SPACES TO WS-REG-TARJETA-CTL
                 MOVE ZEROS  TO CTL-CLAVE
                 MOVE ZEROS  TO CTL-ULT-SECUENCIA
                 MOVE ZEROS  TO CTL-FEC-ULT-ASIGNACION
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CONTROL TARJETA = ' FS-TAR
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 SET WS-FIN-REISSUE TO TRUE
           END-EVALUATE.

       F-1100-LEER-CONTROL. EXIT.

      **************************************
      *                                    *
      *  CUERPO PRINCIPAL DE PROCESOS      *
           MOVE WC-CUE-TIPO-CUENTA  TO EMB-TIPO-CTA.
           MOVE WC-CUE-NRO-CUENTA   TO EMB-NRO-CTA.
           MOVE WC-CUE-MONEDA       TO EMB-MONEDA.
           PERFORM 3300-ASIGNAR-NUMERO THRU F-3300-ASIGNAR-NUMERO.
           MOVE WS-PAN-N            TO EMB-TARJETA.

           WRITE REG-EMBOSS FROM WS-REG-EMB-DET.
           IF FS-EMB IS NOT EQUAL '00'

       F-3200-DERIVAR-PRODUCTO. EXIT.

      ***** NUMERO DE TARJETA NUEVO: BIN + SECUENCIA + LUHN ***********
       3300-ASIGNAR-NUMERO.

           EVALUATE WS-PRODUCTO
              WHEN 'DEBP'
                 MOVE WS-PAR-BIN-DEBP TO WS-PAN-BIN
              WHEN 'DEBU'
                 MOVE WS-PAR-BIN-DEBU TO WS-PAN-BIN
              WHEN 'DEBC'
                 MOVE WS-PAR-BIN-DEBC TO WS-PAN-BIN
              WHEN OTHER
                 MOVE WS-PAR-BIN-DEBG TO WS-PAN-BIN
           END-EVALUATE.

           ADD 1 TO CTL-ULT-SECUENCIA.
           MOVE WS-FECHA-HOY-8    TO CTL-FEC-ULT-ASIGNACION.
           MOVE CTL-ULT-SECUENCIA TO WS-PAN-SECUENCIA.
           MOVE ZEROS             TO WS-PAN-DV.

      * LUHN: DESDE LA DERECHA SE DUPLICA UN DIGITO SI Y OTRO NO,     *
      * EMPEZANDO POR EL QUE QUEDA PEGADO AL VERIFICADOR **************
           MOVE ZEROS TO WS-LUHN-SUMA.
           MOVE 2     TO WS-LUHN-PESO.
           PERFORM 3310-SUMAR-DIGITO THRU F-3310-SUMAR-DIGITO
                   VARYING WS-LUHN-IX FROM 15 BY -1
                   UNTIL WS-LUHN-IX < 1.

           DIVIDE WS-LUHN-SUMA BY 10 GIVING WS-LUHN-PRODUCTO
                  REMAINDER WS-LUHN-DIGITO.
           IF WS-LUHN-DIGITO IS EQUAL ZEROS
              MOVE ZEROS TO WS-PAN-DV
           ELSE
              COMPUTE WS-PAN-DV = 10 - WS-LUHN-DIGITO
           END-IF.

       F-3300-ASIGNAR-NUMERO. EXIT.

       3310-SUMAR-DIGITO.

           MOVE WS-PAN(WS-LUHN-IX:1) TO WS-LUHN-DIGITO.
           COMPUTE WS-LUHN-PRODUCTO = WS-LUHN-DIGITO * WS-LUHN-PESO.
           IF WS-LUHN-PRODUCTO IS GREATER THAN 9
              SUBTRACT 9 FROM WS-LUHN-PRODUCTO
           END-IF.
           ADD WS-LUHN-PRODUCTO TO WS-LUHN-SUMA.

           IF WS-LUHN-PESO IS EQUAL 2
              MOVE 1 TO WS-LUHN-PESO
           ELSE
              MOVE 2 TO WS-LUHN-PESO
           END-IF.

       F-3310-SUMAR-DIGITO. EXIT.

      **************************************
      *                                    *
      *  PEDIDOS DE REIMPRESION POR        *

           MOVE SPACES TO WS-REG-EMB-DET.
           MOVE 'R'               TO EMB-MARCA.
      * LA RENOVACION POR VENCIMIENTO CONSERVA EL NUMERO *
           IF REI-TARJETA IS NUMERIC
              AND REI-TARJETA IS GREATER THAN ZEROS
              MOVE 'V'            TO EMB-MARCA
           END-IF.
           MOVE WS-PRODUCTO       TO EMB-PRODUCTO.
           MOVE WS-LINEA-EMBOZADO TO EMB-NOMBRE.
           MOVE REI-TIPDOC        TO EMB-TIPDOC.
           MOVE REI-TIPO-CUENTA   TO EMB-TIPO-CTA.
           MOVE REI-NRO-CUENTA    TO EMB-NRO-CTA.
           MOVE REI-MONEDA        TO EMB-MONEDA.
           IF EMB-MARCA IS EQUAL 'V'
              MOVE REI-TARJETA    TO EMB-TARJETA
           ELSE
              PERFORM 3300-ASIGNAR-NUMERO THRU F-3300-ASIGNAR-NUMERO
              MOVE WS-PAN-N       TO EMB-TARJETA
           END-IF.

           WRITE REG-EMBOSS FROM WS-REG-EMB-DET.
           IF FS-EMB IS NOT EQUAL '00'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-REISSUE TO TRUE
           ELSE
              IF EMB-MARCA IS EQUAL 'V'
                 ADD 1 TO WS-TOT-RENOVAC
              ELSE
                 ADD 1 TO WS-TOT-REIMPRES
              END-IF
           END-IF.

       F-6100-EMITIR-REIMPRESION. EXIT.

      ***** ULTIMA SECUENCIA ASIGNADA AL REGISTRO DE CONTROL **********
       8000-GRABAR-CONTROL.

           MOVE ZEROS TO CTL-CLAVE.

           IF WS-CTL-EXISTE
              REWRITE REG-TARJETA FROM WS-REG-TARJETA-CTL
           ELSE
              WRITE REG-TARJETA FROM WS-REG-TARJETA-CTL
           END-IF.

           IF FS-TAR IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABACION CONTROL TARJETA = ' FS-TAR
              MOVE 9999 TO RETURN-CODE
           END-IF.

       F-8000-GRABAR-CONTROL. EXIT.

      **************************************
      *                                    *
      *  CUERPO FINAL CIERRE DE FILES      *
      **************************************
       9999-FINAL.

           COMPUTE EMB-TRL-CANT = WS-TOT-EMITIDAS + WS-TOT-REIMPRES
                                + WS-TOT-RENOVAC.

           WRITE REG-EMBOSS FROM WS-REG-EMB-TRL.
           IF FS-EMB IS NOT EQUAL '00'
           DISPLAY 'NOVEDADES LEIDAS        = ' WS-TOT-LEIDAS.
           DISPLAY 'TARJETAS EMITIDAS       = ' WS-TOT-EMITIDAS.
           DISPLAY 'REIMPRESIONES EMITIDAS  = ' WS-TOT-REIMPRES.
           DISPLAY 'RENOVACIONES EMITIDAS   = ' WS-TOT-RENOVAC.
           DISPLAY 'ULTIMA SECUENCIA TARJ.  = ' CTL-ULT-SECUENCIA.
           DISPLAY 'SIN TITULAR EN TB99CLIE = ' WS-TOT-SIN-CLI.

           CLOSE ENTRADA
              CLOSE REISSUE
           END-IF.

           IF FS-TAR IS EQUAL '00' OR '23'
              PERFORM 8000-GRABAR-CONTROL THRU F-8000-GRABAR-CONTROL
              CLOSE TARJETA
           END-IF.

           CLOSE EMBOSS
              IF FS-EMB IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE EMBOSS = ' FS-EMB
           MOVE 'PGMVCE15'      TO RES-PROGRAMA.
           MOVE WS-FECHA-RES    TO RES-FECHA.
           COMPUTE RES-CANT-PROCESADOS = WS-TOT-EMITIDAS
                   + WS-TOT-REIMPRES + WS-TOT-RENOVAC.
           MOVE WS-TOT-SIN-CLI  TO RES-CANT-ERRORES.
           MOVE RETURN-CODE     TO RES-RETURN-CODE.

           CLOSE RESUMEN.

       F-9999-FINAL.
           EXIT.
