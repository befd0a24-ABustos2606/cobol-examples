             SELECT FINGHIS  ASSIGN DDFNGHIS
                    FILE STATUS IS FS-FNG.

      * FEEDS REPETIDOS (BLOQUEADOS O AUTORIZADOS), PARA EL TABLERO  *
      * DE PROVEEDORES ***********************************************
             SELECT FNGREP   ASSIGN DDFNGREP
                    FILE STATUS IS FS-FRP.

      * CATALOGO DE PRODUCTOS (CPPRODUC, MANTENIDO POR PGMVPT15) -   *
      * CON EL DD ASIGNADO GOBIERNA TIPO DE CUENTA Y MONEDA; SIN EL  *
      * SE SIGUE VALIDANDO CC/CA Y LA TABLA DE MONEDAS DE PARAMETROS *
             SELECT PRODUC   ASSIGN DDPRODUC
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS KEY-PRODUC
                    FILE STATUS IS FS-PRD.

       DATA DIVISION.                                               
       FILE SECTION.                                                    
                                                                        
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARING   PIC X(74).

       FD CLEARBK1
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK1   PIC X(74).

       FD CLEARBK2
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK2   PIC X(74).

       FD CLEARBK3
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK3   PIC X(74).

       FD CLEARBK4
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-CLEARBK4   PIC X(74).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS

       01 REG-FINGHIS    PIC X(38).

       FD FNGREP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FNGREP     PIC X(50).

       FD PRODUC.

       01 REG-PRODUC.
          03 KEY-PRODUC  PIC X(04).
          03 FILLER      PIC X(96).


       WORKING-STORAGE SECTION.
      **************************************
       77  FS-PRM          PIC XX     VALUE SPACES.
       77  FS-VOL          PIC XX     VALUE SPACES.
       77  FS-FNG          PIC XX     VALUE SPACES.
       77  FS-FRP          PIC XX     VALUE SPACES.
       77  FS-PRD          PIC XX     VALUE SPACES.

       01  WS-FLAG-FIN-VOL  PIC X.
           88  WS-FIN-VOL             VALUE 'Y'.
           COPY CPRESUMEN.

           COPY CPPERFLOG.
           COPY CPFNGREP.
           COPY CPPRODUC.

       01  WS-SW-CATALOGO      PIC X(01)  VALUE 'N'.
           88  WS-CATALOGO-DISPONIBLE     VALUE 'S'.
           88  WS-CATALOGO-NO-DISPONIBLE  VALUE 'N'.

           COPY CPPARAMLOG.

           88  WS-NO-FIN-RESEND           VALUE 'N'.

      * EXTRACTO PARA INTERFASE DE COMPENSACION (CLEARING) POR CBU *
      * LRECL 74 EN DDCLEAR Y DDCLEAB1-4 (EL SALDO OCUPA LOS BYTES   *
      * 53-66; EN EL CLEARING ENTRANTE LOS BYTES 67-69 TRAEN LA      *
      * ENTIDAD ORIGINANTE, EN EL SALIENTE VAN EN BLANCO) ************
       01  WS-REG-CLEARING.
           03  CLR-CBU        PIC 9(14)       VALUE ZEROS.
           03  FILLER         PIC X(01)       VALUE SPACES.
               05  WS-CBU-PRE-DUP    PIC X(01) VALUE 'N'.
                   88  WS-CBU-PRE-ES-DUP        VALUE 'S'.

      * NUMERACION CENTRAL DE CUENTAS Y CBU (RUTINA PGMVNU15) ********
      * UN ALTA CON NRO DE CUENTA 1 A 999 Y CBU EN CEROS ES UN PEDIDO *
      * DE NUMERO PARA ESA SUCURSAL: LA RUTINA ASIGNA NROCUEN Y CBU.  *
      * UN ALTA CON NUMERO INFORMADO SE VERIFICA CONTRA EL REGISTRO   *
      * Y LA BAJA POSTEADA REGISTRA EL CIERRE DEL NUMERO **************
       01  WS-PGMVNU15        PIC X(8)     VALUE 'PGMVNU15'.
           COPY CPNUMCTL.

       01  WS-SW-PEDIDO-NUMERO    PIC X      VALUE 'N'.
           88  WS-PEDIDO-NUMERO          VALUE 'S'.
           88  WS-NUMERO-INFORMADO       VALUE 'N'.

       77  WS-TOT-NUMERADAS    PIC 999    VALUE ZEROS.
       77  WS-TOT-NUM-RECHAZO  PIC 999    VALUE ZEROS.


       LINKAGE SECTION.                                             
                                                                        
              SET  WS-FIN-LECTURA TO TRUE
           END-IF.

           OPEN INPUT PRODUC.
           IF FS-PRD IS EQUAL '00'
              SET WS-CATALOGO-DISPONIBLE TO TRUE
           ELSE
              DISPLAY '* CATALOGO DE PRODUCTOS NO ASIGNADO = ' FS-PRD
                      ' - SE VALIDA CC/CA Y MONEDAS DE PARAMETROS'
           END-IF.

           PERFORM 1090-VERIFICAR-RESEND
                   THRU 1090-F-VERIFICAR-RESEND.

       1150-ACUMULAR-CBU.

           MOVE ZEROS TO WS-CBU-PRE-IX-MATCH.
           PERFORM 3005-VER-PEDIDO-NUMERO THRU 3005-F-VER-PEDIDO-NUMERO.

           IF WC-CUE-CBU IS NUMERIC AND WS-NUMERO-INFORMADO
              PERFORM VARYING WS-CBU-PRE-IX FROM 1 BY 1
                      UNTIL WS-CBU-PRE-IX > WS-CBU-PRE-CANT
                 IF WS-CBU-PRE-VALOR(WS-CBU-PRE-IX) EQUAL WC-CUE-CBU
      **************************************                            
                                                                        
           SET WS-NO-ERROR TO TRUE.                                     
           PERFORM 3005-VER-PEDIDO-NUMERO THRU 3005-F-VER-PEDIDO-NUMERO.
                                                                        
           IF WC-CUE-TIPO-NOVEDAD IS EQUAL TO 'AL' OR 'BA' OR 'MO'
                                            OR 'RV'
              PERFORM 5100-IMPRIMIR-ERROR THRU 5100-F-IMPRIMIR-ERROR    
           END-IF.                                                      
                                                                        
           IF WS-CATALOGO-DISPONIBLE
              PERFORM 3030-VALIDAR-PRODUCTO
                                 THRU 3030-F-VALIDAR-PRODUCTO
           ELSE
              IF WC-CUE-TIPO-CUENTA IS EQUAL TO 'CC' OR 'CA'
                 CONTINUE
              ELSE
                 SET WS-ERROR TO TRUE
                 INITIALIZE WS-REG-ERROR
                 MOVE 'TIPO DE CUENTA' TO WS-ERROR-TIPO
                 PERFORM 5100-IMPRIMIR-ERROR THRU 5100-F-IMPRIMIR-ERROR
              END-IF
           END-IF.
                                                                        
           IF WC-CUE-NRO-CUENTA IS NOT NUMERIC                          
              SET WS-ERROR TO TRUE                                      
                                                                        
           IF WC-CUE-MONEDA IS EQUAL TO WS-PAR-MONEDA1
                                      OR WS-PAR-MONEDA2
              OR WS-CATALOGO-DISPONIBLE
              CONTINUE
           ELSE                                                         
              SET WS-ERROR TO TRUE                                      
              MOVE 'CBU' TO WS-ERROR-TIPO
              PERFORM 5100-IMPRIMIR-ERROR THRU 5100-F-IMPRIMIR-ERROR
           ELSE
              IF WS-NUMERO-INFORMADO
                 PERFORM 3010-VALIDAR-CBU THRU 3010-F-VALIDAR-CBU
              END-IF
           END-IF.
                                                                        
           IF WC-CUE-TIP-DOC IS EQUAL TO                                
       3000-F-VALIDACION. EXIT.


      ***** ALTA SIN NUMERO: NRO DE CUENTA = SUCURSAL (1 A 999) Y *****
      ***** CBU EN CEROS **********************************************
       3005-VER-PEDIDO-NUMERO.
      **************************************

           SET WS-NUMERO-INFORMADO TO TRUE.

           IF WC-CUE-TIPO-NOVEDAD IS EQUAL TO 'AL'
              AND WC-CUE-NRO-CUENTA IS NUMERIC
              AND WC-CUE-CBU IS NUMERIC
              IF WC-CUE-NRO-CUENTA IS GREATER THAN ZEROS
                 AND WC-CUE-NRO-CUENTA IS LESS THAN 1000
                 AND WC-CUE-CBU IS EQUAL ZEROS
                 SET WS-PEDIDO-NUMERO TO TRUE
              END-IF
           END-IF.

       3005-F-VER-PEDIDO-NUMERO. EXIT.


      ***** DIGITO VERIFICADOR DEL CBU (WC-CUE-CBU) ******
      ***** VIA LA RUTINA COMPARTIDA PGMVCB15 ************
       3010-VALIDAR-CBU.
       3020-F-VALIDAR-CUIT. EXIT.


      ***** TIPO DE CUENTA Y MONEDA CONTRA EL CATALOGO DE PRODUCTOS ***
      ***** - LA APERTURA ('AL') EXIGE ADEMAS PRODUCTO EN VENTA *******
       3030-VALIDAR-PRODUCTO.
      **************************************

           MOVE WC-CUE-TIPO-CUENTA TO PRD-TIPO-CUENTA.
           MOVE WC-CUE-MONEDA      TO PRD-MONEDA.
           MOVE PRD-CLAVE          TO KEY-PRODUC.

           READ PRODUC INTO WS-REG-PRODUC.

           EVALUATE FS-PRD
              WHEN '00'
                 IF WC-CUE-TIPO-NOVEDAD IS EQUAL TO 'AL'
                    AND PRD-CERRADO
                    SET WS-ERROR TO TRUE
                    INITIALIZE WS-REG-ERROR
                    MOVE 'PRODUCTO CERRADO A LA VENTA' TO WS-ERROR-TIPO
                    PERFORM 5100-IMPRIMIR-ERROR
                            THRU 5100-F-IMPRIMIR-ERROR
                 END-IF
              WHEN '23'
                 SET WS-ERROR TO TRUE
                 INITIALIZE WS-REG-ERROR
                 MOVE 'PRODUCTO (TIPO CUENTA/MONEDA)' TO WS-ERROR-TIPO
                 PERFORM 5100-IMPRIMIR-ERROR THRU 5100-F-IMPRIMIR-ERROR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PRODUC = ' FS-PRD
                 SET WS-ERROR TO TRUE
                 INITIALIZE WS-REG-ERROR
                 MOVE 'PRODUCTO (ERROR DE LECTURA)' TO WS-ERROR-TIPO
                 PERFORM 5100-IMPRIMIR-ERROR THRU 5100-F-IMPRIMIR-ERROR
           END-EVALUATE.

       3030-F-VALIDAR-PRODUCTO. EXIT.


       3100-VALIDACION-VSAM.                                          
                                                                        
            INITIALIZE WS-VAL-CAMPO                                     
                ADD 1 TO WS-SECUENCIA
                ADD 1 TO WS-TOT-ENC
                MOVE 'CLIENTE ENCONTRADO' TO WS-VAL-CAMPO
                PERFORM 3160-NUMERAR-CUENTA
                        THRU 3160-F-NUMERAR-CUENTA
                IF LK-NUM-RECHAZADO
                   MOVE LK-NUM-MOTIVO TO WS-VAL-CAMPO
                   PERFORM 7000-GRABAR-SUSPENSO
                           THRU 7000-F-GRABAR-SUSPENSO
                ELSE
                   PERFORM 3150-VERIFICAR-EMBARGO
                           THRU 3150-F-VERIFICAR-EMBARGO
                   IF LK-EMB-VIGENTE
                      PERFORM 7500-GRABAR-EMBCON
                              THRU 7500-F-GRABAR-EMBCON
                   ELSE
                      PERFORM 4000-GRABAR THRU 4000-F-GRABAR
                   END-IF
                END-IF
              WHEN '23'
                MOVE 'CLIENTE NO ENCONTRADO' TO WS-VAL-CAMPO
       3150-F-VERIFICAR-EMBARGO. EXIT.


      ***** NUMERACION DEL ALTA VIA PGMVNU15: ASIGNA NROCUEN Y CBU ****
      ***** AL PEDIDO DE NUMERO O VERIFICA EL NUMERO INFORMADO ********
      ***** (LAS DEMAS NOVEDADES NO PASAN POR LA RUTINA) **************
       3160-NUMERAR-CUENTA.
      **************************************

           INITIALIZE LK-PARM-NUMERACION.
           SET LK-NUM-ACEPTADO TO TRUE.

           IF WC-CUE-TIPO-NOVEDAD IS NOT EQUAL TO 'AL'
              GO TO 3160-F-NUMERAR-CUENTA
           END-IF.

           MOVE WC-CUE-TIPO-CUENTA TO LK-NUM-TIPO-CUENTA.
           MOVE LK-FP-FECHA-8      TO LK-NUM-FECHA.
           IF WS-PEDIDO-NUMERO
              SET LK-NUM-ASIGNAR   TO TRUE
              MOVE WC-CUE-NRO-CUENTA TO LK-NUM-SUCURSAL
           ELSE
              SET LK-NUM-VERIFICAR TO TRUE
              MOVE WC-CUE-NRO-CUENTA TO LK-NUM-NROCUEN
              MOVE WC-CUE-CBU        TO LK-NUM-CBU
           END-IF.

           CALL WS-PGMVNU15 USING LK-PARM-NUMERACION.

           IF LK-NUM-RECHAZADO
              ADD 1 TO WS-TOT-NUM-RECHAZO
              GO TO 3160-F-NUMERAR-CUENTA
           END-IF.

           IF WS-PEDIDO-NUMERO
              MOVE LK-NUM-NROCUEN TO WC-CUE-NRO-CUENTA
              MOVE LK-NUM-CBU     TO WC-CUE-CBU
              ADD 1 TO WS-TOT-NUMERADAS
           END-IF.

       3160-F-NUMERAR-CUENTA. EXIT.


      ***** BAJA POSTEADA: EL NUMERO QUEDA CERRADO EN EL REGISTRO *****
      ***** DE NUMERACION Y BLOQUEADO LOS ANIOS DE PARAMETROS *********
       3170-CERRAR-NUMERO.
      **************************************

           INITIALIZE LK-PARM-NUMERACION.
           SET LK-NUM-CERRAR TO TRUE.
           MOVE WC-CUE-TIPO-CUENTA TO LK-NUM-TIPO-CUENTA.
           MOVE WC-CUE-NRO-CUENTA  TO LK-NUM-NROCUEN.
           MOVE WC-CUE-CBU         TO LK-NUM-CBU.
           MOVE LK-FP-FECHA-8      TO LK-NUM-FECHA.

           CALL WS-PGMVNU15 USING LK-PARM-NUMERACION.

           IF LK-NUM-RECHAZADO
              DISPLAY '* CIERRE NO REGISTRADO EN NUMERACION = '
                      WC-CUE-NRO-CUENTA ' ' LK-NUM-MOTIVO
           END-IF.

       3170-F-CERRAR-NUMERO. EXIT.


      ***** GRABACION DE NOVEDADES SOBRE CUENTAS EMBARGADAS ***********
       7500-GRABAR-EMBCON.
      **************************************
                                                                        
           IF FS-SAL EQUAL ZEROS
                ADD 1 TO WS-TOT-GRAB
                IF WC-CUE-TIPO-NOVEDAD IS EQUAL TO 'BA'
                   PERFORM 3170-CERRAR-NUMERO THRU 3170-F-CERRAR-NUMERO
                END-IF
                PERFORM 4050-BUSCAR-CBU-DUPLICADO
                        THRU 4050-F-BUSCAR-CBU-DUPLICADO
                IF WS-CBU-DUPLICADO-ACTUAL
           MOVE  WS-TOT-EMBCON TO WS-PRINT
           DISPLAY "REGISTROS SOBRE CUENTAS EMBARGADAS = "
                                                            WS-PRINT
           MOVE  WS-TOT-NUMERADAS TO WS-PRINT
           DISPLAY "CUENTAS NUMERADAS (NROCUEN Y CBU ASIGNADOS) = "
                                                            WS-PRINT
           MOVE  WS-TOT-NUM-RECHAZO TO WS-PRINT
           DISPLAY "ALTAS RECHAZADAS POR NUMERACION (SUSPENSO) = "
                                                            WS-PRINT

           CLOSE ENTRADA
              IF FS-ENT IS NOT EQUAL '00'                               
                SET WS-FIN-LECTURA TO TRUE
              END-IF.

           IF WS-CATALOGO-DISPONIBLE
              CLOSE PRODUC
           END-IF.

           CLOSE EMBCON
              IF FS-EMC IS NOT EQUAL '00'
                DISPLAY '* ERROR EN CLOSE EMBCON = '
              CLOSE FINGHIS
           END-IF.

      * HUELLA REPETIDA (CORRIDA ABORTADA O REPROCESO AUTORIZADO) AL *
      * REGISTRO DE FEEDS REPETIDOS DEL TABLERO DE PROVEEDORES ******
           IF WS-FEED-REPETIDO
              MOVE SPACES       TO WS-REG-FNGREP
              MOVE 'PGMVAC15'   TO FRP-PROGRAMA
              MOVE WS-FECHA     TO FRP-FECHA
              MOVE WS-HORA-INICIO-G TO FRP-HORA
              MOVE WS-VOL-ACTUAL TO FRP-CANTIDAD
              MOVE WS-FNG-HASH  TO FRP-HASH
              IF WS-FNG-AUTORIZADO
                 SET FRP-AUTORIZADO TO TRUE
              ELSE
                 SET FRP-BLOQUEADO TO TRUE
              END-IF
              OPEN EXTEND FNGREP
              WRITE REG-FNGREP FROM WS-REG-FNGREP
              IF FS-FRP IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE FNGREP = ' FS-FRP
              END-IF
              CLOSE FNGREP
           END-IF.

           MOVE SPACES      TO WS-REG-VOLHIST.
           MOVE 'PGMVAC15'  TO VOL-PROGRAMA.
           MOVE WS-FECHA    TO VOL-FECHA.
