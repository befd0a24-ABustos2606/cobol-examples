           RECORD KEY IS KEY-CON
           FILE STATUS IS FS-CON.

      *    TENENCIAS DE CUOTAPARTES DE FCI POR CLIENTE, YA VALUADAS   *
      *    POR PGMVFI15 - LA POSICION SALE COMO LINEA APARTE DEL      *
      *    EXTRACTO; UN DD AUSENTE SE SALTEA                          *
           SELECT FCITEN ASSIGN TO DDFCITEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KEY-FTE
           FILE STATUS IS FS-FTE.

       DATA DIVISION.
       FILE SECTION.

           03  KEY-CON        PIC X(14).
           03  FILLER         PIC X(76).

       FD  FCITEN.

       01  REG-FCITEN.
           03  KEY-FTE        PIC X(16).
           03  FILLER         PIC X(94).

       WORKING-STORAGE SECTION.                                 
      *------------------------*                                        
                                                                        
           88  FS-VIP-OK                  VALUE '00'.

       77  FS-CON             PIC XX       VALUE SPACES.
       77  FS-FTE             PIC XX       VALUE SPACES.

       01  FS-TRN             PIC X(02).
           88  FS-TRN-OK                  VALUE '00'.
           88  WS-CONTAC-ABIERTO       VALUE 'Y'.
           88  WS-CONTAC-AUSENTE       VALUE 'N'.

           COPY CPFCITEN.

       01  WS-STATUS-FCITEN   PIC X    VALUE 'N'.
           88  WS-FCITEN-ABIERTO       VALUE 'Y'.
           88  WS-FCITEN-AUSENTE       VALUE 'N'.

       01  WS-SW-FIN-FCI      PIC X    VALUE 'N'.
           88  WS-FIN-FCI              VALUE 'S'.
           88  WS-NO-FIN-FCI           VALUE 'N'.

      * LINEA DE POSICION EN FONDOS COMUNES DE INVERSION DEL CLIENTE *
      * (UNA POR FONDO, AL PIE DE SUS CUENTAS) ***********************
       01  WS-REG-FCI.
           03  FILLER        PIC X(4)     VALUE SPACES.
           03  FILLER        PIC X(19)    VALUE 'POSICION FCI FONDO '.
           03  WS-FCI-FONDO  PIC 9(03)    VALUE ZEROS.
           03  FILLER        PIC X(09)    VALUE '  MONEDA '.
           03  WS-FCI-MONEDA PIC 9(02)    VALUE ZEROS.
           03  FILLER        PIC X(14)    VALUE '  CUOTAPARTES '.
           03  WS-FCI-CUOTAP PIC ZZZ.ZZZ.ZZ9,999999 VALUE ZEROS.
           03  FILLER        PIC X(12)    VALUE '  VALUACION '.
           03  WS-FCI-VALUAC PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER        PIC X(05)    VALUE '  AL '.
           03  WS-FCI-FECHA  PIC 9(08)    VALUE ZEROS.
           03  FILLER        PIC X(21)    VALUE SPACES.

      * LINEA DE DIRECCION DE ENVIO DEL EXTRACTO (SOLO CUANDO EL     *
      * CLIENTE TIENE CONTACTO POSTAL DE CORRESPONDENCIA) ************
       01  WS-REG-DIRECCION.
       77  WS-FAL-IX          PIC 9(03)   VALUE ZEROS.
       77  WS-TOT-VIP-SUPR    PIC 9(05)   VALUE ZEROS.
       77  WS-TOT-DOM-SUPR    PIC 9(05)   VALUE ZEROS.
       77  WS-TOT-CNS-SUPR    PIC 9(05)   VALUE ZEROS.

      * CONSENTIMIENTO PARA COMUNICACIONES COMERCIALES (PGMVMK15) VIA *
      * LA RUTINA COMPARTIDA PGMVCK15 - LA CAMPANIA DE EXTRACTOS VIP  *
      * SALE POR CORREO POSTAL: SIN ESE CANAL AUTORIZADO SE SUPRIME   *
       01  WS-PGMVCK15        PIC X(8)    VALUE 'PGMVCK15'.
           COPY CPCNSCTL.

      * HOST VARIABLES PARA LA CUARENTENA DE CORREO DEVUELTO         *
      * (COLUMNA DOMVAL DE PGMVRM15) - AUN NO REFLEJADA EN EL DCLGEN *
      * NOMBRE DEL CLIENTE EN CURSO, GUARDADO AL INICIO DE SU GRUPO  *
      * PORQUE AL MOMENTO DEL CORTE EL FETCH YA TRAE EL SIGUIENTE ****
       01  WS-NOMAPE-ANT      PIC X(30).                                 
       01  WS-TIPDOC-ANT      PIC X(02).
       01  WS-NRODOC-ANT      PIC 9(11).
                                                                        
      * ACUMULADORES *                                                  
       01  AC-SALCUEN         PIC S9(7)V9(2) USAGE COMP-3  VALUE ZEROS. 
           03  FILLER        PIC X(11)    VALUE 'NRO CLIENTE'.          
           03  FILLER        PIC X(2)     VALUE SPACES.                 
           03  FILLER        PIC X(5)     VALUE 'SALDO'.                
           03  FILLER        PIC X(35)    VALUE SPACES.
           03  FILLER        PIC X(10)    VALUE 'DISPONIBLE'.
           03  FILLER        PIC X(12)    VALUE SPACES.
                                                                        
       01  WS-REG-CLIENTE.                                              
           03  FILLER        PIC X(4)     VALUE SPACES.                 
           03  WS-NROCLI     PIC ZZ9      VALUE ZEROS.                  
           03  FILLER        PIC X(6)     VALUE SPACES.                 
           03  WS-SALDO      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   
           03  FILLER        PIC X(4)     VALUE SPACES.
           03  WS-DISPON     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
                                                                        
       01  WS-TIT-SUCURSAL.                                             
           03  FILLER        PIC X        VALUE SPACES.                 
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.

      * SALDO DISPONIBLE DE LA CUENTA (SALDO MENOS RETENCIONES DE     *
      * FONDOS) VIA RUTINA COMPARTIDA **********************************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.



       PROCEDURE DIVISION.                                           
              SET WS-CONTAC-ABIERTO TO TRUE
           END-IF.

      * TENENCIAS DE FCI: MISMO CRITERIO, UN DD AUSENTE = EXTRACTO   *
      * SIN POSICION EN FONDOS ***************************************
           OPEN INPUT FCITEN.
           IF FS-FTE IS EQUAL '00'
              SET WS-FCITEN-ABIERTO TO TRUE
           END-IF.

           PERFORM 1300-CARGAR-FALLEC THRU 1300-F-CARGAR-FALLEC.

           PERFORM 1400-VERIFICAR-RESEND
                                                                        
             MOVE DB-CL-NROCLI TO WS-NROCLI-ANT
             MOVE DB-CL-NOMAPE TO WS-NOMAPE-ANT
             MOVE DB-CL-TIPDOC TO WS-TIPDOC-ANT
             MOVE DB-CL-NRODOC TO WS-NRODOC-ANT
             MOVE 0 TO CN-TOT-CLI
             MOVE 0 TO AC-SALCLI                                      
             PERFORM 4000-IMPRIMIR-TIT-CLI                              
           MOVE DB-CU-TIPCUEN TO WS-TIPCUEN                             
           MOVE DB-CU-NROCUEN TO WS-NROCUEN                             
           MOVE DB-CU-SALDO   TO WS-SALDO                               
           PERFORM 3010-CALCULAR-DISPONIBLE
                   THRU 3010-F-CALCULAR-DISPONIBLE
           WRITE REG-SALIDA FROM WS-REG-CLIENTE AFTER 1.                
                                                                        
              IF FS-SAL IS NOT EQUAL '00'                               
       3000-F-IMPRIMIR-CUENTA.
           EXIT.

      **************************************
      *  SALDO DISPONIBLE DE LA CUENTA     *
      *  (SALDO MENOS RETENCIONES VIGENTES)*
      **************************************
       3010-CALCULAR-DISPONIBLE.
      *-------------------------*

           MOVE DB-CU-TIPCUEN TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO   TO LK-DS-SALDO.
           MOVE ZEROS         TO LK-DS-FECHA.

           CALL WS-PGMVDS15 USING LK-PARM-DISPON.

           MOVE LK-DS-DISPONIBLE TO WS-DISPON.

       3010-F-CALCULAR-DISPONIBLE.
           EXIT.


      **************************************
      *  COTITULARES DE LA CUENTA EN CURSO *
              END-IF.                                                   
                                                                        
           ADD 1 TO CN-LINEA.                                           

           PERFORM 3310-IMPRIMIR-FCI THRU 3310-F-IMPRIMIR-FCI.
                                                                        
           IF CN-LINEA NOT = 60
              WRITE REG-SALIDA FROM WS-SEPARADOR AFTER 1
       3300-F-IMPRIMIR-CORTE-CLIENTE.
           EXIT.

      **************************************
      *  POSICION EN FCI DEL CLIENTE       *
      **************************************
       3310-IMPRIMIR-FCI.
      *------------------*

           IF WS-FCITEN-AUSENTE
              GO TO 3310-F-IMPRIMIR-FCI
           END-IF.

           MOVE WS-TIPDOC-ANT TO FTE-TIPDOC.
           MOVE WS-NRODOC-ANT TO FTE-NRODOC.
           MOVE ZEROS         TO FTE-FONDO.
           MOVE FTE-CLAVE     TO KEY-FTE.
           SET WS-NO-FIN-FCI  TO TRUE.

           START FCITEN KEY IS NOT LESS THAN KEY-FTE
              INVALID KEY
                 SET WS-FIN-FCI TO TRUE
           END-START.

           PERFORM 3320-LEER-FCI THRU 3320-F-LEER-FCI
                   UNTIL WS-FIN-FCI.

       3310-F-IMPRIMIR-FCI.
           EXIT.

       3320-LEER-FCI.
      *--------------*

           READ FCITEN NEXT INTO WS-REG-FCITEN.

           IF FS-FTE IS NOT EQUAL '00'
              OR FTE-TIPDOC IS NOT EQUAL WS-TIPDOC-ANT
              OR FTE-NRODOC IS NOT EQUAL WS-NRODOC-ANT
              SET WS-FIN-FCI TO TRUE
              GO TO 3320-F-LEER-FCI
           END-IF.

           IF CN-LINEA GREATER 59
               PERFORM 4000-IMPRIMIR-TIT-CLI
                       THRU 4000-F-IMPRIMIR-TIT-CLI
           END-IF.

           MOVE FTE-FONDO         TO WS-FCI-FONDO.
           MOVE FTE-MONEDA        TO WS-FCI-MONEDA.
           MOVE FTE-CUOTAPARTES   TO WS-FCI-CUOTAP.
           MOVE FTE-VALUACION     TO WS-FCI-VALUAC.
           MOVE FTE-FEC-VALUACION TO WS-FCI-FECHA.

           WRITE REG-SALIDA FROM WS-REG-FCI AFTER 1.
              IF FS-SAL IS NOT EQUAL '00'
                DISPLAY '* ERROR EN WRITE SALIDA = ' FS-SAL
                MOVE 9999 TO RETURN-CODE
              END-IF.

           ADD 1 TO CN-LINEA.

       3320-F-LEER-FCI.
           EXIT.

      **************************************
      *  EXTRACTO VIP POR CLIENTE          *
      **************************************
              GO TO 3350-F-GRABAR-VIP
           END-IF.

           MOVE WS-TIPDOC-ANT TO LK-CNS-TIPDOC.
           MOVE WS-NRODOC-ANT TO LK-CNS-NRODOC.
           CALL WS-PGMVCK15 USING LK-PARM-CONSENT.

           IF LK-CNS-POSTAL-NO
              ADD 1 TO WS-TOT-CNS-SUPR
              GO TO 3350-F-GRABAR-VIP
           END-IF.

           MOVE WS-NROCLI-ANT TO VIP-NROCLI.
           MOVE WS-NOMAPE-ANT TO VIP-NOMAPE.
           MOVE CN-TOT-CLI    TO VIP-CANT.
              END-IF
           END-IF.

           IF WS-FCITEN-ABIERTO
              CLOSE FCITEN
              IF FS-FTE NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE FCITEN = ' FS-FTE
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

           DISPLAY 'TOTAL CLIENTES VIP EXTRACTADOS = ' WS-TOT-VIP.
           DISPLAY 'TOTAL EXTRACTOS SUPRIMIDOS (SUCESION) = '
                                                   WS-TOT-VIP-SUPR.
           DISPLAY 'TOTAL EXTRACTOS SUPRIMIDOS (CORREO DEVUELTO) = '
                                                   WS-TOT-DOM-SUPR.
           DISPLAY 'TOTAL EXTRACTOS SUPRIMIDOS (SIN CONSENTIMIENTO) = '
                                                   WS-TOT-CNS-SUPR.

           CLOSE SNAPSHOT

