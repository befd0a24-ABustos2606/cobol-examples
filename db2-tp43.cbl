           BLOCK CONTAINS  0 RECORDS                                    
           RECORDING MODE IS F.                                         
                                                                        
       01  REG-SALIDA         PIC X(132).                               
                                                                        
       FD VSAM.                                                         
                                                                        
           03  FILLER        PIC X(5)     VALUE 'SALDO'.
           03  FILLER        PIC X(6)     VALUE SPACES.
           03  FILLER        PIC X(6)     VALUE 'MONEDA'.
           03  FILLER        PIC X(17)    VALUE SPACES.
           03  FILLER        PIC X(10)    VALUE 'DISPONIBLE'.
           03  FILLER        PIC X(04)    VALUE SPACES.
                                                                        
       01  WS-REG-CLIENTE.                                              
           03  FILLER        PIC X(4)     VALUE SPACES.                 
           03  WS-SALDO      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           03  FILLER        PIC X(6)     VALUE SPACES.
           03  WS-MONEDA     PIC 99       VALUE ZEROS.
           03  FILLER        PIC X(4)     VALUE SPACES.
           03  WS-DISPON     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
                                                                        
       01  WS-LINEA-CSV       PIC X(150)   VALUE SPACES.

               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.

      * SALDO DISPONIBLE DE LA CUENTA (SALDO MENOS RETENCIONES DE     *
      * FONDOS) VIA RUTINA COMPARTIDA **********************************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.



                                                                        
           MOVE DB-CU-NROCLI  TO WS-NROCLI
           MOVE DB-CU-SALDO   TO WS-SALDO
           MOVE DB-CU-MONEDA  TO WS-MONEDA
           PERFORM 3010-CALCULAR-DISPONIBLE
                   THRU 3010-F-CALCULAR-DISPONIBLE
           WRITE REG-SALIDA FROM WS-REG-CLIENTE.

              IF FS-SAL IS NOT EQUAL '00'
       3000-F-IMPRIMIR-CUENTA.
           EXIT.

      ***** SALDO DISPONIBLE DE LA CUENTA EN CURSO (SALDO MENOS *****
      ***** RETENCIONES DE FONDOS VIGENTES) *************************
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

      ***** LIMITE DE DESCUBIERTO ACORDADO DE LA CUENTA EN CURSO *****
      ***** (SOLO LAS CUENTAS CORRIENTES TIENEN ACUERDO CARGADO) *****
       3050-IMPRIMIR-ACUERDO.
