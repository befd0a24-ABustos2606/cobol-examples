           03  FILLER        PIC X(11)    VALUE 'NRO CLIENTE'.          
           03  FILLER        PIC X(16)    VALUE SPACES.                 
           03  FILLER        PIC X(5)     VALUE 'SALDO'.                
           03  FILLER        PIC X(21)    VALUE SPACES.
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
           03  FILLER        PIC X(57)    VALUE ALL '*'.                
               88  LK-FP-DE-PROCESO          VALUE 'P'.
               88  LK-FP-DE-SISTEMA          VALUE 'S'.

      * SALDO DISPONIBLE DE LA CUENTA (SALDO MENOS RETENCIONES DE     *
      * FONDOS) VIA RUTINA COMPARTIDA **********************************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.



       PROCEDURE DIVISION.                                              
           MOVE DB-CL-NOMAPE  TO WS-NOMYAPEL                            
           MOVE DB-CL-NROCLI  TO WS-NROCLI                              
           MOVE DB-CU-SALDO   TO WS-SALDO                               
           PERFORM 3010-CALCULAR-DISPONIBLE
                   THRU 3010-F-CALCULAR-DISPONIBLE
           WRITE REG-SALIDA FROM WS-REG-CLIENTE AFTER 1.                
                                                                        
              IF FS-SAL IS NOT EQUAL '00'                               
           EXIT.


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


       3050-VALIDAR-ALERTA-SALDO.
      *----------------------------*

