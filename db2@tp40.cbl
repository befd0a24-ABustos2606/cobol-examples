             SELECT FINGHIS   ASSIGN DDFNGHIS
                    FILE STATUS IS FS-FNG.

      * FEEDS REPETIDOS (BLOQUEADOS O AUTORIZADOS), PARA EL TABLERO  *
      * DE PROVEEDORES ***********************************************
             SELECT FNGREP    ASSIGN DDFNGREP
                    FILE STATUS IS FS-FRP.

      * SUSPENSO DE DB2@TP33, RELEIDO AL FINAL DE ESTA CORRIDA PARA    *
      * REINTENTAR LAS BAJAS RECHAZADAS POR CLIENTE INEXISTENTE QUE    *
      * ESTA CORRIDA PUDO HABER DADO DE ALTA *****************************

       01 REG-FINGHIS    PIC  X(38).

       FD FNGREP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FNGREP     PIC  X(50).

       FD VALIDADO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.
       77  FS-VOL          PIC XX     VALUE SPACES.
       77  FS-FAL          PIC XX     VALUE SPACES.
       77  FS-FNG          PIC XX     VALUE SPACES.
       77  FS-FRP          PIC XX     VALUE SPACES.
       77  FS-SCM          PIC XX     VALUE SPACES.
       77  FS-CON          PIC XX     VALUE SPACES.
       77  FS-HDM          PIC XX     VALUE SPACES.

           COPY CPRESUMEN.
           COPY CPPERFLOG.
           COPY CPFNGREP.
           COPY CPPARAMLOG.
           COPY CPVOLHIST.

              CLOSE FINGHIS
           END-IF.

      * HUELLA REPETIDA (CORRIDA ABORTADA O REPROCESO AUTORIZADO) AL *
      * REGISTRO DE FEEDS REPETIDOS DEL TABLERO DE PROVEEDORES ******
           IF WS-FEED-REPETIDO
              MOVE SPACES       TO WS-REG-FNGREP
              MOVE 'DB2@TP40'   TO FRP-PROGRAMA
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

           MOVE SPACES          TO WS-REG-VOLHIST.
           MOVE 'DB2@TP40'      TO VOL-PROGRAMA.
           MOVE WS-FECHA         TO VOL-FECHA.
