             SELECT FINGHIS ASSIGN DDFNGHIS
                    FILE STATUS IS FS-FNG.

      *    FEEDS REPETIDOS (BLOQUEADOS O AUTORIZADOS), PARA EL        *
      *    TABLERO DE PROVEEDORES                                     *
             SELECT FNGREP ASSIGN DDFNGREP
                    FILE STATUS IS FS-FRP.

      *    TABLA DE CODIGOS DE TRANSACCION (PGMVTM15) - VALIDA EL     *
      *    CODIGO DEL MOVIMIENTO, APLICA EL SIGNO NORMAL Y DEFINE SI  *
      *    EL MOVIMIENTO CUENTA PARA DORMANCIA; SI EL CLUSTER NO      *

       01 REG-FINGHIS    PIC X(38).

       FD FNGREP
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-FNGREP     PIC X(50).

       FD CODMOV.

       01 REG-CODMOV-FD.
       77  FS-ESC           PIC XX    VALUE SPACES.
       77  FS-LSU           PIC XX    VALUE SPACES.
       77  FS-FNG           PIC XX    VALUE SPACES.
       77  FS-FRP           PIC XX    VALUE SPACES.
       77  FS-CMV           PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.

           COPY CPPERFLOG.
           COPY CPFNGREP.

       01  WS-HORA-INICIO-G.
           03  WS-HI-HH        PIC 99.
              CLOSE FINGHIS
           END-IF.

      * HUELLA REPETIDA (CORRIDA ABORTADA O REPROCESO AUTORIZADO) AL *
      * REGISTRO DE FEEDS REPETIDOS DEL TABLERO DE PROVEEDORES ******
           IF WS-FEED-REPETIDO
              MOVE SPACES       TO WS-REG-FNGREP
              MOVE 'PGMAPS15'   TO FRP-PROGRAMA
              MOVE WS-FECHA-RES TO FRP-FECHA
              MOVE WS-HORA-INICIO-G TO FRP-HORA
              MOVE WS-FNG-CANT  TO FRP-CANTIDAD
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

           MOVE SPACES       TO WS-REG-PERFLOG.
           MOVE 'PGMAPS15'   TO PERF-PROGRAMA.
           MOVE WS-FECHA-RES TO PERF-FECHA.
