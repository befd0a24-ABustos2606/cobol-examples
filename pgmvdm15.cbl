             SELECT RESUMEN ASSIGN DDRESUME
                    FILE STATUS IS FS-RES.

             SELECT PERFLOG ASSIGN DDPERFLO
                    FILE STATUS IS FS-PERF.

       DATA DIVISION.
       FILE SECTION.

               88  RSP-PAGADO            VALUE 'PA'.
               88  RSP-SIN-ADHESION      VALUE 'RM'.
               88  RSP-SIN-FONDOS        VALUE 'RF'.
      * ENTIDAD ORIGINANTE DEL DEBITO (PARA LA COMPENSACION NETA) *
           03  RSP-ENTIDAD      PIC 9(03).
           03  FILLER           PIC X(02).

       FD SUSPENSO
            BLOCK CONTAINS 0 RECORDS

       01 REG-RESUMEN       PIC X(34).

       FD PERFLOG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-PERFLOG       PIC X(45).

      **************************************
       WORKING-STORAGE SECTION.
      **************************************
       77  FS-PAR           PIC XX    VALUE SPACES.
       77  FS-LIS           PIC XX    VALUE SPACES.
       77  FS-RES           PIC XX    VALUE SPACES.
       77  FS-PERF          PIC XX    VALUE SPACES.
       77  WS-FECHA-RES     PIC 9(6)  VALUE ZEROS.

           COPY CPRESUMEN.
           COPY CPPERFLOG.

      * MEDICION DE DURACION DE LA CORRIDA PARA EL PERFLOG - LA  *
      * HORA DE INICIO ES LA HORA DE TOMA DEL FEED DEL PROVEEDOR *
       01  WS-HORA-INICIO-G.
           03  WS-HI-HH        PIC 99.
           03  WS-HI-MM        PIC 99.
           03  WS-HI-SS        PIC 99.
           03  WS-HI-CC        PIC 99.

       01  WS-HORA-FIN-G.
           03  WS-HF-HH        PIC 99.
           03  WS-HF-MM        PIC 99.
           03  WS-HF-SS        PIC 99.
           03  WS-HF-CC        PIC 99.

       01  WS-SEG-INICIO        PIC 9(07) COMP.
       01  WS-SEG-FIN           PIC 9(07) COMP.

       01  WS-STATUS-FIN    PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           03  DEB-NROCUEN        PIC 9(15).
           03  DEB-IMPORTE        PIC 9(9)V99.
           03  DEB-REFERENCIA     PIC X(15).
      * ENTIDAD QUE ORIGINA EL DEBITO EN EL CLEARING *
           03  DEB-ENTIDAD        PIC 9(03).
           03  FILLER             PIC X(04).

      * VISTA DEL REGISTRO DEL MAESTRO DE ADHESIONES *
       01  WS-REG-MAN.

      * RUTINA COMPARTIDA DE POSTEO DE SALDO (TP 35) ******************
       01  WS-PGMVPS15      PIC X(8)  VALUE 'PGMVPS15'.
           COPY CPPOSTEO.

      * REFERENCIA DEL DEBITO EN EL LIBRO DE MOVIMIENTOS: EMPRESA +   *
      * REFERENCIA QUE INFORMA LA EMPRESA ORIGINANTE *******************
       77  WS-CODMOV-DEBITO PIC X(03) VALUE 'DAD'.
       01  WS-REF-POSTEO.
           03  WS-REF-EMPRESA     PIC X(10)  VALUE SPACES.
           03  WS-REF-DEBITO      PIC X(15)  VALUE SPACES.

           EXEC SQL
             INCLUDE SQLCA
      **************************************
       1000-INICIO.

           ACCEPT WS-HORA-INICIO-G FROM TIME.

           CALL WS-PGMVFD15 USING LK-PARM-FECPRO.
           MOVE LK-FP-FECHA-6 TO WS-FECHA-RES.
           MOVE LK-FP-FECHA-6 TO WS-FECHA.
           MOVE DEB-NROCUEN    TO RSP-NROCUEN.
           MOVE DEB-IMPORTE    TO RSP-IMPORTE.
           MOVE DEB-REFERENCIA TO RSP-REFERENCIA.
           MOVE DEB-ENTIDAD    TO RSP-ENTIDAD.

           PERFORM 5100-BUSCAR-ADHESION THRU F-5100-BUSCAR-ADHESION.

           MOVE DEB-TIPCUEN TO LK-PS-TIPCUEN.
           MOVE DEB-NROCUEN TO LK-PS-NROCUEN.
           COMPUTE LK-PS-IMPORTE = ZEROS - DEB-IMPORTE.
           MOVE 'PGMVDM15'       TO LK-PS-PROGRAMA.
           MOVE WS-CODMOV-DEBITO TO LK-PS-CODMOV.
           MOVE DEB-EMPRESA      TO WS-REF-EMPRESA.
           MOVE DEB-REFERENCIA   TO WS-REF-DEBITO.
           MOVE WS-REF-POSTEO    TO LK-PS-REFERENCIA.
           MOVE WS-FECHA-HOY-8   TO LK-PS-FECHA.

           CALL WS-PGMVPS15 USING LK-PARM-POSTEO.

      * YA POSTEADO: EL MISMO DEBITO SE PAGO EN UNA CORRIDA ANTERIOR *
           IF LK-PS-POSTEADO OR LK-PS-YA-POSTEADO
              SET RSP-PAGADO TO TRUE
           ELSE
      * EMBARGO O SUCESION: EL DEBITO VUELVE COMO SIN FONDOS *
           END-IF.
           CLOSE RESUMEN.

      * SOLO LA CORRIDA QUE TOMA EL FEED DEL PROVEEDOR DEJA PERFLOG *
           IF WS-MODO-LIQUIDACION
              ACCEPT WS-HORA-FIN-G FROM TIME
              COMPUTE WS-SEG-INICIO = WS-HI-HH * 3600 + WS-HI-MM * 60
                                                        + WS-HI-SS
              COMPUTE WS-SEG-FIN    = WS-HF-HH * 3600 + WS-HF-MM * 60
                                                        + WS-HF-SS
              IF WS-SEG-FIN < WS-SEG-INICIO
                 ADD 86400 TO WS-SEG-FIN
              END-IF

              MOVE SPACES          TO WS-REG-PERFLOG
              MOVE 'PGMVDM15'      TO PERF-PROGRAMA
              MOVE WS-FECHA-RES    TO PERF-FECHA
              MOVE WS-HORA-INICIO-G TO PERF-HORA-INICIO
              MOVE WS-HORA-FIN-G    TO PERF-HORA-FIN
              COMPUTE PERF-SEGUNDOS = WS-SEG-FIN - WS-SEG-INICIO
              MOVE RES-CANT-PROCESADOS TO PERF-CANT-PROCESADOS

              OPEN EXTEND PERFLOG
              WRITE REG-PERFLOG FROM WS-REG-PERFLOG
              IF FS-PERF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE PERFLOG = ' FS-PERF
              END-IF
              CLOSE PERFLOG
           END-IF.

       F-9999-FINAL.
           EXIT.
