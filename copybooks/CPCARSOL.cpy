      ***************************************************************
      *    CPCARSOL - SOLICITUD DE CORRESPONDENCIA (DDCARSOL) - COLA *
      *    COMUN QUE CUALQUIER JOB EXTIENDE (OPEN EXTEND) CON LA     *
      *    CARTA A EMITIR, EL DOCUMENTO DEL CLIENTE Y LOS VALORES    *
      *    DE COMBINACION @V01 A @V05. LA RESUELVE PGMVCO15          *
      ***************************************************************
       01  WS-REG-CARSOL.
           03  SOL-CARTA              PIC X(06).
           03  SOL-TIPDOC             PIC X(02).
           03  SOL-NRODOC             PIC 9(11).
           03  SOL-PROGRAMA           PIC X(08).
           03  SOL-FECHA              PIC 9(08).
      *    REFERENCIA LIBRE DEL SOLICITANTE (CUENTA, PIEZA, ETC)     *
           03  SOL-REFERENCIA         PIC X(20).
           03  SOL-VALOR              PIC X(20)  OCCURS 5 TIMES.
           03  FILLER                 PIC X(05).
