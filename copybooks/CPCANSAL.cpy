      ***************************************************************
      *    CPCANSAL - LAYOUT DEL INTERCAMBIO DE CANJE DE CHEQUES DE  *
      *    OTROS BANCOS (80 BYTES). PGMVCJ15 GRABA EN DDCANSAL UN    *
      *    LOTE POR ENTIDAD GIRADA: CABECERA 'H', DETALLES 'D' Y     *
      *    TRAILER 'T' CON CANTIDAD E IMPORTE DEL LOTE. LA CAMARA    *
      *    DEVUELVE EN DDCANREC LOS CHEQUES RECHAZADOS CON EL MISMO  *
      *    DETALLE Y EL MOTIVO DEL BANCO GIRADO                      *
      ***************************************************************
       01  WS-REG-CANSAL.
           03  CSA-TIPO-REG               PIC X(01).
               88  CSA-CABECERA                   VALUE 'H'.
               88  CSA-DETALLE                    VALUE 'D'.
               88  CSA-TRAILER                    VALUE 'T'.
           03  CSA-ENTIDAD                PIC 9(03).
           03  CSA-SUC-GIRADA             PIC 9(03).
           03  CSA-CTA-GIRADA             PIC 9(11).
           03  CSA-NRO-CHEQUE             PIC 9(08).
           03  CSA-IMPORTE                PIC 9(09)V99.
      *    ENTIDAD PRESENTANTE (PROPIA) Y SUCURSAL DEL DEPOSITO      *
           03  CSA-ENTIDAD-DEP            PIC 9(03).
           03  CSA-SUC-DEPOSITO           PIC 9(03).
           03  CSA-FEC-DEPOSITO           PIC 9(08).
      *    SOLO EN DDCANREC: MOTIVO DEL RECHAZO                      *
           03  CSA-MOTIVO                 PIC X(02).
           03  FILLER                     PIC X(27).

       01  WS-REG-CANSAL-CAB REDEFINES WS-REG-CANSAL.
           03  CSH-TIPO-REG               PIC X(01).
           03  CSH-ENTIDAD                PIC 9(03).
           03  CSH-ENTIDAD-DEP            PIC 9(03).
           03  CSH-FECHA                  PIC 9(08).
           03  FILLER                     PIC X(65).

       01  WS-REG-CANSAL-TOT REDEFINES WS-REG-CANSAL.
           03  CST-TIPO-REG               PIC X(01).
           03  CST-ENTIDAD                PIC 9(03).
           03  CST-CANT-CHEQUES           PIC 9(07).
           03  CST-IMPORTE                PIC 9(13)V99.
           03  FILLER                     PIC X(54).
