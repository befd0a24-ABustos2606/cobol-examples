      ***************************************************************
      *    CPSWIFT - LAYOUT REGISTRO DE TRANSFERENCIAS AL EXTERIOR   *
      *    (VSAM DDSWFREG) - UNA ENTRADA POR REFERENCIA DE LA ORDEN  *
      *    (CAMPO 20 DEL MT103): CUENTA DEBITADA, IMPORTE, COMISION, *
      *    BENEFICIARIO, CORRESPONSAL Y ESTADO. LO GRABA PGMVSW15 AL *
      *    EMITIR EL MENSAJE Y LO ACTUALIZA CON EL ARCHIVO DE        *
      *    ESTADOS DEL CORRESPONSAL (CONFIRMADA O DEVUELTA CON EL    *
      *    IMPORTE REACREDITADO AL CLIENTE)                          *
      ***************************************************************
       01  WS-REG-SWIFT.
           03  SWR-REFERENCIA         PIC X(16).
           03  SWR-TIPCUEN            PIC 9(02).
           03  SWR-NROCUEN            PIC 9(15).
           03  SWR-MONEDA             PIC 9(02).
           03  SWR-IMPORTE            PIC 9(9)V99.
           03  SWR-COMISION           PIC 9(7)V99.
           03  SWR-BEN-NOMBRE         PIC X(35).
           03  SWR-BEN-CUENTA         PIC X(34).
           03  SWR-BEN-BIC            PIC X(11).
           03  SWR-COR-BIC            PIC X(11).
           03  SWR-ESTADO             PIC X(01).
               88  SWR-ENVIADA                VALUE 'E'.
               88  SWR-CONFIRMADA             VALUE 'C'.
               88  SWR-DEVUELTA               VALUE 'R'.
           03  SWR-FEC-ENVIO          PIC 9(08).
           03  SWR-FEC-ESTADO         PIC 9(08).
      * IMPORTE REACREDITADO EN LA DEVOLUCION Y MOTIVO DEL RECHAZO *
           03  SWR-IMPORTE-DEV        PIC 9(9)V99.
           03  SWR-MOTIVO             PIC X(30).
           03  FILLER                 PIC X(46).
