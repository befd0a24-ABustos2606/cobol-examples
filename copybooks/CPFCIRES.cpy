      ***************************************************************
      *    CPFCIRES - LAYOUT REGISTRO DE RESCATES DE FCI A LIQUIDAR  *
      *    (VSAM DDFCIRES) - CLAVE FECHA DE LIQUIDACION (T+N HABIL   *
      *    SEGUN PGMVBD15) Y NUMERO DE ORDEN: FONDO, CLIENTE, CUENTA *
      *    DE ACREDITACION, CUOTAPARTES, VALOR DE CUOTAPARTE E       *
      *    IMPORTE. LO GRABA Y ACREDITA PGMVFI15                     *
      ***************************************************************
       01  WS-REG-FCIRES.
           03  RSC-CLAVE.
               05  RSC-FEC-LIQ        PIC 9(08).
               05  RSC-NRO-ORDEN      PIC X(10).
           03  RSC-FONDO              PIC 9(03).
           03  RSC-TIPDOC             PIC X(02).
           03  RSC-NRODOC             PIC 9(11).
           03  RSC-TIPCUEN            PIC 9(02).
           03  RSC-NROCUEN            PIC 9(15).
           03  RSC-MONEDA             PIC 9(02).
           03  RSC-CUOTAPARTES        PIC 9(9)V9(6).
           03  RSC-VCP                PIC 9(5)V9(6).
           03  RSC-IMPORTE            PIC 9(9)V99.
           03  RSC-FEC-ORDEN          PIC 9(08).
           03  RSC-ESTADO             PIC X(01).
               88  RSC-PENDIENTE              VALUE 'P'.
               88  RSC-ACREDITADO             VALUE 'A'.
           03  RSC-FEC-ACREDITADO     PIC 9(08).
           03  FILLER                 PIC X(13).
