      ***************************************************************
      *    CPFCITEN - LAYOUT REGISTRO DE TENENCIAS DE CUOTAPARTES    *
      *    DE FCI POR CLIENTE (VSAM DDFCITEN) - UNA ENTRADA POR      *
      *    DOCUMENTO Y FONDO: CUENTA Y SUCURSAL DE RADICACION,       *
      *    CUOTAPARTES Y ULTIMA VALUACION AL VALOR DE CUOTAPARTE     *
      *    DEL DIA. LA ACTUALIZA PGMVFI15 Y LA LEE EL EXTRACTO DE    *
      *    CLIENTES (DB2-TP39)                                       *
      ***************************************************************
       01  WS-REG-FCITEN.
           03  FTE-CLAVE.
               05  FTE-TIPDOC         PIC X(02).
               05  FTE-NRODOC         PIC 9(11).
               05  FTE-FONDO          PIC 9(03).
           03  FTE-SUCURSAL           PIC 9(02).
           03  FTE-TIPCUEN            PIC 9(02).
           03  FTE-NROCUEN            PIC 9(15).
           03  FTE-MONEDA             PIC 9(02).
           03  FTE-CUOTAPARTES        PIC 9(9)V9(6).
           03  FTE-VCP                PIC 9(5)V9(6).
           03  FTE-VALUACION          PIC 9(11)V99.
           03  FTE-FEC-VALUACION      PIC 9(08).
           03  FTE-FEC-ALTA           PIC 9(08).
           03  FTE-FEC-ULT-MOV        PIC 9(08).
           03  FILLER                 PIC X(10).
