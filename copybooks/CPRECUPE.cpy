      ***************************************************************
      *    CPRECUPE - LAYOUT REGISTRO DE RECUPERO DE CASTIGOS (VSAM  *
      *    DDRECUPE) - UNA ENTRADA POR CASO CASTIGADO POR PGMVGM15:  *
      *    IMPORTE CASTIGADO, RECUPERADO Y PENDIENTE. LOS CREDITOS   *
      *    QUE INGRESAN DESPUES EN LA CUENTA SE APLICAN CONTRA EL    *
      *    PENDIENTE HASTA CANCELARLO                                *
      ***************************************************************
       01  WS-REG-RECUPERO.
           03  REC-CLAVE.
               05  REC-SUCUEN         PIC 9(02).
               05  REC-TIPCUEN        PIC 9(02).
               05  REC-NROCUEN        PIC 9(10).
               05  REC-FEC-CASTIGO    PIC 9(08).
           03  REC-NROCLI             PIC 9(03).
           03  REC-IMP-CASTIGO        PIC 9(9)V99.
           03  REC-IMP-RECUPERADO     PIC 9(9)V99.
           03  REC-IMP-PENDIENTE      PIC 9(9)V99.
           03  REC-FEC-ULT-RECUP      PIC 9(08).
           03  REC-ESTADO             PIC X(01).
               88  REC-PENDIENTE              VALUE 'P'.
               88  REC-RECUPERADO             VALUE 'T'.
           03  FILLER                 PIC X(13).
