      ***************************************************************
      *    CPASIENT - LAYOUT LINEA DE ASIENTO CONTABLE (DDASIENT)    *
      *    UNA LINEA DEBE Y UNA HABER POR CADA MOVIMIENTO DEL LIBRO  *
      *    TB99MOVI, CON EL MISMO NUMERO DE ASIENTO - LO GRABA       *
      *    PGMVAS15 Y LO CONSUME CONTABILIDAD                        *
      ***************************************************************
       01  WS-REG-ASIENTO.
           03  ASI-FECHA          PIC 9(08).
           03  ASI-NUMERO         PIC 9(07).
           03  ASI-SUCUEN         PIC 9(02).
           03  ASI-MONEDA         PIC 9(02).
           03  ASI-CUENTA         PIC 9(06).
           03  ASI-DEBE-HABER     PIC X(01).
               88  ASI-DEBE                VALUE 'D'.
               88  ASI-HABER               VALUE 'H'.
           03  ASI-IMPORTE        PIC 9(9)V99.
           03  ASI-CODMOV         PIC X(03).
           03  ASI-PROGRAMA       PIC X(08).
           03  ASI-REFERENCIA     PIC X(25).
           03  FILLER             PIC X(07).
