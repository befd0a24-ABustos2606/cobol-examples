      ***************************************************************
      *    CPACUERD - LAYOUT REGISTRO MAESTRO DE ACUERDOS DE         *
      *    DESCUBIERTO (VSAM) - UN REGISTRO POR CUENTA CORRIENTE     *
      *    CON ACUERDO FIRMADO: LIMITE AUTORIZADO, VENCIMIENTO Y     *
      *    TASA PACTADA (TNA; CEROS = TASA GENERAL DE PGMVID15) -    *
      *    MANTENIDO POR PGMVOD15, CONSULTADO POR DB2@TP42/DB2-TP43  *
      *    Y PGMVID15                                                *
      ***************************************************************
       01  WS-REG-ACUERDO.
           03  ACU-SUCUEN         PIC 9(02).
           03  ACU-NROCUEN        PIC 9(10).
           03  ACU-LIMITE         PIC S9(9)V99.
           03  ACU-VENCIMIENTO    PIC X(08).
           03  ACU-TASA           PIC 9(2)V9(4).
           03  FILLER             PIC X(03).
