      ***************************************************************
      *    CPFNGREP - REGISTRO DE FEEDS REPETIDOS (DDFNGREP) - UNA   *
      *    ENTRADA CADA VEZ QUE LA HUELLA DEL FEED YA ESTABA EN EL   *
      *    HISTORIAL DDFNGHIS, BLOQUEADA O CON REPROCESO AUTORIZADO  *
      *    POR PARAMETRO. MISMO ESQUEMA OPEN EXTEND QUE CPVOLHIST.   *
      *    LO GRABAN PGMAPS15, DB2@TP40 Y PGMVAC15 Y LO LEE EL       *
      *    TABLERO DE PROVEEDORES PGMVPV15                           *
      ***************************************************************
       01  WS-REG-FNGREP.
           03  FRP-PROGRAMA           PIC X(08).
           03  FRP-FECHA              PIC X(08).
      *    HORA DE INICIO DE LA CORRIDA (HHMMSSCC)                   *
           03  FRP-HORA               PIC 9(08).
           03  FRP-CANTIDAD           PIC 9(07).
           03  FRP-HASH               PIC 9(15).
      *    'B' CORRIDA ABORTADA / 'A' REPROCESO AUTORIZADO           *
           03  FRP-RESULTADO          PIC X(01).
               88  FRP-BLOQUEADO              VALUE 'B'.
               88  FRP-AUTORIZADO             VALUE 'A'.
           03  FILLER                 PIC X(03).
