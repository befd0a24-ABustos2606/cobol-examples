      ***************************************************************
      *    CPBENEF - LAYOUT REGISTRO MAESTRO DE BENEFICIARIOS        *
      *    FINALES DE CLIENTES PERSONA JURIDICA (VSAM DDBENEF) -     *
      *    UNA ENTRADA POR EMPRESA (CUIT 30/33/34) Y PERSONA HUMANA  *
      *    QUE LA POSEE O CONTROLA, CON EL PORCENTAJE, EL TIPO DE    *
      *    CONTROL Y EL RESULTADO DEL ULTIMO SCREENING CONTRA LAS    *
      *    LISTAS DE OBSERVADOS (PGMVWS15). CLAVE EMPRESA + TITULAR, *
      *    ASI LOS BENEFICIARIOS DE UNA EMPRESA QUEDAN CONTIGUOS.    *
      *    LO MANTIENE PGMVBF15                                      *
      ***************************************************************
       01  WS-REG-BENEF.
           03  BEN-CLAVE.
               05  BEN-EMP-TIPDOC     PIC X(02).
               05  BEN-EMP-NRODOC     PIC 9(11).
               05  BEN-TIT-TIPDOC     PIC X(02).
               05  BEN-TIT-NRODOC     PIC 9(11).
           03  BEN-NOMBRE             PIC X(30).
      *    'P' PARTICIPACION EN EL CAPITAL / 'V' VOTOS /             *
      *    'O' CONTROL POR OTROS MEDIOS (SIN PORCENTAJE)             *
           03  BEN-TIPO-CONTROL       PIC X(01).
               88  BEN-CONTROL-CAPITAL        VALUE 'P'.
               88  BEN-CONTROL-VOTOS          VALUE 'V'.
               88  BEN-CONTROL-OTROS          VALUE 'O'.
               88  BEN-CONTROL-VALIDO         VALUE 'P' 'V' 'O'.
           03  BEN-PORCENTAJE         PIC 9(03)V99.
           03  BEN-FEC-DECLARA        PIC 9(08).
      *    RESULTADO DEL SCREENING: 'X' LIMPIO / 'D' COINCIDENCIA    *
      *    POR DOCUMENTO / 'N' COINCIDENCIA SOLO POR NOMBRE          *
           03  BEN-SCREENING          PIC X(01).
               88  BEN-SCR-LIMPIO             VALUE 'X'.
               88  BEN-SCR-DOCUMENTO          VALUE 'D'.
               88  BEN-SCR-NOMBRE             VALUE 'N'.
           03  BEN-SCR-LISTA          PIC X(10).
           03  BEN-FEC-SCREENING      PIC 9(08).
           03  BEN-FEC-ALTA           PIC 9(08).
           03  BEN-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(15).
