      ***************************************************************
      *    CPRETEN - LAYOUT REGISTRO MAESTRO DE RETENCIONES DE       *
      *    FONDOS NO JUDICIALES (VSAM DDRETEN) - UNA ENTRADA POR     *
      *    RETENCION: CUENTA, IDENTIFICADOR, IMPORTE RETENIDO O      *
      *    BLOQUEO TOTAL, MOTIVO, VENCIMIENTO (CEROS = SIN           *
      *    VENCIMIENTO) Y OPERADOR QUE LA CARGO. MANTENIDO POR       *
      *    PGMVRE15 Y CONSULTADO VIA LA RUTINA PGMVDS15 PARA EL      *
      *    SALDO DISPONIBLE (SALDO MENOS RETENCIONES VIGENTES). LOS  *
      *    EMBARGOS JUDICIALES SIGUEN EN CPEMBARG                    *
      ***************************************************************
       01  WS-REG-RETENCION.
           03  RET-CLAVE.
               05  RET-TIPCUEN        PIC X(02).
               05  RET-NROCUEN        PIC 9(15).
               05  RET-ID             PIC X(10).
           03  RET-SUCUEN             PIC 9(02).
           03  RET-TIPO               PIC X(01).
               88  RET-POR-IMPORTE            VALUE 'I'.
               88  RET-BLOQUEO-TOTAL          VALUE 'T'.
               88  RET-TIPO-VALIDO            VALUE 'I' 'T'.
           03  RET-IMPORTE            PIC 9(9)V99.
           03  RET-MOTIVO             PIC X(02).
               88  RET-MOT-FRAUDE             VALUE 'FR'.
               88  RET-MOT-DOCUMENTACION      VALUE 'DO'.
               88  RET-MOT-CHEQUE             VALUE 'CH'.
               88  RET-MOT-OTROS              VALUE 'OT'.
               88  RET-MOTIVO-VALIDO          VALUE 'FR' 'DO' 'CH'
                                                    'OT'.
           03  RET-VENCIMIENTO        PIC 9(08).
           03  RET-OPERADOR           PIC X(08).
           03  RET-FEC-ALTA           PIC 9(08).
           03  FILLER                 PIC X(13).
