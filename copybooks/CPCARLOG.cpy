      ***************************************************************
      *    CPCARLOG - REGISTRO DE CONTACTOS CON EL CLIENTE           *
      *    (DDCARLOG, SECUENCIAL, SE EXTIENDE EN CADA CORRIDA DE     *
      *    PGMVCO15) - UNA ENTRADA POR SOLICITUD DE CORRESPONDENCIA  *
      *    RESUELTA, CON EL CANAL Y EL DESTINO USADOS O EL MOTIVO    *
      *    POR EL QUE NO SALIO. LO MUESTRA EL LEGAJO PGMVCF15        *
      ***************************************************************
       01  WS-REG-CARLOG.
           03  LOG-TIPDOC             PIC X(02).
           03  LOG-NRODOC             PIC 9(11).
           03  LOG-FECHA              PIC 9(08).
           03  LOG-CARTA              PIC X(06).
           03  LOG-VERSION            PIC 9(03).
           03  LOG-PROGRAMA           PIC X(08).
           03  LOG-REFERENCIA         PIC X(20).
           03  LOG-CANAL              PIC X(01).
               88  LOG-POR-CORREO             VALUE 'C'.
               88  LOG-POR-EMAIL              VALUE 'E'.
               88  LOG-SIN-CANAL              VALUE ' '.
      *    DOMICILIO Y CIUDAD O DIRECCION DE CORREO ELECTRONICO      *
           03  LOG-DESTINO            PIC X(40).
           03  LOG-ESTADO             PIC X(01).
               88  LOG-ENVIADA                VALUE 'E'.
               88  LOG-CUARENTENA             VALUE 'Q'.
               88  LOG-SIN-DIRECCION          VALUE 'D'.
               88  LOG-SIN-CONSENTIMIENTO     VALUE 'N'.
           03  FILLER                 PIC X(20).
