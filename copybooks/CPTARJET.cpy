      ***************************************************************
      *    CPTARJET - LAYOUT REGISTRO MAESTRO DE TARJETAS DE DEBITO  *
      *    (VSAM DDTARJET) - UNA ENTRADA POR NUMERO DE TARJETA:      *
      *    CUENTA, TITULAR, NOMBRE EMBOZADO, EMISION, VENCIMIENTO    *
      *    (AAAAMM) Y ESTADO. EL NUMERO LO ASIGNA PGMVCE15 AL ARMAR  *
      *    EL EMBOZADO (BIN DEL PRODUCTO + SECUENCIA + DIGITO LUHN)  *
      *    Y EL MAESTRO LO CARGA Y MANTIENE PGMVTJ15. LA CLAVE EN    *
      *    CEROS ES EL REGISTRO DE CONTROL CON LA ULTIMA SECUENCIA   *
      *    ASIGNADA (WS-REG-TARJETA-CTL)                             *
      ***************************************************************
       01  WS-REG-TARJETA.
           03  TAR-NUMERO             PIC 9(16).
      * TIPCUEN DE TB99CUEN RESUELTO AL CARGAR (CEROS = SIN RESOLVER) *
           03  TAR-TIPCUEN            PIC 9(02).
           03  TAR-TIPO-CTA           PIC X(02).
           03  TAR-NROCUEN            PIC 9(15).
           03  TAR-MONEDA             PIC 9(02).
           03  TAR-PRODUCTO           PIC X(04).
           03  TAR-TIPDOC             PIC X(02).
           03  TAR-NRODOC             PIC 9(11).
           03  TAR-NOMBRE             PIC X(26).
           03  TAR-FEC-EMISION        PIC 9(08).
           03  TAR-VENCIMIENTO        PIC 9(06).
           03  TAR-ESTADO             PIC X(01).
               88  TAR-EMITIDA                VALUE 'E'.
               88  TAR-ACTIVA                 VALUE 'A'.
               88  TAR-BLOQUEADA              VALUE 'B'.
               88  TAR-CANCELADA              VALUE 'C'.
               88  TAR-VIGENTE                VALUE 'E' 'A'.
           03  TAR-MOTIVO             PIC X(02).
               88  TAR-MOT-EXTRAVIO           VALUE 'EX'.
               88  TAR-MOT-ROBO               VALUE 'RO'.
               88  TAR-MOT-CUENTA-CERRADA     VALUE 'CC'.
               88  TAR-MOT-FALLECIDO          VALUE 'FA'.
               88  TAR-MOT-BLOQUEO-TOTAL      VALUE 'BT'.
               88  TAR-MOT-REPOSICION         VALUE 'RP'.
           03  TAR-FEC-ESTADO         PIC 9(08).
           03  TAR-OPERADOR           PIC X(08).
      * 'S' = RENOVACION YA PEDIDA AL EMBOZADOR, NO SE VUELVE A PEDIR *
           03  TAR-RENOVACION         PIC X(01).
               88  TAR-RENOVACION-PEDIDA      VALUE 'S'.
               88  TAR-SIN-RENOVACION         VALUE 'N' ' '.
           03  FILLER                 PIC X(06).

       01  WS-REG-TARJETA-CTL REDEFINES WS-REG-TARJETA.
           03  CTL-CLAVE              PIC 9(16).
           03  CTL-ULT-SECUENCIA      PIC 9(09).
           03  CTL-FEC-ULT-ASIGNACION PIC 9(08).
           03  FILLER                 PIC X(87).
