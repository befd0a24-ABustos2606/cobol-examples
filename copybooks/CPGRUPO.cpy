      ***************************************************************
      *    CPGRUPO - LAYOUT REGISTRO MAESTRO DE GRUPOS ECONOMICOS    *
      *    (VSAM DDGRUPO) - CLAVE GRUPO + DOCUMENTO. POR CADA GRUPO  *
      *    UNA CABECERA 'G' (DOCUMENTO EN BLANCO/CEROS, QUEDA        *
      *    PRIMERA EN LA CLAVE) CON EL NOMBRE Y EL UMBRAL DE         *
      *    EXPOSICION DEL GRUPO, Y UN REGISTRO 'M' POR CADA EMPRESA  *
      *    O PERSONA HUMANA QUE LO INTEGRA CON SU TIPO DE RELACION.  *
      *    UN DOCUMENTO INTEGRA UN SOLO GRUPO (INDICE ALTERNATIVO    *
      *    POR DOCUMENTO). LO MANTIENE PGMVGE15, LO CONSOLIDA        *
      *    PGMVGR15 Y LO MUESTRA EL LEGAJO PGMVCF15                  *
      ***************************************************************
       01  WS-REG-GRUPO.
           03  GRP-CLAVE.
               05  GRP-CODIGO         PIC X(06).
               05  GRP-DOCUMENTO.
                   07  GRP-TIPDOC     PIC X(02).
                   07  GRP-NRODOC     PIC 9(11).
           03  GRP-TIPO-REG           PIC X(01).
               88  GRP-CABECERA               VALUE 'G'.
               88  GRP-MIEMBRO                VALUE 'M'.
      *    NOMBRE DEL GRUPO EN LA CABECERA, DEL INTEGRANTE EN 'M'    *
           03  GRP-NOMBRE             PIC X(30).
      *    SOLO EN LOS 'M': 'C' CONTROLANTE / 'D' CONTROLADA /       *
      *    'V' VINCULADA / 'P' PERSONA HUMANA CONTROLANTE            *
           03  GRP-RELACION           PIC X(01).
               88  GRP-REL-CONTROLANTE        VALUE 'C'.
               88  GRP-REL-CONTROLADA         VALUE 'D'.
               88  GRP-REL-VINCULADA          VALUE 'V'.
               88  GRP-REL-PERSONA            VALUE 'P'.
               88  GRP-RELACION-VALIDA        VALUE 'C' 'D' 'V' 'P'.
      *    SOLO EN LA CABECERA: TOPE DE EXPOSICION CREDITICIA DEL    *
      *    GRUPO EN MONEDA LOCAL (CEROS = UMBRAL GENERAL DE DDPARAM) *
           03  GRP-UMBRAL             PIC 9(11)V99.
           03  GRP-FEC-ALTA           PIC 9(08).
           03  GRP-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(10).
