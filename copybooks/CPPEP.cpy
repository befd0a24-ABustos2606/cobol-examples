      ***************************************************************
      *    CPPEP - LAYOUT REGISTRO MAESTRO DE DECLARACIONES JURADAS  *
      *    DE PERSONA EXPUESTA POLITICAMENTE (VSAM DDPEP) - UNA      *
      *    ENTRADA POR DOCUMENTO, MANTENIDA POR PGMVPE15: CONDICION  *
      *    DECLARADA, CARGO Y ORGANISMO, FECHA DE LA DECLARACION Y   *
      *    FECHA EN QUE DEBE RENOVARSE                               *
      ***************************************************************
       01  WS-REG-PEP.
           03  PEP-CLAVE.
               05  PEP-TIPDOC         PIC X(02).
               05  PEP-NRODOC         PIC 9(11).
      *    'S' ES PEP / 'F' FAMILIAR O ALLEGADO DE UN PEP /          *
      *    'N' DECLARA NO SER PEP                                    *
           03  PEP-CONDICION          PIC X(01).
               88  PEP-ES-PEP                 VALUE 'S'.
               88  PEP-ES-ALLEGADO            VALUE 'F'.
               88  PEP-NO-ES-PEP              VALUE 'N'.
               88  PEP-CONDICION-VALIDA       VALUE 'S' 'F' 'N'.
           03  PEP-CARGO              PIC X(30).
           03  PEP-ORGANISMO          PIC X(20).
           03  PEP-FEC-DECLARA        PIC 9(08).
      *    CEROS = DECLARACION SIN VENCIMIENTO                       *
           03  PEP-FEC-VENCE          PIC 9(08).
           03  PEP-FEC-ALTA           PIC 9(08).
           03  PEP-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(04).
