      ***************************************************************
      *    CPCARPLA - MAESTRO DE PLANTILLAS DE CORRESPONDENCIA       *
      *    (DDCARPLA, SECUENCIAL ORDENADO POR CARTA, VERSION Y       *
      *    LINEA). LA LINEA 000 ES LA CABECERA DE LA VERSION; LAS    *
      *    DEMAS LLEVAN EL TEXTO CON LOS CAMPOS DE COMBINACION       *
      *    @NOM @DOM @CIU @CPO @FEC @DOC Y @V01 A @V05 (VALORES DE   *
      *    LA SOLICITUD CPCARSOL). RIGE LA MAYOR VERSION CON FECHA   *
      *    DE VIGENCIA ALCANZADA. LO LEE EL MOTOR PGMVCO15           *
      ***************************************************************
       01  WS-REG-PLANTILLA.
           03  PLA-CARTA              PIC X(06).
           03  PLA-VERSION            PIC 9(03).
           03  PLA-VIGENCIA           PIC 9(08).
           03  PLA-LINEA              PIC 9(03).
           03  PLA-TEXTO              PIC X(80).
           03  PLA-CABECERA REDEFINES PLA-TEXTO.
               05  PLA-DESCRIPCION    PIC X(30).
      *    'P' SOLO CORREO POSTAL (AVISOS LEGALES) / ' ' SEGUN EL    *
      *    CANAL PREFERIDO DEL CLIENTE                               *
               05  PLA-CANAL          PIC X(01).
                   88  PLA-SOLO-POSTAL        VALUE 'P'.
                   88  PLA-SEGUN-PREFERENCIA  VALUE ' '.
      *    'S' COMUNICACION COMERCIAL - SE RESPETA EL CONSENTIMIENTO *
      *    DEL CLIENTE (PGMVCK15)                                    *
               05  PLA-COMERCIAL      PIC X(01).
                   88  PLA-ES-COMERCIAL       VALUE 'S'.
               05  PLA-ASUNTO         PIC X(40).
               05  FILLER             PIC X(08).
           03  FILLER                 PIC X(10).
