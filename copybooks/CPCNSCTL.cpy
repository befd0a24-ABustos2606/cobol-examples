      ***************************************************************
      *    CPCNSCTL - AREA DE COMUNICACION CON LA RUTINA PGMVCK15    *
      *    DE CONSULTA DE CONSENTIMIENTO PARA COMUNICACIONES         *
      *    COMERCIALES. EL LLAMADOR INFORMA EL DOCUMENTO Y RECIBE    *
      *    UNA MARCA POR CANAL ('N' SOLO CUANDO EL CLIENTE RECHAZO   *
      *    ESE CANAL EN DDCONSEN) Y EL ESTADO GENERAL: 'N' CUANDO    *
      *    RECHAZO LOS CUATRO CANALES Y NO DEBE SER CONTACTADO       *
      ***************************************************************
       01  LK-PARM-CONSENT.
           03  LK-CNS-TIPDOC        PIC X(02).
           03  LK-CNS-NRODOC        PIC 9(11).
           03  LK-CNS-POSTAL        PIC X(01).
               88  LK-CNS-POSTAL-SI          VALUE 'S'.
               88  LK-CNS-POSTAL-NO          VALUE 'N'.
           03  LK-CNS-EMAIL         PIC X(01).
               88  LK-CNS-EMAIL-SI           VALUE 'S'.
               88  LK-CNS-EMAIL-NO           VALUE 'N'.
           03  LK-CNS-TELEFONO      PIC X(01).
               88  LK-CNS-TELEFONO-SI        VALUE 'S'.
               88  LK-CNS-TELEFONO-NO        VALUE 'N'.
           03  LK-CNS-SMS           PIC X(01).
               88  LK-CNS-SMS-SI             VALUE 'S'.
               88  LK-CNS-SMS-NO             VALUE 'N'.
           03  LK-STATUS-CONSENT    PIC X.
               88  LK-CNS-CONTACTABLE        VALUE 'S'.
               88  LK-CNS-NO-CONTACTAR       VALUE 'N'.
