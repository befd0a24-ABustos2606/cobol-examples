      ***************************************************************
      *    CPOPECTL - AREA DE COMUNICACION CON LA RUTINA PGMVOP15    *
      *    DE AUTORIZACION DE OPERADORES. EL FEED INFORMA EL         *
      *    OPERADOR DE LA NOVEDAD, SU CODIGO DE FUNCION Y LA         *
      *    SUCURSAL AFECTADA (CEROS SI LA NOVEDAD NO ES DE UNA       *
      *    SUCURSAL) Y RECIBE 'S' O 'N' CON EL MOTIVO DEL RECHAZO    *
      *    PARA EL SUSPENSO                                          *
      ***************************************************************
       01  LK-PARM-OPERADOR.
           03  LK-OPE-ID            PIC X(08).
           03  LK-OPE-FUNCION       PIC X(02).
           03  LK-OPE-SUCURSAL      PIC 9(03).
           03  LK-OPE-ROL           PIC X(02).
           03  LK-OPE-RESULTADO     PIC X(01).
               88  LK-OPE-AUTORIZADO         VALUE 'S'.
               88  LK-OPE-RECHAZADO          VALUE 'N'.
           03  LK-OPE-MOTIVO        PIC X(30).
