      ***************************************************************
      *    CPMENCTL - AREA DE COMUNICACION CON LA RUTINA PGMVMN15    *
      *    DE VERIFICACION DE FIRMA EN CUENTAS DE MENORES. EL        *
      *    LLAMADOR INFORMA EL DOCUMENTO Y LA FECHA DE NACIMIENTO    *
      *    DEL TITULAR (FECNAC DE TB99CLIE, AAAA-MM-DD), EL          *
      *    DOCUMENTO DEL FIRMANTE (CEROS = FIRMA EL TITULAR) Y LA    *
      *    FECHA DE LA OPERACION. UN TITULAR MAYOR DE EDAD SIGUE LA  *
      *    VERIFICACION HABITUAL (PGMVPD15); UN MENOR SOLO OPERA CON *
      *    LA FIRMA DE UN REPRESENTANTE VIGENTE EN DDTUTOR           *
      ***************************************************************
       01  LK-PARM-MENOR.
           03  LK-MEN-TIPDOC        PIC X(02).
           03  LK-MEN-NRODOC        PIC 9(11).
           03  LK-MEN-FECNAC        PIC X(10).
           03  LK-MEN-FIR-TIPDOC    PIC X(02).
           03  LK-MEN-FIR-NRODOC    PIC 9(11).
           03  LK-MEN-FECHA         PIC 9(08).
           03  LK-MEN-FEC-MAYORIA   PIC 9(08).
           03  LK-STATUS-MENOR      PIC X.
               88  LK-MEN-MAYOR-DE-EDAD      VALUE 'M'.
               88  LK-MEN-REPRESENTANTE      VALUE 'A'.
               88  LK-MEN-SIN-REPRESENTANTE  VALUE 'S'.
               88  LK-MEN-NO-REPRESENTANTE   VALUE 'N'.
