      ***************************************************************
      *    CPOFICIA - MAESTRO DE OFICIALES DE CUENTA (VSAM DDOFICIA) *
      *    - UN REGISTRO POR OFICIAL, CON SU SUCURSAL, SU ESTADO Y   *
      *    LA CANTIDAD DE CLIENTES QUE TIENE ASIGNADOS HOY. LA BAJA  *
      *    ES LOGICA Y SOLO PROCEDE CON LA CARTERA EN CERO. LO       *
      *    MANTIENE PGMVOF15 Y LO LEE EL LISTADO DE CARTERAS         *
      *    PGMVOC15                                                  *
      ***************************************************************
       01  WS-REG-OFICIA.
           03  OFI-CODIGO             PIC X(06).
           03  OFI-NOMBRE             PIC X(30).
           03  OFI-SUCURSAL           PIC 9(03).
      *    'A' ACTIVO / 'B' DADO DE BAJA                             *
           03  OFI-ESTADO             PIC X(01).
               88  OFI-ACTIVO                 VALUE 'A'.
               88  OFI-DADO-DE-BAJA           VALUE 'B'.
      *    CLIENTES CON ASIGNACION VIGENTE AL OFICIAL                *
           03  OFI-CARTERA            PIC 9(07).
           03  OFI-FEC-ALTA           PIC 9(08).
           03  OFI-FEC-BAJA           PIC 9(08).
           03  OFI-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(09).
