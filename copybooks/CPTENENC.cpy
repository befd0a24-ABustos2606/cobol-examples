      ***************************************************************
      *    CPTENENC - VECTOR DE TENENCIA DE PRODUCTOS POR DOCUMENTO  *
      *    (VSAM DDTENENC) - LO REARMA CADA MES PGMVTE15 CON LAS     *
      *    CUENTAS DE TB99CUEN, PLAZOS FIJOS (PGMVPZ15), TARJETAS    *
      *    DE DEBITO (PGMVTJ15), COTITULARIDADES (PGMVCT15),         *
      *    ADHESIONES DE DEBITO AUTOMATICO (PGMVDM15), ORDENES       *
      *    PERMANENTES (PGMVSO15) Y ACREDITACIONES DE HABERES DEL    *
      *    PERIODO (PGMVHA15). 'S' = TIENE EL PRODUCTO               *
      ***************************************************************
       01  WS-REG-TENENC.
           03  TEN-CLAVE.
               05  TEN-TIPDOC         PIC X(02).
               05  TEN-NRODOC         PIC 9(11).
      *    PERIODO AAAAMM DE LA FOTO                                 *
           03  TEN-PERIODO            PIC 9(06).
      *    SUCURSAL DE LA PRIMERA CUENTA (O DEL PLAZO FIJO)          *
           03  TEN-SUCURSAL           PIC 9(03).
           03  TEN-SEGMENTO           PIC X(01).
           03  TEN-PRODUCTOS.
               05  TEN-TIENE          PIC X(01) OCCURS 9 TIMES.
                   88  TEN-PRODUCTO-SI        VALUE 'S'.
           03  TEN-PRODUCTOS-R REDEFINES TEN-PRODUCTOS.
      *    CAJA DE AHORRO EN MONEDA LOCAL                            *
               05  TEN-CA             PIC X(01).
                   88  TEN-TIENE-CA           VALUE 'S'.
      *    CUENTA CORRIENTE EN MONEDA LOCAL                          *
               05  TEN-CC             PIC X(01).
                   88  TEN-TIENE-CC           VALUE 'S'.
      *    CUENTA EN MONEDA EXTRANJERA CON SALDO                     *
               05  TEN-ME             PIC X(01).
                   88  TEN-TIENE-ME           VALUE 'S'.
      *    PLAZO FIJO VIGENTE                                        *
               05  TEN-PF             PIC X(01).
                   88  TEN-TIENE-PF           VALUE 'S'.
      *    TARJETA DE DEBITO EMITIDA O ACTIVA                        *
               05  TEN-TD             PIC X(01).
                   88  TEN-TIENE-TD           VALUE 'S'.
      *    ADHESION DE DEBITO AUTOMATICO VIGENTE                     *
               05  TEN-DA             PIC X(01).
                   88  TEN-TIENE-DA           VALUE 'S'.
      *    ORDEN PERMANENTE VIGENTE                                  *
               05  TEN-OP             PIC X(01).
                   88  TEN-TIENE-OP           VALUE 'S'.
      *    COTITULAR DE UNA CUENTA                                   *
               05  TEN-CT             PIC X(01).
                   88  TEN-TIENE-CT           VALUE 'S'.
      *    ACREDITACION DE HABERES EN EL PERIODO                     *
               05  TEN-HA             PIC X(01).
                   88  TEN-TIENE-HA           VALUE 'S'.
           03  TEN-CANT-PRODUCTOS     PIC 9(02).
      *    SALDOS NOMINALES EN LA MONEDA DE CADA CUENTA (SIN         *
      *    VALORIZAR), COMO EN LA SEGMENTACION DE PGMVSG15           *
           03  TEN-SALDO-LOCAL        PIC S9(13)V99 COMP-3.
           03  TEN-SALDO-ME           PIC S9(13)V99 COMP-3.
           03  TEN-CAPITAL-PF         PIC S9(13)V99 COMP-3.
           03  TEN-HABERES            PIC S9(13)V99 COMP-3.
           03  FILLER                 PIC X(14).
