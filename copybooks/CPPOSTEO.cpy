      ***************************************************************
      *    CPPOSTEO - AREA DE COMUNICACION CON LA RUTINA DE POSTEO   *
      *    PGMVPS15. EL LLAMADOR INFORMA CUENTA, IMPORTE (NEGATIVO = *
      *    DEBITO), PROGRAMA DE ORIGEN, CODIGO DE TRANSACCION DE LA  *
      *    TABLA DDCODMOV, UNA REFERENCIA UNICA POR PROGRAMA Y LA    *
      *    FECHA DE NEGOCIO (CEROS = FECHA DE PROCESO DE PGMVFD15).  *
      *    LA RUTINA DEVUELVE EL STATUS Y EL SALDO POSTERIOR.        *
      *    UNA REFERENCIA YA REGISTRADA EN EL LIBRO DE MOVIMIENTOS   *
      *    (TB99MOVI) VUELVE COMO YA POSTEADA SIN TOCAR EL SALDO     *
      *    Y UN DEBITO SOBRE UNA CUENTA BLOQUEADA O CASTIGADA POR LA *
      *    GESTION DE MORA (PGMVGM15) VUELVE RECHAZADO ('B'). UN     *
      *    DEBITO QUE SUPERA EL SALDO DISPONIBLE DE UNA CUENTA CON   *
      *    RETENCIONES DE FONDOS (PGMVRE15) VUELVE RECHAZADO ('H')   *
      *    EN UNA TRANSFERENCIA ENTRE CUENTAS EL LLAMADOR INFORMA    *
      *    EN CADA PATA LA CUENTA CONTRAPARTE (CEROS = SIN           *
      *    CONTRAPARTE): SI ES DE OTRA SUCURSAL LA RUTINA REGISTRA   *
      *    LA PARTIDA INTERSUCURSAL EN TB99INTS. LA RUTINA LIMPIA    *
      *    LA CONTRAPARTE EN CADA LLAMADA                            *
      ***************************************************************
       01  LK-PARM-POSTEO.
           03  LK-PS-TIPCUEN        PIC 9(02).
           03  LK-PS-NROCUEN        PIC 9(15).
           03  LK-PS-IMPORTE        PIC S9(9)V99.
           03  LK-STATUS-POSTEO     PIC X.
               88  LK-PS-POSTEADO            VALUE 'Y'.
               88  LK-PS-CUENTA-INEXISTENTE  VALUE 'N'.
               88  LK-PS-RECHAZO-EMBARGO     VALUE 'R'.
               88  LK-PS-RECHAZO-SUCESION    VALUE 'F'.
               88  LK-PS-RECHAZO-COBRANZA    VALUE 'B'.
               88  LK-PS-RECHAZO-RETENCION   VALUE 'H'.
               88  LK-PS-YA-POSTEADO         VALUE 'D'.
               88  LK-PS-CODIGO-INVALIDO     VALUE 'C'.
               88  LK-PS-ERROR               VALUE 'E'.
           03  LK-SQLCODE-RESULT    PIC +++999.
           03  LK-PS-PROGRAMA       PIC X(08).
           03  LK-PS-CODMOV         PIC X(03).
           03  LK-PS-REFERENCIA     PIC X(25).
           03  LK-PS-FECHA          PIC 9(08).
           03  LK-PS-SALDO-POST     PIC S9(9)V99.
           03  LK-PS-CTP-TIPCUEN    PIC 9(02).
           03  LK-PS-CTP-NROCUEN    PIC 9(15).
