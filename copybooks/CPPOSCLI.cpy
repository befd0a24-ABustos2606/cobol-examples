      ***************************************************************
      *    CPPOSCLI - POSICION DE CLIENTES AL CIERRE DEL DIA         *
      *    (DDPOSCLI) - LA GRABA PGMVPN15 UNA VEZ POR NOCHE, AL      *
      *    CERRAR LA IMPUTACION, ORDENADA POR DOCUMENTO: UNA         *
      *    CABECERA, UN DETALLE POR DOCUMENTO Y UN TRAILER CON LOS   *
      *    TOTALES DE CONTROL QUE CADA JOB CONSUMIDOR VERIFICA VIA   *
      *    PGMVPK15 ANTES DE USAR EL ARCHIVO. LOS SALDOS SE          *
      *    VALORIZAN EN PESOS CON LAS TASAS DE CIERRE DDTASAS; UNA   *
      *    MONEDA SIN TASA SE TOMA A LA PAR Y QUEDA MARCADA          *
      ***************************************************************
       01  WS-REG-POSCLI.
           03  POS-TIPO-REG               PIC X(01).
               88  POS-CABECERA                   VALUE 'H'.
               88  POS-DETALLE                    VALUE 'D'.
               88  POS-TRAILER                    VALUE 'T'.
           03  POS-DATOS.
               05  POS-CLAVE.
                   07  POS-TIPDOC         PIC X(02).
                   07  POS-NRODOC         PIC 9(11).
               05  POS-NROCLI             PIC 9(03).
               05  POS-NOMAPE             PIC X(30).
      *    SUCURSAL DE LA PRIMERA CUENTA (O DEL PLAZO FIJO)          *
               05  POS-SUCURSAL           PIC 9(03).
               05  POS-SEGMENTO           PIC X(01).
      *    FECHA DE PROCESO AAAAMMDD DEL CIERRE                      *
               05  POS-FECHA              PIC 9(08).
               05  POS-CANT-CUENTAS       PIC 9(03).
      *    SALDOS POR TIPO DE CUENTA Y MONEDA - VALUACION: L MONEDA  *
      *    LOCAL / T A LA TASA DE CIERRE / P A LA PAR SIN TASA       *
               05  POS-CANT-SALDOS        PIC 9(02).
               05  POS-SALDOS             OCCURS 12 TIMES.
                   07  POS-SAL-TIPCUEN    PIC 9(02).
                   07  POS-SAL-MONEDA     PIC 9(02).
                   07  POS-SAL-CUENTAS    PIC 9(03).
                   07  POS-SAL-VALUACION  PIC X(01).
                       88  POS-SAL-LOCAL          VALUE 'L'.
                       88  POS-SAL-A-TASA         VALUE 'T'.
                       88  POS-SAL-A-LA-PAR       VALUE 'P'.
                   07  POS-SAL-SALDO      PIC S9(13)V99 COMP-3.
                   07  POS-SAL-PESOS      PIC S9(13)V99 COMP-3.
      *    TOTALES DEL DOCUMENTO: NOMINAL SIN VALORIZAR Y EN PESOS   *
               05  POS-SALDO-NOMINAL      PIC S9(13)V99 COMP-3.
               05  POS-SALDO-PESOS        PIC S9(13)V99 COMP-3.
      *    CAPITAL DE PLAZOS FIJOS VIGENTES (PGMVPZ15) EN PESOS      *
               05  POS-CANT-PF            PIC 9(03).
               05  POS-CAPITAL-PF         PIC S9(13)V99 COMP-3.
               05  POS-TOTAL-PESOS        PIC S9(13)V99 COMP-3.
               05  FILLER                 PIC X(13).
           03  POS-DATOS-HDR REDEFINES POS-DATOS.
               05  POS-HDR-FECHA          PIC 9(08).
               05  POS-HDR-PROGRAMA       PIC X(08).
               05  POS-HDR-MONEDA-LOCAL   PIC 9(02).
               05  FILLER                 PIC X(381).
           03  POS-DATOS-TRL REDEFINES POS-DATOS.
               05  POS-TRL-FECHA          PIC 9(08).
      *    CANTIDAD DE DOCUMENTOS Y DE CUENTAS DEL ARCHIVO           *
               05  POS-TRL-CANT           PIC 9(07).
               05  POS-TRL-CUENTAS        PIC 9(09).
      *    SUMAS DE POS-SALDO-PESOS Y POS-CAPITAL-PF DE LOS DETALLES *
               05  POS-TRL-SALDO-PESOS    PIC S9(15)V99.
               05  POS-TRL-CAPITAL-PF     PIC S9(15)V99.
               05  FILLER                 PIC X(341).
