      ***************************************************************
      *    CPFONDO - LAYOUT TABLA DE FONDOS COMUNES DE INVERSION     *
      *    COLOCADOS POR EL BANCO (DDFONDOS) - UNA ENTRADA POR FONDO:*
      *    NOMBRE, MONEDA DE SUSCRIPCION, PLAZO DE LIQUIDACION DEL   *
      *    RESCATE EN DIAS HABILES (T+N) Y ESTADO. LA CONSULTA       *
      *    PGMVFI15 PARA VALORIZAR ORDENES Y TENENCIAS               *
      ***************************************************************
       01  WS-REG-FONDO.
           03  FND-CODIGO             PIC 9(03).
           03  FND-NOMBRE             PIC X(25).
           03  FND-MONEDA             PIC 9(02).
           03  FND-DIAS-LIQ           PIC 9(01).
           03  FND-ESTADO             PIC X(01).
               88  FND-ACTIVO                 VALUE 'A'.
               88  FND-SUSPENDIDO             VALUE 'S'.
           03  FILLER                 PIC X(28).
