      ***************************************************************
      *    CPREGCON - LAYOUT REGISTRO TABLA DE REGLAS CONTABLES      *
      *    (VSAM DDREGCON) - MANTENIDA POR PGMVAS15 MODO 'M'.        *
      *    CLAVE CODIGO DE MOVIMIENTO (DDCODMOV) + MONEDA; CUENTAS   *
      *    DEL MAYOR A DEBITAR Y ACREDITAR CUANDO EL MOVIMIENTO VA   *
      *    EN SU SENTIDO NORMAL (CMV-SIGNO) - EN SENTIDO CONTRARIO   *
      *    (REVERSAS) EL ASIENTO SE INVIERTE                         *
      ***************************************************************
       01  WS-REG-REGCON.
           03  RCO-CLAVE.
               05  RCO-CODMOV     PIC X(03).
               05  RCO-MONEDA     PIC 9(02).
           03  RCO-CTA-DEBE       PIC 9(06).
           03  RCO-CTA-HABER      PIC 9(06).
           03  RCO-DESCRIPCION    PIC X(20).
           03  FILLER             PIC X(03).
