      ***************************************************************
      *    CPAUDIT - LAYOUT REGISTRO DE AUDITORIA ANTES/DESPUES      *
      *    CON EL OPERADOR QUE CARGO LA NOVEDAD (EN BLANCO CUANDO    *
      *    EL CAMBIO LO HACE UN PROCESO DE LA CADENA)                *
      ***************************************************************
       01  WS-REG-AUDITORIA.
           03  AUD-PROGRAMA       PIC X(08).
           03  AUD-CLAVE          PIC X(20).
           03  AUD-ANTES          PIC X(60).
           03  AUD-DESPUES        PIC X(60).
           03  AUD-OPERADOR       PIC X(08)  VALUE SPACES.
