      ***************************************************************
      *    CPDIFCAJ - LAYOUT DE DIFERENCIAS DE ARQUEO DE CAJA        *
      *    (DDDIFCAJ) - UN REGISTRO POR OPERADOR CUYO EFECTIVO       *
      *    DECLARADO NO COINCIDE CON EL TOTAL CAPTURADO. LO GRABA    *
      *    PGMVTL15 AL CIERRE DEL ARQUEO Y LO TOMA PGMVOR15: LOS     *
      *    FALTANTES (DIFERENCIA NEGATIVA) SON EVENTOS DE PERDIDA    *
      *    POR RIESGO OPERACIONAL                                    *
      ***************************************************************
       01  WS-REG-DIFCAJA.
           03  DIF-FECHA              PIC 9(08).
           03  DIF-OPERADOR           PIC X(04).
      *    SUCURSAL DE LOS MOVIMIENTOS CAPTURADOS POR EL OPERADOR    *
           03  DIF-SUCURSAL           PIC 9(03).
           03  DIF-CANT-MOV           PIC 9(05).
           03  DIF-CAPTURADO          PIC S9(11)V99.
           03  DIF-DECLARADO          PIC S9(11)V99.
      *    DECLARADO MENOS CAPTURADO: NEGATIVO = FALTANTE            *
           03  DIF-DIFERENCIA         PIC S9(11)V99.
           03  FILLER                 PIC X(11).
