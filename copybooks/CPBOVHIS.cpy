      ***************************************************************
      *    CPBOVHIS - HISTORIA DIARIA DE LAS BOVEDAS (VSAM DDBOVHIS) *
      *    - UN REGISTRO POR SUCURSAL, MONEDA Y DIA PROCESADO CON EL *
      *    MOVIMIENTO DE CAJA Y EL CIERRE. PGMVBV15 LO GRABA CADA    *
      *    NOCHE (UN REPROCESO REGRABA EL DIA) Y PROMEDIA LOS MISMOS *
      *    DIAS DE SEMANA ANTERIORES PARA PREVER LA NECESIDAD        *
      ***************************************************************
       01  WS-REG-BOVHIS.
           03  BVH-CLAVE.
               05  BVH-SUCURSAL           PIC 9(03).
               05  BVH-MONEDA             PIC 9(02).
               05  BVH-FECHA              PIC 9(08).
      *    1 LUNES ... 7 DOMINGO                                     *
           03  BVH-DIA-SEMANA             PIC 9(01).
           03  BVH-ING-CAJA               PIC 9(11)V99.
           03  BVH-EGR-CAJA               PIC 9(11)V99.
      *    REMESAS RECIBIDAS MENOS ENVIADAS                          *
           03  BVH-REM-NETO               PIC S9(11)V99.
           03  BVH-SALDO-CIERRE           PIC S9(11)V99.
           03  FILLER                     PIC X(14).
