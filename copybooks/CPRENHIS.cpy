      ***************************************************************
      *    CPRENHIS - LAYOUT HISTORIA MENSUAL DE RENTABILIDAD POR    *
      *    SUCURSAL (VSAM DDRENHIS) - UNA ENTRADA POR PERIODO        *
      *    AAAAMM Y SUCURSAL CON LOS IMPORTES VALORIZADOS EN MONEDA  *
      *    LOCAL Y EL PUESTO EN EL RANKING. LA GRABA PGMVRB15 EN EL  *
      *    CIERRE MENSUAL (EL RERUN LA REEMPLAZA) Y LA LEE EL MES    *
      *    SIGUIENTE PARA LA COMPARACION CONTRA EL MES ANTERIOR      *
      ***************************************************************
       01  WS-REG-RENHIS.
           03  RNH-CLAVE.
               05  RNH-PERIODO        PIC 9(06).
               05  RNH-SUCURSAL       PIC 9(03).
           03  RNH-DEPOSITOS          PIC S9(13)V99.
           03  RNH-INGRESOS           PIC S9(13)V99.
           03  RNH-COSTO              PIC S9(13)V99.
           03  RNH-MARGEN             PIC S9(13)V99.
           03  RNH-PUESTO             PIC 9(03).
           03  RNH-CANT-SUC           PIC 9(03).
           03  FILLER                 PIC X(15).
