      ***************************************************************
      *    CPRENDIA - LAYOUT FOTO DIARIA DE DEPOSITOS A LA VISTA POR *
      *    SUCURSAL (VSAM DDRENDIA) - UNA ENTRADA POR FECHA,         *
      *    SUCURSAL Y MONEDA CON LOS SALDOS ACREEDORES DE TB99CUEN.  *
      *    LA GRABA PGMVRB15 EN MODO DIARIO Y LA PROMEDIA EN EL      *
      *    CIERRE MENSUAL DE RENTABILIDAD POR SUCURSAL               *
      ***************************************************************
       01  WS-REG-RENDIA.
           03  REN-CLAVE.
               05  REN-FECHA          PIC 9(08).
               05  REN-SUCURSAL       PIC 9(03).
               05  REN-MONEDA         PIC 9(02).
           03  REN-SALDO              PIC S9(13)V99.
           03  REN-CUENTAS            PIC 9(07).
           03  FILLER                 PIC X(15).
