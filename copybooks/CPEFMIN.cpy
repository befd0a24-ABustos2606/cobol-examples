      ***************************************************************
      *    CPEFMIN - LAYOUT FOTO DIARIA DE DEPOSITOS PARA EFECTIVO   *
      *    MINIMO (VSAM DDEFMDIA) - UNA ENTRADA POR FECHA, MONEDA Y  *
      *    CONCEPTO: 'V' = VISTA POR TIPCUEN DE TB99CUEN, 'P' =      *
      *    PLAZO FIJO POR BANDA DE PLAZO RESIDUAL (PGMVPZ15). LA     *
      *    GRABA PGMVEF15 EN MODO DIARIO Y LA PROMEDIA EN EL CIERRE  *
      *    MENSUAL                                                   *
      ***************************************************************
       01  WS-REG-EFMIN.
           03  EFM-CLAVE.
               05  EFM-FECHA          PIC 9(08).
               05  EFM-MONEDA         PIC 9(02).
               05  EFM-TIPO           PIC X(01).
                   88  EFM-VISTA              VALUE 'V'.
                   88  EFM-PLAZO              VALUE 'P'.
               05  EFM-CODIGO         PIC 9(02).
           03  EFM-SALDO              PIC S9(13)V99.
           03  EFM-CANTIDAD           PIC 9(07).
           03  FILLER                 PIC X(15).
