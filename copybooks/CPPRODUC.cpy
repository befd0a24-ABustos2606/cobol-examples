      ***************************************************************
      *    CPPRODUC - CATALOGO DE PRODUCTOS (VSAM DDPRODUC) - UN     *
      *    REGISTRO POR TIPO DE CUENTA Y MONEDA. LO MANTIENE         *
      *    PGMVPT15; PGMVAC15 VALIDA CONTRA EL LAS NOVEDADES DE      *
      *    CUENTAS Y PGMVPI15 ARMA EL INVENTARIO DE PRODUCTOS        *
      ***************************************************************
       01  WS-REG-PRODUC.
      *    CLAVE: TIPO DE CUENTA DE LAS NOVEDADES (CA/CC) + MONEDA   *
           03  PRD-CLAVE.
               05  PRD-TIPO-CUENTA        PIC X(02).
               05  PRD-MONEDA             PIC 9(02).
      *    CODIGO NUMERICO DEL MISMO TIPO EN TB99CUEN.TIPCUEN        *
           03  PRD-TIPCUEN                PIC 9(02).
           03  PRD-NOMBRE                 PIC X(30).
      *    ATRIBUTOS DEL PRODUCTO - 'S' PERMITIDO / 'N' NO           *
           03  PRD-ADMITE-CHEQUES         PIC X(01).
               88  PRD-CON-CHEQUES                VALUE 'S'.
           03  PRD-ADMITE-DESCUBIERTO     PIC X(01).
               88  PRD-CON-DESCUBIERTO            VALUE 'S'.
           03  PRD-ADMITE-DEBITO          PIC X(01).
               88  PRD-CON-TARJETA-DEBITO         VALUE 'S'.
           03  PRD-DEVENGA-INTERES        PIC X(01).
               88  PRD-CON-INTERES                VALUE 'S'.
      *    PLAN DE COMISIONES Y COMISION MENSUAL DE MANTENIMIENTO    *
           03  PRD-PLAN-COMISION          PIC X(04).
           03  PRD-COMISION-MENSUAL       PIC 9(07)V99.
      *    'V' ABIERTO A LA VENTA / 'C' CERRADO A CUENTAS NUEVAS     *
           03  PRD-ESTADO                 PIC X(01).
               88  PRD-EN-VENTA                   VALUE 'V'.
               88  PRD-CERRADO                    VALUE 'C'.
               88  PRD-ESTADO-VALIDO              VALUE 'V' 'C'.
           03  PRD-FECHA-ESTADO           PIC X(08).
           03  FILLER                     PIC X(38).
