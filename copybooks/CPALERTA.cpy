      ***************************************************************
      *    CPALERTA - LAYOUT REGISTRO DE SUSCRIPCIONES DEL CLIENTE   *
      *    A ALERTAS DE MOVIMIENTOS (VSAM DDSUSALE) - UNA ENTRADA    *
      *    POR DOCUMENTO Y TIPO DE ALERTA, VALIDA PARA TODAS LAS     *
      *    CUENTAS DEL CLIENTE. EL MONTO ES EL UMBRAL DEL DEBITO O   *
      *    EL PISO DE SALDO SEGUN EL TIPO. LA BAJA ES LOGICA. LO     *
      *    MANTIENE Y LO CONSULTA PGMVNT15                           *
      ***************************************************************
       01  WS-REG-ALERTA.
           03  ALE-CLAVE.
               05  ALE-TIPDOC         PIC X(02).
               05  ALE-NRODOC         PIC 9(11).
      *    'D' DEBITO MAYOR AL MONTO / 'S' SALDO MENOR AL PISO /     *
      *    'C' CHEQUE PROPIO RECHAZADO / 'A' DEBITO AUTOMATICO PAGADO*
               05  ALE-TIPO           PIC X(01).
                   88  ALE-DEBITO-MAYOR       VALUE 'D'.
                   88  ALE-SALDO-MINIMO       VALUE 'S'.
                   88  ALE-CHEQUE-RECHAZADO   VALUE 'C'.
                   88  ALE-DEBITO-AUTOMATICO  VALUE 'A'.
                   88  ALE-TIPO-VALIDO        VALUE 'D' 'S' 'C' 'A'.
                   88  ALE-TIPO-CON-MONTO     VALUE 'D' 'S'.
           03  ALE-MONTO              PIC 9(09)V99.
      *    'A' ACTIVA / 'B' DADA DE BAJA                             *
           03  ALE-ESTADO             PIC X(01).
               88  ALE-ACTIVA                 VALUE 'A'.
               88  ALE-DADA-DE-BAJA           VALUE 'B'.
           03  ALE-FEC-ALTA           PIC 9(08).
           03  ALE-FEC-BAJA           PIC 9(08).
           03  ALE-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(10).
