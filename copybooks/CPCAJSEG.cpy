      ***************************************************************
      *    CPCAJSEG - LAYOUT REGISTRO MAESTRO DE CAJAS DE SEGURIDAD  *
      *    (VSAM DDCAJAS) - UNA ENTRADA POR SUCURSAL Y NUMERO DE     *
      *    CAJA: TAMANIO, ESTADO, TITULAR DEL ALQUILER, HASTA TRES   *
      *    COTITULARES (DOCUMENTO Y REGIMEN DE FIRMA COMO EN         *
      *    CPCOTIT), CUENTA DE DEBITO DEL CANON, FECHAS DEL CONTRATO *
      *    Y SITUACION DEL COBRO. LO MANTIENE Y FACTURA PGMVCS15     *
      ***************************************************************
       01  WS-REG-CAJSEG.
           03  CJS-CLAVE.
               05  CJS-SUCURSAL       PIC 9(02).
               05  CJS-NUMERO         PIC 9(05).
           03  CJS-TAMANIO            PIC X(01).
               88  CJS-CHICA                  VALUE 'C'.
               88  CJS-MEDIANA                VALUE 'M'.
               88  CJS-GRANDE                 VALUE 'G'.
           03  CJS-ESTADO             PIC X(01).
               88  CJS-LIBRE                  VALUE 'L'.
               88  CJS-ALQUILADA              VALUE 'A'.
           03  CJS-TIPDOC             PIC X(02).
           03  CJS-NRODOC             PIC 9(11).
      * COTITULAR SIN USAR = TIPDOC EN ESPACIOS *
           03  CJS-COTITULARES.
               05  CJS-COT OCCURS 3 TIMES.
                   07  CJS-COT-TIPDOC     PIC X(02).
                   07  CJS-COT-NRODOC     PIC 9(11).
                   07  CJS-COT-REGIMEN    PIC X(01).
                       88  CJS-COT-CONJUNTA       VALUE 'A'.
                       88  CJS-COT-INDISTINTA     VALUE 'O'.
           03  CJS-TIPCUEN            PIC 9(02).
           03  CJS-NROCUEN            PIC 9(15).
           03  CJS-PERIODICIDAD       PIC X(01).
               88  CJS-ANUAL                  VALUE 'A'.
               88  CJS-SEMESTRAL              VALUE 'S'.
           03  CJS-FEC-CONTRATO       PIC 9(08).
           03  CJS-FEC-VENC           PIC 9(08).
           03  CJS-FEC-ULT-COBRO      PIC 9(08).
           03  CJS-PROX-COBRO         PIC 9(08).
      * CANON DEL PERIODO RECHAZADO EN EL DEBITO (SE REINTENTA EN LA  *
      * CORRIDA SIGUIENTE CON LA MISMA REFERENCIA) ********************
           03  CJS-COBRO              PIC X(01).
               88  CJS-COBRO-AL-DIA           VALUE ' '.
               88  CJS-COBRO-IMPAGO           VALUE 'I'.
           03  CJS-IMPORTE-ADEUDADO   PIC 9(7)V99.
           03  CJS-OPERADOR           PIC X(08).
           03  CJS-FEC-ESTADO         PIC 9(08).
           03  FILLER                 PIC X(10).
