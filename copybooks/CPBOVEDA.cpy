      ***************************************************************
      *    CPBOVEDA - LAYOUT DEL MAESTRO DE BOVEDAS DE SUCURSAL      *
      *    (VSAM DDBOVEDA) - UN REGISTRO POR SUCURSAL Y MONEDA CON   *
      *    LOS LIMITES DEL TESORO (SEGURO, MINIMO Y OBJETIVO) Y LA   *
      *    POSICION DE EFECTIVO DEL ULTIMO DIA PROCESADO:            *
      *    CIERRE = APERTURA + INGRESOS DE CAJA - EGRESOS DE CAJA    *
      *           + REMESAS RECIBIDAS - REMESAS ENVIADAS + AJUSTES   *
      *    LOS LIMITES Y LOS AJUSTES LOS CARGA PGMVBV15 MODO 'M'; LA *
      *    POSICION, LA PREVISION Y LA REMESA LAS CALCULA EL MODO 'D'*
      ***************************************************************
       01  WS-REG-BOVEDA.
           03  BOV-CLAVE.
               05  BOV-SUCURSAL           PIC 9(03).
               05  BOV-MONEDA             PIC 9(02).
      *    'A' ACTIVA / 'B' DADA DE BAJA (SIN EFECTIVO)              *
           03  BOV-ESTADO                 PIC X(01).
               88  BOV-ACTIVA                     VALUE 'A'.
               88  BOV-BAJA                       VALUE 'B'.
      *    TRANSPORTADORA DE CAUDALES QUE ATIENDE LA SUCURSAL        *
           03  BOV-TRANSPORTADORA         PIC X(04).
      *    EFECTIVO MAXIMO CUBIERTO POR EL SEGURO (CEROS = SIN TOPE) *
           03  BOV-LIMITE-SEGURO          PIC 9(11)V99.
      *    POR DEBAJO DEL MINIMO SE PIDE PROVISION HASTA EL OBJETIVO *
      *    Y POR ENCIMA DEL SEGURO SE DEVUELVE HASTA EL OBJETIVO     *
           03  BOV-STOCK-MINIMO           PIC 9(11)V99.
           03  BOV-STOCK-OBJETIVO         PIC 9(11)V99.
      *    POSICION DEL DIA BOV-FEC-POSICION                         *
           03  BOV-FEC-POSICION           PIC 9(08).
           03  BOV-SALDO-APERTURA         PIC S9(11)V99.
           03  BOV-ING-CAJA               PIC 9(11)V99.
           03  BOV-EGR-CAJA               PIC 9(11)V99.
           03  BOV-CANT-MOV-CAJA          PIC 9(05).
           03  BOV-REM-RECIBIDAS          PIC 9(11)V99.
           03  BOV-REM-ENVIADAS           PIC 9(11)V99.
           03  BOV-AJUSTES                PIC S9(11)V99.
           03  BOV-SALDO-CIERRE           PIC S9(11)V99.
      *    PREVISION PARA EL PROXIMO DIA HABIL: EGRESO NETO DE CAJA  *
      *    ESPERADO (NEGATIVO = INGRESO NETO) Y REMESA SOLICITADA    *
      *    'P' PROVISION A LA SUCURSAL / 'D' DEVOLUCION / ESPACIO    *
           03  BOV-FEC-PREVISION          PIC 9(08).
           03  BOV-PREVISION-NETA         PIC S9(11)V99.
           03  BOV-REMESA-TIPO            PIC X(01).
               88  BOV-REMESA-PROVISION           VALUE 'P'.
               88  BOV-REMESA-DEVOLUCION          VALUE 'D'.
               88  BOV-SIN-REMESA                 VALUE SPACE.
           03  BOV-REMESA-IMPORTE         PIC 9(11)V99.
           03  BOV-FEC-ALTA               PIC 9(08).
           03  BOV-FEC-ULT-MOD            PIC 9(08).
      *    OPERADOR DE LA ULTIMA NOVEDAD MANUAL (ESPACIOS = PROCESO) *
           03  BOV-OPERADOR               PIC X(08).
           03  FILLER                     PIC X(38).
