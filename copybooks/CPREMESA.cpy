      ***************************************************************
      *    CPREMESA - LAYOUT DEL INTERCAMBIO DE REMESAS CON LA       *
      *    TRANSPORTADORA DE CAUDALES (80 BYTES). PGMVBV15 GRABA EN  *
      *    DDREMESA LOS PEDIDOS ('P' PROVISION A LA SUCURSAL / 'D'   *
      *    DEVOLUCION AL TESORO CENTRAL) CON UN TRAILER 'T'; LA      *
      *    TRANSPORTADORA DEVUELVE EN DDREMCON LO REALIZADO CON EL   *
      *    MISMO LAYOUT ('E' ENTREGADO EN LA SUCURSAL / 'R' RETIRADO *
      *    DE LA SUCURSAL) Y LA REFERENCIA DEL PEDIDO                *
      ***************************************************************
       01  WS-REG-REMESA.
           03  REM-TIPO-REG               PIC X(01).
               88  REM-DETALLE                    VALUE 'D'.
               88  REM-TRAILER                    VALUE 'T'.
           03  REM-TIPO                   PIC X(01).
               88  REM-PROVISION                  VALUE 'P'.
               88  REM-DEVOLUCION                 VALUE 'D'.
               88  REM-ENTREGADA                  VALUE 'E'.
               88  REM-RETIRADA                   VALUE 'R'.
           03  REM-TRANSPORTADORA         PIC X(04).
           03  REM-SUCURSAL               PIC 9(03).
           03  REM-MONEDA                 PIC 9(02).
      *    FECHA DE ENTREGA O RETIRO (PEDIDO) / REALIZADA (CONFIRM.) *
           03  REM-FECHA                  PIC 9(08).
           03  REM-IMPORTE                PIC 9(11)V99.
      *    SUCURSAL + MONEDA + FECHA + TIPO DEL PEDIDO               *
           03  REM-REFERENCIA             PIC X(20).
           03  FILLER                     PIC X(28).

       01  WS-REG-REMESA-TOT REDEFINES WS-REG-REMESA.
           03  RMT-TIPO-REG               PIC X(01).
           03  RMT-FECHA                  PIC 9(08).
           03  RMT-CANT-PEDIDOS           PIC 9(07).
           03  RMT-IMP-PROVISION          PIC 9(13)V99.
           03  RMT-IMP-DEVOLUCION         PIC 9(13)V99.
           03  FILLER                     PIC X(34).
