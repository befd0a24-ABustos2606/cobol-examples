      ***************************************************************
      *    CPPOSCTL - AREA DE COMUNICACION CON LA RUTINA PGMVPK15    *
      *    DE CONTROL DE LA POSICION DE CLIENTES (DDPOSCLI). EL      *
      *    LLAMADOR INFORMA LA FECHA DE PROCESO AAAAMMDD Y RECIBE    *
      *    LOS TOTALES DEL TRAILER Y EL RESULTADO: 'S' ARCHIVO       *
      *    CONSISTENTE Y DEL DIA / 'X' SIN ARCHIVO ASIGNADO / 'E'    *
      *    SIN CABECERA O SIN TRAILER / 'D' LOS DETALLES NO CUADRAN  *
      *    CON EL TRAILER / 'F' ARCHIVO DE OTRA FECHA DE PROCESO.    *
      *    CON CUALQUIER RESULTADO DISTINTO DE 'S' EL JOB NO DEBE    *
      *    USAR EL ARCHIVO                                           *
      ***************************************************************
       01  LK-PARM-POSCTL.
           03  LK-PCT-FECHA-PROCESO PIC 9(08).
           03  LK-PCT-FECHA-POS     PIC 9(08).
           03  LK-PCT-CANT          PIC 9(07).
           03  LK-PCT-CUENTAS       PIC 9(09).
           03  LK-PCT-SALDO-PESOS   PIC S9(15)V99.
           03  LK-PCT-CAPITAL-PF    PIC S9(15)V99.
           03  LK-PCT-RESULTADO     PIC X(01).
               88  LK-PCT-CONSISTENTE        VALUE 'S'.
               88  LK-PCT-SIN-ARCHIVO        VALUE 'X'.
               88  LK-PCT-SIN-CONTROL        VALUE 'E'.
               88  LK-PCT-DIFERENCIA         VALUE 'D'.
               88  LK-PCT-OTRA-FECHA         VALUE 'F'.
