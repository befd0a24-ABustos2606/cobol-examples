      ***************************************************************
      *    CPDISPON - AREA DE COMUNICACION CON LA RUTINA DE SALDO    *
      *    DISPONIBLE PGMVDS15. EL LLAMADOR INFORMA CUENTA, SALDO    *
      *    CONTABLE Y FECHA DE CONSULTA (CEROS = FECHA DE PROCESO DE *
      *    PGMVFD15). LA RUTINA DEVUELVE EL IMPORTE RETENIDO POR LAS *
      *    RETENCIONES VIGENTES DEL MAESTRO DDRETEN, LA CANTIDAD DE  *
      *    RETENCIONES Y EL SALDO DISPONIBLE. CON UN BLOQUEO TOTAL   *
      *    NO HAY DISPONIBLE (SALDO POSITIVO QUEDA EN CERO)          *
      ***************************************************************
       01  LK-PARM-DISPON.
           03  LK-DS-TIPCUEN        PIC 9(02).
           03  LK-DS-NROCUEN        PIC 9(15).
           03  LK-DS-SALDO          PIC S9(9)V99.
           03  LK-DS-FECHA          PIC 9(08).
           03  LK-STATUS-DISPON     PIC X.
               88  LK-DS-SIN-RETENCION       VALUE 'N'.
               88  LK-DS-CON-RETENCION       VALUE 'Y'.
               88  LK-DS-BLOQUEO-TOTAL       VALUE 'T'.
           03  LK-DS-CANT-RETEN     PIC 9(03).
           03  LK-DS-RETENIDO       PIC 9(9)V99.
           03  LK-DS-DISPONIBLE     PIC S9(9)V99.
