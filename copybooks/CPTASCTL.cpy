      ***************************************************************
      *    CPTASCTL - AREA DE COMUNICACION CON LA RUTINA PGMVTQ15    *
      *    DE CONSULTA DE LA TABLA DE TASAS. EL LLAMADOR INFORMA     *
      *    CLASE, MONEDA, EL VALOR QUE UBICA LA BANDA (DIAS DE       *
      *    PLAZO O SALDO EN UNIDADES ENTERAS) Y LA FECHA; RECIBE LA  *
      *    TASA EN VIGOR A ESA FECHA CON SU VIGENCIA Y SU BANDA, O   *
      *    'N' SIN TASA CARGADA / 'X' SIN TABLA ASIGNADA, CASO EN    *
      *    QUE CADA JOB SIGUE CON SU TASA DE SIEMPRE                 *
      ***************************************************************
       01  LK-PARM-TASA.
           03  LK-TAS-CLASE         PIC X(02).
           03  LK-TAS-MONEDA        PIC 9(02).
           03  LK-TAS-VALOR         PIC 9(09).
           03  LK-TAS-FECHA         PIC 9(08).
           03  LK-TAS-TASA          PIC 9(02)V9(04).
           03  LK-TAS-VIGENCIA      PIC 9(08).
           03  LK-TAS-BANDA-HASTA   PIC 9(08).
           03  LK-TAS-RESULTADO     PIC X(01).
               88  LK-TAS-ENCONTRADA         VALUE 'S'.
               88  LK-TAS-SIN-TASA           VALUE 'N'.
               88  LK-TAS-SIN-TABLA          VALUE 'X'.
