      ***************************************************************
      *    CPDOMSIN - TABLA DE ABREVIATURAS Y SINONIMOS DE           *
      *    DOMICILIOS (DDDOMSIN) QUE USA PGMVDN15 PARA NORMALIZAR:   *
      *    CADA PALABRA TAL COMO SE TIPEA EN LAS SUCURSALES, SU      *
      *    CLASE Y LA FORMA NORMALIZADA. CLASES: T TIPO DE CALLE     *
      *    (AVDA -> AV) / N MARCA DE NUMERO (NRO) / S SIN NUMERO     *
      *    (S/N) / P MARCA DE PISO / D MARCA DE DEPARTAMENTO O       *
      *    UNIDAD / B PISO SIN MARCA (PB)                            *
      ***************************************************************
       01  WS-REG-DOMSIN.
           03  SIN-PALABRA                PIC X(10).
           03  SIN-CLASE                  PIC X(01).
               88  SIN-CLASE-VALIDA               VALUE 'T' 'N' 'S'
                                                        'P' 'D' 'B'.
           03  SIN-FORMA                  PIC X(06).
           03  FILLER                     PIC X(03).
