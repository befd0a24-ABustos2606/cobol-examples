      ***************************************************************
      *    CPLIMITE - LAYOUT REGISTRO MAESTRO DE LIMITES             *
      *    TRANSACCIONALES (VSAM DDLIMITE) - UNA ENTRADA POR SUJETO  *
      *    Y CANAL: POR SEGMENTO DE CLIENTE (A/B/C/D DE PGMVSG15,    *
      *    '*' = LIMITE GENERAL PARA CLIENTES SIN SEGMENTO) O POR    *
      *    CLIENTE (EXCEPCION CON VIGENCIA QUE REEMPLAZA A LA DE SU  *
      *    SEGMENTO). LIMITE DIARIO Y MENSUAL (CEROS = SIN LIMITE),  *
      *    ACCION ANTE EL EXCESO (RECHAZO O DERIVACION A APROBACION) *
      *    Y PORCENTAJE DE ALERTA PARA EL LISTADO DE CASI-EXCESOS.   *
      *    LO MANTIENE PGMVLI15 Y LO CONSULTA LA RUTINA PGMVLD15     *
      ***************************************************************
       01  WS-REG-LIMITE.
           03  LIM-CLAVE.
               05  LIM-TIPO           PIC X(01).
                   88  LIM-POR-SEGMENTO       VALUE 'S'.
                   88  LIM-POR-CLIENTE        VALUE 'C'.
               05  LIM-SUJETO         PIC X(13).
               05  LIM-SUJETO-SEG REDEFINES LIM-SUJETO.
                   07  LIM-SEGMENTO   PIC X(01).
                   07  FILLER         PIC X(12).
               05  LIM-SUJETO-CLI REDEFINES LIM-SUJETO.
                   07  LIM-TIPDOC     PIC X(02).
                   07  LIM-NRODOC     PIC 9(11).
               05  LIM-CANAL          PIC X(01).
                   88  LIM-CANAL-TRANSF       VALUE 'T'.
                   88  LIM-CANAL-CAJA         VALUE 'C'.
                   88  LIM-CANAL-INTERNA      VALUE 'I'.
                   88  LIM-CANAL-VALIDO       VALUE 'T' 'C' 'I'.
           03  LIM-DIARIO             PIC 9(11)V99.
           03  LIM-MENSUAL            PIC 9(11)V99.
           03  LIM-ACCION             PIC X(01).
               88  LIM-RECHAZA                VALUE 'R'.
               88  LIM-A-APROBACION           VALUE 'A'.
               88  LIM-ACCION-VALIDA          VALUE 'R' 'A'.
      * PORCENTAJE DEL LIMITE A PARTIR DEL CUAL LA OPERACION SE       *
      * INFORMA COMO CASI-EXCESO (CEROS = 90) *************************
           03  LIM-PCT-ALERTA         PIC 9(03).
      * VIGENCIA DE LA EXCEPCION POR CLIENTE (HASTA EN CEROS = SIN    *
      * VENCIMIENTO) **************************************************
           03  LIM-FEC-DESDE          PIC 9(08).
           03  LIM-FEC-HASTA          PIC 9(08).
           03  LIM-FEC-ALTA           PIC 9(08).
           03  FILLER                 PIC X(11).
