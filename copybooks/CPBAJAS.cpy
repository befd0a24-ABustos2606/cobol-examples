      ***************************************************************
      *    CPBAJAS - REGISTRO DE CLIENTES DADOS DE BAJA (VSAM        *
      *    DDBAJAS) - UNA ENTRADA POR DOCUMENTO, GRABADA POR         *
      *    PGMVFG15 EL MES EN QUE ENCUENTRA CARGADA LA FECBAJA DE    *
      *    TB99CLIE (NOVEDAD BA DE DB2@TP40 O FUSION DE PGMVMG15),   *
      *    CON LOS DATOS DEL CLIENTE A ESA FECHA Y EL MOTIVO CUANDO  *
      *    SE CONOCE. PERIODO EN CEROS = BAJA ANTERIOR A LA PRIMERA  *
      *    CORRIDA, CARGADA SOLO COMO ANTECEDENTE                    *
      ***************************************************************
       01  WS-REG-BAJAS.
           03  BAJ-CLAVE.
               05  BAJ-TIPDOC         PIC X(02).
               05  BAJ-NRODOC         PIC 9(11).
      *    PERIODO AAAAMM EN QUE SE DETECTO LA BAJA                  *
           03  BAJ-PERIODO            PIC 9(06).
           03  BAJ-FEC-DETECCION      PIC 9(08).
      *    FECBAJA TAL COMO ESTA EN TB99CLIE                         *
           03  BAJ-FECBAJA            PIC X(08).
           03  BAJ-NROCLI             PIC 9(03).
      *    SUCURSAL DE LA PRIMERA CUENTA (CERO = SIN CUENTAS)        *
           03  BAJ-SUCURSAL           PIC 9(03).
           03  BAJ-SEGMENTO           PIC X(01).
      *    EDAD Y ANTIGUEDAD EN ANIOS (999 / 99 = SIN DATO)          *
           03  BAJ-EDAD               PIC 9(03).
           03  BAJ-ANTIGUEDAD         PIC 9(02).
      *    MOTIVO: FA FALLECIMIENTO / FU FUSION DE CLIENTES (NO SE   *
      *    CUENTA COMO FUGA) / RC RECLAMO EN LOS 12 MESES PREVIOS /  *
      *    SM SIN MOTIVO INFORMADO                                   *
           03  BAJ-MOTIVO             PIC X(02).
               88  BAJ-MOT-FALLECIMIENTO      VALUE 'FA'.
               88  BAJ-MOT-FUSION             VALUE 'FU'.
               88  BAJ-MOT-RECLAMO            VALUE 'RC'.
               88  BAJ-MOT-SIN-MOTIVO         VALUE 'SM'.
      *    CATEGORIA Y FECHA DEL ULTIMO RECLAMO (CPRECLAM)           *
           03  BAJ-RCL-CATEGORIA      PIC X(02).
           03  BAJ-RCL-FECHA          PIC 9(08).
           03  FILLER                 PIC X(21).
