      ***************************************************************
      *    CPDOMSTD - DOMICILIO NORMALIZADO (VSAM DDDOMSTD) - LO     *
      *    REARMA PGMVDN15 EN CADA CORRIDA: UNA ENTRADA POR          *
      *    DOMICILIO DE TB99CLIE (ORIGEN C) Y POR CONTACTO DE        *
      *    CPCONTAC (ORIGEN = TIPO DE DIRECCION L/P/S), CON EL       *
      *    TEXTO ORIGINAL TAL COMO SE CARGO AL LADO DE LA FORMA      *
      *    NORMALIZADA POR TIPO DE CALLE, CALLE, NUMERO, PISO Y      *
      *    DEPARTAMENTO, Y EL RESULTADO DEL CONTROL DE CIUDAD Y      *
      *    CODIGO POSTAL CONTRA EL CATALOGO CODPOS                   *
      ***************************************************************
       01  WS-REG-DOMSTD.
           03  DST-CLAVE.
               05  DST-TIPDOC             PIC X(02).
               05  DST-NRODOC             PIC 9(11).
               05  DST-ORIGEN             PIC X(01).
                   88  DST-DE-CLIENTE             VALUE 'C'.
                   88  DST-DE-CONTACTO            VALUE 'L' 'P' 'S'.
      *    DOMICILIO TAL COMO ESTA CARGADO *
           03  DST-ORIGINAL               PIC X(30).
           03  DST-CIUDAD                 PIC X(20).
           03  DST-CODPOS                 PIC X(04).
      *    COMPONENTES NORMALIZADOS - NUMERO 'S/N' SIN NUMERO *
           03  DST-TIPO-CALLE             PIC X(06).
           03  DST-CALLE                  PIC X(30).
           03  DST-NUMERO                 PIC X(06).
           03  DST-PISO                   PIC X(04).
           03  DST-DEPTO                  PIC X(04).
      *    FORMA NORMALIZADA COMPLETA: TIPO CALLE NUMERO PISO NN     *
      *    DPTO XX                                                   *
           03  DST-DOMICILIO              PIC X(50).
      *    LOCALIDAD OFICIAL DEL CODIGO POSTAL SEGUN CODPOS *
           03  DST-LOCALIDAD              PIC X(20).
           03  DST-RESULTADO              PIC X(01).
               88  DST-NORMALIZADO                VALUE 'S'.
               88  DST-NO-INTERPRETADO            VALUE 'N'.
           03  DST-MOTIVO                 PIC X(25).
      *    S CODIGO Y LOCALIDAD COINCIDEN CON EL CATALOGO / C CODIGO *
      *    POSTAL INEXISTENTE / L LA CIUDAD NO ES LA DEL CODIGO / X  *
      *    SIN CODIGO POSTAL O SIN CATALOGO PARA CONTROLAR           *
           03  DST-CONTROL-CP             PIC X(01).
               88  DST-CP-VALIDO                  VALUE 'S'.
               88  DST-CP-INEXISTENTE             VALUE 'C'.
               88  DST-LOC-DISTINTA               VALUE 'L'.
               88  DST-CP-SIN-DATOS               VALUE 'X'.
           03  DST-FECHA                  PIC 9(08).
           03  FILLER                     PIC X(17).
