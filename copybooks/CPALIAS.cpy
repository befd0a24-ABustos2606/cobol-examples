      ***************************************************************
      *    CPALIAS - LAYOUT REGISTRO DE ALIAS CBU (VSAM DDALIAS)     *
      *    UNA ENTRADA POR ALIAS: CBU, CUENTA (SOLO ALIAS PROPIOS),  *
      *    DOCUMENTO DEL TITULAR, ORIGEN Y ESTADO. LOS ALIAS DE      *
      *    CUENTAS PROPIAS LOS MANTIENE PGMVAL15 POR NOVEDADES; LOS  *
      *    DE OTRAS ENTIDADES LLEGAN EN EL ARCHIVO DE RESOLUCION DE  *
      *    LA RED. UN ALIAS INFORMADO POR LA RED CON DOS CBU         *
      *    DISTINTOS QUEDA AMBIGUO (EL SEGUNDO EN ALI-CBU-ALTERNO)   *
      *    HASTA QUE LA RED DA DE BAJA UNO DE LOS DOS. PGMVTR15 LO   *
      *    CONSULTA PARA RESOLVER LAS ORDENES DIRIGIDAS A UN ALIAS   *
      *                                                              *
      *    WS-REG-ALIAS-CBU ES EL INDICE INVERSO (VSAM DDALICBU) DE  *
      *    LOS ALIAS PROPIOS ACTIVOS: UN SOLO ALIAS POR CBU          *
      ***************************************************************
       01  WS-REG-ALIAS.
           03  ALI-ALIAS              PIC X(20).
           03  ALI-CBU                PIC 9(14).
      * CUENTA DE TB99CUEN (CEROS EN LOS ALIAS DE OTRAS ENTIDADES) *
           03  ALI-TIPCUEN            PIC 9(02).
           03  ALI-NROCUEN            PIC 9(15).
           03  ALI-TIPDOC             PIC X(02).
           03  ALI-NRODOC             PIC 9(11).
           03  ALI-ORIGEN             PIC X(01).
               88  ALI-PROPIO                 VALUE 'P'.
               88  ALI-DE-RED                 VALUE 'R'.
           03  ALI-ESTADO             PIC X(01).
               88  ALI-ACTIVO                 VALUE 'A'.
               88  ALI-BAJA                   VALUE 'B'.
               88  ALI-AMBIGUO                VALUE 'X'.
           03  ALI-CBU-ALTERNO        PIC 9(14).
           03  ALI-FEC-ALTA           PIC 9(08).
           03  ALI-FEC-ESTADO         PIC 9(08).
           03  ALI-OPERADOR           PIC X(08).
           03  FILLER                 PIC X(16).

       01  WS-REG-ALIAS-CBU.
           03  ACB-CBU                PIC 9(14).
           03  ACB-ALIAS              PIC X(20).
           03  FILLER                 PIC X(06).
