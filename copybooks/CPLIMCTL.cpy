      ***************************************************************
      *    CPLIMCTL - AREA DE COMUNICACION CON LA RUTINA DE CONTROL  *
      *    DE LIMITES TRANSACCIONALES PGMVLD15. EL LLAMADOR INFORMA  *
      *    LA ACCION, EL DOCUMENTO Y SEGMENTO DEL CLIENTE (BLANCO =  *
      *    LIMITE GENERAL), EL CANAL, EL IMPORTE, LA FECHA DE        *
      *    NEGOCIO (CEROS = FECHA DE PROCESO DE PGMVFD15) Y, SI EL   *
      *    EXCESO YA FUE AUTORIZADO, EL APROBADOR.                   *
      *    'C' CONSULTA SI LA OPERACION ENTRA EN LOS LIMITES DEL DIA *
      *    Y DEL MES (UN EXCESO QUEDA REGISTRADO PARA EL LISTADO),   *
      *    'R' SUMA AL USO LA OPERACION YA APLICADA Y 'F' CIERRA LOS *
      *    MAESTROS AL FINAL DE LA CORRIDA DEL LLAMADOR              *
      ***************************************************************
       01  LK-PARM-LIMITE.
           03  LK-LIM-ACCION        PIC X.
               88  LK-LIM-CONSULTAR          VALUE 'C'.
               88  LK-LIM-REGISTRAR          VALUE 'R'.
               88  LK-LIM-FINALIZAR          VALUE 'F'.
           03  LK-LIM-TIPDOC        PIC X(02).
           03  LK-LIM-NRODOC        PIC 9(11).
           03  LK-LIM-SEGMENTO      PIC X(01).
           03  LK-LIM-CANAL         PIC X(01).
               88  LK-LIM-CANAL-TRANSF       VALUE 'T'.
               88  LK-LIM-CANAL-CAJA         VALUE 'C'.
               88  LK-LIM-CANAL-INTERNA      VALUE 'I'.
           03  LK-LIM-IMPORTE       PIC 9(9)V99.
           03  LK-LIM-FECHA         PIC 9(08).
           03  LK-LIM-APROBADOR     PIC X(10).
           03  LK-STATUS-LIMITE     PIC X.
               88  LK-LIM-DENTRO             VALUE 'Y'.
               88  LK-LIM-CERCANO            VALUE 'P'.
               88  LK-LIM-SIN-LIMITE         VALUE 'N'.
               88  LK-LIM-EXCEDE-RECHAZO     VALUE 'R'.
               88  LK-LIM-EXCEDE-APROBAR     VALUE 'A'.
               88  LK-LIM-EXCESO-APROBADO    VALUE 'V'.
               88  LK-LIM-ERROR              VALUE 'E'.
               88  LK-LIM-PASA               VALUE 'Y' 'P' 'N' 'V'.
      * LIMITE QUE SE EXCEDERIA: 'D' DIARIO / 'M' MENSUAL *
           03  LK-LIM-EXCESO        PIC X.
               88  LK-LIM-EXCESO-DIARIO      VALUE 'D'.
               88  LK-LIM-EXCESO-MENSUAL     VALUE 'M'.
           03  LK-LIM-LIMITE-DIA    PIC 9(11)V99.
           03  LK-LIM-USO-DIA       PIC 9(11)V99.
           03  LK-LIM-LIMITE-MES    PIC 9(11)V99.
           03  LK-LIM-USO-MES       PIC 9(11)V99.
