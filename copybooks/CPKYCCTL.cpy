      ***************************************************************
      *    CPKYCCTL - AREA DE COMUNICACION CON LA RUTINA PGMVKR15 DE *
      *    RESTRICCION ADMINISTRATIVA POR REVISION KYC VENCIDA. EL   *
      *    LLAMADOR INFORMA LA ACCION Y EL DOCUMENTO DEL CLIENTE QUE *
      *    CONTRATA UN PRODUCTO NUEVO.                               *
      *    'C' CONSULTA LA SITUACION DEL CLIENTE EN DDKYC Y 'F'      *
      *    CIERRA EL MAESTRO AL FINAL DE LA CORRIDA DEL LLAMADOR     *
      ***************************************************************
       01  LK-PARM-KYC.
           03  LK-KYC-ACCION        PIC X.
               88  LK-KYC-CONSULTAR          VALUE 'C'.
               88  LK-KYC-FINALIZAR          VALUE 'F'.
           03  LK-KYC-TIPDOC        PIC X(02).
           03  LK-KYC-NRODOC        PIC 9(11).
           03  LK-STATUS-KYC        PIC X.
               88  LK-KYC-HABILITADO         VALUE 'Y'.
               88  LK-KYC-SIN-LEGAJO         VALUE 'N'.
               88  LK-KYC-RESTRINGIDO        VALUE 'R'.
               88  LK-KYC-ERROR              VALUE 'E'.
               88  LK-KYC-PASA               VALUE 'Y' 'N'.
           03  LK-KYC-FEC-PROX-REV  PIC 9(08).
           03  LK-KYC-FEC-RESTRIC   PIC 9(08).
