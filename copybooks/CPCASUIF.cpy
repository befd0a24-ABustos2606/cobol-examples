      ***************************************************************
      *    CPCASUIF - LAYOUT REGISTRO MAESTRO DE CASOS DE OPERACION  *
      *    SOSPECHOSA (VSAM DDCASUIF) - UN CASO ABIERTO POR          *
      *    DOCUMENTO, AL QUE SE VINCULAN LAS ALERTAS DE MONITOREO    *
      *    (PGMVLM15), LOS BLOQUEOS POR LISTA (DB2@TP40/PGMVAZ15) Y  *
      *    LAS ANOMALIAS DE CAJA (PGMVTL15) QUE LLEGAN MIENTRAS EL   *
      *    CASO ESTA VIGENTE. CLAVE DOCUMENTO + NUMERO DE CASO, ASI  *
      *    LOS CASOS DE UN CLIENTE QUEDAN CONTIGUOS. LA CLAVE EN     *
      *    CEROS ES EL REGISTRO DE CONTROL CON EL ULTIMO NUMERO DE   *
      *    CASO ASIGNADO. LO MANTIENE PGMVUI15                       *
      ***************************************************************
       01  WS-REG-CASUIF.
           03  CAS-CLAVE.
               05  CAS-TIPDOC         PIC X(02).
               05  CAS-NRODOC         PIC 9(11).
               05  CAS-NROCASO        PIC 9(07).
           03  CAS-NOMAPE             PIC X(30).
      *    'A' ABIERTO SIN ANALIZAR / 'E' EN ANALISIS /              *
      *    'D' DESESTIMADO / 'R' REPORTADO A LA UIF                  *
           03  CAS-ESTADO             PIC X(01).
               88  CAS-ABIERTO                VALUE 'A'.
               88  CAS-EN-ANALISIS            VALUE 'E'.
               88  CAS-DESESTIMADO            VALUE 'D'.
               88  CAS-REPORTADO              VALUE 'R'.
               88  CAS-VIGENTE                VALUE 'A' 'E'.
           03  CAS-FEC-APERTURA       PIC 9(08).
      *    VENCIMIENTO DEL PLAZO LEGAL PARA REPORTAR (APERTURA MAS   *
      *    LOS DIAS DE PLAZO DE PARAMETROS)                          *
           03  CAS-FEC-LIMITE         PIC 9(08).
           03  CAS-FEC-ULT-ALERTA     PIC 9(08).
      *    ALERTAS VINCULADAS, TOTAL Y POR ORIGEN                    *
           03  CAS-CANT-ALERTAS       PIC 9(04).
           03  CAS-CANT-MONITOREO     PIC 9(04).
           03  CAS-CANT-LISTAS        PIC 9(04).
           03  CAS-CANT-CAJA          PIC 9(04).
           03  CAS-IMPORTE            PIC S9(13)V99.
           03  CAS-ULT-MOTIVO         PIC X(30).
      *    DECISIONES DEL ANALISTA DE CUMPLIMIENTO                   *
           03  CAS-FEC-ANALISIS       PIC 9(08).
           03  CAS-FEC-DECISION       PIC 9(08).
           03  CAS-ANALISTA           PIC X(08).
           03  CAS-FUNDAMENTO         PIC X(40).
      *    REPORTE DE OPERACION SOSPECHOSA (ROS) DE UN CASO 'R'      *
           03  CAS-ROS                PIC X(01).
               88  CAS-ROS-PENDIENTE          VALUE 'N'.
               88  CAS-ROS-GENERADO           VALUE 'S'.
           03  CAS-FEC-ROS            PIC 9(08).
           03  CAS-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(23).

      *    REGISTRO DE CONTROL (CLAVE EN CEROS)                      *
       01  WS-REG-CASUIF-CTL REDEFINES WS-REG-CASUIF.
           03  FILLER                 PIC X(20).
           03  CTL-ULT-NROCASO        PIC 9(07).
      *    ULTIMA FECHA EN QUE SE CARGARON LAS ALERTAS DEL DIA       *
           03  CTL-FEC-ULT-CARGA      PIC 9(08).
           03  FILLER                 PIC X(205).
