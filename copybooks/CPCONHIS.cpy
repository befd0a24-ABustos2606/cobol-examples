      ***************************************************************
      *    CPCONHIS - LAYOUT HISTORIA DE CONSENTIMIENTOS (DDCONHIS,  *
      *    SECUENCIAL, SE EXTIENDE EN CADA CORRIDA DE PGMVMK15) -    *
      *    UN REGISTRO POR CADA ALTA O CAMBIO DEL REGISTRO CPCONSEN  *
      *    CON EL ESTADO ANTERIOR Y EL NUEVO, PARA LAS AUDITORIAS    *
      *    DE LA LEY DE PROTECCION DE DATOS PERSONALES               *
      ***************************************************************
       01  WS-REG-CONHIS.
           03  HCN-FECHA-PROC         PIC 9(08).
           03  HCN-PROGRAMA           PIC X(08).
           03  HCN-CLAVE.
               05  HCN-TIPDOC         PIC X(02).
               05  HCN-NRODOC         PIC 9(11).
               05  HCN-CANAL          PIC X(01).
      *    ESTADO ANTERIOR EN BLANCO = PRIMER REGISTRO DEL CANAL     *
           03  HCN-ESTADO-ANT         PIC X(01).
           03  HCN-ESTADO-NVO         PIC X(01).
           03  HCN-FEC-CONSENT        PIC 9(08).
           03  HCN-ORIGEN             PIC X(01).
           03  HCN-REFERENCIA         PIC X(20).
           03  HCN-SUCURSAL           PIC 9(03).
           03  FILLER                 PIC X(16).
