      ***************************************************************
      *    CPKYC - LAYOUT REGISTRO MAESTRO DE REVISIONES PERIODICAS  *
      *    DE CONOCIMIENTO DEL CLIENTE (VSAM DDKYC) - UNA ENTRADA    *
      *    POR DOCUMENTO, MANTENIDA POR PGMVKY15: ULTIMA REVISION,   *
      *    PROXIMO VENCIMIENTO SEGUN EL NIVEL DE RIESGO DE TB99CLIE, *
      *    DOCUMENTACION PENDIENTE Y SITUACION DEL PEDIDO. PGMVKR15  *
      *    LO CONSULTA PARA FRENAR PRODUCTOS NUEVOS A LOS CLIENTES   *
      *    RESTRINGIDOS                                              *
      ***************************************************************
       01  WS-REG-KYC.
           03  KYC-CLAVE.
               05  KYC-TIPDOC         PIC X(02).
               05  KYC-NRODOC         PIC 9(11).
           03  KYC-NROCLI             PIC 9(03).
      *    SUCURSAL DE LA PRIMERA CUENTA (CERO = CASA CENTRAL)       *
           03  KYC-SUCURSAL           PIC 9(03).
      *    NIVEL DE RIESGO CON QUE SE CALCULO EL VENCIMIENTO Y       *
      *    PERIODICIDAD EN ANIOS (A=1 / M=3 / B O SIN NIVEL=5)       *
           03  KYC-RIESGO             PIC X(01).
           03  KYC-ANIOS              PIC 9(01).
           03  KYC-FEC-ULT-REV        PIC 9(08).
           03  KYC-FEC-PROX-REV       PIC 9(08).
      *    'V' AL DIA / 'S' DOCUMENTACION SOLICITADA /               *
      *    'R' RESTRINGIDO PARA PRODUCTOS NUEVOS                     *
           03  KYC-ESTADO             PIC X(01).
               88  KYC-AL-DIA                 VALUE 'V'.
               88  KYC-SOLICITADA             VALUE 'S'.
               88  KYC-RESTRINGIDO            VALUE 'R'.
           03  KYC-FEC-SOLICITUD      PIC 9(08).
           03  KYC-CANT-AVISOS        PIC 9(02).
           03  KYC-FEC-RESTRICCION    PIC 9(08).
      *    DOCUMENTACION PEDIDA Y AUN NO PRESENTADA: DN IDENTIDAD /  *
      *    DM DOMICILIO / IG INGRESOS / AF INSCRIPCION FISCAL /      *
      *    DP DDJJ PEP / OF ORIGEN DE FONDOS                         *
           03  KYC-DOCUMENTOS.
               05  KYC-DOC-PEND       PIC X(02) OCCURS 6 TIMES.
           03  KYC-FEC-ALTA           PIC 9(08).
           03  KYC-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(16).
