      ***************************************************************
      *    CPPRESTA - LAYOUT REGISTRO MAESTRO DE PRESTAMOS           *
      *    PERSONALES (VSAM DDPRESTA, CLAVE NUMERO DE PRESTAMO) -    *
      *    TITULAR, CUENTA DE DESEMBOLSO Y COBRO, CONDICIONES        *
      *    PACTADAS (SISTEMA FRANCES) Y ESTADO DE LA COBRANZA        *
      ***************************************************************
       01  WS-REG-PRESTAMO.
           03  PRE-NUMERO         PIC 9(08).
           03  PRE-TIPDOC         PIC X(02).
           03  PRE-NRODOC         PIC 9(11).
           03  PRE-TIPCUEN        PIC 9(02).
           03  PRE-NROCUEN        PIC 9(15).
           03  PRE-SUCURSAL       PIC 9(02).
           03  PRE-CAPITAL        PIC 9(9)V99.
           03  PRE-MONEDA         PIC 9(02).
           03  PRE-TASA           PIC 9(2)V9(4).
           03  PRE-CANT-CUOTAS    PIC 9(03).
           03  PRE-FEC-ORIGEN     PIC 9(08).
           03  PRE-FEC-PRIMER-VTO PIC 9(08).
           03  PRE-SISTEMA        PIC X(01).
               88  PRE-SISTEMA-FRANCES     VALUE 'F'.
           03  PRE-IMPORTE-CUOTA  PIC 9(9)V99.
           03  PRE-SALDO-CAPITAL  PIC 9(9)V99.
           03  PRE-CUOTAS-PAGAS   PIC 9(03).
           03  PRE-ESTADO         PIC X(01).
               88  PRE-VIGENTE             VALUE 'V'.
               88  PRE-EN-MORA             VALUE 'M'.
               88  PRE-CANCELADO           VALUE 'C'.
           03  FILLER             PIC X(15).
