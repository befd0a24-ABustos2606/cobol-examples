      ***************************************************************
      *    CPCOBRA - LAYOUT REGISTRO MAESTRO DE GESTION DE MORA      *
      *    (VSAM DDCOBRA) - UN CASO POR CUENTA EN DESCUBIERTO NO     *
      *    AUTORIZADO INFORMADA POR DB2@TP42 EN DDALENEG: FECHA EN   *
      *    QUE APARECIO NEGATIVA, ULTIMA APARICION, DIAS EN NEGATIVO *
      *    Y ETAPA DE LA GESTION (RECORDATORIO / INTIMACION /        *
      *    BLOQUEO / CASTIGO). MANTENIDO POR PGMVGM15, CONSULTADO    *
      *    POR PGMVPS15 PARA RECHAZAR DEBITOS SOBRE CUENTAS          *
      *    BLOQUEADAS O CASTIGADAS                                   *
      ***************************************************************
       01  WS-REG-COBRANZA.
           03  COB-CLAVE.
               05  COB-SUCUEN         PIC 9(02).
               05  COB-TIPCUEN        PIC 9(02).
               05  COB-NROCUEN        PIC 9(10).
           03  COB-NROCLI             PIC 9(03).
           03  COB-NOMAPE             PIC X(30).
           03  COB-SALDO              PIC S9(9)V99.
           03  COB-FEC-ALTA           PIC 9(08).
           03  COB-FEC-ULTIMA         PIC 9(08).
           03  COB-DIAS               PIC 9(04).
           03  COB-ETAPA              PIC X(01).
               88  COB-SIN-GESTION            VALUE 'N'.
               88  COB-RECORDATORIO           VALUE 'R'.
               88  COB-INTIMADA               VALUE 'I'.
               88  COB-BLOQUEADA              VALUE 'B'.
               88  COB-CASTIGADA              VALUE 'C'.
               88  COB-REGULARIZADA           VALUE 'G'.
               88  COB-RECUPERADA             VALUE 'X'.
               88  COB-DEBITOS-BLOQUEADOS     VALUE 'B' 'C'.
               88  COB-CASO-CERRADO           VALUE 'G' 'X'.
           03  COB-FEC-ETAPA          PIC 9(08).
           03  COB-IMP-CASTIGO        PIC 9(9)V99.
           03  FILLER                 PIC X(02).
