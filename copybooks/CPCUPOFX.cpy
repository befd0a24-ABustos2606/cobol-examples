      ***************************************************************
      *    CPCUPOFX - LAYOUT REGISTRO DE CUPO MENSUAL DE COMPRA DE   *
      *    MONEDA EXTRANJERA (VSAM DDCUPOFX) - UNA ENTRADA POR       *
      *    DOCUMENTO Y MES (AAAAMM): MONEDA EXTRANJERA COMPRADA Y    *
      *    VENDIDA EN EL MES Y CANTIDAD DE OPERACIONES. LO ACTUALIZA *
      *    PGMVCX15 CON CADA OPERACION POSTEADA Y LO CONSULTA PARA   *
      *    EL LIMITE MENSUAL DE COMPRA POR PERSONA DE PARAMETROS     *
      ***************************************************************
       01  WS-REG-CUPOFX.
           03  CFX-CLAVE.
               05  CFX-TIPDOC         PIC X(02).
               05  CFX-NRODOC         PIC 9(11).
               05  CFX-PERIODO        PIC 9(06).
           03  CFX-COMPRADO           PIC 9(9)V99.
           03  CFX-VENDIDO            PIC 9(9)V99.
           03  CFX-CANT-OPER          PIC 9(05).
           03  CFX-FEC-ULTIMA         PIC 9(08).
           03  FILLER                 PIC X(06).
