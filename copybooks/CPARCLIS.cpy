      ***************************************************************
      *    CPARCLIS - LAYOUT REGISTRO DEL ARCHIVO DE LISTADOS        *
      *    (VSAM DDARCLIS) - UNA LINEA DE LISTADO POR REGISTRO,      *
      *    CLAVE PROGRAMA EMISOR + FECHA DE PROCESO + CICLO DE LA    *
      *    NOCHE + SUCURSAL (DE LA ULTIMA MARCA '*SUC* NNN', 000     *
      *    ANTES DE LA PRIMERA) + NUMERO DE LINEA. LO GRABA,         *
      *    REIMPRIME Y DEPURA PGMVAR15                               *
      ***************************************************************
       01  WS-REG-ARCLIS.
           03  ARL-CLAVE.
               05  ARL-PROGRAMA       PIC X(08).
               05  ARL-FECHA          PIC 9(08).
               05  ARL-CICLO          PIC 9(02).
               05  ARL-SUCURSAL       PIC 9(03).
               05  ARL-LINEA          PIC 9(07).
      *    PAGINA DENTRO DE LA SUCURSAL (60 LINEAS, IGUAL QUE EL     *
      *    PARTIDOR PGMVBU15)                                        *
           03  ARL-PAGINA             PIC 9(05).
           03  ARL-TEXTO              PIC X(132).
           03  FILLER                 PIC X(05).
