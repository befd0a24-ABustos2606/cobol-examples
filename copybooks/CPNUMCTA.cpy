      ***************************************************************
      *    CPNUMCTA - REGISTRO DE NUMERACION DE CUENTAS (VSAM        *
      *    DDNUMCTA, 80 BYTES) DE LA RUTINA PGMVNU15. CUATRO TIPOS   *
      *    DE REGISTRO SEGUN EL PRIMER BYTE DE LA CLAVE:             *
      *    'G' GENERAL (UNO SOLO): ENTIDAD PROPIA DEL CBU Y ANIOS    *
      *        QUE UN NUMERO DE CUENTA CERRADA QUEDA BLOQUEADO       *
      *    'R' RANGO DE NUMERACION POR TIPO DE CUENTA (CA/CC...),    *
      *        COMUN A TODAS LAS SUCURSALES, SIN SUPERPOSICION       *
      *        ENTRE TIPOS PARA QUE EL CBU NO SE REPITA              *
      *    'C' CONTROL POR SUCURSAL Y TIPO: ULTIMO NUMERO ASIGNADO   *
      *    'N' UNO POR NUMERO DE CUENTA ASIGNADO O CERRADO, CON      *
      *        CLAVE NROCUEN                                         *
      *    GENERAL Y RANGOS LOS CARGA PGMVNI15, QUE ADEMAS IMPRIME   *
      *    EL INVENTARIO DE NUMEROS USADOS Y DISPONIBLES             *
      *                                                             *
      *    NROCUEN = 00000 + SUCURSAL(3) + NUMERO(6) + DV(1)         *
      *    CBU     = ENTIDAD(3) + SUCURSAL(3) + DV BLOQUE 1 +        *
      *              NUMERO(6) + DV FINAL (EL QUE VALIDA PGMVCB15)   *
      ***************************************************************
       01  WS-REG-NUMCTA.
           03  NUM-CLAVE.
               05  NUM-TIPO-REG           PIC X(01).
                   88  NUM-REG-GENERAL            VALUE 'G'.
                   88  NUM-REG-RANGO              VALUE 'R'.
                   88  NUM-REG-CONTROL            VALUE 'C'.
                   88  NUM-REG-NUMERO             VALUE 'N'.
               05  NUM-CLAVE-DATOS        PIC X(15).
           03  FILLER                     PIC X(64).

       01  WS-REG-NUMCTA-GEN REDEFINES WS-REG-NUMCTA.
           03  NUG-TIPO-REG               PIC X(01).
           03  NUG-CLAVE-DATOS            PIC X(15).
           03  NUG-ENTIDAD                PIC 9(03).
           03  NUG-ANIOS-REUSO            PIC 9(02).
           03  NUG-FEC-ACTUALIZA          PIC 9(08).
           03  FILLER                     PIC X(51).

       01  WS-REG-NUMCTA-RAN REDEFINES WS-REG-NUMCTA.
           03  NUR-TIPO-REG               PIC X(01).
           03  NUR-TIPO-CUENTA            PIC X(02).
           03  FILLER                     PIC X(13).
           03  NUR-DESDE                  PIC 9(06).
           03  NUR-HASTA                  PIC 9(06).
           03  NUR-FEC-ACTUALIZA          PIC 9(08).
           03  FILLER                     PIC X(44).

       01  WS-REG-NUMCTA-CTL REDEFINES WS-REG-NUMCTA.
           03  NUC-TIPO-REG               PIC X(01).
           03  NUC-SUCURSAL               PIC 9(03).
           03  NUC-TIPO-CUENTA            PIC X(02).
           03  FILLER                     PIC X(10).
           03  NUC-ULTIMO                 PIC 9(06).
      *    VECES QUE LA NUMERACION RECORRIO TODO EL RANGO            *
           03  NUC-VUELTAS                PIC 9(03).
           03  NUC-FEC-ULT-ASIGNA         PIC 9(08).
           03  FILLER                     PIC X(47).

       01  WS-REG-NUMCTA-NRO REDEFINES WS-REG-NUMCTA.
           03  NUN-TIPO-REG               PIC X(01).
           03  NUN-NROCUEN                PIC 9(15).
           03  NUN-TIPO-CUENTA            PIC X(02).
           03  NUN-SUCURSAL               PIC 9(03).
           03  NUN-NUMERO                 PIC 9(06).
           03  NUN-CBU                    PIC 9(14).
           03  NUN-ESTADO                 PIC X(01).
               88  NUN-ASIGNADA                   VALUE 'A'.
               88  NUN-CERRADA                    VALUE 'C'.
           03  NUN-FEC-ALTA               PIC 9(08).
           03  NUN-FEC-CIERRE             PIC 9(08).
           03  FILLER                     PIC X(22).
