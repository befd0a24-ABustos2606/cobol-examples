      ***************************************************************
      *    CPRESGUA - LAYOUT REGISTRO DEL RESGUARDO DE MAESTROS VSAM *
      *    (DDRESGUA) - POR CADA MAESTRO UNA CABECERA 'H', UNA       *
      *    IMAGEN 'D' POR REGISTRO EN ORDEN DE CLAVE Y UN PIE 'T'    *
      *    CON CANTIDAD Y HASH DE LAS IMAGENES. EL MISMO FORMATO     *
      *    LLEVA EL JUEGO RECONSTRUIDO POR LA RESTAURACION. LO       *
      *    GRABA Y LO LEE PGMVRS15                                   *
      ***************************************************************
       01  WS-REG-RESGUARDO.
           03  BKP-TIPO               PIC X(01).
               88  BKP-CABECERA               VALUE 'H'.
               88  BKP-DATO                   VALUE 'D'.
               88  BKP-PIE                    VALUE 'T'.
           03  BKP-MAESTRO            PIC X(08).
      *    FECHA DE PROCESO A LA QUE CORRESPONDE EL CONTENIDO        *
           03  BKP-FECHA              PIC 9(08).
           03  BKP-SECUENCIA          PIC 9(07).
           03  BKP-LONGITUD           PIC 9(03).
           03  BKP-IMAGEN             PIC X(80).
           03  BKP-TOTALES REDEFINES BKP-IMAGEN.
               05  BKP-CANTIDAD       PIC 9(07).
               05  BKP-HASH           PIC 9(10).
      *    'P' MAESTRO PRESENTE / 'A' MAESTRO AUSENTE AL RESGUARDAR  *
               05  BKP-ESTADO         PIC X(01).
                   88  BKP-MAESTRO-PRESENTE   VALUE 'P'.
                   88  BKP-MAESTRO-AUSENTE    VALUE 'A'.
               05  FILLER             PIC X(62).
      *    'B' RESGUARDO NOCTURNO / 'R' JUEGO RESTAURADO             *
           03  BKP-CLASE              PIC X(01).
               88  BKP-DE-RESGUARDO           VALUE 'B'.
               88  BKP-DE-RESTAURACION        VALUE 'R'.
           03  FILLER                 PIC X(12).
