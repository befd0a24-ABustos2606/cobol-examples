      ***************************************************************
      *    CPSEGURO - LAYOUT REGISTRO MAESTRO DE POLIZAS DE SEGURO   *
      *    VENDIDAS POR EL BANCO (VSAM DDSEGURO) - UNA ENTRADA POR   *
      *    ASEGURADORA Y NUMERO DE POLIZA: RAMO, ASEGURADO, CUENTA   *
      *    DE DEBITO, PRIMA MENSUAL, VIGENCIA Y ESTADO. LO CARGA     *
      *    PGMVSE15 CON LOS ARCHIVOS DE ALTAS Y BAJAS DE CADA        *
      *    ASEGURADORA Y LO ACTUALIZA EN LA COBRANZA MENSUAL         *
      ***************************************************************
       01  WS-REG-SEGURO.
           03  SEG-CLAVE.
               05  SEG-ASEGURADORA    PIC 9(03).
               05  SEG-POLIZA         PIC X(15).
           03  SEG-RAMO               PIC X(01).
               88  SEG-RAMO-VIDA              VALUE 'V'.
               88  SEG-RAMO-HOGAR             VALUE 'H'.
           03  SEG-TIPDOC             PIC X(02).
           03  SEG-NRODOC             PIC 9(11).
           03  SEG-TIPCUEN            PIC 9(02).
           03  SEG-NROCUEN            PIC 9(15).
           03  SEG-MONEDA             PIC 9(02).
           03  SEG-PRIMA              PIC 9(7)V99.
           03  SEG-FEC-INICIO         PIC 9(08).
      * FIN DE VIGENCIA (CEROS = SIN FECHA DE FIN) *
           03  SEG-FEC-FIN            PIC 9(08).
           03  SEG-ESTADO             PIC X(01).
               88  SEG-VIGENTE                VALUE 'V'.
               88  SEG-CANCELADA              VALUE 'C'.
               88  SEG-BAJA-BANCO             VALUE 'B'.
               88  SEG-FINALIZADA             VALUE 'F'.
      * MOTIVO DE LA BAJA: CUENTA CERRADA, ASEGURADO FALLECIDO O      *
      * CANCELACION INFORMADA POR LA ASEGURADORA **********************
           03  SEG-MOTIVO             PIC X(02).
               88  SEG-MOT-CUENTA-CERRADA     VALUE 'CC'.
               88  SEG-MOT-FALLECIDO          VALUE 'FA'.
               88  SEG-MOT-ASEGURADORA        VALUE 'AS'.
      * ULTIMO PERIODO COBRADO Y ULTIMO PERIODO RECHAZADO (AAAAMM)   *
           03  SEG-ULT-PERIODO        PIC 9(06).
           03  SEG-PER-IMPAGO         PIC 9(06).
           03  SEG-IMPAGAS            PIC 9(02).
           03  SEG-FEC-ALTA           PIC 9(08).
           03  SEG-FEC-ESTADO         PIC 9(08).
           03  FILLER                 PIC X(11).
