      ***************************************************************
      *    CPPADSIR - LAYOUT REGISTRO PADRON SIRCREB DE RETENCIONES  *
      *    DE INGRESOS BRUTOS SOBRE ACREDITACIONES (VSAM DDPADSIR)   *
      *    - UNA ENTRADA POR CUIT CON LA ALICUOTA Y LA JURISDICCION  *
      *    ASIGNADAS POR COMARB EN EL PADRON MENSUAL. LO CARGA       *
      *    PGMVIB15 EN MODO 'P'; UNA ENTRADA DE PERIODO ANTERIOR AL  *
      *    DE PROCESO YA NO RETIENE                                  *
      ***************************************************************
       01  WS-REG-PADSIR.
           03  PSR-CUIT               PIC 9(11).
      * PERIODO DEL PADRON QUE INFORMO LA ALICUOTA (AAAAMM) *
           03  PSR-PERIODO            PIC 9(06).
           03  PSR-ALICUOTA           PIC 9(2)V99.
           03  PSR-JURISDICCION       PIC X(04).
           03  PSR-FEC-CARGA          PIC 9(08).
           03  FILLER                 PIC X(07).
