      ***************************************************************
      *    CPRETIB - LAYOUT REGISTRO DE RETENCIONES DE INGRESOS      *
      *    BRUTOS SIRCREB PRACTICADAS SOBRE ACREDITACIONES (VSAM     *
      *    DDRETIB) - UNA ENTRADA POR ACREDITACION ALCANZADA, CON    *
      *    CLAVE QUINCENA + JURISDICCION + MOVIMIENTO DE ORIGEN PARA *
      *    QUE LA DDJJ QUINCENAL SE ARME LEYENDO EN ORDEN. LA CLAVE  *
      *    EN CEROS ES EL REGISTRO DE CONTROL CON EL ULTIMO NUMERO   *
      *    DE RETENCION ASIGNADO. LO GRABA Y DECLARA PGMVIB15        *
      ***************************************************************
       01  WS-REG-RETIB.
           03  RIB-CLAVE.
               05  RIB-QUINCENA.
                   07  RIB-PERIODO        PIC 9(06).
                   07  RIB-NRO-QUINCENA   PIC 9(01).
               05  RIB-JURISDICCION   PIC X(04).
      * MOVIMIENTO ACREDITADO EN EL LIBRO TB99MOVI *
               05  RIB-FECHA          PIC 9(08).
               05  RIB-PROGRAMA       PIC X(08).
               05  RIB-REFERENCIA     PIC X(25).
      * NUMERO DE RETENCION (CONSTANCIA Y REFERENCIA DEL DEBITO) *
           03  RIB-NRO-RETENCION      PIC 9(10).
           03  RIB-CUIT               PIC 9(11).
           03  RIB-TIPDOC             PIC X(02).
           03  RIB-TIPCUEN            PIC 9(02).
           03  RIB-NROCUEN            PIC 9(15).
           03  RIB-SUCURSAL           PIC 9(02).
           03  RIB-MONEDA             PIC 9(02).
           03  RIB-CODMOV             PIC X(03).
           03  RIB-IMPORTE-CREDITO    PIC 9(9)V99.
           03  RIB-ALICUOTA           PIC 9(2)V99.
           03  RIB-IMPORTE-RETENIDO   PIC 9(9)V99.
           03  RIB-CODPOS             PIC X(04).
           03  RIB-ESTADO             PIC X(01).
               88  RIB-RETENIDA               VALUE 'R'.
               88  RIB-NO-RETENIDA            VALUE 'N'.
           03  RIB-FEC-ALTA           PIC 9(08).
           03  FILLER                 PIC X(12).
