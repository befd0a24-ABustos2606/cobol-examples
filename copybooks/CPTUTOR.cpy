      ***************************************************************
      *    CPTUTOR - LAYOUT REGISTRO MAESTRO DE REPRESENTANTES       *
      *    LEGALES DE CLIENTES MENORES DE EDAD (VSAM DDTUTOR) -      *
      *    UNA ENTRADA POR MENOR Y REPRESENTANTE, CON EL TIPO DE     *
      *    REPRESENTACION Y LA REFERENCIA DE LA RESOLUCION JUDICIAL. *
      *    CLAVE MENOR + REPRESENTANTE, ASI LOS REPRESENTANTES DE UN *
      *    MENOR QUEDAN CONTIGUOS. LO MANTIENE PGMVTU15, LO CIERRA   *
      *    PGMVMY15 AL CUMPLIR EL MENOR 18 ANIOS Y LO CONSULTA LA    *
      *    RUTINA PGMVMN15 AL VERIFICAR LA FIRMA DE UN DEBITO        *
      ***************************************************************
       01  WS-REG-TUTOR.
           03  TUT-CLAVE.
               05  TUT-MEN-TIPDOC     PIC X(02).
               05  TUT-MEN-NRODOC     PIC 9(11).
               05  TUT-REP-TIPDOC     PIC X(02).
               05  TUT-REP-NRODOC     PIC 9(11).
           03  TUT-NOMBRE             PIC X(30).
      *    'P' PADRE/MADRE (RESPONSABILIDAD PARENTAL) / 'T' TUTOR    *
      *    DESIGNADO / 'G' GUARDA OTORGADA JUDICIALMENTE             *
           03  TUT-TIPO-REPRES        PIC X(01).
               88  TUT-REPRES-PARENTAL        VALUE 'P'.
               88  TUT-REPRES-TUTELA          VALUE 'T'.
               88  TUT-REPRES-GUARDA          VALUE 'G'.
               88  TUT-REPRES-VALIDA          VALUE 'P' 'T' 'G'.
      *    OFICIO O EXPEDIENTE DE LA DESIGNACION (OBLIGATORIO EN     *
      *    TUTELA Y GUARDA)                                          *
           03  TUT-OFICIO             PIC X(20).
      *    'V' VIGENTE / 'F' FINALIZADA POR MAYORIA DE EDAD - LA     *
      *    FECHA DE FIN ES EL DIA EN QUE EL MENOR CUMPLE 18 ANIOS    *
           03  TUT-ESTADO             PIC X(01).
               88  TUT-VIGENTE                VALUE 'V'.
               88  TUT-FINALIZADA             VALUE 'F'.
           03  TUT-FEC-FIN            PIC 9(08).
           03  TUT-FEC-ALTA           PIC 9(08).
           03  TUT-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(18).
