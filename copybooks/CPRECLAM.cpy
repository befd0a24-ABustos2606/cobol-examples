      ***************************************************************
      *    CPRECLAM - LAYOUT REGISTRO MAESTRO DE RECLAMOS DE         *
      *    CLIENTES (VSAM DDRECLAM) - UN REGISTRO POR RECLAMO CON    *
      *    LA NUMERACION UNICA QUE EXIGE EL BCRA. CLAVE SUCURSAL +   *
      *    NUMERO, ASI EL LISTADO DE VENCIMIENTOS SALE POR SUCURSAL. *
      *    EL VENCIMIENTO SE CALCULA EN DIAS HABILES (PGMVBD15) Y    *
      *    EL REINTEGRO SE ACREDITA POR PGMVPS15 CON UNA REFERENCIA  *
      *    QUE LO VINCULA AL RECLAMO. LA CLAVE EN CEROS ES EL        *
      *    REGISTRO DE CONTROL CON EL ULTIMO NUMERO ASIGNADO Y LA    *
      *    FECHA DE LA ULTIMA CARGA DE ALTAS.                        *
      *    LO MANTIENE PGMVRQ15                                      *
      ***************************************************************
       01  WS-REG-RECLAM.
           03  RCL-CLAVE.
               05  RCL-SUCURSAL       PIC 9(03).
               05  RCL-NUMERO         PIC 9(08).
           03  RCL-TIPDOC             PIC X(02).
           03  RCL-NRODOC             PIC 9(11).
           03  RCL-NOMAPE             PIC X(30).
      *    CUENTA RECLAMADA (CEROS = RECLAMO SIN CUENTA ASOCIADA)    *
           03  RCL-TIPCUEN            PIC 9(02).
           03  RCL-NROCUEN            PIC 9(10).
           03  RCL-CATEGORIA          PIC X(02).
               88  RCL-CAT-COMISIONES         VALUE 'CM'.
               88  RCL-CAT-CUENTAS            VALUE 'CU'.
               88  RCL-CAT-TRANSFERENCIAS     VALUE 'TR'.
               88  RCL-CAT-TARJETAS           VALUE 'TJ'.
               88  RCL-CAT-PRESTAMOS          VALUE 'PR'.
               88  RCL-CAT-CAJEROS            VALUE 'CJ'.
               88  RCL-CAT-ATENCION           VALUE 'AT'.
               88  RCL-CAT-OTROS              VALUE 'OT'.
      *    FRAUDE: EL REINTEGRO ES UN EVENTO DE FRAUDE EXTERNO EN EL *
      *    REGISTRO DE PERDIDAS POR RIESGO OPERACIONAL (PGMVOR15)    *
               88  RCL-CAT-FRAUDE             VALUE 'FR'.
               88  RCL-CATEGORIA-VALIDA       VALUE 'CM' 'CU' 'TR'
                                                    'TJ' 'PR' 'CJ'
                                                    'AT' 'OT' 'FR'.
      *    S=SUCURSAL T=TELEFONO W=WEB/EMAIL C=CARTA                 *
           03  RCL-CANAL              PIC X(01).
               88  RCL-CANAL-VALIDO           VALUE 'S' 'T' 'W' 'C'.
           03  RCL-FEC-RECEPCION      PIC 9(08).
           03  RCL-FEC-VENCIM         PIC 9(08).
      *    'A' ABIERTO / 'E' EN ANALISIS / 'F' RESUELTO A FAVOR DEL  *
      *    CLIENTE / 'D' RESUELTO DESFAVORABLE                       *
           03  RCL-ESTADO             PIC X(01).
               88  RCL-ABIERTO                VALUE 'A'.
               88  RCL-EN-ANALISIS            VALUE 'E'.
               88  RCL-RESUELTO-FAVORABLE     VALUE 'F'.
               88  RCL-RESUELTO-DESFAVORABLE  VALUE 'D'.
               88  RCL-VIGENTE                VALUE 'A' 'E'.
               88  RCL-RESUELTO               VALUE 'F' 'D'.
           03  RCL-FEC-ANALISIS       PIC 9(08).
           03  RCL-FEC-RESOLUCION     PIC 9(08).
      *    RESPUESTA DENTRO DEL PLAZO (S/N) AL RESOLVER              *
           03  RCL-EN-PLAZO           PIC X(01).
               88  RCL-RESUELTO-EN-PLAZO      VALUE 'S'.
               88  RCL-RESUELTO-FUERA-PLAZO   VALUE 'N'.
           03  RCL-DESCRIPCION        PIC X(40).
           03  RCL-RESOLUCION         PIC X(40).
      *    REINTEGRO AL CLIENTE: ' ' SIN REINTEGRO / 'A' ACREDITADO  *
           03  RCL-IMP-REINTEGRO      PIC S9(09)V99.
           03  RCL-REINTEGRO          PIC X(01).
               88  RCL-SIN-REINTEGRO          VALUE ' '.
               88  RCL-REINTEGRO-ACREDITADO   VALUE 'A'.
           03  RCL-FEC-REINTEGRO      PIC 9(08).
           03  RCL-REF-POSTEO         PIC X(25).
           03  RCL-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(14).

      *    REGISTRO DE CONTROL (CLAVE EN CEROS)                      *
       01  WS-REG-RECLAM-CTL REDEFINES WS-REG-RECLAM.
           03  FILLER                 PIC X(11).
           03  CTL-ULT-NUMERO         PIC 9(08).
           03  CTL-FEC-ULT-CARGA      PIC 9(08).
           03  FILLER                 PIC X(223).
