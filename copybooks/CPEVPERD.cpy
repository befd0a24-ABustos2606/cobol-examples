      ***************************************************************
      *    CPEVPERD - LAYOUT REGISTRO DE EVENTOS DE PERDIDA POR      *
      *    RIESGO OPERACIONAL (VSAM DDEVPERD) - UN REGISTRO POR      *
      *    EVENTO CON SU CLASIFICACION POR TIPO DE EVENTO Y LINEA DE *
      *    NEGOCIO QUE PIDE EL BCRA. CLAVE ORIGEN + REFERENCIA DE LA *
      *    FUENTE, ASI LA CARGA AUTOMATICA DE CADA NOCHE NO DUPLICA  *
      *    LO YA REGISTRADO. NADA SE BORRA: LA ANULACION DEJA EL     *
      *    EVENTO FUERA DEL REPORTE. LO MANTIENE PGMVOR15            *
      ***************************************************************
       01  WS-REG-EVPERD.
           03  EVP-CLAVE.
      *    A FALTANTE DE ARQUEO DE CAJA (PGMVTL15) / C SALDO         *
      *    CASTIGADO (PGMVGM15) / R REINTEGRO DE RECLAMO (PGMVRQ15)  *
      *    / M CARGA MANUAL / K CORRECCION MANUAL RESPALDADA EN LA   *
      *    AUDITORIA CPAUDIT                                         *
               05  EVP-ORIGEN         PIC X(01).
                   88  EVP-ORI-ARQUEO         VALUE 'A'.
                   88  EVP-ORI-CASTIGO        VALUE 'C'.
                   88  EVP-ORI-RECLAMO        VALUE 'R'.
                   88  EVP-ORI-MANUAL         VALUE 'M'.
                   88  EVP-ORI-CORRECCION     VALUE 'K'.
                   88  EVP-ORI-AUTOMATICO     VALUE 'A' 'C' 'R'.
                   88  EVP-ORI-CARGA-MANUAL   VALUE 'M' 'K'.
      *    REFERENCIA DE LA FUENTE: FECHA+OPERADOR DEL ARQUEO, CLAVE *
      *    DEL CASTIGO, CLAVE DEL RECLAMO O LA INFORMADA EN LA CARGA *
               05  EVP-REFERENCIA     PIC X(25).
      *    TIPO DE EVENTO (BASILEA): FI FRAUDE INTERNO / FE FRAUDE    *
      *    EXTERNO / RL RELACIONES LABORALES / CL CLIENTES,          *
      *    PRODUCTOS Y PRACTICAS COMERCIALES / DA DANOS A ACTIVOS    *
      *    FISICOS / IS INTERRUPCION DEL NEGOCIO Y FALLAS EN LOS     *
      *    SISTEMAS / EP EJECUCION, ENTREGA Y GESTION DE PROCESOS    *
           03  EVP-TIPO-EVENTO        PIC X(02).
               88  EVP-TIPO-VALIDO            VALUE 'FI' 'FE' 'RL'
                                                    'CL' 'DA' 'IS'
                                                    'EP'.
      *    LINEA DE NEGOCIO: FC FINANZAS CORPORATIVAS / NV           *
      *    NEGOCIACION Y VENTAS / BM BANCA MINORISTA / BC BANCA      *
      *    COMERCIAL / PL PAGOS Y LIQUIDACIONES / SA SERVICIOS DE    *
      *    AGENCIA / AA ADMINISTRACION DE ACTIVOS / IM               *
      *    INTERMEDIACION MINORISTA                                  *
           03  EVP-LINEA-NEGOCIO      PIC X(02).
               88  EVP-LINEA-VALIDA           VALUE 'FC' 'NV' 'BM'
                                                    'BC' 'PL' 'SA'
                                                    'AA' 'IM'.
           03  EVP-SUCURSAL           PIC 9(03).
      *    PERDIDA BRUTA Y RECUPEROS ACUMULADOS (SEGURO, CLIENTE,    *
      *    COBRANZA DEL CASTIGO); NETA = BRUTA - RECUPERADO          *
           03  EVP-IMP-BRUTO          PIC S9(11)V99.
           03  EVP-IMP-RECUPERADO     PIC S9(11)V99.
           03  EVP-FEC-OCURRENCIA     PIC 9(08).
           03  EVP-FEC-DESCUBRIM      PIC 9(08).
      *    FECHA DE REGISTRO DEL EVENTO Y DEL ULTIMO RECUPERO        *
           03  EVP-FEC-REGISTRO       PIC 9(08).
           03  EVP-FEC-ULT-RECUP      PIC 9(08).
           03  EVP-DESCRIPCION        PIC X(40).
      *    ASIENTO DE AUDITORIA QUE RESPALDA LA CORRECCION (K)       *
           03  EVP-REF-AUDITORIA.
               05  EVP-AUD-PROGRAMA   PIC X(08).
               05  EVP-AUD-FECHA      PIC X(08).
               05  EVP-AUD-CLAVE      PIC X(20).
      *    'A' ABIERTO / 'R' RECUPERADO TOTAL / 'B' ANULADO          *
           03  EVP-ESTADO             PIC X(01).
               88  EVP-ABIERTO                VALUE 'A'.
               88  EVP-RECUPERADO             VALUE 'R'.
               88  EVP-ANULADO                VALUE 'B'.
           03  EVP-FEC-ESTADO         PIC 9(08).
           03  EVP-FEC-ULT-MOD        PIC 9(08).
      *    OPERADOR DE LA ULTIMA NOVEDAD MANUAL (ESPACIOS = PROCESO) *
           03  EVP-OPERADOR           PIC X(08).
           03  FILLER                 PIC X(08).
