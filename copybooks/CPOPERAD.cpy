      ***************************************************************
      *    CPOPERAD - LAYOUT REGISTRO MAESTRO DE OPERADORES (VSAM    *
      *    DDOPERAD) - UN REGISTRO POR USUARIO QUE CARGA NOVEDADES   *
      *    EN LOS FEEDS DE MANTENIMIENTO, CON SU ROL, SU SUCURSAL Y  *
      *    LAS FUNCIONES (FEEDS) QUE TIENE HABILITADAS. LA BAJA ES   *
      *    LOGICA PARA LA REVISION DE ACCESOS. LO MANTIENE PGMVOM15  *
      *    Y LO CONSULTA LA RUTINA PGMVOP15 DESDE CADA FEED          *
      ***************************************************************
       01  WS-REG-OPERAD.
           03  OPE-ID                 PIC X(08).
           03  OPE-NOMBRE             PIC X(30).
      *    'OP' OPERADOR / 'SU' SUPERVISOR / 'SG' SEGURIDAD          *
      *    INFORMATICA (SOLO ADMINISTRA OPERADORES) / 'AU' AUDITOR   *
      *    INTERNO (SOLO CONSULTA, NUNCA ACTUALIZA)                  *
           03  OPE-ROL                PIC X(02).
               88  OPE-ROL-OPERADOR           VALUE 'OP'.
               88  OPE-ROL-SUPERVISOR         VALUE 'SU'.
               88  OPE-ROL-SEGURIDAD          VALUE 'SG'.
               88  OPE-ROL-AUDITOR            VALUE 'AU'.
               88  OPE-ROL-VALIDO             VALUE 'OP' 'SU' 'SG'
                                                    'AU'.
      *    SUCURSAL DEL OPERADOR (000 = CASA CENTRAL, TODAS)         *
           03  OPE-SUCURSAL           PIC 9(03).
      *    'A' ACTIVO / 'B' DADO DE BAJA                             *
           03  OPE-ESTADO             PIC X(01).
               88  OPE-ACTIVO                 VALUE 'A'.
               88  OPE-DADO-DE-BAJA           VALUE 'B'.
      *    FUNCIONES HABILITADAS: EB EMBARGOS / OD ACUERDOS DE       *
      *    SOBREGIRO / PO PODERES / TM CODIGOS DE MOVIMIENTO /       *
      *    WL LISTA DE OBSERVADOS / CT COTITULARES / LC LOCALIDADES  *
      *    / OM MAESTRO DE OPERADORES / FS FUSION DE SUCURSALES      *
      *    / PR CATALOGO DE PRODUCTOS / TA TABLA DE TASAS            *
      *    / OC OFICIALES DE CUENTA / PL PLANIFICACION DE CORRIDAS   *
      *    / RO EVENTOS DE PERDIDA POR RIESGO OPERACIONAL            *
      *    / BV BOVEDAS DE SUCURSAL (LIMITES Y AJUSTE DE POSICION)   *
      *    / CJ DEPOSITO DE CHEQUES DE OTROS BANCOS (CANJE)          *
      *    / RC REGLAS CONTABLES DEL SUBMAYOR / AL ALIAS CBU         *
      *    / BF BENEFICIARIOS FINALES / CS CAJAS DE SEGURIDAD        *
      *    / GE GRUPOS ECONOMICOS / LI LIMITES TRANSACCIONALES       *
      *    / NT SUSCRIPCION A ALERTAS DE MOVIMIENTOS AL CLIENTE      *
      *    / PE PERSONAS EXPUESTAS POLITICAMENTE (PEP)               *
      *    / RE RETENCIONES DE FONDOS NO JUDICIALES                  *
      *    / RF RESIDENCIA FISCAL (FATCA / CRS) / RQ RECLAMOS        *
      *    / TU REPRESENTANTES LEGALES DE MENORES                    *
      *    LA CANTIDAD DE OCURRENCIAS DEBE COINCIDIR CON EL TOPE     *
      *    OPE-MAX-FUNCIONES QUE USAN LOS PROGRAMAS PARA RECORRERLAS *
           03  OPE-FUNCIONES.
               05  OPE-FUNCION        PIC X(02) OCCURS 30 TIMES.
           03  OPE-FEC-ALTA           PIC 9(08).
           03  OPE-FEC-BAJA           PIC 9(08).
           03  OPE-FEC-ULT-MOD        PIC 9(08).
      *    OPERADOR DE SEGURIDAD QUE HIZO EL ULTIMO CAMBIO           *
           03  OPE-OPER-ULT-MOD       PIC X(08).
           03  FILLER                 PIC X(04).
      *    TOPE DE FUNCIONES POR OPERADOR (OCCURS DE OPE-FUNCION)    *
       01  OPE-MAX-FUNCIONES          PIC 9(02) VALUE 30.
