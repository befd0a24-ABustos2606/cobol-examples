      ***************************************************************
      *    CPTASAS - TABLA DE TASAS CON VIGENCIA (VSAM DDTASINT) -   *
      *    UN REGISTRO POR CLASE DE TASA, MONEDA, BANDA Y FECHA DE   *
      *    VIGENCIA. LA MANTIENE PGMVTA15 (SOLO VIGENCIAS FUTURAS,   *
      *    NADA SE BORRA: LA HISTORIA QUEDA EN EL MISMO CLUSTER);    *
      *    LA CONSULTA LA RUTINA PGMVTQ15 Y EL LISTADO DE CAMBIOS    *
      *    DE TASA PGMVTV15                                          *
      ***************************************************************
       01  WS-REG-TASA.
           03  TAS-CLAVE.
      *    CLASE: PF PLAZO FIJO / CA CC DEVENGAMIENTO DE SALDOS      *
      *    ACREEDORES / DA DESCUBIERTO ACORDADO / DP PUNITORIO       *
               05  TAS-CLASE              PIC X(02).
                   88  TAS-CLASE-PLAZO-FIJO       VALUE 'PF'.
                   88  TAS-CLASE-VALIDA           VALUE 'PF' 'CA'
                                                        'CC' 'DA'
                                                        'DP'.
               05  TAS-MONEDA             PIC 9(02).
      *    TOPE DE LA BANDA: DIAS DE PLAZO (PF) O SALDO EN UNIDADES  *
      *    ENTERAS (RESTO); 99999999 = SIN TOPE                      *
               05  TAS-BANDA-HASTA        PIC 9(08).
               05  TAS-VIGENCIA           PIC 9(08).
      *    TASA NOMINAL ANUAL                                        *
           03  TAS-TASA                   PIC 9(02)V9(04).
      *    'A' ACTIVA / 'N' ANULADA ANTES DE ENTRAR EN VIGENCIA      *
           03  TAS-ESTADO                 PIC X(01).
               88  TAS-ACTIVA                     VALUE 'A'.
               88  TAS-ANULADA                    VALUE 'N'.
           03  TAS-FECHA-ALTA             PIC 9(08).
           03  TAS-FECHA-ESTADO           PIC 9(08).
      *    OPERADOR QUE CARGO LA ULTIMA NOVEDAD DEL REGISTRO         *
           03  TAS-OPERADOR               PIC X(08).
           03  FILLER                     PIC X(09).
