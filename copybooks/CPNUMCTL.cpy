      ***************************************************************
      *    CPNUMCTL - AREA DE COMUNICACION CON LA RUTINA PGMVNU15    *
      *    DE NUMERACION DE CUENTAS Y CBU. FUNCIONES:                *
      *    'AS' ASIGNA EL PROXIMO NROCUEN DEL TIPO DE CUENTA Y LA    *
      *         SUCURSAL Y DEVUELVE NROCUEN Y CBU                    *
      *    'VE' VERIFICA Y REGISTRA UN NROCUEN INFORMADO POR LA      *
      *         SUCURSAL (NO ASIGNADO NI CERRADO HACE MENOS DE LOS   *
      *         ANIOS DE BLOQUEO)                                    *
      *    'BA' REGISTRA EL CIERRE DE LA CUENTA NROCUEN A LA FECHA   *
      *    DEVUELVE 'S' O 'N' CON EL MOTIVO DEL RECHAZO              *
      ***************************************************************
       01  LK-PARM-NUMERACION.
           03  LK-NUM-FUNCION       PIC X(02).
               88  LK-NUM-ASIGNAR            VALUE 'AS'.
               88  LK-NUM-VERIFICAR          VALUE 'VE'.
               88  LK-NUM-CERRAR             VALUE 'BA'.
           03  LK-NUM-TIPO-CUENTA   PIC X(02).
           03  LK-NUM-SUCURSAL      PIC 9(03).
           03  LK-NUM-FECHA         PIC 9(08).
           03  LK-NUM-NROCUEN       PIC 9(15).
           03  LK-NUM-CBU           PIC 9(14).
           03  LK-NUM-RESULTADO     PIC X(01).
               88  LK-NUM-ACEPTADO           VALUE 'S'.
               88  LK-NUM-RECHAZADO          VALUE 'N'.
           03  LK-NUM-MOTIVO        PIC X(30).
