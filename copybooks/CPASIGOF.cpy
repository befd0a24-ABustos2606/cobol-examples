      ***************************************************************
      *    CPASIGOF - ASIGNACION DE CLIENTES A OFICIALES DE CUENTA   *
      *    CON HISTORIA (VSAM DDASIGOF). LA ASIGNACION VIGENTE DEL   *
      *    DOCUMENTO TIENE FECHA HASTA 99999999 Y SE LEE DIRECTO;    *
      *    AL REASIGNAR O DESASIGNAR SE GRABA UNA COPIA CON LA       *
      *    FECHA HASTA DEL DIA Y EL MOTIVO DEL FIN. LO MANTIENE      *
      *    PGMVOF15 Y LO LEE EL LISTADO DE CARTERAS PGMVOC15         *
      ***************************************************************
       01  WS-REG-ASIGOF.
           03  ASO-CLAVE.
               05  ASO-TIPDOC         PIC X(02).
               05  ASO-NRODOC         PIC 9(11).
               05  ASO-FEC-HASTA      PIC 9(08).
                   88  ASO-VIGENTE            VALUE 99999999.
           03  ASO-OFICIAL            PIC X(06).
           03  ASO-FEC-DESDE          PIC 9(08).
      *    ORIGEN DE LA ASIGNACION: 'AS' NOVEDAD INDIVIDUAL /        *
      *    'RM' REASIGNACION MASIVA DE LA CARTERA DE OTRO OFICIAL    *
           03  ASO-MOTIVO-ALTA        PIC X(02).
               88  ASO-ALTA-INDIVIDUAL        VALUE 'AS'.
               88  ASO-ALTA-MASIVA            VALUE 'RM'.
      *    FIN DE LA ASIGNACION (EN BLANCO MIENTRAS ESTA VIGENTE):   *
      *    'RE' REASIGNADO / 'DE' DESASIGNADO / 'RM' REASIGNACION    *
      *    MASIVA                                                    *
           03  ASO-MOTIVO-FIN         PIC X(02).
               88  ASO-FIN-REASIGNADO         VALUE 'RE'.
               88  ASO-FIN-DESASIGNADO        VALUE 'DE'.
               88  ASO-FIN-MASIVA             VALUE 'RM'.
           03  ASO-OPERADOR           PIC X(08).
           03  FILLER                 PIC X(13).
