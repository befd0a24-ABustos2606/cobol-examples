      ***************************************************************
      *    CPCANJE - REGISTRO DE CHEQUES DE OTROS BANCOS DEPOSITADOS *
      *    POR NUESTROS CLIENTES (VSAM DDCANJE, 150 BYTES), CLAVE    *
      *    ENTIDAD GIRADA + SUCURSAL GIRADA + CUENTA GIRADA + NUMERO *
      *    DE CHEQUE, MANTENIDO POR PGMVCJ15. ESTADOS: 'I' INGRESADO *
      *    EN VENTANILLA, 'E' ENVIADO AL CANJE CON EL CREDITO        *
      *    PENDIENTE HASTA LA FECHA DE ACREDITACION, 'A' ACREDITADO  *
      *    EN LA CUENTA DEL DEPOSITANTE, 'R' RECHAZADO POR EL BANCO  *
      *    GIRADO. UN CHEQUE RECHAZADO PUEDE VOLVER A DEPOSITARSE:   *
      *    EL NUMERO DE PRESENTACION DISTINGUE LOS POSTEOS DE CADA   *
      *    VUELTA EN EL LIBRO DE MOVIMIENTOS                         *
      ***************************************************************
       01  WS-REG-CANJE.
           03  CJE-CLAVE.
               05  CJE-ENTIDAD            PIC 9(03).
               05  CJE-SUC-GIRADA         PIC 9(03).
               05  CJE-CTA-GIRADA         PIC 9(11).
               05  CJE-NRO-CHEQUE         PIC 9(08).
      *    CUENTA DEL CLIENTE DEPOSITANTE Y SU SUCURSAL              *
           03  CJE-TIPCUEN                PIC 9(02).
           03  CJE-NROCUEN                PIC 9(15).
           03  CJE-SUCUEN                 PIC 9(03).
      *    SUCURSAL DONDE SE RECIBIO EL DEPOSITO                     *
           03  CJE-SUC-DEPOSITO           PIC 9(03).
           03  CJE-IMPORTE                PIC 9(09)V99.
           03  CJE-ESTADO                 PIC X(01).
               88  CJE-INGRESADO                  VALUE 'I'.
               88  CJE-ENVIADO                    VALUE 'E'.
               88  CJE-ACREDITADO                 VALUE 'A'.
               88  CJE-RECHAZADO                  VALUE 'R'.
           03  CJE-NRO-PRESENTACION       PIC 9(01).
           03  CJE-FEC-DEPOSITO           PIC 9(08).
           03  CJE-FEC-ENVIO              PIC 9(08).
      *    FIN DEL PLAZO DE CANJE (PGMVBD15): LIBERACION DEL CREDITO *
           03  CJE-FEC-ACREDITA           PIC 9(08).
           03  CJE-FEC-ESTADO             PIC 9(08).
      *    MOTIVO INFORMADO POR EL BANCO GIRADO EN EL RECHAZO        *
           03  CJE-MOTIVO-RECHAZO         PIC X(02).
           03  CJE-COMISION               PIC 9(07)V99.
      *    DEBITO DEL CHEQUE YA ACREDITADO Y COMISION DEL RECHAZO    *
      *    QUE PGMVPS15 NO PUDO APLICAR: SE REINTENTAN CADA NOCHE    *
           03  CJE-PEND-DEBITO            PIC X(01).
               88  CJE-DEBITO-PENDIENTE           VALUE 'S'.
           03  CJE-PEND-COMISION          PIC X(01).
               88  CJE-COMISION-PENDIENTE         VALUE 'S'.
           03  CJE-OPERADOR               PIC X(08).
           03  FILLER                     PIC X(36).
