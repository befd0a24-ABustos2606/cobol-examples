      ***************************************************************
      *    CPLIMUSO - LAYOUT REGISTRO DE USO DE LIMITES (VSAM        *
      *    DDLIMUSO) - UNA ENTRADA POR CLIENTE, CANAL Y MES: LO      *
      *    OPERADO EN LA FECHA DE NEGOCIO Y EN EL MES, EL LIMITE     *
      *    APLICADO Y LOS EXCESOS DEL DIA (RECHAZADOS, DERIVADOS A   *
      *    APROBACION Y APROBADOS). LOS ACUMULADOS DEL DIA VUELVEN   *
      *    A CERO CUANDO CAMBIA USO-FECHA. LO ACTUALIZA LA RUTINA    *
      *    PGMVLD15 Y LO LISTA PGMVLI15                              *
      ***************************************************************
       01  WS-REG-LIMUSO.
           03  USO-CLAVE.
               05  USO-TIPDOC         PIC X(02).
               05  USO-NRODOC         PIC 9(11).
               05  USO-CANAL          PIC X(01).
               05  USO-PERIODO        PIC 9(06).
           03  USO-FECHA              PIC 9(08).
           03  USO-IMPORTE-DIA        PIC 9(11)V99.
           03  USO-CANT-DIA           PIC 9(05).
           03  USO-IMPORTE-MES        PIC 9(11)V99.
           03  USO-CANT-MES           PIC 9(05).
      * LIMITE VIGENTE EN LA ULTIMA OPERACION Y SU ORIGEN *
           03  USO-LIMITE-DIA         PIC 9(11)V99.
           03  USO-LIMITE-MES         PIC 9(11)V99.
           03  USO-PCT-ALERTA         PIC 9(03).
           03  USO-ORIGEN             PIC X(01).
               88  USO-LIMITE-CLIENTE         VALUE 'C'.
               88  USO-LIMITE-SEGMENTO        VALUE 'S'.
               88  USO-LIMITE-GENERAL         VALUE 'G'.
           03  USO-SEGMENTO           PIC X(01).
      * EXCESOS DEL DIA Y MAYOR IMPORTE QUE LOS PROVOCO *
           03  USO-RECHAZOS-DIA       PIC 9(03).
           03  USO-DERIVADAS-DIA      PIC 9(03).
           03  USO-APROBADAS-DIA      PIC 9(03).
           03  USO-MAYOR-EXCESO       PIC 9(11)V99.
           03  USO-ULT-APROBADOR      PIC X(10).
           03  FILLER                 PIC X(13).
