           03  WS-DET-MONEDA PIC 9(02)    VALUE ZEROS.
           03  FILLER        PIC X(03)    VALUE SPACES.
           03  WS-DET-SALDO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
      * DISPONIBLE SOLO EN CERTIFICADOS A LA FECHA DEL DIA: EL         *
      * SNAPSHOT NO GUARDA LAS RETENCIONES DE FONDOS VIGENTES AL CIERRE*
           03  WS-DET-DISP-GRUPO.
               05  WS-DET-DISP-ROT PIC X(13) VALUE SPACES.
               05  WS-DET-DISPON   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           03  FILLER        PIC X(42)    VALUE SPACES.

       01  WS-CER-PIE.
           03  FILLER        PIC X(09)    VALUE 'CUENTAS: '.
           03  FILLER        PIC X(18)    VALUE '  HASH DE CONTROL '.
           03  WS-PIE-HASH   PIC 9(09)    VALUE ZEROS.
           03  FILLER        PIC X(66)    VALUE SPACES.
      * SALDO DISPONIBLE DE LA CUENTA (SALDO MENOS RETENCIONES DE     *
      * FONDOS) VIA RUTINA COMPARTIDA **********************************
       01  WS-PGMVDS15      PIC X(8)  VALUE 'PGMVDS15'.
           COPY CPDISPON.

      * FECHA DE PROCESO DE LA CADENA (DDFECPRO VIA PGMVFD15) - CON  *
      * EL ARCHIVO SIN ASIGNAR SE SIGUE ESTAMPANDO CON LA FECHA DEL  *
      * SISTEMA, COMO HASTA AHORA ************************************
           MOVE DB-CU-SUCUEN  TO WS-DET-SUCUEN.
           MOVE DB-CU-MONEDA  TO WS-DET-MONEDA.
           MOVE DB-CU-SALDO   TO WS-DET-SALDO.
           MOVE DB-CU-TIPCUEN TO LK-DS-TIPCUEN.
           MOVE DB-CU-NROCUEN TO LK-DS-NROCUEN.
           MOVE DB-CU-SALDO   TO LK-DS-SALDO.
           MOVE ZEROS         TO LK-DS-FECHA.
           CALL WS-PGMVDS15 USING LK-PARM-DISPON.
           MOVE '   DISPONIBLE' TO WS-DET-DISP-ROT.
           MOVE LK-DS-DISPONIBLE TO WS-DET-DISPON.
           WRITE REG-CERTIF FROM WS-CER-DETALLE AFTER 1.

           ADD 1 TO WS-CANT-CUENTAS.
           MOVE SNP-SUCUEN  TO WS-DET-SUCUEN.
           MOVE ZEROS       TO WS-DET-MONEDA.
           MOVE SNP-SALDO   TO WS-DET-SALDO.
           MOVE SPACES      TO WS-DET-DISP-GRUPO.
           WRITE REG-CERTIF FROM WS-CER-DETALLE AFTER 1.

           ADD 1 TO WS-CANT-CUENTAS.
