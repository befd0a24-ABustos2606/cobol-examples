       IDENTIFICATION DIVISION.
        PROGRAM-ID. PGMVOP15.

      ***********************************************
      *                                             *
      * RUTINA COMPARTIDA DE AUTORIZACION DEL       *
      * OPERADOR QUE CARGO UNA NOVEDAD DE           *
      * MANTENIMIENTO, CONTRA EL MAESTRO DDOPERAD   *
      * (VSAM) QUE MANTIENE PGMVOM15 - LLAMADA      *
      * DESDE LOS FEEDS DE EMBARGOS (PGMVEB15),     *
      * ACUERDOS (PGMVOD15), PODERES (PGMVPO15),    *
      * CODIGOS DE MOVIMIENTO (PGMVTM15), LISTA DE  *
      * OBSERVADOS (PGMVWL15), COTITULARES          *
      * (PGMVCT15), LOCALIDADES (PGMVLC15), LA      *
      * FUSION DE SUCURSALES (PGMVFU15), EL         *
      * CATALOGO DE PRODUCTOS (PGMVPT15), LA TABLA  *
      * DE TASAS (PGMVTA15), LOS OFICIALES DE       *
      * CUENTA (PGMVOF15), LAS REGLAS CONTABLES     *
      * (PGMVAS15), LOS ALIAS CBU (PGMVAL15), LOS   *
      * BENEFICIARIOS FINALES (PGMVBF15), LAS       *
      * CAJAS DE SEGURIDAD (PGMVCS15), LOS GRUPOS   *
      * ECONOMICOS (PGMVGE15), LOS LIMITES          *
      * TRANSACCIONALES (PGMVLI15), LAS ALERTAS AL  *
      * CLIENTE (PGMVNT15), LAS DECLARACIONES PEP   *
      * (PGMVPE15), LAS RETENCIONES (PGMVRE15), LA  *
      * RESIDENCIA FISCAL (PGMVRF15), LOS RECLAMOS  *
      * (PGMVRQ15), LOS REPRESENTANTES LEGALES      *
      * (PGMVTU15) Y EL PROPIO MAESTRO DE           *
      * OPERADORES (MISMO ESQUEMA DE APERTURA       *
      * UNICA QUE PGMVCK15)                         *
      *                                             *
      * A DIFERENCIA DEL CONSENTIMIENTO, SIN        *
      * MAESTRO ASIGNADO NO SE AUTORIZA NADA: LA    *
      * NOVEDAD VA AL SUSPENSO DEL FEED             *
      *                                             *
      * REGLAS: OPERADOR INFORMADO, EXISTENTE Y     *
      * ACTIVO; ROL CON PERMISO (EL AUDITOR NUNCA   *
      * ACTUALIZA, SEGURIDAD SOLO ADMINISTRA        *
      * OPERADORES Y NADIE MAS LO HACE); FUNCION    *
      * HABILITADA; Y SUCURSAL PROPIA, SALVO EL     *
      * OPERADOR DE CASA CENTRAL (SUCURSAL 000)     *
      *                                             *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERAD ASSIGN DDOPERAD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KEY-OPERAD
                  FILE STATUS IS FS-OPE.

       DATA DIVISION.
       FILE SECTION.

       FD OPERAD.

       01 REG-OPERAD.
           03 KEY-OPERAD    PIC X(08).
           03 FILLER        PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-OPE           PIC XX    VALUE SPACES.
       77  WS-IND-FUN       PIC 9(02) VALUE ZEROS.

       01  WS-STATUS-ABIERTO   PIC X   VALUE 'N'.
           88  WS-OPERAD-ABIERTO       VALUE 'Y'.
           88  WS-OPERAD-NO-ABIERTO    VALUE 'N'.

       01  WS-STATUS-CLUSTER   PIC X   VALUE 'N'.
           88  WS-CLUSTER-AUSENTE      VALUE 'A'.
           88  WS-CLUSTER-PRESENTE     VALUE 'P'.
           88  WS-CLUSTER-SIN-PROBAR   VALUE 'N'.

       01  WS-SW-FUNCION       PIC X   VALUE 'N'.
           88  WS-FUNCION-HABILITADA   VALUE 'S'.
           88  WS-FUNCION-NO-HABILITADA VALUE 'N'.

           COPY CPOPERAD.

       LINKAGE SECTION.
           COPY CPOPECTL.

      ***************************************************************.
       PROCEDURE DIVISION USING LK-PARM-OPERADOR.
      ***** AUTORIZACION DEL OPERADOR PARA LA FUNCION ******
       1000-VERIFICAR-OPERADOR.
      **************************************

           SET LK-OPE-RECHAZADO TO TRUE.
           MOVE SPACES TO LK-OPE-ROL LK-OPE-MOTIVO.

           IF WS-OPERAD-NO-ABIERTO AND WS-CLUSTER-SIN-PROBAR
              OPEN INPUT OPERAD
              EVALUATE FS-OPE
                 WHEN '00'
                    SET WS-OPERAD-ABIERTO TO TRUE
                    SET WS-CLUSTER-PRESENTE TO TRUE
                 WHEN '35'
                    SET WS-CLUSTER-AUSENTE TO TRUE
                 WHEN OTHER
                    DISPLAY '* ERROR EN OPEN OPERAD (PGMVOP15) = '
                            FS-OPE
                    SET WS-CLUSTER-AUSENTE TO TRUE
              END-EVALUATE
           END-IF.

           IF LK-OPE-ID IS EQUAL SPACES
              MOVE 'OPERADOR NO INFORMADO' TO LK-OPE-MOTIVO
              GO TO 1000-F-VERIFICAR-OPERADOR
           END-IF.

           IF WS-OPERAD-NO-ABIERTO
              MOVE 'MAESTRO DE OPERADORES AUSENTE' TO LK-OPE-MOTIVO
              GO TO 1000-F-VERIFICAR-OPERADOR
           END-IF.

           MOVE LK-OPE-ID TO KEY-OPERAD.
           READ OPERAD INTO WS-REG-OPERAD.

           EVALUATE FS-OPE
              WHEN '00'
                 MOVE OPE-ROL TO LK-OPE-ROL
              WHEN '23'
                 MOVE 'OPERADOR INEXISTENTE' TO LK-OPE-MOTIVO
                 GO TO 1000-F-VERIFICAR-OPERADOR
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OPERAD (PGMVOP15) = '
                         FS-OPE
                 MOVE 'ERROR EN MAESTRO DE OPERADORES' TO LK-OPE-MOTIVO
                 GO TO 1000-F-VERIFICAR-OPERADOR
           END-EVALUATE.

           IF NOT OPE-ACTIVO
              MOVE 'OPERADOR DADO DE BAJA' TO LK-OPE-MOTIVO
              GO TO 1000-F-VERIFICAR-OPERADOR
           END-IF.

      * SEPARACION DE FUNCIONES: EL AUDITOR NO ACTUALIZA Y SOLO       *
      * SEGURIDAD ADMINISTRA OPERADORES, SIN CARGAR NOVEDADES DE      *
      * NEGOCIO ********************************************************
           EVALUATE TRUE
              WHEN OPE-ROL-AUDITOR
                 MOVE 'ROL DE CONSULTA - NO ACTUALIZA' TO LK-OPE-MOTIVO
                 GO TO 1000-F-VERIFICAR-OPERADOR
              WHEN OPE-ROL-SEGURIDAD
               AND LK-OPE-FUNCION IS NOT EQUAL 'OM'
                 MOVE 'SEGURIDAD SOLO ADMIN. OPERADOR' TO LK-OPE-MOTIVO
                 GO TO 1000-F-VERIFICAR-OPERADOR
              WHEN NOT OPE-ROL-SEGURIDAD
               AND LK-OPE-FUNCION IS EQUAL 'OM'
                 MOVE 'ROL SIN PERMISO SOBRE OPERADOR' TO LK-OPE-MOTIVO
                 GO TO 1000-F-VERIFICAR-OPERADOR
              WHEN NOT OPE-ROL-VALIDO
                 MOVE 'ROL DEL OPERADOR INVALIDO' TO LK-OPE-MOTIVO
                 GO TO 1000-F-VERIFICAR-OPERADOR
           END-EVALUATE.

           SET WS-FUNCION-NO-HABILITADA TO TRUE.
           PERFORM 1100-BUSCAR-FUNCION THRU 1100-F-BUSCAR-FUNCION
                   VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN > OPE-MAX-FUNCIONES
                      OR WS-FUNCION-HABILITADA.

           IF WS-FUNCION-NO-HABILITADA
              MOVE 'FUNCION NO HABILITADA AL OPER.' TO LK-OPE-MOTIVO
              GO TO 1000-F-VERIFICAR-OPERADOR
           END-IF.

           IF LK-OPE-SUCURSAL IS NOT EQUAL ZEROS
              AND OPE-SUCURSAL IS NOT EQUAL ZEROS
              AND OPE-SUCURSAL IS NOT EQUAL LK-OPE-SUCURSAL
              MOVE 'OPERADOR DE OTRA SUCURSAL' TO LK-OPE-MOTIVO
              GO TO 1000-F-VERIFICAR-OPERADOR
           END-IF.

           SET LK-OPE-AUTORIZADO TO TRUE.

       1000-F-VERIFICAR-OPERADOR.
           GOBACK.

      ***** UNA FUNCION HABILITADA DEL OPERADOR ***********************
       1100-BUSCAR-FUNCION.

           IF OPE-FUNCION(WS-IND-FUN) IS EQUAL LK-OPE-FUNCION
              SET WS-FUNCION-HABILITADA TO TRUE
           END-IF.

       1100-F-BUSCAR-FUNCION. EXIT.
