      ***************************************************************
      *    CPRESFIS - LAYOUT REGISTRO MAESTRO DE DECLARACIONES DE    *
      *    RESIDENCIA FISCAL (VSAM DDRESFIS) - UNA ENTRADA POR       *
      *    DOCUMENTO, MANTENIDA POR PGMVRF15: CONDICION DE US        *
      *    PERSON (FATCA), HASTA TRES PAISES DE RESIDENCIA FISCAL    *
      *    CON SU NUMERO DE IDENTIFICACION TRIBUTARIA (TIN) Y FECHA  *
      *    DE LA AUTOCERTIFICACION. LO CONSULTA EL REPORTE ANUAL     *
      *    FATCA/CRS PGMVCR15                                        *
      ***************************************************************
       01  WS-REG-RESFIS.
           03  RFI-CLAVE.
               05  RFI-TIPDOC         PIC X(02).
               05  RFI-NRODOC         PIC 9(11).
      *    'S' CIUDADANO O RESIDENTE DE EEUU / 'N' NO LO ES          *
           03  RFI-US-PERSON          PIC X(01).
               88  RFI-ES-US-PERSON           VALUE 'S'.
               88  RFI-NO-US-PERSON           VALUE 'N'.
      *    PAISES DE RESIDENCIA FISCAL (CODIGO ISO DE 2 LETRAS);     *
      *    LAS POSICIONES SIN USO QUEDAN EN BLANCO                   *
           03  RFI-RESIDENCIA         OCCURS 3 TIMES.
               05  RFI-PAIS           PIC X(02).
               05  RFI-TIN            PIC X(20).
           03  RFI-FEC-AUTOCERT       PIC 9(08).
           03  RFI-FEC-ALTA           PIC 9(08).
           03  RFI-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(16).
