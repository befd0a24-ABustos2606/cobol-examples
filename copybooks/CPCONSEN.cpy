      ***************************************************************
      *    CPCONSEN - LAYOUT REGISTRO DE CONSENTIMIENTO PARA         *
      *    COMUNICACIONES COMERCIALES (VSAM DDCONSEN) - UNA ENTRADA  *
      *    POR DOCUMENTO Y CANAL, CON LA FECHA Y EL ORIGEN DEL       *
      *    ULTIMO CONSENTIMIENTO O NEGATIVA: FORMULARIO FIRMADO EN   *
      *    SUCURSAL O INSCRIPCION EN EL REGISTRO NACIONAL NO LLAME.  *
      *    LO MANTIENE PGMVMK15 (HISTORIA EN CPCONHIS) Y LO CONSULTA *
      *    LA RUTINA PGMVCK15 DESDE LOS EXTRACTOS DE MARKETING       *
      ***************************************************************
       01  WS-REG-CONSEN.
           03  CNS-CLAVE.
               05  CNS-TIPDOC         PIC X(02).
               05  CNS-NRODOC         PIC 9(11).
      *    'P' CORREO POSTAL / 'E' EMAIL / 'T' TELEFONO / 'S' SMS    *
               05  CNS-CANAL          PIC X(01).
                   88  CNS-CANAL-POSTAL       VALUE 'P'.
                   88  CNS-CANAL-EMAIL        VALUE 'E'.
                   88  CNS-CANAL-TELEFONO     VALUE 'T'.
                   88  CNS-CANAL-SMS          VALUE 'S'.
                   88  CNS-CANAL-VALIDO       VALUE 'P' 'E' 'T' 'S'.
      *    'S' ACEPTA COMUNICACIONES COMERCIALES / 'N' LAS RECHAZA   *
           03  CNS-ESTADO             PIC X(01).
               88  CNS-CONSIENTE              VALUE 'S'.
               88  CNS-NO-CONSIENTE           VALUE 'N'.
               88  CNS-ESTADO-VALIDO          VALUE 'S' 'N'.
      *    FECHA DE FIRMA DEL FORMULARIO O DE INSCRIPCION EN EL      *
      *    REGISTRO NO LLAME                                         *
           03  CNS-FEC-CONSENT        PIC 9(08).
      *    'F' FORMULARIO DE SUCURSAL / 'R' REGISTRO NO LLAME        *
           03  CNS-ORIGEN             PIC X(01).
               88  CNS-ORIG-FORMULARIO        VALUE 'F'.
               88  CNS-ORIG-NO-LLAME          VALUE 'R'.
      *    NUMERO DE FORMULARIO O TELEFONO INSCRIPTO                 *
           03  CNS-REFERENCIA         PIC X(20).
           03  CNS-SUCURSAL           PIC 9(03).
           03  CNS-FEC-ULT-MOD        PIC 9(08).
           03  FILLER                 PIC X(05).
