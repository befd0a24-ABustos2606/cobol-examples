      ***************************************************************
      *    CPPAISFI - LAYOUT REGISTRO TABLA DE PAISES E INDICIOS     *
      *    DE RESIDENCIA FISCAL EXTRANJERA (DDPAISFI) - PAISES CON   *
      *    LOS QUE HAY INTERCAMBIO (FATCA O CRS) Y LOS TEXTOS DE     *
      *    NACIONALIDAD, CIUDAD Y PREFIJO TELEFONICO QUE INDICAN     *
      *    UNA RESIDENCIA EN ESE PAIS. LA USA PGMVCR15               *
      ***************************************************************
       01  WS-REG-PAISFI.
      *    'P' PAIS REPORTABLE (VALOR SIN USO) / 'N' NACIONALIDAD /  *
      *    'C' CIUDAD DEL DOMICILIO / 'T' PREFIJO TELEFONICO         *
           03  PFI-TIPO               PIC X(01).
               88  PFI-PAIS-REPORTABLE        VALUE 'P'.
               88  PFI-NACIONALIDAD           VALUE 'N'.
               88  PFI-CIUDAD                 VALUE 'C'.
               88  PFI-TELEFONO               VALUE 'T'.
           03  PFI-VALOR              PIC X(15).
           03  PFI-PAIS               PIC X(02).
      *    SOLO EN LOS 'P': 'F' FATCA (EEUU) / 'C' CRS               *
           03  PFI-REGIMEN            PIC X(01).
               88  PFI-FATCA                  VALUE 'F'.
               88  PFI-CRS                    VALUE 'C'.
           03  FILLER                 PIC X(06).
