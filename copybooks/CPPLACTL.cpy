      ***************************************************************
      *    CPPLACTL - AREA DE COMUNICACION CON LA RUTINA PGMVPL15    *
      *    DE PLANIFICACION DE CORRIDAS. FUNCION 'C' CONSULTA SI EL  *
      *    PROGRAMA INFORMADO SE ESPERA EN LA FECHA; FUNCION 'S'     *
      *    DEVUELVE EL SIGUIENTE PROGRAMA DEL MAESTRO POSTERIOR AL   *
      *    INFORMADO (ESPACIOS = EL PRIMERO) YA RESUELTO PARA LA     *
      *    FECHA, PARA ARMAR LA LISTA DE LA NOCHE. RESULTADO:        *
      *    'S' SE ESPERA / 'N' NO SE ESPERA ESA FECHA / 'C' SE       *
      *    PRESUME ESPERADO PORQUE SIN CALENDARIO LA REGLA NO SE     *
      *    PUEDE RESOLVER / 'D' PROGRAMA SIN PLANIFICACION / 'X'     *
      *    SIN MAESTRO ASIGNADO / 'F' FIN DEL MAESTRO (FUNCION 'S'). *
      *    CON 'D' O 'X' CADA LLAMADOR SIGUE CON SU LISTA DE SIEMPRE *
      ***************************************************************
       01  LK-PARM-PLANIF.
           03  LK-PLA-FUNCION       PIC X(01).
               88  LK-PLA-CONSULTAR          VALUE 'C'.
               88  LK-PLA-SIGUIENTE          VALUE 'S'.
           03  LK-PLA-PROGRAMA      PIC X(08).
           03  LK-PLA-FECHA         PIC 9(08).
           03  LK-PLA-FRECUENCIA    PIC X(01).
           03  LK-PLA-ORDEN         PIC 9(03).
           03  LK-PLA-DESCRIPCION   PIC X(30).
           03  LK-PLA-RESULTADO     PIC X(01).
               88  LK-PLA-ESPERADO           VALUE 'S'.
               88  LK-PLA-NO-ESPERADO        VALUE 'N'.
               88  LK-PLA-PRESUNTO           VALUE 'C'.
               88  LK-PLA-SIN-PLANIF         VALUE 'D'.
               88  LK-PLA-SIN-MAESTRO        VALUE 'X'.
               88  LK-PLA-FIN-MAESTRO        VALUE 'F'.
               88  LK-PLA-SE-CORRE           VALUE 'S' 'C' 'D' 'X'.
