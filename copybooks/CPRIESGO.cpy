      ***************************************************************
      *    CPRIESGO - LAYOUT REGISTRO TABLA DE FACTORES DE RIESGO    *
      *    DE LAVADO (DDRGOTAB) - PUNTOS QUE SUMA CADA NACIONALIDAD, *
      *    CADA TIPO DE CUENTA Y QUE CODIGOS DE MOVIMIENTO SE        *
      *    CONSIDERAN EFECTIVO PARA LA CALIFICACION DE PGMVRR15      *
      ***************************************************************
       01  WS-REG-RIESGO.
      *    'N' NACIONALIDAD / 'T' TIPO DE CUENTA (2 DIGITOS) /       *
      *    'E' CODIGO DE MOVIMIENTO EN EFECTIVO (PUNTOS SIN USO)     *
           03  RGO-FACTOR             PIC X(01).
               88  RGO-NACIONALIDAD           VALUE 'N'.
               88  RGO-TIPO-CUENTA            VALUE 'T'.
               88  RGO-COD-EFECTIVO           VALUE 'E'.
           03  RGO-VALOR              PIC X(15).
           03  RGO-PUNTOS             PIC 9(03).
           03  FILLER                 PIC X(06).
