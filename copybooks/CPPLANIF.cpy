      ***************************************************************
      *    CPPLANIF - MAESTRO DE PLANIFICACION DE CORRIDAS (VSAM     *
      *    DDPLANIF) - UN REGISTRO POR PROGRAMA DE LA SUITE CON LA   *
      *    REGLA QUE DICE EN QUE FECHAS SE ESPERA QUE CORRA. LO      *
      *    MANTIENE PGMVPG15 (MODO M) Y LO RESUELVE CONTRA EL        *
      *    CALENDARIO DE DIAS HABILES (PGMVBD15) LA RUTINA PGMVPL15  *
      *    QUE CONSULTAN EL MONITOR DE SLA, EL PREFLIGHT Y EL        *
      *    ORQUESTADOR DE RELANZAMIENTO. NADA SE BORRA: LA BAJA      *
      *    DEJA EL PROGRAMA FUERA DE LA CADENA CON SU REGLA          *
      ***************************************************************
       01  WS-REG-PLANIF.
           03  PLN-PROGRAMA               PIC X(08).
           03  PLN-DESCRIPCION            PIC X(30).
      *    FRECUENCIA: D TODOS LOS DIAS / H DIA HABIL / M ULTIMO DIA *
      *    DEL MES / U ULTIMO DIA HABIL DEL MES / F FECHAS PUNTUALES *
      *    / C CICLO CADA N DIAS CORRIDOS DESDE UNA FECHA BASE       *
           03  PLN-FRECUENCIA             PIC X(01).
               88  PLN-DIARIO                     VALUE 'D'.
               88  PLN-DIA-HABIL                  VALUE 'H'.
               88  PLN-FIN-DE-MES                 VALUE 'M'.
               88  PLN-ULTIMO-HABIL               VALUE 'U'.
               88  PLN-FECHAS-PUNTUALES           VALUE 'F'.
               88  PLN-CICLO                      VALUE 'C'.
               88  PLN-FRECUENCIA-VALIDA          VALUE 'D' 'H' 'M'
                                                        'U' 'F' 'C'.
      *    FECHA DE LA REGLA QUE CAE EN DIA NO HABIL (D, M, F Y C):  *
      *    S CORRE EL DIA HABIL SIGUIENTE / N NO CORRE / C CORRE     *
      *    IGUAL (JOBS QUE NO DEPENDEN DEL CALENDARIO BANCARIO)      *
           03  PLN-AJUSTE                 PIC X(01).
               88  PLN-AJUSTE-SIGUIENTE           VALUE 'S'.
               88  PLN-AJUSTE-NO-CORRE            VALUE 'N'.
               88  PLN-AJUSTE-CORRIDO             VALUE 'C'.
               88  PLN-AJUSTE-VALIDO              VALUE 'S' 'N' 'C'.
      *    FECHAS PUNTUALES AAAAMMDD; CON AAAA EN CEROS SE REPITE     *
      *    TODOS LOS ANIOS (JOBS ANUALES COMO PGMVTX15)              *
           03  PLN-FECHAS.
               05  PLN-FECHA              PIC 9(08) OCCURS 6 TIMES.
      *    CICLO: CADA PLN-CICLO-DIAS DIAS CORRIDOS CONTANDO DESDE   *
      *    PLN-CICLO-BASE (LA BASE ES UNA FECHA DE CORRIDA)          *
           03  PLN-CICLO-DIAS             PIC 9(03).
           03  PLN-CICLO-BASE             PIC 9(08).
      *    ORDEN DEL PROGRAMA DENTRO DE LA CADENA (INFORMATIVO)      *
           03  PLN-ORDEN                  PIC 9(03).
      *    'A' ACTIVO / 'B' DADO DE BAJA (FUERA DE LA CADENA)        *
           03  PLN-ESTADO                 PIC X(01).
               88  PLN-ACTIVO                     VALUE 'A'.
               88  PLN-DADO-DE-BAJA               VALUE 'B'.
      *    VIGENCIA DE LA REGLA - HASTA 99999999 = SIN FIN           *
           03  PLN-VIG-DESDE              PIC 9(08).
           03  PLN-VIG-HASTA              PIC 9(08).
           03  PLN-FECHA-ALTA             PIC 9(08).
           03  PLN-FECHA-ESTADO           PIC 9(08).
      *    OPERADOR QUE CARGO LA ULTIMA NOVEDAD DEL REGISTRO         *
           03  PLN-OPERADOR               PIC X(08).
           03  FILLER                     PIC X(17).
