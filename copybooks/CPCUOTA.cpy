      ***************************************************************
      *    CPCUOTA - LAYOUT REGISTRO CRONOGRAMA DE CUOTAS DE         *
      *    PRESTAMOS (VSAM DDCUOTAS, CLAVE PRESTAMO + NRO DE CUOTA)  *
      *    - VENCIMIENTO, APERTURA CAPITAL/INTERES, SALDO DE         *
      *    CAPITAL LUEGO DE LA CUOTA Y SITUACION DE COBRO            *
      ***************************************************************
       01  WS-REG-CUOTA.
           03  CUO-CLAVE.
               05  CUO-PRESTAMO   PIC 9(08).
               05  CUO-NUMERO     PIC 9(03).
           03  CUO-FEC-VTO        PIC 9(08).
           03  CUO-CAPITAL        PIC 9(9)V99.
           03  CUO-INTERES        PIC 9(9)V99.
           03  CUO-IMPORTE        PIC 9(9)V99.
           03  CUO-SALDO-CAPITAL  PIC 9(9)V99.
           03  CUO-ESTADO         PIC X(01).
               88  CUO-PENDIENTE           VALUE 'P'.
               88  CUO-COBRADA             VALUE 'C'.
               88  CUO-EN-MORA             VALUE 'M'.
           03  CUO-DIAS-ATRASO    PIC 9(04).
           03  CUO-FEC-COBRO      PIC 9(08).
           03  FILLER             PIC X(04).
