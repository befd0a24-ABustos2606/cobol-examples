       01  WC-TBCUEN.
           03  WC-CUE-TIPO-NOVEDAD        PIC X(02).
           03  WC-CUE-TIPO-CUENTA         PIC X(02).
      *    EN UN ALTA ('AL') CON CBU EN CEROS, UN NRO DE CUENTA DE 1 *
      *    A 999 ES LA SUCURSAL QUE PIDE NUMERO: PGMVNU15 ASIGNA     *
      *    NRO DE CUENTA Y CBU                                       *
           03  WC-CUE-NRO-CUENTA          PIC 9(15).
           03  WC-CUE-MONEDA              PIC 9(02).
           03  WC-CUE-CBU                 PIC 9(14).
