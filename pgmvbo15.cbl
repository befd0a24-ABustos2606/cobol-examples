            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD AUDITBO
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITBO       PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
           03  WS-BO-TOPE         PIC 9(03)   VALUE 200.
           03  WS-BO-OCUP         PIC 9(03)   VALUE ZEROS.
           03  WS-BO-ENTRADA OCCURS 200 TIMES.
               05  WS-BO-REGISTRO PIC X(178).

       77  WS-BO-IX         PIC 9(03) VALUE ZEROS.

