            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD RECHAZO
            BLOCK CONTAINS 0 RECORDS
