            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITORIA     PIC X(178).

       FD AUDITVIG
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITVIG      PIC X(178).

       FD AUDITARC
            BLOCK CONTAINS 0 RECORDS
            RECORDING MODE IS F.

       01 REG-AUDITARC      PIC X(178).

       FD PARAMETROS
            BLOCK CONTAINS 0 RECORDS
