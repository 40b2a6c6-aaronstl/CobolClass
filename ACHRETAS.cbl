           05  FILLER                   PIC X(13).
           05  EMP-BANK-ROUTING-IN     PIC X(09).
           05  EMP-BANK-ACCOUNT-IN     PIC X(17).
           05  FILLER                   PIC X(51).

       FD  ACH-EXCEPTION-REPORT
           RECORDING MODE IS F
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX
                            PIC X(116).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMPLOYEE-FOUND           VALUE "Y".
