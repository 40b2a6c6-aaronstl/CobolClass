           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(20).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 FILLER                   PIC X(53).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".
