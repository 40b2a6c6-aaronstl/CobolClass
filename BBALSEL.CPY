      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE RECONCILED BANK BALANCE HISTORY.
      * ONE ROW APPENDED BY BANKRECAS EACH TIME A BANK STATEMENT IS
      * RECONCILED, READ BY CASHFCAS TO START ITS FORECAST FROM THE
      * LAST RECONCILED BALANCE. THE PATH IS IN WS-BANK-BALANCE-PATH
      * SO A PROGRAM CAN POINT IT ELSEWHERE THROUGH RUNCTL.DAT
      * ("BANK-BALANCE-FILE").
      ******************************************************************
       SELECT BANK-BALANCE-FILE
           ASSIGN TO WS-BANK-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANK-BALANCE-STATUS.
