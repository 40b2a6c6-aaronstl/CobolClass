      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE EMPLOYEE LOAN AND PAY-ADVANCE
      * MASTER. ONE ROW PER LOAN WITH ITS ORIGINAL AMOUNT, PER-PERIOD
      * REPAYMENT AND REMAINING BALANCE, MAINTAINED THROUGH LOANMNTAS
      * AND PAID DOWN BY CALCPYAS. THE PATH IS IN WS-LOAN-MASTER-PATH
      * SO A PROGRAM CAN POINT IT ELSEWHERE THROUGH RUNCTL.DAT
      * ("LOAN-MASTER-FILE").
      ******************************************************************
       SELECT LOAN-MASTER-FILE
           ASSIGN TO WS-LOAN-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAN-MASTER-STATUS.
