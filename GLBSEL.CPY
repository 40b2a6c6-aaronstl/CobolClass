      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE GL BALANCE MASTER. ONE ROW PER
      * ACCOUNT PER PERIOD HOLDING THE DEBITS AND CREDITS POSTED TO
      * IT BY GLUPDTAS (AND THE YEAR-END ROLL MONENDAS MAKES). THE
      * PATH IS IN WS-GL-BALANCE-PATH SO A PROGRAM CAN POINT IT
      * ELSEWHERE THROUGH RUNCTL.DAT ("GL-BALANCE-FILE").
      ******************************************************************
       SELECT GL-BALANCE-FILE
           ASSIGN TO WS-GL-BALANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-BALANCE-STATUS.
