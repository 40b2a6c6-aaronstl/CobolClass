      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE VENDOR MASTER. ONE ROW PER MILL OR
      * SUPPLIER WE BUY MATERIAL FROM, WITH ITS REMIT-TO ADDRESS,
      * PAYMENT TERMS AND THE THREE-WAY-MATCH TOLERANCES, MAINTAINED
      * THROUGH VENMNTAS. THE PATH IS IN WS-VENDOR-MASTER-PATH SO A
      * PROGRAM CAN POINT IT ELSEWHERE THROUGH RUNCTL.DAT
      * ("VENDOR-MASTER-FILE").
      ******************************************************************
       SELECT VENDOR-MASTER-FILE
           ASSIGN TO WS-VENDOR-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-MASTER-STATUS.
