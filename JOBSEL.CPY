      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE SHOP-WIDE CONTRACT JOB MASTER. ONE
      * ROW PER JOB CODE THE LABOR-DISTRIBUTION SPLITS CHARGE HOURS
      * TO, WITH ITS CUSTOMER, RUG ORDER AND LABOR QUOTE, MAINTAINED
      * THROUGH JOBMNTAS. THE PATH IS IN WS-JOB-MASTER-PATH SO A
      * PROGRAM CAN POINT IT ELSEWHERE THROUGH RUNCTL.DAT
      * ("JOB-MASTER-FILE").
      ******************************************************************
       SELECT JOB-MASTER-FILE
           ASSIGN TO WS-JOB-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-MASTER-STATUS.
