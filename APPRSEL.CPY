      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE SHOP-WIDE DUAL-CONTROL APPROVAL
      * QUEUE. SENSITIVE ACTIONS (CHECK VOIDS, REISSUES, PAYROLL
      * RUN REVERSALS, MASS RATE INCREASES) ARE QUEUED HERE BY THE
      * REQUESTING CLERK AND EXECUTED ONLY AFTER A DIFFERENT
      * OPERATOR APPROVES THEM THROUGH APPROVAS.
      ******************************************************************
       SELECT APPROVAL-QUEUE-FILE
           ASSIGN TO "C:\Users\Bob\APPRQUEUE.DAT"
