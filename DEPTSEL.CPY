      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE SHOP-WIDE DEPARTMENT MASTER. ONE
      * ROW PER DEPARTMENT CODE WITH ITS NAME, MANAGER, COST CENTER
      * AND ACTIVE/INACTIVE FLAG, MAINTAINED THROUGH DPTMNTAS. THE
      * PATH IS IN WS-DEPT-MASTER-PATH SO A PROGRAM CAN POINT IT
      * ELSEWHERE THROUGH RUNCTL.DAT ("DEPT-MASTER-FILE").
      ******************************************************************
       SELECT DEPT-MASTER-FILE
           ASSIGN TO WS-DEPT-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPT-MASTER-STATUS.
