      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE POSTED-JOURNAL CONTROL FILE. ONE
      * ROW PER JOURNAL BATCH GLUPDTAS HAS APPLIED TO THE GL BALANCE
      * MASTER, SO NO BATCH IS EVER APPLIED TWICE. THE PATH IS IN
      * WS-GL-POSTED-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("GL-POSTED-FILE").
      ******************************************************************
       SELECT GL-POSTED-FILE
           ASSIGN TO WS-GL-POSTED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-POSTED-STATUS.
