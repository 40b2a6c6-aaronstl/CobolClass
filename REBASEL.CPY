      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE VOLUME-REBATE AGREEMENT FILE. ONE
      * ROW PER CONTRACT CUSTOMER PER CALENDAR YEAR, MAINTAINED
      * THROUGH REBMNTAS AND SETTLED BY REBATEAS. THE PATH IS IN
      * WS-REBATE-AGREE-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("REBATE-AGREE-FILE").
      ******************************************************************
       SELECT REBATE-AGREE-FILE
           ASSIGN TO WS-REBATE-AGREE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REBATE-AGREE-STATUS.
