      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE FINANCIAL STATEMENT FORMAT FILE,
      * WHICH LAYS OUT THE INCOME STATEMENT AND BALANCE SHEET LINE BY
      * LINE AND, THROUGH ITS INCOME STATEMENT ACCOUNT RANGES, SAYS
      * WHICH ACCOUNTS CLOSE TO RETAINED EARNINGS AT YEAR END. THE
      * PATH IS IN WS-GL-FORMAT-PATH SO A PROGRAM CAN POINT IT
      * ELSEWHERE THROUGH RUNCTL.DAT ("GL-FORMAT-FILE").
      ******************************************************************
       SELECT GL-FORMAT-FILE
           ASSIGN TO WS-GL-FORMAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-FORMAT-STATUS.
