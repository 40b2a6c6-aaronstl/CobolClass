      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE PRICE-OVERRIDE LOG. ONE ROW PER
      * SQUARE-FOOT PRICE KEYED OVER THE LIST PRICE, WITH THE REASON
      * GIVEN, WRITTEN AS THE LINE IS ACCEPTED AND READ BY THE
      * MONTHLY OVERRIDE REPORT (PRCOVRAS). THE PATH IS IN
      * WS-PRICE-OVERRIDE-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("PRICE-OVERRIDE-LOG").
      ******************************************************************
       SELECT PRICE-OVERRIDE-FILE
           ASSIGN TO WS-PRICE-OVERRIDE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-OVERRIDE-STATUS.
