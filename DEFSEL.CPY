      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE DEFECT LOG. ONE ROW PER RUG CUT
      * WRONG OR FAILED AT INSPECTION, WRITTEN BY DEFENTAS AND READ
      * BY THE MONTHLY QUALITY REPORT (DEFRPTAS). THE PATH IS IN
      * WS-DEFECT-PATH SO A PROGRAM CAN POINT IT ELSEWHERE THROUGH
      * RUNCTL.DAT ("DEFECT-FILE").
      ******************************************************************
       SELECT DEFECT-FILE
           ASSIGN TO WS-DEFECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEFECT-STATUS.
