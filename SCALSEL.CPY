      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE SHOP CALENDAR. ONE ROW PER DATE
      * THAT BREAKS THE USUAL MONDAY-TO-FRIDAY WORK WEEK -- A HOLIDAY
      * OR SHUTDOWN THE PLANT IS CLOSED, OR A SATURDAY THE SHOP IS
      * WORKING -- MAINTAINED THROUGH CALMNTAS. THE PATH IS IN
      * WS-SHOP-CAL-PATH SO A PROGRAM CAN POINT IT ELSEWHERE THROUGH
      * RUNCTL.DAT ("SHOP-CALENDAR-FILE").
      ******************************************************************
       SELECT SHOP-CALENDAR-FILE
           ASSIGN TO WS-SHOP-CAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOP-CAL-STATUS.
