      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE RUG-ORDER LINE FILE. ONE ROW PER
      * PRICED SHAPE ON AN ORDER, WRITTEN BY MATHSHPS ALONGSIDE THE
      * ORDER'S ROW ON THE RUG-ORDER MASTER, SO THE FLOOR CAN CUT,
      * SHIP OR CANCEL EACH RUG ON ITS OWN THROUGH RUGSTSAS. THE PATH
      * IS IN WS-ORDER-LINE-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("ORDER-LINE-FILE").
      ******************************************************************
       SELECT ORDER-LINE-FILE
           ASSIGN TO WS-ORDER-LINE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-LINE-STATUS.
