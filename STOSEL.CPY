      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE STANDING-ORDER FILE. ONE ROW PER
      * CONTRACT CUSTOMER'S RECURRING ORDER -- THE RUNNERS AND MATS
      * A HOTEL OR OFFICE REORDERS EVERY CYCLE -- KEPT BY STOMNTAS
      * AND TURNED INTO "H"/"D" ORDERS FOR MATHSHPS BY STOGENAS. THE
      * PATH IS IN WS-STANDING-ORDER-PATH SO A PROGRAM CAN POINT IT
      * ELSEWHERE THROUGH RUNCTL.DAT ("STANDING-ORDER-FILE").
      ******************************************************************
       SELECT STANDING-ORDER-FILE
           ASSIGN TO WS-STANDING-ORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-ORDER-STATUS.
