      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE SHIP-TO MASTER. ONE ROW PER
      * DELIVERY LOCATION UNDER A BILL-TO CUSTOMER -- A CHAIN'S
      * STORES ALL BILL TO ONE ACCOUNT BUT EACH HAS ITS OWN SHIP-TO
      * CODE AND ADDRESS -- MAINTAINED THROUGH SHPMNTAS. THE PATH IS
      * IN WS-SHIP-TO-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("SHIP-TO-FILE").
      ******************************************************************
       SELECT SHIP-TO-FILE
           ASSIGN TO WS-SHIP-TO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIP-TO-STATUS.
