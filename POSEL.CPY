      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE MATERIAL PURCHASE-ORDER FILE. ONE
      * ROW PER PO RAISED IN MATSTKAS, CARRYING THE FOOTAGE ORDERED,
      * RECEIVED AND INVOICED SO FAR -- THE THREE LEGS APINVAS
      * MATCHES A MILL'S INVOICE AGAINST. THE PATH IS IN
      * WS-PURCH-ORDER-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("PURCH-ORDER-FILE").
      ******************************************************************
       SELECT PURCH-ORDER-FILE
           ASSIGN TO WS-PURCH-ORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURCH-ORDER-STATUS.
