      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE PHYSICAL INVENTORY COUNT FILE.
      * ONE ROW PER MATERIAL ON THE STOCK MASTER, WRITTEN BY PHYINVAS
      * WHEN A COUNT IS STARTED AND KEPT UNTIL THE NEXT ONE. MATSTKAS
      * READS IT TO REFUSE AN ALLOCATION PASS WHILE A COUNT IS OPEN.
      * THE PATH IS IN WS-INV-COUNT-PATH SO A PROGRAM CAN POINT IT
      * ELSEWHERE THROUGH RUNCTL.DAT ("INV-COUNT-FILE").
      ******************************************************************
       SELECT INV-COUNT-FILE
           ASSIGN TO WS-INV-COUNT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-COUNT-STATUS.
