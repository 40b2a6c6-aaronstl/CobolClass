      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE OPEN-PAYABLES FILE. ONE ROW PER
      * VENDOR INVOICE THAT PASSED THE THREE-WAY MATCH IN APINVAS (OR
      * WAS RELEASED FROM HOLD BY PURCHASING), PAID BY THE WEEKLY
      * APCHKAS CHECK RUN AND AGED BY APAGEAS. THE PATH IS IN
      * WS-OPEN-PAYABLES-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("OPEN-PAYABLES-FILE").
      ******************************************************************
       SELECT OPEN-PAYABLES-FILE
           ASSIGN TO WS-OPEN-PAYABLES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-PAYABLES-STATUS.
