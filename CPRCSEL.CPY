      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE CUSTOMER CONTRACT-PRICE FILE -- THE
      * SAME CUSTPRICE.DAT MATHSHPS PRICES FROM. THE PATH IS IN
      * WS-CONTRACT-PRICE-PATH SO A PROGRAM CAN POINT IT ELSEWHERE
      * THROUGH RUNCTL.DAT ("CUST-PRICE-FILE").
      ******************************************************************
       SELECT CONTRACT-PRICE-FILE
           ASSIGN TO WS-CONTRACT-PRICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRACT-PRICE-STATUS.
