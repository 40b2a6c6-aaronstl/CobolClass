      ******************************************************************
      * FILE-CONTROL ENTRY FOR THE CUSTOMER DEPOSIT FILE. ONE ROW PER
      * DEPOSIT TAKEN UP FRONT ON A CUSTOM RUG ORDER, TAKEN IN AT
      * CASHAPPAS, APPLIED BY INVOICEAS WHEN THE ORDER BILLS, AND
      * TURNED OVER FOR REFUND BY RUGSTSAS IF THE ORDER IS CANCELED.
      * A DEPOSIT IS A LIABILITY UNTIL IT IS APPLIED -- IT NEVER GOES
      * THROUGH PAYTRAN.DAT OR THE CUSTOMER'S BALANCE WHILE IT IS
      * HELD. THE PATH IS IN WS-DEPOSIT-PATH SO A PROGRAM CAN POINT
      * IT ELSEWHERE THROUGH RUNCTL.DAT ("CUST-DEPOSIT-FILE").
      ******************************************************************
       SELECT DEPOSIT-FILE
           ASSIGN TO WS-DEPOSIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSIT-STATUS.
