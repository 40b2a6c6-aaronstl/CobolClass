       01 WS-REBATE-AGREE-PATH        PIC X(40)
           VALUE "C:\Users\Bob\REBATEAGR.DAT".
       01 WS-REBATE-AGREE-STATUS      PIC X(02).
           88 REBATE-AGREE-SUCCESSFUL     VALUE "00".
           88 END-OF-REBATE-AGREES        VALUE "10".
      * THE FILE'S ROWS, PLUS A NET-PURCHASES ACCUMULATOR PER ROW
      * THAT A CALLING PROGRAM FILLS THROUGH 9947-ADD-REBATE-VOLUME
      * (IT IS NOT WRITTEN BACK).
       01 WS-REBA-TABLE.
           05 WS-REBA-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-REBA-IDX.
              10 WS-REBA-ROW.
                 15 WS-REBA-CUST      PIC X(06).
                 15 WS-REBA-YEAR      PIC 9(04).
                 15 WS-REBA-TIER OCCURS 4 TIMES.
                    20 WS-REBA-FLOOR  PIC 9(07)V99.
                    20 WS-REBA-PCT    PIC 9(02)V99.
                 15 WS-REBA-STATUS    PIC X(01).
                     88 WS-REBA-ACTIVE    VALUE "A".
                     88 WS-REBA-PAID      VALUE "P".
                 15 WS-REBA-PAID-DATE PIC 9(08).
                 15 WS-REBA-PAID-AMT  PIC 9(07)V99.
              10 WS-REBA-VOLUME       PIC S9(09)V99.
       01 WS-REBA-COUNT               PIC 9(03) VALUE 0.
       01 WS-REBA-FULL-SW             PIC X(01) VALUE "N".
           88 REBA-TABLE-FULL             VALUE "Y".
       01 WS-REBA-TIER-SUB            PIC 9(01).
      * SET WS-REBA-CHECK-CUST AND WS-REBA-CHECK-YEAR AND PERFORM
      * 9945-FIND-REBATE-AGREEMENT; ON A HIT WS-REBA-IDX IS LEFT ON
      * THE ROW. 9947-ADD-REBATE-VOLUME ALSO TAKES
      * WS-REBA-CHECK-AMOUNT (NEGATIVE FOR A CREDIT).
       01 WS-REBA-CHECK-CUST          PIC X(06).
       01 WS-REBA-CHECK-YEAR          PIC 9(04).
       01 WS-REBA-CHECK-AMOUNT        PIC S9(09)V99.
       01 WS-REBA-FOUND-SW            PIC X(01).
           88 REBA-ON-FILE                VALUE "Y".
      * 9946-FIGURE-REBATE'S ANSWERS FOR THE ROW AT WS-REBA-IDX: THE
      * PERCENT EARNED AND THE REBATE IT COMES TO ON THE VOLUME SO
      * FAR, AND THE NEXT TIER'S FLOOR AND PERCENT AND HOW FAR THE
      * CUSTOMER IS FROM IT (ALL ZERO AT THE TOP TIER).
       01 WS-REBA-EARNED-PCT          PIC 9(02)V99.
       01 WS-REBA-EARNED              PIC 9(07)V99.
       01 WS-REBA-NEXT-FLOOR          PIC 9(07)V99.
       01 WS-REBA-NEXT-PCT            PIC 9(02)V99.
       01 WS-REBA-TO-NEXT             PIC 9(09)V99.
