      ******************************************************************
      * ONE ROW PER CUSTOMER AND REBATE YEAR: UP TO FOUR TIERS, EACH
      * A PURCHASE FLOOR AND THE REBATE PERCENT EARNED ONCE THE
      * YEAR'S NET PURCHASES REACH IT (FLOORS ASCENDING, UNUSED TIERS
      * ZERO). THE HIGHEST TIER REACHED APPLIES TO THE WHOLE YEAR'S
      * PURCHASES -- $25,000 AT 2% EARNS $500. STATUS IS "A" ACTIVE,
      * "I" INACTIVE (NOT SETTLED) OR "P" PAID, WHEN THE SETTLEMENT
      * DATE AND AMOUNT ARE FILLED IN.
      ******************************************************************
       FD  REBATE-AGREE-FILE
           RECORDING MODE IS F
           DATA RECORD IS REBATE-AGREE-REC.
       01  REBATE-AGREE-REC.
           05 REBA-CUST-NUMBER         PIC X(06).
           05 REBA-YEAR                PIC 9(04).
           05 REBA-TIER OCCURS 4 TIMES.
              10 REBA-TIER-FLOOR       PIC 9(07)V99.
              10 REBA-TIER-PCT         PIC 9(02)V99.
           05 REBA-STATUS              PIC X(01).
               88 REBA-ACTIVE              VALUE "A".
               88 REBA-INACTIVE            VALUE "I".
               88 REBA-PAID                VALUE "P".
           05 REBA-PAID-DATE           PIC 9(08).
           05 REBA-PAID-AMOUNT         PIC 9(07)V99.
