      ******************************************************************
      * ONE ROW PER CONTRACT TERM: CUSTOMER, SHAPE TYPE (OR "*ALL")
      * AND EITHER A FIXED SQUARE-FOOT PRICE ("P") OR A PERCENT OFF
      * THE LIST PRICE ("D"). SAME LAYOUT MATHSHPS READS.
      ******************************************************************
       FD  CONTRACT-PRICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS CONTRACT-PRICE-REC.
       01  CONTRACT-PRICE-REC.
           05 CPRC-CUST-NUMBER         PIC X(06).
           05 CPRC-SHAPE-TYPE          PIC X(10).
           05 CPRC-METHOD              PIC X(01).
           05 CPRC-SQFT-PRICE          PIC 9(03)V99.
           05 CPRC-PCT-OFF             PIC 9(02)V99.
