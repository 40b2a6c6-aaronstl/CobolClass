      ******************************************************************
      * ONE ROW PER OVERRIDE: WHEN, WHICH PROGRAM AND CLERK, THE
      * ORDER AND CUSTOMER (BLANK ON A PHONE QUOTE), THE SHAPE, THE
      * LIST PRICE IN EFFECT (ZERO WHEN THE SHAPE HAD NONE), THE
      * PRICE KEYED AND WHY.
      ******************************************************************
       FD  PRICE-OVERRIDE-FILE
           RECORDING MODE IS F
           DATA RECORD IS PRICE-OVERRIDE-REC.
       01  PRICE-OVERRIDE-REC.
           05 POVR-DATE                PIC 9(08).
           05 POVR-PROGRAM-ID          PIC X(08).
           05 POVR-OPERATOR            PIC X(08).
           05 POVR-ORDER-NUMBER        PIC X(06).
           05 POVR-CUST-NUMBER         PIC X(06).
           05 POVR-SHAPE-TYPE          PIC X(10).
           05 POVR-LIST-PRICE          PIC 9(03)V99.
           05 POVR-KEYED-PRICE         PIC 9(03)V99.
           05 POVR-REASON              PIC X(30).
