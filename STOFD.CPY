      ******************************************************************
      * ONE ROW PER STANDING ORDER: ITS OWN ID, THE CUSTOMER, SHIP
      * STATE AND SALESPERSON FOR THE "H" ROW, HOW OFTEN IT RECURS
      *   W = WEEKLY   B = EVERY TWO WEEKS   M = MONTHLY
      *   Q = QUARTERLY
      * THE FIRST AND LAST DATES IT RUNS (A ZERO END DATE RUNS
      * UNTIL ENDED), THE NEXT DATE IT FALLS DUE, A DUE DATE THE
      * OFFICE HAS SKIPPED AT PREVIEW (ZERO = NONE), THE LAST ORDER
      * GENERATED AND WHEN, AND UP TO FIVE SHAPE LINES, EACH WITH
      * ITS LIST SQUARE-FOOT PRICE AND HOW MANY OF THAT RUG GO ON
      * EVERY ORDER.
      ******************************************************************
       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS STANDING-ORDER-REC.
       01  STANDING-ORDER-REC.
           05 STO-ORDER-ID             PIC X(06).
           05 STO-CUST-NUMBER          PIC X(06).
           05 STO-SHIP-STATE           PIC X(02).
           05 STO-SALES-REP            PIC X(03).
           05 STO-FREQUENCY            PIC X(01).
           05 STO-START-DATE           PIC 9(08).
           05 STO-END-DATE             PIC 9(08).
           05 STO-NEXT-DUE             PIC 9(08).
           05 STO-SKIP-DATE            PIC 9(08).
           05 STO-LAST-ORDER           PIC X(06).
           05 STO-LAST-RUN             PIC 9(08).
           05 STO-LINE-COUNT           PIC 9(01).
           05 STO-LINE OCCURS 5 TIMES.
              10 STO-SHAPE-TYPE        PIC X(10).
              10 STO-SIZE-1            PIC 9(03).
              10 STO-SIZE-2            PIC 9(03).
              10 STO-SIZE-3            PIC 9(03).
              10 STO-LIST-PRICE        PIC 9(03)V99.
              10 STO-QUANTITY          PIC 9(02).
