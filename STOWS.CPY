       01 WS-STANDING-ORDER-PATH      PIC X(40)
           VALUE "C:\Users\Bob\STDORD.DAT".
       01 WS-STANDING-ORDER-STATUS    PIC X(02).
           88 STANDING-ORDER-SUCCESSFUL   VALUE "00".
           88 END-OF-STANDING-ORDERS      VALUE "10".
      * EACH TABLE ROW IS A WHOLE STANDING-ORDER RECORD; MOVE ONE TO
      * WS-STO-WORK TO GET AT ITS FIELDS AND BACK TO PUT IT AWAY.
       01 WS-STO-TABLE.
           05 WS-STO-ENTRY OCCURS 300 TIMES
                              INDEXED BY WS-STO-IDX
                              PIC X(195).
       01 WS-STO-COUNT                PIC 9(03) VALUE 0.
       01 WS-STO-FULL-SW              PIC X(01) VALUE "N".
           88 STO-TABLE-FULL              VALUE "Y".
       01 WS-STO-WORK.
           05 WS-STO-ORDER-ID         PIC X(06).
           05 WS-STO-CUST-NUMBER      PIC X(06).
           05 WS-STO-SHIP-STATE       PIC X(02).
           05 WS-STO-SALES-REP        PIC X(03).
           05 WS-STO-FREQUENCY        PIC X(01).
               88 WS-STO-WEEKLY           VALUE "W".
               88 WS-STO-BIWEEKLY         VALUE "B".
               88 WS-STO-MONTHLY          VALUE "M".
               88 WS-STO-QUARTERLY        VALUE "Q".
               88 WS-STO-VALID-FREQUENCY  VALUES "W" "B" "M" "Q".
           05 WS-STO-START-DATE       PIC 9(08).
           05 WS-STO-END-DATE         PIC 9(08).
           05 WS-STO-NEXT-DUE         PIC 9(08).
           05 WS-STO-SKIP-DATE        PIC 9(08).
           05 WS-STO-LAST-ORDER       PIC X(06).
           05 WS-STO-LAST-RUN         PIC 9(08).
           05 WS-STO-LINE-COUNT       PIC 9(01).
           05 WS-STO-LINE OCCURS 5 TIMES
                              INDEXED BY WS-STO-LINE-IDX.
              10 WS-STO-SHAPE         PIC X(10).
              10 WS-STO-SIZE-1        PIC 9(03).
              10 WS-STO-SIZE-2        PIC 9(03).
              10 WS-STO-SIZE-3        PIC 9(03).
              10 WS-STO-LIST-PRICE    PIC 9(03)V99.
              10 WS-STO-QUANTITY      PIC 9(02).
      * SET WS-STO-CHECK-ID AND PERFORM 9988-FIND-STANDING-ORDER; ON
      * A HIT WS-STO-IDX IS LEFT ON THE ROW.
       01 WS-STO-CHECK-ID             PIC X(06).
       01 WS-STO-FOUND-SW             PIC X(01).
           88 STO-ON-FILE                 VALUE "Y".
      * WORK FIELDS FOR 9989-ADVANCE-DUE-DATE.
       01 WS-STO-DUE-INT              PIC 9(08).
       01 WS-STO-DUE-YEAR             PIC 9(04).
       01 WS-STO-DUE-MONTH            PIC 9(02).
       01 WS-STO-DUE-DAY              PIC 9(02).
