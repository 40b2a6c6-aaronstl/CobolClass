       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STOMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * STANDING-ORDER MAINTENANCE AND PREVIEW.
      *
      * SEVERAL HOTEL AND OFFICE CONTRACT CUSTOMERS REORDER THE SAME
      * RUNNERS AND MATS EVERY MONTH, AND THOSE ORDERS WERE RE-KEYED
      * IN ORDENTAS EACH TIME. THIS MENU-DRIVEN SCREEN (IN THE STYLE
      * OF VENMNTAS) KEEPS STDORD.DAT, ONE ROW PER STANDING ORDER:
      *   - ADD SETS UP THE CUSTOMER (CHECKED AGAINST THE CUSTOMER
      *     MASTER THE WAY ORDENTAS CHECKS IT), SHIP STATE AND
      *     SALESPERSON, HOW OFTEN IT RECURS, THE START AND END
      *     DATES AND UP TO FIVE SHAPE LINES UNDER ORDENTAS'S EDITS;
      *   - END/REACTIVATE PUTS AN END DATE ON A STANDING ORDER OR
      *     TAKES IT OFF AGAIN;
      *   - LIST SHOWS EVERY STANDING ORDER ON FILE;
      *   - PREVIEW LISTS TO STOPREV.RPT EVERY STANDING ORDER THAT
      *     STOGENAS WILL GENERATE FOR A GIVEN DATE, ESTIMATED AT THE
      *     CUSTOMER'S CONTRACT PRICES, AND THEN LETS THE OFFICE
      *     SKIP THAT CYCLE FOR ANY OF THEM (KEYING THE SAME ID
      *     AGAIN TAKES THE SKIP BACK OFF). A SKIPPED CYCLE IS NOT
      *     GENERATED; THE DUE DATE SIMPLY MOVES ON.
      * EVERY CHANGE IS WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH
      * THE OPERATOR'S ID AND THE TIME, TO STDORDMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STOSEL.
           COPY CPRCSEL.

           SELECT CUSTOMER-FILE
             ASSIGN TO WS-CUSTOMER-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT PREVIEW-REPORT
             ASSIGN TO WS-PREVIEW-REPORT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREVIEW-REPORT-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\STDORDMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY STOFD.
       COPY CPRCFD.

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID                PIC X(13).
           05 FILLER                 PIC X(80).

       FD  PREVIEW-REPORT
           RECORDING MODE IS F
           DATA RECORD IS PREVIEW-REPORT-RECORD.
       01  PREVIEW-REPORT-RECORD     PIC X(80).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(240).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-CUSTOMER-FILE-PATH     PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01  WS-CUSTOMER-FILE-STATUS   PIC X(02).
           88 CUSTOMER-FILE-OK           VALUE "00".
           88 END-OF-CUSTOMER-FILE       VALUE "10".
       01  WS-PREVIEW-REPORT-PATH    PIC X(40)
           VALUE "C:\Users\Bob\STOPREV.rpt".
       01  WS-PREVIEW-REPORT-STATUS  PIC X(02).
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

       01  WS-STO-CHANGED-SW         PIC X(01) VALUE "N".
           88 STANDING-CHANGES-MADE      VALUE "Y".

       01  WS-BEFORE-IMAGE           PIC X(195).
       01  WS-AFTER-IMAGE            PIC X(195).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-ORDER-ID-IN            PIC X(06).
       01  WS-CUST-NUMBER-IN         PIC X(06).
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
       01  WS-DATE-IN                PIC X(08).
       01  WS-DATE-NUM REDEFINES WS-DATE-IN
                                     PIC 9(08).
       01  WS-SHAPE-CHOICE           PIC X(01).
       01  WS-SIZE-IN                PIC X(03).
       01  WS-PRICE-IN               PIC X(05).
       01  WS-PRICE-NUM REDEFINES WS-PRICE-IN
                                     PIC 9(03)V99.
       01  WS-QTY-IN                 PIC X(02).
       01  WS-QTY-NUM REDEFINES WS-QTY-IN
                                     PIC 9(02).
       01  WS-MORE-SHAPES-SW         PIC X(01).
           88 MORE-SHAPES                VALUE "Y".
       01  WS-SHAPE-VALID-SW         PIC X(01).
           88 SHAPE-IS-VALID             VALUE "Y".
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-ORDERS-LISTED          PIC 9(03) VALUE 0.
       01  WS-TODAY                  PIC 9(08).

      * PREVIEW FIGURES.
       01  WS-PREVIEW-THROUGH        PIC 9(08).
       01  WS-PREVIEW-ID-IN          PIC X(06).
       01  WS-ORDER-VALUE            PIC 9(08)V99.
       01  WS-PREVIEW-TOTAL          PIC 9(09)V99 VALUE 0.
       01  WS-PREVIEW-COUNT          PIC 9(03) VALUE 0.
       01  WS-SKIP-COUNT             PIC 9(03) VALUE 0.
       01  WS-PREVIEW-DONE-SW        PIC X(01).
           88 PREVIEW-SKIPS-DONE         VALUE "Y".
       01  WS-DUE-SW                 PIC X(01).
           88 STANDING-ORDER-DUE         VALUE "Y".

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE          PIC 9(08).
           05 WS-AUDIT-TIME          PIC 9(08).

       01  MAINT-AUDIT-LINE.
           05 AUD-ACTION             PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-DATE               PIC 9(08).
           05 AUD-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE-TAG          PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(195).
           05 FILLER                 PIC X(09) VALUE SPACES.

       01  PRV-HDG-LINE.
           05 FILLER                 PIC X(38) VALUE
             "STANDING ORDERS DUE FOR GENERATION BY ".
           05 PRV-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(34) VALUE SPACES.

       01  PRV-COL-LINE.
           05 FILLER                 PIC X(40) VALUE
             "ORDER   CUSTOMER  FREQ  NEXT DUE  LINES ".
           05 FILLER                 PIC X(40) VALUE
             "    EST VALUE    NOTE                   ".

       01  PRV-DETAIL-LINE.
           05 PRV-DTL-ORDER          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PRV-DTL-CUST           PIC X(06).
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 PRV-DTL-FREQ           PIC X(01).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PRV-DTL-DUE            PIC 9(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 PRV-DTL-LINES          PIC 9(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY PRV-DTL-VALUE.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PRV-DTL-NOTE           PIC X(25).

       01  PRV-TOTAL-LINE.
           05 PRV-TOT-LABEL          PIC X(20).
           05 PRV-TOT-COUNT          PIC ZZ9.
           05 FILLER                 PIC X(15) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY PRV-TOT-VALUE.
           05 FILLER                 PIC X(28) VALUE SPACES.

       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-VALUE-EDIT.
       01  WS-PRICE-EDIT             PIC ZZ9.99.

       COPY STOWS.
       COPY CPRCWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "STOMNTAS STANDING-ORDER MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "STOMNTAS" TO WS-IOERR-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-STANDING-ORDERS
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF STANDING-CHANGES-MADE
              PERFORM 9987-WRITE-STANDING-ORDERS
              DISPLAY "STOMNTAS: STANDING ORDERS UPDATED"
           ELSE
              DISPLAY "STOMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE STANDING-ORDER, CONTRACT-PRICE AND CUSTOMER FILES ARE
      * THE SAME ONES STOGENAS, MATHSHPS AND ORDENTAS READ, SO ANY
      * OVERRIDE HERE SHOULD MATCH THEIRS.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "STOMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "STANDING-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-STANDING-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-STANDING-ORDER-PATH
           MOVE "CUST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CONTRACT-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CONTRACT-PRICE-PATH
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH
           MOVE "STANDING-PREVIEW-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PREVIEW-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PREVIEW-REPORT-PATH.

       1100-LOAD-STANDING-ORDERS.
           PERFORM 9986-LOAD-STANDING-ORDERS
           PERFORM 9951-LOAD-CONTRACT-PRICES
           DISPLAY "STANDING ORDERS LOADED: " WS-STO-COUNT
           IF STO-TABLE-FULL
              DISPLAY "STOMNTAS: STANDING-ORDER TABLE FULL AT 300 "
                      "-- MAINTENANCE REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED ORDERS"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A STANDING ORDER"
           DISPLAY "E - END OR REACTIVATE A STANDING ORDER"
           DISPLAY "L - LIST STANDING ORDERS"
           DISPLAY "P - PREVIEW THE NEXT GENERATION AND SKIP CYCLES"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-STANDING-ORDER
              WHEN WS-MENU-CHOICE = "E" OR WS-MENU-CHOICE = "e"
                 PERFORM 2300-END-STANDING-ORDER
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-STANDING-ORDERS
              WHEN WS-MENU-CHOICE = "P" OR WS-MENU-CHOICE = "p"
                 PERFORM 3000-PREVIEW-GENERATION
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

       2010-FIND-STANDING-ORDER.
           DISPLAY "ENTER STANDING ORDER ID: "
           ACCEPT WS-ORDER-ID-IN
           MOVE WS-ORDER-ID-IN TO WS-STO-CHECK-ID
           PERFORM 9988-FIND-STANDING-ORDER.

      * A LIVE CUSTOMER WHOSE CUST-ID STARTS WITH THE KEYED NUMBER,
      * THE SAME 6-CHARACTER MATCH ORDENTAS USES.
       2020-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
              PERFORM UNTIL END-OF-CUSTOMER-FILE OR CUSTOMER-FOUND
                 READ CUSTOMER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CUST-ID(1:6) = WS-CUST-NUMBER-IN
                       AND CUST-ID(1:1) NOT = "#"
                       MOVE "Y" TO WS-CUST-FOUND-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY "NO CUSTOMER FILE ON HAND."
           END-IF.

      * THE HEADER FIELDS AND DATES. THE FIRST CYCLE FALLS DUE ON
      * THE START DATE.
       2030-ACCEPT-ORDER-HEADER.
           DISPLAY "CUSTOMER NUMBER (6): "
           ACCEPT WS-CUST-NUMBER-IN
           PERFORM 2020-CHECK-CUSTOMER
           IF CUSTOMER-FOUND
              MOVE WS-CUST-NUMBER-IN TO WS-STO-CUST-NUMBER
           ELSE
              DISPLAY "  CUSTOMER NOT ON THE CUSTOMER MASTER."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "SHIP STATE (2): "
           ACCEPT WS-STO-SHIP-STATE
           DISPLAY "SALESPERSON CODE (3, BLANK = HOUSE): "
           ACCEPT WS-STO-SALES-REP
           DISPLAY "FREQUENCY W=WEEKLY B=EVERY 2 WEEKS M=MONTHLY "
                   "Q=QUARTERLY: "
           ACCEPT WS-STO-FREQUENCY
           INSPECT WS-STO-FREQUENCY CONVERTING "wbmq" TO "WBMQ"
           IF NOT WS-STO-VALID-FREQUENCY
              DISPLAY "  FREQUENCY MUST BE W, B, M OR Q."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "START DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-DATE-IN
           EVALUATE TRUE
              WHEN WS-DATE-IN = SPACES
                 MOVE WS-TODAY TO WS-STO-START-DATE
              WHEN WS-DATE-IN IS NUMERIC
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                 MOVE WS-DATE-NUM TO WS-STO-START-DATE
              WHEN OTHER
                 DISPLAY "  START DATE IS NOT A DATE."
                 MOVE "N" TO WS-VALID-SW
           END-EVALUATE
           DISPLAY "END DATE (YYYYMMDD, BLANK = RUNS UNTIL ENDED): "
           ACCEPT WS-DATE-IN
           EVALUATE TRUE
              WHEN WS-DATE-IN = SPACES
                 MOVE ZEROES TO WS-STO-END-DATE
              WHEN WS-DATE-IN IS NUMERIC
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                 AND WS-DATE-NUM >= WS-STO-START-DATE
                 MOVE WS-DATE-NUM TO WS-STO-END-DATE
              WHEN OTHER
                 DISPLAY "  END DATE MUST BE A DATE ON OR AFTER THE "
                         "START DATE."
                 MOVE "N" TO WS-VALID-SW
           END-EVALUATE
           MOVE WS-STO-START-DATE TO WS-STO-NEXT-DUE.

      * THE SHAPE LINES, UNDER THE SAME EDITS ORDENTAS APPLIES, PLUS
      * HOW MANY OF EACH RUG GO ON EVERY ORDER.
       2040-ACCEPT-SHAPE-LINES.
           MOVE 0 TO WS-STO-LINE-COUNT
           MOVE "Y" TO WS-MORE-SHAPES-SW
           PERFORM UNTIL NOT MORE-SHAPES
              IF WS-STO-LINE-COUNT = 5
                 DISPLAY "FIVE LINES KEYED -- THE MOST A STANDING "
                         "ORDER HOLDS."
                 MOVE "N" TO WS-MORE-SHAPES-SW
              ELSE
                 PERFORM 2050-ACCEPT-ONE-SHAPE
              END-IF
           END-PERFORM
           IF WS-STO-LINE-COUNT = 0
              DISPLAY "  A STANDING ORDER NEEDS AT LEAST ONE LINE."
              MOVE "N" TO WS-VALID-SW
           END-IF.

       2050-ACCEPT-ONE-SHAPE.
           DISPLAY "SHAPE? R=RECTANGLE C=CIRCLE T=TRIANGLE X=DONE: "
           ACCEPT WS-SHAPE-CHOICE
           SET WS-STO-LINE-IDX TO WS-STO-LINE-COUNT
           SET WS-STO-LINE-IDX UP BY 1
           EVALUATE WS-SHAPE-CHOICE
              WHEN "R"
              WHEN "r"
                 MOVE "RECTANGLE " TO WS-STO-SHAPE(WS-STO-LINE-IDX)
              WHEN "C"
              WHEN "c"
                 MOVE "CIRCLE    " TO WS-STO-SHAPE(WS-STO-LINE-IDX)
              WHEN "T"
              WHEN "t"
                 MOVE "TRIANGLE  " TO WS-STO-SHAPE(WS-STO-LINE-IDX)
              WHEN OTHER
                 MOVE "N" TO WS-MORE-SHAPES-SW
           END-EVALUATE
           IF MORE-SHAPES
              PERFORM 2060-ACCEPT-SHAPE-FIELDS
              IF SHAPE-IS-VALID
                 ADD 1 TO WS-STO-LINE-COUNT
              ELSE
                 DISPLAY "LINE NOT KEYED -- FIX AND RE-ENTER."
              END-IF
           END-IF.

       2060-ACCEPT-SHAPE-FIELDS.
           MOVE "Y" TO WS-SHAPE-VALID-SW
           MOVE ZEROES TO WS-STO-SIZE-1(WS-STO-LINE-IDX)
                          WS-STO-SIZE-2(WS-STO-LINE-IDX)
                          WS-STO-SIZE-3(WS-STO-LINE-IDX)
           DISPLAY "SIZE 1 (3 DIGITS, FEET): "
           ACCEPT WS-SIZE-IN
           IF WS-SIZE-IN IS NUMERIC
              MOVE WS-SIZE-IN TO WS-STO-SIZE-1(WS-STO-LINE-IDX)
           END-IF
           IF WS-STO-SHAPE(WS-STO-LINE-IDX) NOT = "CIRCLE    "
              DISPLAY "SIZE 2 (3 DIGITS, FEET): "
              ACCEPT WS-SIZE-IN
              IF WS-SIZE-IN IS NUMERIC
                 MOVE WS-SIZE-IN TO WS-STO-SIZE-2(WS-STO-LINE-IDX)
              END-IF
           END-IF
           IF WS-STO-SHAPE(WS-STO-LINE-IDX) = "TRIANGLE  "
              DISPLAY "SIZE 3 (3 DIGITS, FEET): "
              ACCEPT WS-SIZE-IN
              IF WS-SIZE-IN IS NUMERIC
                 MOVE WS-SIZE-IN TO WS-STO-SIZE-3(WS-STO-LINE-IDX)
              END-IF
           END-IF
           DISPLAY "LIST PRICE PER SQ FT (5 DIGITS, 99999 = 999.99): "
           ACCEPT WS-PRICE-IN
           IF WS-PRICE-IN IS NOT NUMERIC
              MOVE ZEROES TO WS-PRICE-IN
           END-IF
           MOVE WS-PRICE-NUM TO WS-STO-LIST-PRICE(WS-STO-LINE-IDX)
           DISPLAY "HOW MANY ON EACH ORDER (2 DIGITS, BLANK = 1): "
           ACCEPT WS-QTY-IN
           EVALUATE TRUE
              WHEN WS-QTY-IN = SPACES
                 MOVE 1 TO WS-STO-QUANTITY(WS-STO-LINE-IDX)
              WHEN WS-QTY-IN IS NUMERIC AND WS-QTY-NUM > 0
                 MOVE WS-QTY-NUM TO WS-STO-QUANTITY(WS-STO-LINE-IDX)
              WHEN OTHER
                 DISPLAY "  QUANTITY MUST BE 01 TO 99."
                 MOVE "N" TO WS-SHAPE-VALID-SW
           END-EVALUATE
           IF WS-STO-SIZE-1(WS-STO-LINE-IDX) = ZERO
              DISPLAY "  SIZE-1 MISSING OR ZERO."
              MOVE "N" TO WS-SHAPE-VALID-SW
           END-IF
           IF WS-STO-LIST-PRICE(WS-STO-LINE-IDX) = ZERO
              DISPLAY "  SQ-FT PRICE MISSING OR ZERO."
              MOVE "N" TO WS-SHAPE-VALID-SW
           END-IF
           EVALUATE WS-STO-SHAPE(WS-STO-LINE-IDX)
              WHEN "CIRCLE    "
                 CONTINUE
              WHEN "TRIANGLE  "
                 IF WS-STO-SIZE-2(WS-STO-LINE-IDX) = ZERO
                    OR WS-STO-SIZE-3(WS-STO-LINE-IDX) = ZERO
                    DISPLAY "  TRIANGLE SIDE MISSING OR ZERO."
                    MOVE "N" TO WS-SHAPE-VALID-SW
                 END-IF
              WHEN OTHER
                 IF WS-STO-SIZE-2(WS-STO-LINE-IDX) = ZERO
                    DISPLAY "  SIZE-2 MISSING OR ZERO."
                    MOVE "N" TO WS-SHAPE-VALID-SW
                 END-IF
           END-EVALUATE.

       2100-ADD-STANDING-ORDER.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-STANDING-ORDER
           EVALUATE TRUE
              WHEN WS-ORDER-ID-IN = SPACES
                 DISPLAY "STANDING ORDER ID IS REQUIRED -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN STO-ON-FILE
                 DISPLAY "STANDING ORDER ALREADY ON FILE."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-STO-COUNT = 300
                 DISPLAY "STANDING-ORDER TABLE FULL -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 MOVE SPACES TO WS-STO-WORK
                 MOVE WS-ORDER-ID-IN TO WS-STO-ORDER-ID
                 MOVE ZEROES TO WS-STO-SKIP-DATE WS-STO-LAST-RUN
                 PERFORM 2030-ACCEPT-ORDER-HEADER
                 PERFORM 2040-ACCEPT-SHAPE-LINES
           END-EVALUATE
           IF ENTRY-IS-VALID
              PERFORM 2410-SHOW-WORK-ORDER
              DISPLAY "ADD THIS STANDING ORDER (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              PERFORM 2070-CLEAR-UNUSED-LINES
              ADD 1 TO WS-STO-COUNT
              SET WS-STO-IDX TO WS-STO-COUNT
              MOVE WS-STO-WORK TO WS-STO-ENTRY(WS-STO-IDX)
              MOVE "Y" TO WS-STO-CHANGED-SW
              MOVE "ADD " TO AUD-ACTION
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-STO-WORK TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "STANDING ORDER " WS-STO-ORDER-ID " ADDED."
           ELSE
              DISPLAY "STANDING ORDER NOT ADDED."
           END-IF.

      * LINES PAST THE COUNT ARE ZERO-FILLED SO THE ROW ON FILE
      * STAYS NUMERIC WHERE IT SHOULD BE.
       2070-CLEAR-UNUSED-LINES.
           PERFORM VARYING WS-STO-LINE-IDX FROM 1 BY 1
                     UNTIL WS-STO-LINE-IDX > 5
              IF WS-STO-LINE-IDX > WS-STO-LINE-COUNT
                 MOVE SPACES TO WS-STO-SHAPE(WS-STO-LINE-IDX)
                 MOVE ZEROES TO WS-STO-SIZE-1(WS-STO-LINE-IDX)
                                WS-STO-SIZE-2(WS-STO-LINE-IDX)
                                WS-STO-SIZE-3(WS-STO-LINE-IDX)
                                WS-STO-LIST-PRICE(WS-STO-LINE-IDX)
                                WS-STO-QUANTITY(WS-STO-LINE-IDX)
              END-IF
           END-PERFORM.

      * AN END DATE STOPS GENERATION AFTER THAT DATE; ZERO RUNS THE
      * STANDING ORDER UNTIL ENDED AGAIN. THE ROW STAYS ON FILE
      * EITHER WAY FOR ITS HISTORY.
       2300-END-STANDING-ORDER.
           PERFORM 2010-FIND-STANDING-ORDER
           IF NOT STO-ON-FILE
              DISPLAY "STANDING ORDER NOT ON FILE."
           ELSE
              MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-BEFORE-IMAGE
              MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-STO-WORK
              PERFORM 2410-SHOW-WORK-ORDER
              MOVE "Y" TO WS-VALID-SW
              DISPLAY "NEW END DATE (YYYYMMDD, BLANK = TODAY, "
                      "0 = RUNS UNTIL ENDED): "
              ACCEPT WS-DATE-IN
              EVALUATE TRUE
                 WHEN WS-DATE-IN = SPACES
                    MOVE WS-TODAY TO WS-STO-END-DATE
                 WHEN WS-DATE-IN = "0"
                    MOVE ZEROES TO WS-STO-END-DATE
                 WHEN WS-DATE-IN IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                    MOVE WS-DATE-NUM TO WS-STO-END-DATE
                 WHEN OTHER
                    DISPLAY "  NOT A DATE."
                    MOVE "N" TO WS-VALID-SW
              END-EVALUATE
              IF ENTRY-IS-VALID
                 MOVE WS-STO-WORK TO WS-STO-ENTRY(WS-STO-IDX)
                 MOVE "Y" TO WS-STO-CHANGED-SW
                 IF WS-STO-END-DATE = 0
                    MOVE "REAC" TO AUD-ACTION
                 ELSE
                    MOVE "END " TO AUD-ACTION
                 END-IF
                 MOVE WS-STO-WORK TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "STANDING ORDER END DATE NOW "
                         WS-STO-END-DATE "."
              ELSE
                 DISPLAY "STANDING ORDER NOT CHANGED."
              END-IF
           END-IF.

       2400-LIST-STANDING-ORDERS.
           MOVE 0 TO WS-ORDERS-LISTED
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                     UNTIL WS-STO-IDX > WS-STO-COUNT
              MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-STO-WORK
              DISPLAY " "
              PERFORM 2410-SHOW-WORK-ORDER
              ADD 1 TO WS-ORDERS-LISTED
           END-PERFORM
           IF WS-ORDERS-LISTED = 0
              DISPLAY "NO STANDING ORDERS ON FILE."
           END-IF.

       2410-SHOW-WORK-ORDER.
           DISPLAY "STANDING ORDER: " WS-STO-ORDER-ID
                   "  CUSTOMER " WS-STO-CUST-NUMBER
                   "  SHIP " WS-STO-SHIP-STATE
                   "  REP " WS-STO-SALES-REP
           DISPLAY "FREQUENCY " WS-STO-FREQUENCY
                   "  START " WS-STO-START-DATE
                   "  END " WS-STO-END-DATE
                   "  NEXT DUE " WS-STO-NEXT-DUE
           IF WS-STO-SKIP-DATE NOT = 0
              DISPLAY "CYCLE DUE " WS-STO-SKIP-DATE " IS SKIPPED"
           END-IF
           IF WS-STO-LAST-RUN NOT = 0
              DISPLAY "LAST GENERATED ORDER " WS-STO-LAST-ORDER
                      " ON " WS-STO-LAST-RUN
           END-IF
           PERFORM VARYING WS-STO-LINE-IDX FROM 1 BY 1
                     UNTIL WS-STO-LINE-IDX > WS-STO-LINE-COUNT
              MOVE WS-STO-LIST-PRICE(WS-STO-LINE-IDX)
                TO WS-PRICE-EDIT
              DISPLAY "  " WS-STO-QUANTITY(WS-STO-LINE-IDX) " X "
                      WS-STO-SHAPE(WS-STO-LINE-IDX) " "
                      WS-STO-SIZE-1(WS-STO-LINE-IDX) " "
                      WS-STO-SIZE-2(WS-STO-LINE-IDX) " "
                      WS-STO-SIZE-3(WS-STO-LINE-IDX)
                      "  LIST " WS-PRICE-EDIT
           END-PERFORM.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH
      * WHO AND WHEN.
       2900-WRITE-AUDIT-IMAGES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-DATE  TO AUD-DATE
           MOVE WS-AUDIT-TIME  TO AUD-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-AFTER-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

      * THE PREVIEW LISTS WHAT STOGENAS WILL GENERATE WHEN IT RUNS
      * ON THE GIVEN DATE: EVERY STANDING ORDER STILL IN FORCE
      * WHOSE NEXT CYCLE FALLS DUE BY THEN. THE OFFICE THEN KEYS THE
      * IDS OF ANY CUSTOMERS TO SKIP THIS CYCLE FOR.
       3000-PREVIEW-GENERATION.
           MOVE WS-TODAY TO WS-PREVIEW-THROUGH
           DISPLAY "GENERATION DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
              MOVE WS-DATE-NUM TO WS-PREVIEW-THROUGH
           ELSE
              IF WS-DATE-IN NOT = SPACES
                 DISPLAY "NOT A DATE -- USING " WS-PREVIEW-THROUGH
              END-IF
           END-IF
           PERFORM 3100-WRITE-PREVIEW-REPORT
           MOVE "N" TO WS-PREVIEW-DONE-SW
           PERFORM UNTIL PREVIEW-SKIPS-DONE
              PERFORM 3200-TAKE-ONE-SKIP
           END-PERFORM.

       3010-CHECK-DUE.
           MOVE "N" TO WS-DUE-SW
           IF WS-STO-NEXT-DUE <= WS-PREVIEW-THROUGH
              AND (WS-STO-END-DATE = 0
                   OR WS-STO-NEXT-DUE <= WS-STO-END-DATE)
              MOVE "Y" TO WS-DUE-SW
           END-IF.

       3100-WRITE-PREVIEW-REPORT.
           MOVE 0 TO WS-PREVIEW-COUNT WS-SKIP-COUNT
           MOVE 0 TO WS-PREVIEW-TOTAL
           OPEN OUTPUT PREVIEW-REPORT
           MOVE WS-PREVIEW-THROUGH TO PRV-HDG-DATE
           WRITE PREVIEW-REPORT-RECORD FROM PRV-HDG-LINE
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           WRITE PREVIEW-REPORT-RECORD
           WRITE PREVIEW-REPORT-RECORD FROM PRV-COL-LINE
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                     UNTIL WS-STO-IDX > WS-STO-COUNT
              MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-STO-WORK
              PERFORM 3010-CHECK-DUE
              IF STANDING-ORDER-DUE
                 PERFORM 3110-PREVIEW-ONE-ORDER
              END-IF
           END-PERFORM
           MOVE SPACES TO PREVIEW-REPORT-RECORD
           WRITE PREVIEW-REPORT-RECORD
           MOVE "ORDERS TO GENERATE: " TO PRV-TOT-LABEL
           COMPUTE PRV-TOT-COUNT = WS-PREVIEW-COUNT - WS-SKIP-COUNT
           MOVE WS-PREVIEW-TOTAL TO PRV-TOT-VALUE
           WRITE PREVIEW-REPORT-RECORD FROM PRV-TOTAL-LINE
           MOVE "CYCLES SKIPPED:     " TO PRV-TOT-LABEL
           MOVE WS-SKIP-COUNT TO PRV-TOT-COUNT
           MOVE 0 TO PRV-TOT-VALUE
           WRITE PREVIEW-REPORT-RECORD FROM PRV-TOTAL-LINE
           CLOSE PREVIEW-REPORT
           MOVE WS-PREVIEW-TOTAL TO WS-VALUE-EDIT
           DISPLAY "STANDING ORDERS DUE:  " WS-PREVIEW-COUNT
                   "  ALREADY SKIPPED: " WS-SKIP-COUNT
           DISPLAY "ESTIMATED VALUE TO GENERATE: " WS-VALUE-EDIT
           DISPLAY "PREVIEW WRITTEN TO " WS-PREVIEW-REPORT-PATH.

      * EACH LINE PRICED AT THE CUSTOMER'S CONTRACT TERMS, TIMES
      * HOW MANY OF THAT RUG THE ORDER CARRIES.
       3110-PREVIEW-ONE-ORDER.
           ADD 1 TO WS-PREVIEW-COUNT
           MOVE 0 TO WS-ORDER-VALUE
           PERFORM VARYING WS-STO-LINE-IDX FROM 1 BY 1
                     UNTIL WS-STO-LINE-IDX > WS-STO-LINE-COUNT
              MOVE WS-STO-CUST-NUMBER TO WS-CPRC-CHECK-CUST
              MOVE WS-STO-SHAPE(WS-STO-LINE-IDX)
                TO WS-CPRC-CHECK-SHAPE
              MOVE WS-STO-SIZE-1(WS-STO-LINE-IDX) TO WS-CPRC-SIZE-1
              MOVE WS-STO-SIZE-2(WS-STO-LINE-IDX) TO WS-CPRC-SIZE-2
              MOVE WS-STO-SIZE-3(WS-STO-LINE-IDX) TO WS-CPRC-SIZE-3
              MOVE WS-STO-LIST-PRICE(WS-STO-LINE-IDX)
                TO WS-CPRC-LIST-PRICE
              PERFORM 9953-PRICE-CONTRACT-LINE
              COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE
                    + WS-CPRC-LINE-VALUE
                    * WS-STO-QUANTITY(WS-STO-LINE-IDX)
           END-PERFORM
           MOVE WS-STO-ORDER-ID    TO PRV-DTL-ORDER
           MOVE WS-STO-CUST-NUMBER TO PRV-DTL-CUST
           MOVE WS-STO-FREQUENCY   TO PRV-DTL-FREQ
           MOVE WS-STO-NEXT-DUE    TO PRV-DTL-DUE
           MOVE WS-STO-LINE-COUNT  TO PRV-DTL-LINES
           MOVE WS-ORDER-VALUE     TO PRV-DTL-VALUE
           IF WS-STO-SKIP-DATE = WS-STO-NEXT-DUE
              MOVE "SKIPPED THIS CYCLE" TO PRV-DTL-NOTE
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              MOVE SPACES TO PRV-DTL-NOTE
              ADD WS-ORDER-VALUE TO WS-PREVIEW-TOTAL
           END-IF
           WRITE PREVIEW-REPORT-RECORD FROM PRV-DETAIL-LINE.

      * A SKIP IS TIED TO THE CYCLE'S DUE DATE, SO IT CANNOT CARRY
      * OVER TO THE NEXT CYCLE BY MISTAKE. ONLY A STANDING ORDER ON
      * THIS PREVIEW CAN BE SKIPPED.
       3200-TAKE-ONE-SKIP.
           DISPLAY "STANDING ORDER ID TO SKIP OR UNSKIP THIS CYCLE "
                   "(BLANK = DONE): "
           ACCEPT WS-PREVIEW-ID-IN
           IF WS-PREVIEW-ID-IN = SPACES
              MOVE "Y" TO WS-PREVIEW-DONE-SW
           ELSE
              MOVE WS-PREVIEW-ID-IN TO WS-STO-CHECK-ID
              PERFORM 9988-FIND-STANDING-ORDER
              IF NOT STO-ON-FILE
                 DISPLAY "STANDING ORDER NOT ON FILE."
              ELSE
                 MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-STO-ENTRY(WS-STO-IDX) TO WS-STO-WORK
                 PERFORM 3010-CHECK-DUE
                 IF NOT STANDING-ORDER-DUE
                    DISPLAY "STANDING ORDER " WS-STO-ORDER-ID
                            " IS NOT DUE BY " WS-PREVIEW-THROUGH "."
                 ELSE
                    IF WS-STO-SKIP-DATE = WS-STO-NEXT-DUE
                       MOVE ZEROES TO WS-STO-SKIP-DATE
                       MOVE "UNSK" TO AUD-ACTION
                       DISPLAY "CYCLE DUE " WS-STO-NEXT-DUE
                               " WILL BE GENERATED."
                    ELSE
                       MOVE WS-STO-NEXT-DUE TO WS-STO-SKIP-DATE
                       MOVE "SKIP" TO AUD-ACTION
                       DISPLAY "CYCLE DUE " WS-STO-NEXT-DUE
                               " WILL BE SKIPPED."
                    END-IF
                    MOVE WS-STO-WORK TO WS-STO-ENTRY(WS-STO-IDX)
                    MOVE "Y" TO WS-STO-CHANGED-SW
                    MOVE WS-STO-WORK TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                 END-IF
              END-IF
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED STANDING-ORDER PARAGRAPHS. SEE STOPARA.CPY.
       COPY STOPARA.

      * SHARED CONTRACT-PRICE PARAGRAPHS. SEE CPRCPARA.CPY.
       COPY CPRCPARA.
