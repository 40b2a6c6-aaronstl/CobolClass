       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTINQAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * CUSTOMER ACCOUNT INQUIRY.
      *
      * WHEN A CUSTOMER CALLED ABOUT AN ACCOUNT, THE CLERK HAD TO RUN
      * THE AGING, THE CREDIT REPORT AND THE SHIPPING REPORT AND READ
      * RAW PAYTRAN.DAT TO PIECE THE STORY TOGETHER. THIS SCREEN SITS
      * BEHIND THE SHARED OPERATOR SIGN-ON LIKE THE OTHER LOOKUPS: KEY
      * A CUSTOMER ID (THE FULL 13 CHARACTERS, OR JUST THE 6-DIGIT
      * CUSTOMER NUMBER) AND SEE
      *   - THE NAME AND ADDRESS BLOCK OFF THE CUSTOMER MASTER;
      *   - THE CURRENT BALANCE, AGED THE WAY CASHAPPAS AGES IT -- THE
      *     WHOLE BALANCE GOES IN THE BUCKET FOR THE AGE OF THE MOST
      *     RECENT CHARGE, AND NO CHARGE HISTORY AGES AS OVER 90;
      *   - THE CREDIT LIMIT AND THE CREDIT STILL AVAILABLE, FIGURED
      *     AGAINST THE SAME EXPOSURE THE CREDIT REPORT USES (BALANCE
      *     PLUS OPEN ORDERS NOT YET INVOICED, AT PRICE PLUS TAX); AND
      *   - A HISTORY OF OPEN AND RECENT ORDERS WITH STATUS AND PROMISE
      *     DATE, RECENT INVOICES, RECENT PAYMENT-FILE ACTIVITY AND
      *     SHIPMENT TRACKING FOR SHIPPED ORDERS. "RECENT" IS THE LAST
      *     TWELVE MONTHS. THE HISTORY IS SHOWN A PAGE AT A TIME.
      * EVERY FILE IS OPENED INPUT ONLY -- NOTHING HERE CAN TOUCH A
      * MASTER.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-FILE-PATH
               organization is line sequential
               file status is WS-CUSTOMER-FILE-STATUS.
             SELECT CREDIT-LIMIT-FILE
               ASSIGN TO WS-CREDIT-LIMIT-PATH
               organization is line sequential
               file status is WS-CREDIT-LIMIT-STATUS.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is dynamic
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT INVOICED-CONTROL-FILE
               ASSIGN TO WS-INV-CONTROL-PATH
               organization is line sequential
               file status is WS-INV-CONTROL-STATUS.
             SELECT INVOICE-REGISTER-FILE
               ASSIGN TO WS-INVOICE-REGISTER-PATH
               organization is line sequential
               file status is WS-INVOICE-REGISTER-STATUS.
             SELECT PAYMENT-TRAN-FILE
               ASSIGN TO WS-PAYMENT-TRAN-PATH
               organization is line sequential
               file status is WS-PAYMENT-TRAN-STATUS.
             SELECT SHIP-TRACK-FILE
               ASSIGN TO WS-SHIP-TRACK-PATH
               organization is line sequential
               file status is WS-SHIP-TRACK-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID                  PIC X(13).
           05 CUST-TITLE               PIC X(03).
           05 CUST-INIT                PIC X(02).
           05 CUST-SURNAME             PIC X(09).
           05 CUST-GENDER              PIC X(06).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 CUST-STREET              PIC X(25).
           05 CUST-CITY                PIC X(15).
           05 CUST-STATE               PIC X(02).
           05 CUST-ZIP                 PIC X(09).

       FD  CREDIT-LIMIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-LIMIT-REC-IN.
       01  CREDIT-LIMIT-REC-IN.
           05 CREDLIM-CUST-NUMBER-IN   PIC X(06).
           05 CREDLIM-LIMIT-IN         PIC 9(07)V99.

       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER      PIC X(06).
           05 RUGORD-CUST-NUMBER       PIC X(06).
           05 RUGORD-TOTAL-PRICE       PIC 9(08)V99.
           05 RUGORD-TOTAL-TAX         PIC 9(08)V99.
           05 RUGORD-STATUS            PIC X(01).
           05 RUGORD-ORDER-DATE        PIC 9(08).
           05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
           05 RUGORD-PROMISE-DATE      PIC 9(08).
           05 FILLER                   PIC X(21).

       FD  INVOICED-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS INV-CONTROL-REC.
       01  INV-CONTROL-REC.
           05 INVDONE-ORDER-NUMBER     PIC X(06).
           05 INVDONE-LINE-NUMBER      PIC X(03).

       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05 INVREG-INVOICE-NUMBER    PIC 9(08).
           05 INVREG-DATE              PIC 9(08).
           05 INVREG-CUST-ID           PIC X(13).
           05 INVREG-ORDER-COUNT       PIC 9(04).
           05 INVREG-AMOUNT            PIC 9(08)V99.
           05 FILLER                   PIC X(30).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYMENT-TRAN-REC.
       01  PAYMENT-TRAN-REC.
           05 TRAN-CUST-ID             PIC X(13).
           05 TRAN-DATE                PIC 9(08).
           05 TRAN-AMOUNT              PIC 9(06)V9(3).
           05 TRAN-TYPE                PIC X(01).

       FD  SHIP-TRACK-FILE
           RECORDING MODE IS F
           DATA RECORD IS SHIP-TRACK-REC.
       01  SHIP-TRACK-REC.
           05 SHIPTRK-ORDER-NUMBER     PIC X(06).
           05 SHIPTRK-SHIP-DATE        PIC 9(08).
           05 SHIPTRK-ZONE-NAME        PIC X(20).
           05 SHIPTRK-PROMISED-DAYS    PIC 9(01).
           05 SHIPTRK-DELIVERED-DATE   PIC 9(08).
           05 SHIPTRK-CUST-NUMBER      PIC X(06).
           05 SHIPTRK-SHIP-TO-CODE     PIC X(04).
           05 SHIPTRK-SHIP-ZIP         PIC X(09).
           05 SHIPTRK-RATED            PIC X(15).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01 WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88 CUSTOMER-FILE-OK         VALUE "00".
           88 END-OF-CUSTOMER-FILE     VALUE "10".
       01 WS-CREDIT-LIMIT-PATH     PIC X(40)
           VALUE "C:\Users\bob\CREDLIM.DAT".
       01 WS-CREDIT-LIMIT-STATUS   PIC X(02).
           88 CREDIT-LIMIT-SUCCESSFUL  VALUE "00".
           88 END-OF-CREDIT-LIMIT      VALUE "10".
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-INV-CONTROL-PATH      PIC X(40)
           VALUE "C:\Users\Bob\INVDONE.DAT".
       01 WS-INV-CONTROL-STATUS    PIC X(02).
           88 INV-CONTROL-OK           VALUE "00".
           88 END-OF-INV-CONTROL       VALUE "10".
       01 WS-INVOICE-REGISTER-PATH PIC X(40)
           VALUE "C:\Users\Bob\INVREG.DAT".
       01 WS-INVOICE-REGISTER-STATUS PIC X(02).
           88 INVOICE-REGISTER-OK       VALUE "00".
           88 END-OF-INVOICE-REGISTER   VALUE "10".
       01 WS-PAYMENT-TRAN-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01 WS-PAYMENT-TRAN-STATUS   PIC X(02).
           88 PAYMENT-TRAN-OK          VALUE "00".
           88 END-OF-PAYMENT-TRAN      VALUE "10".
       01 WS-SHIP-TRACK-PATH       PIC X(40)
           VALUE "C:\Users\Bob\SHIPTRACK.DAT".
       01 WS-SHIP-TRACK-STATUS     PIC X(02).
           88 SHIP-TRACK-SUCCESSFUL    VALUE "00".
           88 END-OF-SHIP-TRACK        VALUE "10".

       01 WS-CUST-ID-IN            PIC X(13).
       01 WS-CUST-NUMBER           PIC X(06).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 OPERATOR-DONE            VALUE "Y".
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".
       01 WS-LIMIT-FOUND-SW        PIC X(01) VALUE "N".
           88 CREDIT-LIMIT-FOUND       VALUE "Y".
       01 WS-CUR-BALANCE           PIC 9(06)V9(3).
       01 WS-CUR-LIMIT             PIC 9(07)V99.
       01 WS-OPEN-ORDER-AMOUNT     PIC 9(09)V99.
       01 WS-EXPOSURE              PIC 9(09)V99.
       01 WS-AVAILABLE             PIC S9(09)V99.

      * AGING WORK. TODAY AND THE MOST RECENT CHARGE ARE TURNED INTO
      * DAY NUMBERS; "RECENT" HISTORY IS ANYTHING DATED ON OR AFTER
      * THE SAME DAY A YEAR AGO.
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-CUTOFF-DATE           PIC 9(08).
       01 WS-LAST-CHARGE-DATE      PIC 9(08).
       01 WS-CHARGE-INT            PIC 9(08).
       01 WS-AGE-DAYS              PIC S9(05).
       01 WS-AGE-BUCKETS.
           05 WS-AGE-CURRENT       PIC 9(06)V9(3).
           05 WS-AGE-31-60         PIC 9(06)V9(3).
           05 WS-AGE-61-90         PIC 9(06)V9(3).
           05 WS-AGE-OVER-90       PIC 9(06)V9(3).

      * THE CUSTOMER'S ORDERS, PULLED OFF THE ORDER MASTER BY THE
      * CUSTOMER-NUMBER ALTERNATE KEY. INVDONE.DAT IS THEN SCANNED
      * ONCE TO MARK WHICH OF THEM HAVE BEEN INVOICED.
       01 WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-ORD-IDX.
              10 WS-ORD-NUMBER     PIC X(06).
              10 WS-ORD-DATE       PIC 9(08).
              10 WS-ORD-STATUS     PIC X(01).
                 88 WS-ORD-OPEN        VALUE "P" "C" "B" "H".
              10 WS-ORD-PROMISE    PIC 9(08).
              10 WS-ORD-AMOUNT     PIC 9(09)V99.
              10 WS-ORD-INVOICED-SW PIC X(01).
                 88 WS-ORD-INVOICED    VALUE "Y".
       01 WS-ORD-COUNT             PIC 9(03) VALUE 0.
       01 WS-ORD-TRUNCATED-SW      PIC X(01) VALUE "N".
           88 ORDER-LIST-TRUNCATED     VALUE "Y".
       01 WS-MORE-ORDERS-SW        PIC X(01) VALUE "N".
           88 MORE-CUST-ORDERS         VALUE "Y".
       01 WS-SECTION-COUNT         PIC 9(04).
       01 WS-TRACK-MATCH-SW        PIC X(01) VALUE "N".
           88 TRACKING-ROW-MATCHES     VALUE "Y".

      * THE HISTORY IS BUILT INTO THIS BUFFER FIRST AND THEN SHOWN A
      * PAGE AT A TIME, SO A LONG-STANDING ACCOUNT DOESN'T SCROLL THE
      * TOP OF THE STORY OFF THE SCREEN.
       01 WS-HIST-BUFFER.
           05 WS-HIST-LINE OCCURS 300 TIMES PIC X(78).
       01 WS-HIST-COUNT            PIC 9(03) VALUE 0.
       01 WS-HIST-SUB              PIC 9(03).
       01 WS-HIST-FULL-SW          PIC X(01) VALUE "N".
           88 HISTORY-FULL             VALUE "Y".
       01 WS-PAGE-SIZE             PIC 9(02) VALUE 15.
       01 WS-PAGE-LINES            PIC 9(02).
       01 WS-PAGE-REPLY            PIC X(01).
       01 WS-STOP-PAGING-SW        PIC X(01) VALUE "N".
           88 STOP-PAGING              VALUE "Y".

       01 WS-HIST-WORK             PIC X(78).

       01 WS-ORDER-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OL-ORDER-NUMBER      PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OL-ORDER-DATE        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OL-STATUS-DESC       PIC X(13).
           05 FILLER               PIC X(08) VALUE "PROMISE ".
           05 OL-PROMISE-DATE      PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                          MONEY-EDIT-NAME BY OL-AMOUNT.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OL-INVOICED          PIC X(08).

       01 WS-INVOICE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "INVOICE ".
           05 IL-INVOICE-NUMBER    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 IL-INVOICE-DATE      PIC 9(08).
           05 FILLER               PIC X(09) VALUE "  ORDERS ".
           05 IL-ORDER-COUNT       PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                          MONEY-EDIT-NAME BY IL-AMOUNT.

       01 WS-TRAN-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TL-TRAN-DATE         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TL-TRAN-DESC         PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                          MONEY-EDIT-NAME BY TL-AMOUNT.

       01 WS-SHIP-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "ORDER ".
           05 SL-ORDER-NUMBER      PIC X(06).
           05 FILLER               PIC X(10) VALUE "  SHIPPED ".
           05 SL-SHIP-DATE         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SL-ZONE-NAME         PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SL-DELIVERY          PIC X(20).

      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-BALANCE-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-CURRENT-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-31-60-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-61-90-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-OVER-90-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-LIMIT-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-EXPOSURE-EDIT.
      * AVAILABLE CREDIT GOES NEGATIVE WHEN THE ACCOUNT IS OVER ITS
      * LIMIT, SO IT CARRIES A TRAILING SIGN.
       01 WS-AVAILABLE-EDIT        PIC $$$,$$$,$$9.99-.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "CUSTINQAS CUSTOMER ACCOUNT INQUIRY"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-ONE-INQUIRY
           END-PERFORM
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR CUSTINQA.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "CUSTINQA" TO WS-RUNCTL-PROGRAM-ID
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH
           MOVE "CREDIT-LIMIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CREDIT-LIMIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CREDIT-LIMIT-PATH
           MOVE "RUG-ORDER-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RUG-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RUG-ORDER-PATH
           MOVE "INV-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INV-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INV-CONTROL-PATH
           MOVE "INVOICE-REGISTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INVOICE-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INVOICE-REGISTER-PATH
           MOVE "PAYMENT-TRAN-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAYMENT-TRAN-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAYMENT-TRAN-PATH
           MOVE "SHIP-TRACK-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TRACK-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TRACK-PATH.

       2000-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "ENTER CUSTOMER ID (BLANK TO EXIT): "
           ACCEPT WS-CUST-ID-IN
           IF WS-CUST-ID-IN = SPACES
              MOVE "Y" TO WS-QUIT-SW
           ELSE
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              COMPUTE WS-TODAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
              COMPUTE WS-CUTOFF-DATE = WS-TODAY-DATE - 10000
              PERFORM 2100-SHOW-CUSTOMER
              IF CUSTOMER-FOUND
                 PERFORM 2200-AGE-BALANCE
                 PERFORM 2300-LOAD-ORDERS
                 PERFORM 2400-SHOW-CREDIT
                 MOVE 0 TO WS-HIST-COUNT
                 MOVE "N" TO WS-HIST-FULL-SW
                 PERFORM 2500-BUILD-ORDER-HISTORY
                 PERFORM 2600-BUILD-INVOICE-HISTORY
                 PERFORM 2700-BUILD-PAYMENT-HISTORY
                 PERFORM 2800-BUILD-SHIPMENT-HISTORY
                 PERFORM 3000-PAGE-HISTORY
              END-IF
           END-IF.

      * A 6-CHARACTER ENTRY IS TAKEN AS THE CUSTOMER NUMBER AND
      * MATCHES THE FIRST SIX OF CUST-ID; ANYTHING LONGER MUST MATCH
      * THE WHOLE ID. DELETED ("#") ROWS NEVER MATCH.
       2100-SHOW-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
              PERFORM UNTIL END-OF-CUSTOMER-FILE OR CUSTOMER-FOUND
                 READ CUSTOMER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CUST-ID(1:1) NOT = "#"
                       IF WS-CUST-ID-IN(7:7) = SPACES
                          IF CUST-ID(1:6) = WS-CUST-ID-IN(1:6)
                             MOVE "Y" TO WS-CUST-FOUND-SW
                          END-IF
                       ELSE
                          IF CUST-ID = WS-CUST-ID-IN
                             MOVE "Y" TO WS-CUST-FOUND-SW
                          END-IF
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE."
           END-IF
           IF CUSTOMER-FOUND
              MOVE CUST-ID(1:6) TO WS-CUST-NUMBER
              MOVE 0 TO WS-CUR-BALANCE
              IF CUST-PAYMENT IS NUMERIC
                 MOVE CUST-PAYMENT TO WS-CUR-BALANCE
              END-IF
              DISPLAY "CUSTOMER: " CUST-ID
              DISPLAY "  " CUST-TITLE " " CUST-INIT " " CUST-SURNAME
              DISPLAY "  " CUST-STREET
              DISPLAY "  " CUST-CITY " " CUST-STATE " " CUST-ZIP
           ELSE
              DISPLAY "CUSTOMER NOT ON THE MASTER."
           END-IF.

      * THE WHOLE BALANCE IS AGED BY THE CUSTOMER'S MOST RECENT
      * CHARGE OR FINANCE CHARGE ON THE PAYMENT FILE, THE SAME RULE
      * THE CASHAPPAS AGING REPORT USES.
       2200-AGE-BALANCE.
           MOVE 0 TO WS-LAST-CHARGE-DATE
           MOVE ZEROES TO WS-AGE-BUCKETS
           OPEN INPUT PAYMENT-TRAN-FILE
           IF PAYMENT-TRAN-OK
              PERFORM UNTIL END-OF-PAYMENT-TRAN
                 READ PAYMENT-TRAN-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TRAN-CUST-ID(1:6) = WS-CUST-NUMBER
                       AND TRAN-TYPE NOT = "P"
                       AND TRAN-DATE > WS-LAST-CHARGE-DATE
                       MOVE TRAN-DATE TO WS-LAST-CHARGE-DATE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRAN-FILE
           END-IF
           IF WS-LAST-CHARGE-DATE > 0
              COMPUTE WS-CHARGE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-LAST-CHARGE-DATE)
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
           ELSE
              MOVE 999 TO WS-AGE-DAYS
           END-IF
           IF WS-CUR-BALANCE > 0
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS <= 30
                    MOVE WS-CUR-BALANCE TO WS-AGE-CURRENT
                 WHEN WS-AGE-DAYS <= 60
                    MOVE WS-CUR-BALANCE TO WS-AGE-31-60
                 WHEN WS-AGE-DAYS <= 90
                    MOVE WS-CUR-BALANCE TO WS-AGE-61-90
                 WHEN OTHER
                    MOVE WS-CUR-BALANCE TO WS-AGE-OVER-90
              END-EVALUATE
           END-IF
           MOVE WS-CUR-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-AGE-CURRENT TO WS-CURRENT-EDIT
           MOVE WS-AGE-31-60   TO WS-31-60-EDIT
           MOVE WS-AGE-61-90   TO WS-61-90-EDIT
           MOVE WS-AGE-OVER-90 TO WS-OVER-90-EDIT
           DISPLAY "CURRENT BALANCE:   " WS-BALANCE-EDIT
           IF WS-LAST-CHARGE-DATE > 0
              DISPLAY "LAST CHARGE DATED: " WS-LAST-CHARGE-DATE
           ELSE
              DISPLAY "LAST CHARGE DATED: NONE ON FILE"
           END-IF
           DISPLAY "  CURRENT:         " WS-CURRENT-EDIT
           DISPLAY "  31-60 DAYS:      " WS-31-60-EDIT
           DISPLAY "  61-90 DAYS:      " WS-61-90-EDIT
           DISPLAY "  OVER 90 DAYS:    " WS-OVER-90-EDIT.

      * EVERY ORDER FOR THE CUSTOMER, BY THE ALTERNATE KEY, THEN ONE
      * PASS OF INVDONE.DAT TO MARK THE ONES ALREADY INVOICED.
       2300-LOAD-ORDERS.
           MOVE 0 TO WS-ORD-COUNT
           MOVE "N" TO WS-ORD-TRUNCATED-SW
           MOVE "N" TO WS-MORE-ORDERS-SW
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              MOVE WS-CUST-NUMBER TO RUGORD-CUST-NUMBER
              START RUG-ORDER-MASTER KEY = RUGORD-CUST-NUMBER
              END-START
              IF RUG-ORDER-SUCCESSFUL
                 MOVE "Y" TO WS-MORE-ORDERS-SW
              END-IF
              PERFORM UNTIL NOT MORE-CUST-ORDERS
                 PERFORM 2310-READ-NEXT-ORDER
              END-PERFORM
              CLOSE RUG-ORDER-MASTER
           ELSE
              DISPLAY "ORDER MASTER NOT AVAILABLE."
           END-IF
           IF WS-ORD-COUNT > 0
              OPEN INPUT INVOICED-CONTROL-FILE
              IF INV-CONTROL-OK
                 PERFORM UNTIL END-OF-INV-CONTROL
                    READ INVOICED-CONTROL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       SET WS-ORD-IDX TO 1
                       SEARCH WS-ORD-ENTRY
                          AT END
                             CONTINUE
                          WHEN WS-ORD-IDX > WS-ORD-COUNT
                             CONTINUE
                          WHEN WS-ORD-NUMBER(WS-ORD-IDX) =
                               INVDONE-ORDER-NUMBER
                             MOVE "Y" TO
                                  WS-ORD-INVOICED-SW(WS-ORD-IDX)
                       END-SEARCH
                    END-READ
                 END-PERFORM
                 CLOSE INVOICED-CONTROL-FILE
              END-IF
           END-IF.

       2310-READ-NEXT-ORDER.
           READ RUG-ORDER-MASTER NEXT RECORD
           AT END
              MOVE "N" TO WS-MORE-ORDERS-SW
           END-READ
           IF MORE-CUST-ORDERS
              IF NOT RUG-ORDER-SUCCESSFUL
                 OR RUGORD-CUST-NUMBER NOT = WS-CUST-NUMBER
                 MOVE "N" TO WS-MORE-ORDERS-SW
              ELSE
                 IF WS-ORD-COUNT < 200
                    ADD 1 TO WS-ORD-COUNT
                    SET WS-ORD-IDX TO WS-ORD-COUNT
                    MOVE RUGORD-ORDER-NUMBER
                      TO WS-ORD-NUMBER(WS-ORD-IDX)
                    MOVE RUGORD-ORDER-DATE TO WS-ORD-DATE(WS-ORD-IDX)
                    MOVE RUGORD-STATUS TO WS-ORD-STATUS(WS-ORD-IDX)
                    MOVE 0 TO WS-ORD-PROMISE(WS-ORD-IDX)
                    IF RUGORD-PROMISE-DATE IS NUMERIC
                       MOVE RUGORD-PROMISE-DATE
                         TO WS-ORD-PROMISE(WS-ORD-IDX)
                    END-IF
                    COMPUTE WS-ORD-AMOUNT(WS-ORD-IDX) =
                       RUGORD-TOTAL-PRICE + RUGORD-TOTAL-TAX
                    MOVE "N" TO WS-ORD-INVOICED-SW(WS-ORD-IDX)
                 ELSE
                    MOVE "Y" TO WS-ORD-TRUNCATED-SW
                 END-IF
              END-IF
           END-IF.

      * EXPOSURE IS THE BALANCE PLUS OPEN ORDERS NOT YET INVOICED --
      * THE SAME FIGURE THE CREDIT REPORT HOLDS AGAINST THE LIMIT.
       2400-SHOW-CREDIT.
           MOVE 0 TO WS-OPEN-ORDER-AMOUNT
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > WS-ORD-COUNT
              IF WS-ORD-OPEN(WS-ORD-IDX)
                 AND NOT WS-ORD-INVOICED(WS-ORD-IDX)
                 ADD WS-ORD-AMOUNT(WS-ORD-IDX) TO WS-OPEN-ORDER-AMOUNT
              END-IF
           END-PERFORM
           COMPUTE WS-EXPOSURE = WS-CUR-BALANCE + WS-OPEN-ORDER-AMOUNT
           MOVE WS-EXPOSURE TO WS-EXPOSURE-EDIT
           MOVE "N" TO WS-LIMIT-FOUND-SW
           MOVE 0 TO WS-CUR-LIMIT
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CREDIT-LIMIT-SUCCESSFUL
              PERFORM UNTIL END-OF-CREDIT-LIMIT OR CREDIT-LIMIT-FOUND
                 READ CREDIT-LIMIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CREDLIM-CUST-NUMBER-IN = WS-CUST-NUMBER
                       MOVE "Y" TO WS-LIMIT-FOUND-SW
                       MOVE CREDLIM-LIMIT-IN TO WS-CUR-LIMIT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CREDIT-LIMIT-FILE
           END-IF
           DISPLAY "CREDIT EXPOSURE:   " WS-EXPOSURE-EDIT
           IF CREDIT-LIMIT-FOUND
              COMPUTE WS-AVAILABLE = WS-CUR-LIMIT - WS-EXPOSURE
              MOVE WS-CUR-LIMIT TO WS-LIMIT-EDIT
              MOVE WS-AVAILABLE TO WS-AVAILABLE-EDIT
              DISPLAY "CREDIT LIMIT:      " WS-LIMIT-EDIT
              DISPLAY "AVAILABLE CREDIT:  " WS-AVAILABLE-EDIT
           ELSE
              DISPLAY "CREDIT LIMIT:      NONE ON FILE"
           END-IF.

      * OPEN ORDERS ALWAYS SHOW; CLOSED ONES ONLY IF DATED IN THE
      * LAST TWELVE MONTHS.
       2500-BUILD-ORDER-HISTORY.
           MOVE "OPEN AND RECENT ORDERS:" TO WS-HIST-WORK
           PERFORM 2900-ADD-HISTORY-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > WS-ORD-COUNT
              IF WS-ORD-OPEN(WS-ORD-IDX)
                 OR WS-ORD-DATE(WS-ORD-IDX) >= WS-CUTOFF-DATE
                 PERFORM 2510-FORMAT-ORDER-LINE
                 MOVE WS-ORDER-LINE TO WS-HIST-WORK
                 PERFORM 2900-ADD-HISTORY-LINE
                 ADD 1 TO WS-SECTION-COUNT
              END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
              MOVE "  NONE ON FILE." TO WS-HIST-WORK
              PERFORM 2900-ADD-HISTORY-LINE
           END-IF
           IF ORDER-LIST-TRUNCATED
              MOVE "  (ONLY THE FIRST 200 ORDERS ARE SHOWN)"
                TO WS-HIST-WORK
              PERFORM 2900-ADD-HISTORY-LINE
           END-IF.

       2510-FORMAT-ORDER-LINE.
           MOVE WS-ORD-NUMBER(WS-ORD-IDX) TO OL-ORDER-NUMBER
           MOVE WS-ORD-DATE(WS-ORD-IDX)   TO OL-ORDER-DATE
           EVALUATE WS-ORD-STATUS(WS-ORD-IDX)
              WHEN "P" MOVE "PRICED"       TO OL-STATUS-DESC
              WHEN "C" MOVE "CUT"          TO OL-STATUS-DESC
              WHEN "B" MOVE "PART SHIPPED" TO OL-STATUS-DESC
              WHEN "H" MOVE "HELD"         TO OL-STATUS-DESC
              WHEN "S" MOVE "SHIPPED"      TO OL-STATUS-DESC
              WHEN "X" MOVE "CANCELED"     TO OL-STATUS-DESC
              WHEN "R" MOVE "RETURNED"     TO OL-STATUS-DESC
              WHEN OTHER
                 MOVE SPACES TO OL-STATUS-DESC
                 MOVE WS-ORD-STATUS(WS-ORD-IDX) TO OL-STATUS-DESC(1:1)
           END-EVALUATE
           IF WS-ORD-PROMISE(WS-ORD-IDX) > 0
              MOVE WS-ORD-PROMISE(WS-ORD-IDX) TO OL-PROMISE-DATE
           ELSE
              MOVE "NONE" TO OL-PROMISE-DATE
           END-IF
           MOVE WS-ORD-AMOUNT(WS-ORD-IDX) TO OL-AMOUNT
           IF WS-ORD-INVOICED(WS-ORD-IDX)
              MOVE "INVOICED" TO OL-INVOICED
           ELSE
              MOVE SPACES TO OL-INVOICED
           END-IF.

       2600-BUILD-INVOICE-HISTORY.
           MOVE "RECENT INVOICES:" TO WS-HIST-WORK
           PERFORM 2900-ADD-HISTORY-LINE
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REGISTER-OK
              PERFORM UNTIL END-OF-INVOICE-REGISTER
                 READ INVOICE-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF INVREG-CUST-ID(1:6) = WS-CUST-NUMBER
                       AND INVREG-DATE >= WS-CUTOFF-DATE
                       MOVE INVREG-INVOICE-NUMBER TO IL-INVOICE-NUMBER
                       MOVE INVREG-DATE           TO IL-INVOICE-DATE
                       MOVE INVREG-ORDER-COUNT    TO IL-ORDER-COUNT
                       MOVE INVREG-AMOUNT         TO IL-AMOUNT
                       MOVE WS-INVOICE-LINE TO WS-HIST-WORK
                       PERFORM 2900-ADD-HISTORY-LINE
                       ADD 1 TO WS-SECTION-COUNT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF WS-SECTION-COUNT = 0
              MOVE "  NONE ON FILE." TO WS-HIST-WORK
              PERFORM 2900-ADD-HISTORY-LINE
           END-IF.

       2700-BUILD-PAYMENT-HISTORY.
           MOVE "RECENT PAYMENTS, CREDITS AND CHARGES:" TO WS-HIST-WORK
           PERFORM 2900-ADD-HISTORY-LINE
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT PAYMENT-TRAN-FILE
           IF PAYMENT-TRAN-OK
              PERFORM UNTIL END-OF-PAYMENT-TRAN
                 READ PAYMENT-TRAN-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TRAN-CUST-ID(1:6) = WS-CUST-NUMBER
                       AND TRAN-DATE >= WS-CUTOFF-DATE
                       PERFORM 2710-FORMAT-TRAN-LINE
                       MOVE WS-TRAN-LINE TO WS-HIST-WORK
                       PERFORM 2900-ADD-HISTORY-LINE
                       ADD 1 TO WS-SECTION-COUNT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRAN-FILE
           END-IF
           IF WS-SECTION-COUNT = 0
              MOVE "  NONE ON FILE." TO WS-HIST-WORK
              PERFORM 2900-ADD-HISTORY-LINE
           END-IF.

       2710-FORMAT-TRAN-LINE.
           MOVE TRAN-DATE TO TL-TRAN-DATE
           EVALUATE TRAN-TYPE
              WHEN "C" MOVE "CHARGE"           TO TL-TRAN-DESC
              WHEN "P" MOVE "PAYMENT/CREDIT"   TO TL-TRAN-DESC
              WHEN "F" MOVE "FINANCE CHARGE"   TO TL-TRAN-DESC
              WHEN OTHER
                 MOVE SPACES TO TL-TRAN-DESC
                 MOVE TRAN-TYPE TO TL-TRAN-DESC(1:1)
           END-EVALUATE
           MOVE TRAN-AMOUNT TO TL-AMOUNT.

      * A TRACKING ROW BELONGS TO THE CUSTOMER WHEN IT CARRIES THE
      * CUSTOMER NUMBER, OR -- FOR ROWS WRITTEN BEFORE THE CUSTOMER
      * WAS CARRIED -- WHEN ITS ORDER IS ONE OF THE CUSTOMER'S.
       2800-BUILD-SHIPMENT-HISTORY.
           MOVE "SHIPMENT TRACKING:" TO WS-HIST-WORK
           PERFORM 2900-ADD-HISTORY-LINE
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT SHIP-TRACK-FILE
           IF SHIP-TRACK-SUCCESSFUL
              PERFORM UNTIL END-OF-SHIP-TRACK
                 READ SHIP-TRACK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 2810-CHECK-TRACKING-ROW
                 END-READ
              END-PERFORM
              CLOSE SHIP-TRACK-FILE
           END-IF
           IF WS-SECTION-COUNT = 0
              MOVE "  NONE ON FILE." TO WS-HIST-WORK
              PERFORM 2900-ADD-HISTORY-LINE
           END-IF.

       2810-CHECK-TRACKING-ROW.
           MOVE "N" TO WS-TRACK-MATCH-SW
           IF SHIPTRK-CUST-NUMBER = WS-CUST-NUMBER
              MOVE "Y" TO WS-TRACK-MATCH-SW
           ELSE
              IF WS-ORD-COUNT > 0
                 SET WS-ORD-IDX TO 1
                 SEARCH WS-ORD-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-ORD-IDX > WS-ORD-COUNT
                       CONTINUE
                    WHEN WS-ORD-NUMBER(WS-ORD-IDX) =
                         SHIPTRK-ORDER-NUMBER
                       MOVE "Y" TO WS-TRACK-MATCH-SW
                 END-SEARCH
              END-IF
           END-IF
           IF TRACKING-ROW-MATCHES
              MOVE SHIPTRK-ORDER-NUMBER TO SL-ORDER-NUMBER
              MOVE SHIPTRK-SHIP-DATE    TO SL-SHIP-DATE
              MOVE SHIPTRK-ZONE-NAME    TO SL-ZONE-NAME
              IF SHIPTRK-DELIVERED-DATE IS NUMERIC
                 AND SHIPTRK-DELIVERED-DATE > 0
                 MOVE SPACES TO SL-DELIVERY
                 STRING "DELIVERED " SHIPTRK-DELIVERED-DATE
                    DELIMITED BY SIZE INTO SL-DELIVERY
              ELSE
                 MOVE "IN TRANSIT" TO SL-DELIVERY
              END-IF
              MOVE WS-SHIP-LINE TO WS-HIST-WORK
              PERFORM 2900-ADD-HISTORY-LINE
              ADD 1 TO WS-SECTION-COUNT
           END-IF.

       2900-ADD-HISTORY-LINE.
           IF WS-HIST-COUNT < 300
              ADD 1 TO WS-HIST-COUNT
              MOVE WS-HIST-WORK TO WS-HIST-LINE(WS-HIST-COUNT)
           ELSE
              MOVE "Y" TO WS-HIST-FULL-SW
           END-IF.

      * SHOWS THE HISTORY WS-PAGE-SIZE LINES AT A TIME. ENTER GOES
      * ON TO THE NEXT PAGE; X STOPS AND RETURNS TO THE ID PROMPT.
       3000-PAGE-HISTORY.
           MOVE "N" TO WS-STOP-PAGING-SW
           MOVE 0 TO WS-PAGE-LINES
           DISPLAY " "
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                     UNTIL WS-HIST-SUB > WS-HIST-COUNT OR STOP-PAGING
              DISPLAY WS-HIST-LINE(WS-HIST-SUB)
              ADD 1 TO WS-PAGE-LINES
              IF WS-PAGE-LINES = WS-PAGE-SIZE
                 AND WS-HIST-SUB < WS-HIST-COUNT
                 DISPLAY "-- ENTER FOR NEXT PAGE, X TO STOP --"
                 ACCEPT WS-PAGE-REPLY
                 IF WS-PAGE-REPLY = "X" OR WS-PAGE-REPLY = "x"
                    MOVE "Y" TO WS-STOP-PAGING-SW
                 END-IF
                 MOVE 0 TO WS-PAGE-LINES
              END-IF
           END-PERFORM
           IF HISTORY-FULL AND NOT STOP-PAGING
              DISPLAY "(HISTORY CUT OFF AT 300 LINES)"
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
