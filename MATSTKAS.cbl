      *   - RECEIPT AND PURCHASE-ORDER POSTINGS FROM PURCHASING; AND
      *   - A REORDER REPORT OF EVERY MATERIAL AT OR UNDER ITS
      *     REORDER POINT.
      * A PURCHASE ORDER IS RAISED AGAINST A VENDOR ON THE VENDOR
      * MASTER AND WRITTEN TO PURCHORD.DAT WITH THE NEXT PO NUMBER,
      * THE FOOTAGE AND THE AGREED COST PER SQUARE FOOT. A RECEIPT
      * IS POSTED AGAINST ITS PO SO THE FOOTAGE RECEIVED IS THERE
      * FOR APINVAS'S THREE-WAY MATCH OF THE MILL'S INVOICE; A
      * RECEIPT WITH NO PO STILL UPDATES STOCK BUT CAN'T BE MATCHED.
      * EACH MATERIAL ALSO CARRIES ITS STANDARD COST PER SQUARE
      * FOOT, WHICH THE MONTHLY MARGIN REPORT (MARGINAS) COSTS
      * ORDERS AT, AND THE VENDOR'S LEAD TIME IN DAYS FROM PO TO
      * RECEIPT, WHICH THE RUN-OUT FORECAST (MATFCSAS) WORKS ITS
      * ORDER-BY DATES BACK FROM.
      * WHILE A PHYSICAL COUNT IS OPEN IN PHYINVAS THE ALLOCATION
      * PASS IS REFUSED -- ON-HAND MUST STAY PUT UNDER THE FROZEN
      * BOOK FIGURES UNTIL THE COUNT IS POSTED.
      * THE WHOLE MASTER IS LOADED, WORKED ON IN THE TABLE, AND
      * REWRITTEN ON EXIT WHEN ANYTHING CHANGED.
      *******************************************************************
               ASSIGN TO WS-REORDER-REPORT-PATH
               organization is line sequential
               file status is WS-REORDER-REPORT-STATUS.
             COPY POSEL.
             COPY VENDSEL.
             COPY INVCSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

           05 MSTK-ON-ORDER            PIC 9(09)V99.
           05 MSTK-REORDER-POINT       PIC 9(09)V99.
           05 MSTK-REORDER-QTY         PIC 9(09)V99.
           05 MSTK-STD-COST            PIC 9(03)V9(04).
           05 MSTK-LEAD-DAYS           PIC 9(03).

      * THE REQUIREMENTS MATHSHPS WROTE FOR THE RUN BEING ALLOCATED.
       FD  MATERIAL-REQ-FILE
           DATA RECORD IS REORDER-REPORT-RECORD.
       01  REORDER-REPORT-RECORD       PIC X(80).

       COPY INVCFD.
       COPY POFD.
       COPY VENDFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

              10 WS-STK-ON-ORDER        PIC 9(09)V99.
              10 WS-STK-REORDER-POINT   PIC 9(09)V99.
              10 WS-STK-REORDER-QTY     PIC 9(09)V99.
              10 WS-STK-STD-COST        PIC 9(03)V9(04).
              10 WS-STK-LEAD-DAYS       PIC 9(03).
       01 WS-STOCK-COUNT           PIC 9(02) VALUE 0.
       01 WS-STOCK-FOUND-SW        PIC X(01) VALUE "N".
           88 MATERIAL-FOUND           VALUE "Y".
       01 WS-CHANGES-MADE-SW       PIC X(01) VALUE "N".
           88 CHANGES-MADE             VALUE "Y".
       01 WS-PO-CHANGES-SW         PIC X(01) VALUE "N".
           88 PO-CHANGES-MADE          VALUE "Y".
      * SET WHEN PURCHORD.DAT HAS MORE POS THAN THE TABLE HOLDS --
      * NO PO MAY BE RAISED OR RECEIVED, OR THE REWRITE WOULD DROP
      * THE UNLOADED ONES.
       01 WS-PO-LOCKED-SW          PIC X(01) VALUE "N".
           88 PO-FILE-LOCKED           VALUE "Y".

       01 WS-COUNT-OPEN-SW         PIC X(01) VALUE "N".
           88 PHYSICAL-COUNT-OPEN      VALUE "Y".

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
       01 WS-MATL-CODE-IN          PIC X(06).
       01 WS-QTY-IN                PIC X(09).
       01 WS-QTY-NUM REDEFINES WS-QTY-IN PIC 9(07)V99.
       01 WS-COST-IN               PIC X(07).
       01 WS-COST-NUM REDEFINES WS-COST-IN PIC 9(03)V9(04).
       01 WS-VENDOR-IN             PIC X(06).
       01 WS-LEAD-DAYS-IN          PIC X(03).
       01 WS-PO-NUMBER-IN          PIC X(06).
       01 WS-HIGH-PO-NUMBER        PIC 9(06) VALUE 0.
       01 WS-SHORTFALL             PIC 9(09)V99 VALUE 0.
       01 WS-SHORTFALL-COUNT       PIC 9(03) VALUE 0.
       01 WS-REORDER-COUNT         PIC 9(03) VALUE 0.
           05 REORD-DTL-REORDER-QTY  PIC ZZZZZZZ9.99.
           05 FILLER                 PIC X(12) VALUE SPACES.

       COPY INVCWS.
       COPY POWS.
       COPY VENDWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-STOCK-MASTER
           PERFORM 1200-LOAD-PURCHASING
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
              PERFORM 3000-REWRITE-STOCK-MASTER
              DISPLAY "MATSTKAS: STOCK MASTER UPDATED"
           END-IF
           IF PO-CHANGES-MADE
              MOVE "MATSTKAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9976-WRITE-PURCH-ORDERS
              DISPLAY "MATSTKAS: PURCHASE ORDERS UPDATED"
           END-IF
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
           MOVE "REORDER-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REORDER-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REORDER-REPORT-PATH
           MOVE "PURCH-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PURCH-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PURCH-ORDER-PATH
           MOVE "VENDOR-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VENDOR-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VENDOR-MASTER-PATH
           MOVE "INV-COUNT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INV-COUNT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INV-COUNT-PATH.

       1100-LOAD-STOCK-MASTER.
           OPEN INPUT MATL-STOCK-FILE
                      TO WS-STK-REORDER-POINT(WS-STOCK-IDX)
                    MOVE MSTK-REORDER-QTY
                      TO WS-STK-REORDER-QTY(WS-STOCK-IDX)
      * A ROW WRITTEN BEFORE THE MASTER CARRIED A STANDARD COST
      * OR A LEAD TIME LOADS WITH NONE.
                    IF MSTK-STD-COST IS NUMERIC
                       MOVE MSTK-STD-COST
                         TO WS-STK-STD-COST(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-STD-COST(WS-STOCK-IDX)
                    END-IF
                    IF MSTK-LEAD-DAYS IS NUMERIC
                       MOVE MSTK-LEAD-DAYS
                         TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              DISPLAY "MATERIALS ON STOCK MASTER: " WS-STOCK-COUNT
                      "M TO ADD MATERIALS"
           END-IF.

      * THE PURCHASE ORDERS AND THE VENDORS THEY MAY BE RAISED
      * AGAINST. THE NEXT PO NUMBER IS ONE PAST THE HIGHEST ON FILE.
       1200-LOAD-PURCHASING.
           PERFORM 9975-LOAD-PURCH-ORDERS
           IF POMAST-TABLE-FULL
              MOVE "Y" TO WS-PO-LOCKED-SW
              DISPLAY "MATSTKAS: PO TABLE FULL AT 500 -- PURCHASE "
                      "ORDERS AND PO RECEIPTS REFUSED THIS SESSION"
           END-IF
           PERFORM VARYING WS-POMAST-IDX FROM 1 BY 1
                     UNTIL WS-POMAST-IDX > WS-POMAST-COUNT
              IF WS-POMAST-NUMBER(WS-POMAST-IDX) IS NUMERIC
                 AND WS-POMAST-NUMBER-NUM(WS-POMAST-IDX)
                     > WS-HIGH-PO-NUMBER
                 MOVE WS-POMAST-NUMBER-NUM(WS-POMAST-IDX)
                   TO WS-HIGH-PO-NUMBER
              END-IF
           END-PERFORM
           PERFORM 9972-LOAD-VENDOR-MASTER.

       2000-PROMPT-CLERK.
           DISPLAY " "
           DISPLAY "A - ALLOCATE A RUN'S REQUIREMENTS"
      * SHORTFALL IS FLAGGED ON THE CONSOLE BEFORE THE FLOOR STARTS
      * CUTTING; ON-HAND NEVER GOES BELOW ZERO.
       2100-ALLOCATE-RUN.
           PERFORM 2105-CHECK-COUNT-OPEN
           IF PHYSICAL-COUNT-OPEN
              DISPLAY "PHYSICAL COUNT FROZEN " ICNT-FREEZE-DATE
                      " IS STILL OPEN -- NOTHING ALLOCATED."
              DISPLAY "POST THE COUNT IN PHYINVAS FIRST."
           ELSE
              PERFORM 2101-POST-REQUIREMENTS
           END-IF.

       2101-POST-REQUIREMENTS.
           MOVE 0 TO WS-SHORTFALL-COUNT
           OPEN INPUT MATERIAL-REQ-FILE
           IF MATERIAL-REQ-SUCCESSFUL
                      "ALLOCATED."
           END-IF.

      * A COUNT IS OPEN FROM THE FREEZE UNTIL ITS ADJUSTMENTS ARE
      * POSTED. EVERY ROW CARRIES THE SAME STATUS, SO THE FIRST ONE
      * SETTLES IT; NO COUNT FILE MEANS NO COUNT WAS EVER TAKEN.
       2105-CHECK-COUNT-OPEN.
           MOVE "N" TO WS-COUNT-OPEN-SW
           OPEN INPUT INV-COUNT-FILE
           IF INV-COUNT-SUCCESSFUL
              READ INV-COUNT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ICNT-STATUS NOT = "P"
                       MOVE "Y" TO WS-COUNT-OPEN-SW
                    END-IF
              END-READ
              CLOSE INV-COUNT-FILE
           END-IF.

       2110-ALLOCATE-ONE-MATERIAL.
           MOVE MATLREQ-CODE TO WS-MATL-CODE-IN
           PERFORM 2010-FIND-MATERIAL
              MOVE ZEROES TO WS-QTY-IN
           END-IF.

      * A RECEIPT NORMALLY NAMES ITS PO; THE MATERIAL COMES OFF THE
      * PO AND THE FOOTAGE IS ADDED TO WHAT THE PO HAS RECEIVED. A
      * BLANK PO NUMBER POSTS STOCK ONLY.
       2200-POST-RECEIPT.
           DISPLAY "PO NUMBER (6, BLANK IF NONE): "
           ACCEPT WS-PO-NUMBER-IN
           IF WS-PO-NUMBER-IN = SPACES
              DISPLAY "NO PO -- THIS RECEIPT CANNOT BE MATCHED TO A "
                      "VENDOR INVOICE."
              PERFORM 2020-ACCEPT-MATL-AND-QTY
              PERFORM 2010-FIND-MATERIAL
              PERFORM 2210-POST-RECEIVED-STOCK
           ELSE
              MOVE WS-PO-NUMBER-IN TO WS-POMAST-CHECK-NUMBER
              PERFORM 9977-FIND-PURCH-ORDER
              EVALUATE TRUE
                 WHEN PO-FILE-LOCKED
                    DISPLAY "PO FILE LOCKED THIS SESSION -- NOT POSTED."
                 WHEN NOT POMAST-ON-FILE
                    DISPLAY "PO NOT ON FILE -- NOT POSTED."
                 WHEN NOT WS-POMAST-OPEN(WS-POMAST-IDX)
                    DISPLAY "PO IS CLOSED -- NOT POSTED."
                 WHEN OTHER
                    MOVE WS-POMAST-MATL(WS-POMAST-IDX)
                      TO WS-MATL-CODE-IN
                    DISPLAY "MATERIAL " WS-MATL-CODE-IN
                            "  ORDERED: "
                            WS-POMAST-ORDERED(WS-POMAST-IDX)
                            "  RECEIVED SO FAR: "
                            WS-POMAST-RECEIVED(WS-POMAST-IDX)
                    DISPLAY "FOOTAGE (9 DIGITS, 000123450 = 1234.50): "
                    ACCEPT WS-QTY-IN
                    IF WS-QTY-IN IS NOT NUMERIC
                       DISPLAY "FOOTAGE MUST BE NUMERIC."
                       MOVE ZEROES TO WS-QTY-IN
                    END-IF
                    PERFORM 2010-FIND-MATERIAL
                    PERFORM 2210-POST-RECEIVED-STOCK
                    IF MATERIAL-FOUND AND WS-QTY-NUM > 0
                       ADD WS-QTY-NUM
                         TO WS-POMAST-RECEIVED(WS-POMAST-IDX)
                       MOVE WS-TODAY-DATE
                         TO WS-POMAST-RCPT-DATE(WS-POMAST-IDX)
                       MOVE "Y" TO WS-PO-CHANGES-SW
                    END-IF
              END-EVALUATE
           END-IF.

       2210-POST-RECEIVED-STOCK.
           EVALUATE TRUE
              WHEN NOT MATERIAL-FOUND
                 DISPLAY "MATERIAL NOT ON STOCK MASTER."
                         WS-STK-ON-HAND(WS-STOCK-IDX)
           END-EVALUATE.

      * A PO NEEDS AN ACTIVE VENDOR AND A MATERIAL ON THE STOCK
      * MASTER. THE AGREED COST DEFAULTS TO THE MATERIAL'S STANDARD
      * COST; THE MILL'S INVOICE IS LATER MATCHED AGAINST IT.
       2300-RECORD-PURCHASE-ORDER.
           DISPLAY "VENDOR NUMBER (6): "
           ACCEPT WS-VENDOR-IN
           MOVE WS-VENDOR-IN TO WS-VENDMAST-CHECK-NUMBER
           PERFORM 9974-FIND-VENDOR
           EVALUATE TRUE
              WHEN PO-FILE-LOCKED
                 DISPLAY "PO FILE LOCKED THIS SESSION -- NOT RECORDED."
              WHEN WS-POMAST-COUNT = 500
                 DISPLAY "PO TABLE FULL -- NOT RECORDED."
              WHEN NOT VENDMAST-ON-FILE
                 DISPLAY "VENDOR NOT ON VENDOR MASTER -- SEE VENMNTAS."
              WHEN NOT WS-VENDMAST-ACTIVE(WS-VENDMAST-IDX)
                 DISPLAY "VENDOR IS INACTIVE -- NOT RECORDED."
              WHEN OTHER
                 DISPLAY "VENDOR: " WS-VENDMAST-NAME(WS-VENDMAST-IDX)
                 PERFORM 2020-ACCEPT-MATL-AND-QTY
                 PERFORM 2010-FIND-MATERIAL
                 PERFORM 2310-RAISE-PURCHASE-ORDER
           END-EVALUATE.

       2310-RAISE-PURCHASE-ORDER.
           EVALUATE TRUE
              WHEN NOT MATERIAL-FOUND
                 DISPLAY "MATERIAL NOT ON STOCK MASTER."
              WHEN WS-QTY-NUM = 0
                 DISPLAY "NOTHING RECORDED."
              WHEN OTHER
                 DISPLAY "AGREED COST PER SQ FT (7 DIGITS, 0012500 = "
                         "1.2500), BLANK FOR STANDARD "
                         WS-STK-STD-COST(WS-STOCK-IDX) ": "
                 ACCEPT WS-COST-IN
                 IF WS-COST-IN IS NOT NUMERIC
                    MOVE WS-STK-STD-COST(WS-STOCK-IDX) TO WS-COST-NUM
                 END-IF
                 ADD 1 TO WS-HIGH-PO-NUMBER
                 ADD 1 TO WS-POMAST-COUNT
                 SET WS-POMAST-IDX TO WS-POMAST-COUNT
                 MOVE WS-HIGH-PO-NUMBER
                   TO WS-POMAST-NUMBER-NUM(WS-POMAST-IDX)
                 MOVE WS-VENDOR-IN TO WS-POMAST-VENDOR(WS-POMAST-IDX)
                 MOVE WS-MATL-CODE-IN TO WS-POMAST-MATL(WS-POMAST-IDX)
                 MOVE WS-TODAY-DATE TO WS-POMAST-DATE(WS-POMAST-IDX)
                 MOVE WS-QTY-NUM TO WS-POMAST-ORDERED(WS-POMAST-IDX)
                 MOVE WS-COST-NUM
                   TO WS-POMAST-UNIT-COST(WS-POMAST-IDX)
                 MOVE ZEROES TO WS-POMAST-RECEIVED(WS-POMAST-IDX)
                                WS-POMAST-RCPT-DATE(WS-POMAST-IDX)
                                WS-POMAST-INVOICED(WS-POMAST-IDX)
                 MOVE "O" TO WS-POMAST-STATUS(WS-POMAST-IDX)
                 MOVE "Y" TO WS-PO-CHANGES-SW
                 ADD WS-QTY-NUM TO WS-STK-ON-ORDER(WS-STOCK-IDX)
                 MOVE "Y" TO WS-CHANGES-MADE-SW
                 DISPLAY "PO " WS-POMAST-NUMBER(WS-POMAST-IDX)
                         " RECORDED. ON ORDER: "
                         WS-STK-ON-ORDER(WS-STOCK-IDX)
           END-EVALUATE.

      * ADDS A MATERIAL, OR RESETS AN EXISTING ONE'S REORDER POINT,
      * QUANTITY AND STANDARD COST.
       2400-ADD-CHANGE-MATERIAL.
           DISPLAY "MATERIAL CODE (6): "
           ACCEPT WS-MATL-CODE-IN
                                WS-STK-ON-ORDER(WS-STOCK-IDX)
                                WS-STK-REORDER-POINT(WS-STOCK-IDX)
                                WS-STK-REORDER-QTY(WS-STOCK-IDX)
                                WS-STK-STD-COST(WS-STOCK-IDX)
                                WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                 MOVE "Y" TO WS-STOCK-FOUND-SW
              END-IF
           END-IF
                 MOVE WS-QTY-NUM
                   TO WS-STK-REORDER-QTY(WS-STOCK-IDX)
              END-IF
              DISPLAY "STANDARD COST PER SQ FT (7 DIGITS, "
                      "0012500 = 1.2500), BLANK KEEPS "
                      WS-STK-STD-COST(WS-STOCK-IDX) ": "
              ACCEPT WS-COST-IN
              IF WS-COST-IN IS NUMERIC
                 MOVE WS-COST-NUM
                   TO WS-STK-STD-COST(WS-STOCK-IDX)
              END-IF
              DISPLAY "VENDOR LEAD TIME IN DAYS (3 DIGITS), BLANK "
                      "KEEPS " WS-STK-LEAD-DAYS(WS-STOCK-IDX) ": "
              ACCEPT WS-LEAD-DAYS-IN
              IF WS-LEAD-DAYS-IN IS NUMERIC
                 MOVE WS-LEAD-DAYS-IN
                   TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
              END-IF
              MOVE "Y" TO WS-CHANGES-MADE-SW
              DISPLAY "MATERIAL SAVED."
           END-IF.
                TO MSTK-REORDER-POINT
              MOVE WS-STK-REORDER-QTY(WS-STOCK-IDX)
                TO MSTK-REORDER-QTY
              MOVE WS-STK-STD-COST(WS-STOCK-IDX) TO MSTK-STD-COST
              MOVE WS-STK-LEAD-DAYS(WS-STOCK-IDX) TO MSTK-LEAD-DAYS
              WRITE MATL-STOCK-REC
              IF NOT MATL-STOCK-SUCCESSFUL
                 MOVE "MATSTKAS"        TO WS-IOERR-PROGRAM-ID
           END-PERFORM
           CLOSE MATL-STOCK-FILE.

      * SHARED PURCHASE-ORDER AND VENDOR MASTER PARAGRAPHS. SEE
      * POPARA.CPY AND VENDPARA.CPY.
       COPY POPARA.

       COPY VENDPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

