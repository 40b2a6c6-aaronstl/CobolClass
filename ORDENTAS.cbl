      * SHAPES, UNKNOWN CUSTOMERS, IMPOSSIBLE DIMENSIONS, ALL
      * CAUGHT THE NEXT MORNING. THIS SCREEN:
      *   - VALIDATES THE CUSTOMER NUMBER AGAINST THE CUSTOMER
      *     MASTER AS IT'S KEYED, AND REFUSES A CUSTOMER OF A
      *     COMPANY THE OPERATOR IS NOT AUTHORIZED FOR;
      *   - TAKES AN OPTIONAL SHIP-TO CODE FOR CHAIN CUSTOMERS'
      *     STORE LOCATIONS (SHIPTO.DAT, KEPT BY SHPMNTAS). THE
      *     SHIP-TO'S STATE GOES ON THE HEADER IN PLACE OF A KEYED
      *     ONE, SO TAX AND FREIGHT FOLLOW THE DELIVERY ADDRESS;
      *   - ACCEPTS SHAPES UNDER THE SAME EDITS MATHSHPS'S
      *     VALIDATION APPLIES (SHAPE TYPE, NONZERO DIMENSIONS,
      *     NONZERO PRICE);
      *   - PRICES EACH SHAPE OFF THE LIST-PRICE MASTER
      *     (LISTPRICE.DAT) AT THE PRICE IN EFFECT TODAY. A PRICE
      *     KEYED OVER THE LIST IS TAKEN ONLY WITH A REASON, GOES
      *     TO THE PRICE-OVERRIDE LOG FOR THE MONTHLY OVERRIDE
      *     REPORT (PRCOVRAS), AND IS FLAGGED ON THE "D" ROW SO
      *     MATHSHPS HONORS IT INSTEAD OF REPRICING AT LIST;
      *   - SHOWS A RUNNING ESTIMATED ORDER TOTAL USING THE SAME
      *     AREA ARITHMETIC AND VOLUME-DISCOUNT TIERS THE BATCH RUN
      *     PRICES UNDER; AND
      *   - APPENDS A CLEAN "H"/"D" ORDER FILE FOR THE BATCH RUN,
      *     AND GIVES THE PROMISE DATE TO QUOTE -- THE STANDARD LEAD
      *     COUNTED IN WORKING DAYS ON THE SHOP CALENDAR
      *     (SHOPCAL.DAT, KEPT BY CALMNTAS), THE SAME WAY MATHSHPS
      *     STAMPS IT.
      * ERRORS GET FIXED AT THE DESK WITH THE CUSTOMER ON THE
      * PHONE, NOT THE NEXT MORNING.
      *******************************************************************
               ASSIGN TO WS-ORDER-OUT-PATH
               organization is line sequential
               file status is WS-ORDER-OUT-STATUS.
             COPY LPRCSEL.
             COPY POVRSEL.
             COPY SHPTSEL.
             COPY SCALSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       01  CUSTOMER-REC.
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(80).
           05 CUST-COMPANY             PIC X(02).

      * "H"/"D" PAIRS IN SHAPE-REC-IN LAYOUT FOR THE BATCH RUN.
       FD  ORDER-OUT-FILE
           RECORDING MODE IS F
           DATA RECORD IS ORDER-OUT-REC.
       01  ORDER-OUT-REC               PIC X(26).
       01  ORDER-HEADER-OUT REDEFINES ORDER-OUT-REC.
           05 OH-RECORD-TYPE           PIC X(01).
           05 OH-CUST-NUMBER           PIC X(06).
           05 OH-ORDER-NUMBER          PIC X(06).
           05 OH-SHIP-STATE            PIC X(02).
           05 OH-SALES-REP             PIC X(03).
           05 OH-SHIP-TO-CODE          PIC X(04).
           05 FILLER                   PIC X(03).
       01  ORDER-DETAIL-OUT REDEFINES ORDER-OUT-REC.
           05 OD-RECORD-TYPE           PIC X(01).
           05 OD-SHAPE-TYPE            PIC X(10).
           05 OD-SIZE-2                PIC 9(03).
           05 OD-SQ-FT-PRICE           PIC 9(03)V99.
           05 OD-SIZE-3                PIC 9(03).
      * "O" WHEN THE PRICE IS A LOGGED OVERRIDE OF THE LIST PRICE.
           05 OD-PRICE-OVERRIDE-SW     PIC X(01).

       COPY LPRCFD.
       COPY POVRFD.
       COPY SHPTFD.
       COPY SCALFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       01 WS-ORDER-NUMBER-IN       PIC X(06).
       01 WS-SHIP-STATE-IN         PIC X(02).
       01 WS-SALES-REP-IN          PIC X(03).
       01 WS-SHIP-TO-CODE-IN       PIC X(04).
       01 WS-SHIP-TO-OK-SW         PIC X(01) VALUE "Y".
           88 SHIP-TO-OK               VALUE "Y".
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".
           88 CUSTOMER-REFUSED         VALUE "R".
       01 WS-MORE-ORDERS-SW        PIC X(01) VALUE "Y".
           88 MORE-ORDERS              VALUE "Y".
       01 WS-MORE-SHAPES-SW        PIC X(01) VALUE "Y".
       01 WS-DISCOUNT-PCT          PIC 9(02)V99 VALUE 0.
       01 WS-ORDER-ESTIMATE        PIC 9(08)V99 VALUE 0.
       01 WS-LINES-KEYED           PIC 9(03) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(08).
      * THE SAME STANDARD LEAD, IN SHOP WORKING DAYS, MATHSHPS STAMPS
      * THE PROMISE DATE WITH, SO THE DATE QUOTED ON THE PHONE IS THE
      * ONE THAT LANDS ON THE ORDER.
       01 WS-PROMISE-LEAD-DAYS     PIC 9(02) VALUE 10.

      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-ESTIMATE-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-LINE-PRICE-EDIT.

       COPY LPRCWS.
       COPY POVRWS.
       COPY SHPTWS.
       COPY SCALWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 9954-LOAD-LIST-PRICES
           PERFORM 9962-LOAD-SHIP-TOS
           PERFORM 9992-LOAD-SHOP-CALENDAR
           OPEN EXTEND ORDER-OUT-FILE
           IF NOT ORDER-OUT-SUCCESSFUL
              OPEN OUTPUT ORDER-OUT-FILE
           MOVE "ORDER-OUT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-OUT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-OUT-PATH
           MOVE "LIST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LIST-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LIST-PRICE-PATH
           MOVE "MATERIAL-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LPRC-MATL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LPRC-MATL-PATH
           MOVE "PRICE-OVERRIDE-LOG" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PRICE-OVERRIDE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PRICE-OVERRIDE-PATH
           MOVE "SHIP-TO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TO-PATH
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH.

       2000-TAKE-ONE-ORDER.
           DISPLAY " "
              MOVE "N" TO WS-MORE-ORDERS-SW
           ELSE
              PERFORM 2010-CHECK-CUSTOMER
              EVALUATE TRUE
                 WHEN CUSTOMER-REFUSED
                    DISPLAY "CUSTOMER IS IN COMPANY "
                            WS-SIGNON-CHECK-COMPANY
                            ", WHICH YOU ARE NOT AUTHORIZED FOR."
                 WHEN NOT CUSTOMER-FOUND
                    DISPLAY "CUSTOMER NOT ON FILE -- CHECK THE NUMBER "
                            "WHILE THEY'RE ON THE PHONE."
                 WHEN OTHER
                    PERFORM 2100-TAKE-ORDER-HEADER
              END-EVALUATE
           END-IF.

      * A LIVE CUSTOMER WHOSE CUST-ID STARTS WITH THE KEYED NUMBER,
      * THE SAME 6-CHARACTER MATCH INVOICEAS USES. ONE IN A COMPANY
      * THE OPERATOR IS NOT AUTHORIZED FOR IS LEFT CUSTOMER-REFUSED.
       2010-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           OPEN INPUT CUSTOMER-FILE
                    IF CUST-ID(1:6) = WS-CUST-NUMBER-IN
                       AND CUST-ID(1:1) NOT = "#"
                       MOVE "Y" TO WS-CUST-FOUND-SW
                       MOVE CUST-COMPANY TO WS-SIGNON-CHECK-COMPANY
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY "NO CUSTOMER FILE ON HAND."
           END-IF
           IF CUSTOMER-FOUND
              PERFORM 9935-CHECK-OPERATOR-COMPANY
              IF NOT OPERATOR-COMPANY-OK
                 MOVE "R" TO WS-CUST-FOUND-SW
              END-IF
           END-IF.

       2100-TAKE-ORDER-HEADER.
           IF WS-ORDER-NUMBER-IN = SPACES
              DISPLAY "ORDER NUMBER IS REQUIRED -- ORDER DROPPED."
           ELSE
              PERFORM 2110-TAKE-SHIP-TO
           END-IF
           IF WS-ORDER-NUMBER-IN NOT = SPACES AND SHIP-TO-OK
              DISPLAY "SALESPERSON CODE (3, BLANK = HOUSE): "
              ACCEPT WS-SALES-REP-IN
              MOVE SPACES TO ORDER-OUT-REC
              MOVE WS-ORDER-NUMBER-IN TO OH-ORDER-NUMBER
              MOVE WS-SHIP-STATE-IN   TO OH-SHIP-STATE
              MOVE WS-SALES-REP-IN    TO OH-SALES-REP
              MOVE WS-SHIP-TO-CODE-IN TO OH-SHIP-TO-CODE
              WRITE ORDER-OUT-REC
              MOVE ZEROES TO WS-ORDER-ESTIMATE
              MOVE 0 TO WS-LINES-KEYED
              DISPLAY "ORDER " WS-ORDER-NUMBER-IN " KEYED WITH "
                      WS-LINES-KEYED " LINES, ESTIMATED TOTAL "
                      WS-ESTIMATE-EDIT
              MOVE WS-TODAY-DATE TO WS-SCAL-FROM-DATE
              MOVE WS-PROMISE-LEAD-DAYS TO WS-SCAL-DAYS
              PERFORM 9996-ADD-WORKING-DAYS
              DISPLAY "PROMISE DATE TO QUOTE: " WS-SCAL-RESULT-DATE
                      " (" WS-PROMISE-LEAD-DAYS " WORKING DAYS)"
           END-IF.

      * BLANK SHIPS TO THE CUSTOMER'S OWN ADDRESS AND THE STATE IS
      * KEYED AS BEFORE. A CODE MUST BE AN ACTIVE SHIP-TO UNDER THIS
      * CUSTOMER; ITS STATE IS TAKEN OFF THE SHIP-TO MASTER.
       2110-TAKE-SHIP-TO.
           MOVE "Y" TO WS-SHIP-TO-OK-SW
           DISPLAY "SHIP-TO CODE (4, BLANK = CUSTOMER'S OWN "
                   "ADDRESS): "
           ACCEPT WS-SHIP-TO-CODE-IN
           IF WS-SHIP-TO-CODE-IN = SPACES
              DISPLAY "SHIP STATE (2): "
              ACCEPT WS-SHIP-STATE-IN
           ELSE
              MOVE WS-CUST-NUMBER-IN  TO WS-SHIPTO-CHECK-CUST
              MOVE WS-SHIP-TO-CODE-IN TO WS-SHIPTO-CHECK-CODE
              PERFORM 9964-FIND-SHIP-TO
              IF NOT SHIPTO-ON-FILE
                 DISPLAY "SHIP-TO NOT ON FILE FOR THIS CUSTOMER -- "
                         "ORDER DROPPED."
                 MOVE "N" TO WS-SHIP-TO-OK-SW
              ELSE
                 IF NOT WS-SHIPTO-ACTIVE(WS-SHIPTO-IDX)
                    DISPLAY "SHIP-TO IS INACTIVE -- ORDER DROPPED."
                    MOVE "N" TO WS-SHIP-TO-OK-SW
                 ELSE
                    MOVE WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                      TO WS-SHIP-STATE-IN
                    DISPLAY "SHIP TO: " WS-SHIPTO-NAME(WS-SHIPTO-IDX)
                    DISPLAY "         "
                            WS-SHIPTO-ADDRESS(WS-SHIPTO-IDX)
                    DISPLAY "         " WS-SHIPTO-CITY(WS-SHIPTO-IDX)
                            " " WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                            " " WS-SHIPTO-ZIP(WS-SHIPTO-IDX)
                 END-IF
              END-IF
           END-IF.

       2200-TAKE-ONE-SHAPE.
                 MOVE WS-SIZE-IN TO WS-SIZE-3
              END-IF
           END-IF
      * THE LIST PRICE IN EFFECT TODAY, OR A REASONED OVERRIDE.
      * SEE 9956-TAKE-SQ-FT-PRICE.
           MOVE WS-SHAPE-TYPE TO WS-LPRC-CHECK-SHAPE
           MOVE WS-TODAY-DATE TO WS-LPRC-CHECK-DATE
           PERFORM 9956-TAKE-SQ-FT-PRICE
           MOVE WS-POVR-PRICE-USED TO WS-PRICE-NUM.

      * THE SAME EDITS MATHSHPS'S VALIDATION APPLIES: NONZERO
      * DIMENSIONS FOR THE SHAPE AND A NONZERO PRICE.
           MOVE WS-SIZE-2     TO OD-SIZE-2
           MOVE WS-PRICE-NUM  TO OD-SQ-FT-PRICE
           MOVE WS-SIZE-3     TO OD-SIZE-3
           IF PRICE-OVERRIDDEN
              MOVE "O"        TO OD-PRICE-OVERRIDE-SW
           END-IF
           WRITE ORDER-OUT-REC
           IF NOT ORDER-OUT-SUCCESSFUL
              MOVE "ORDENTAS"       TO WS-IOERR-PROGRAM-ID
              MOVE WS-ORDER-OUT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           IF PRICE-OVERRIDDEN
              MOVE "ORDENTAS"         TO WS-POVR-PROGRAM-ID
              MOVE WS-OPERATOR-ID     TO WS-POVR-OPERATOR
              MOVE WS-ORDER-NUMBER-IN TO WS-POVR-ORDER-NUMBER
              MOVE WS-CUST-NUMBER-IN  TO WS-POVR-CUST-NUMBER
              PERFORM 9957-LOG-PRICE-OVERRIDE
           END-IF
           ADD 1 TO WS-LINES-KEYED
           MOVE WS-LINE-PRICE TO WS-LINE-PRICE-EDIT
           MOVE WS-ORDER-ESTIMATE TO WS-ESTIMATE-EDIT

       COPY RUNCTLPARA.

      * SHARED LIST-PRICE AND PRICE-OVERRIDE PARAGRAPHS. SEE
      * LPRCPARA.CPY AND POVRPARA.CPY.
       COPY LPRCPARA.
       COPY POVRPARA.

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
