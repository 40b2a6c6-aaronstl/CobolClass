         organization is line sequential
         file status is WS-QUOTE-LOG-STATUS.

      * RUG-ORDER MASTER: EVERY PRICED ORDER IS ADDED HERE WITH
      * STATUS "P" SO THE FLOOR CAN ADVANCE IT (CUT, SHIPPED,
      * CANCELED) THROUGH RUGSTSAS AND "DID IT EVER SHIP" STOPS
      * MEANING A WALK TO THE FLOOR. ITS SHAPE LINES GO ON THE
      * ORDER-LINE FILE (ORDLNSEL.CPY) SO EACH RUG CAN SHIP ON ITS
      * OWN. INDEXED BY ORDER NUMBER, WITH THE CUSTOMER NUMBER AS
      * AN ALTERNATE KEY.
       SELECT RUG-ORDER-MASTER
         ASSIGN To WS-RUG-ORDER-PATH
         organization is indexed
         access is dynamic
         record key is RUGORD-ORDER-NUMBER
         alternate record key is RUGORD-CUST-NUMBER
            with duplicates
         file status is WS-RUG-ORDER-STATUS.

      * TAX-JURISDICTION FILE: ONE ROW PER DESTINATION STATE WITH
       COPY AUDITSEL.
       COPY RUNCTLSEL.
       COPY DISTRIBSEL.
       COPY ORDLNSEL.
      * LIST-PRICE MASTER EVERY LINE IS PRICED FROM, AND THE LOG OF
      * PRICES KEYED OVER IT IN QUOTE MODE.
       COPY LPRCSEL.
       COPY POVRSEL.
      * CHAIN CUSTOMERS' STORE LOCATIONS -- AN ORDER FOR ONE IS TAXED
      * AT THE SHIP-TO'S STATE, NOT THE BILL-TO'S.
       COPY SHPTSEL.
      * SHOP CALENDAR THE PROMISE DATE IS COUNTED IN WORKING DAYS ON.
       COPY SCALSEL.

       DATA DIVISION.
       FILE SECTION.
      * SHAPE DATA SHIFTED ONE COLUMN RIGHT). A ROW STARTING WITH
      * NEITHER IS AN OLD-STYLE BARE SHAPE RECORD AND STILL PRICES,
      * JUST WITH NO CUSTOMER TO INVOICE.
      * THE SQUARE-FOOT PRICE COMES OFF THE LIST-PRICE MASTER; THE
      * PRICE ON A "D" ROW IS ONLY USED WHEN THE ROW IS FLAGGED "O"
      * AFTER IT -- AN OVERRIDE THE CLERK GAVE A REASON FOR, ALREADY
      * ON THE PRICE-OVERRIDE LOG.
       01 SHAPE-REC-IN.
          05 SHAPE-REC-TYPE-IN       PIC X(01).
             88 ORDER-HEADER-RECORD      VALUE "H".
             88 ORDER-DETAIL-RECORD      VALUE "D".
          05 SHAPE-REC-REST-IN       PIC X(24).
          05 SHAPE-PRICE-OVERRIDE-IN PIC X(01).
       01 ORDER-HEADER-REC REDEFINES SHAPE-REC-IN.
          05 FILLER                  PIC X(01).
          05 ORDER-CUST-NUMBER-IN    PIC X(06).
      * WHO SOLD THE ORDER -- CARRIED ONTO THE RUG-ORDER MASTER FOR
      * THE MONTHLY COMMISSION RUN. BLANK ON OLDER FILES.
          05 ORDER-SALES-REP-IN      PIC X(03).
      * SHIP-TO LOCATION UNDER THE CUSTOMER (SHIPTO.DAT). BLANK
      * SHIPS TO THE BILL-TO ADDRESS AND ON OLDER FILES.
          05 ORDER-SHIP-TO-IN        PIC X(04).
          05 FILLER                  PIC X(03).
       
       FD  SHAPE-FILE-OUT                                   
           RECORDING MODE IS F  
          05 RUGORD-STATUS            PIC X(01).
          05 RUGORD-ORDER-DATE        PIC 9(08).
      * TOTAL SQUARE FOOTAGE AND THE PROMISED SHIP DATE (ORDER DATE
      * PLUS THE STANDARD LEAD IN SHOP WORKING DAYS), CARRIED SO THE
      * CUTTING FLOOR CAN SCHEDULE AGAINST CAPACITY WITHOUT
      * RE-PRICING THE ORDER.
          05 RUGORD-TOTAL-AREA        PIC 9(08)V99.
          05 RUGORD-PROMISE-DATE      PIC 9(08).
      * "Y" WHEN ANY LINE OF THE ORDER PRICED UNDER A CONTRACT --
      * THE SHIP-TO STATE OFF THE ORDER HEADER, SO THE MONTHLY TAX
      * REMITTANCE RUN CAN REPORT BY JURISDICTION.
          05 RUGORD-SHIP-STATE        PIC X(02).
      * THE CUSTOMER'S SHIP-TO LOCATION (SHIPTO.DAT), BLANK WHEN THE
      * ORDER SHIPS TO THE BILL-TO ADDRESS ON THE CUSTOMER MASTER.
          05 RUGORD-SHIP-TO-CODE      PIC X(04).
      * THE COMPANY THE ORDER WAS SOLD BY -- THE CUSTOMER'S COMPANY
      * OFF THE CUSTOMER MASTER. BLANK MEANS COMPANY 01.
          05 RUGORD-COMPANY-CODE      PIC X(02).
          05 FILLER                   PIC X(09).

       FD  TAX-JURISDICTION-FILE
           RECORDING MODE IS F
      * SHAPES ACTUALLY NEST ACROSS THE ROLL INSTEAD OF THE FLAT
      * WASTE FACTOR; ZERO OR BLANK KEEPS THE FLAT FACTOR.
          05 MATL-ROLL-WIDTH-IN       PIC 9(03).
      * STANDARD COST PER SQUARE FOOT, READ BY THE MONTHLY MARGIN
      * REPORT (MARGINAS); NOT USED IN PRICING.
          05 MATL-STD-COST-IN         PIC 9(03)V9(04).

      * ONE RECORD PER MATERIAL: TOTAL SQUARE FOOTAGE TO PULL FROM
      * STOCK FOR THIS RUN, WASTE FACTOR ALREADY APPLIED.
           DATA RECORD IS INVOICED-CONTROL-REC.
       01 INVOICED-CONTROL-REC.
          05 INVDONE-ORDER-NUMBER     PIC X(06).
          05 INVDONE-LINE-NUMBER      PIC X(03).

       FD  CUSTOMER-BAL-FILE
           RECORDING MODE IS F
          05 FILLER                   PIC X(20).
          05 CUSTBAL-PAYMENT          PIC 9(06)V9(3).
          05 FILLER                   PIC X(51).
          05 CUSTBAL-COMPANY          PIC X(02).

      * ONE ROW PER CERTIFICATE: CUSTOMER, CERTIFICATE NUMBER, THE
      * ISSUING STATE IT COVERS, AND ITS EXPIRY DATE.
           05 SORT-ORDER-NUMBER       PIC X(06).
           05 SORT-SHIP-STATE         PIC X(02).
           05 SORT-SALES-REP          PIC X(03).
           05 SORT-PRICE-OVERRIDE-SW  PIC X(01).
           05 SORT-SHIP-TO-CODE       PIC X(04).

       COPY IOERRFD.
       COPY AUDITFD.
       COPY RUNCTLFD.
       COPY DISTRIBFD.
       COPY ORDLNFD.
       COPY LPRCFD.
       COPY POVRFD.
       COPY SHPTFD.
       COPY SCALFD.

       working-storage section.
       01  CALCULATED-SHAPES-RECORD.
       COPY IOERRWS.
       COPY AUDITWS.
       COPY DISTRIBWS.
       COPY ORDLNWS.
       COPY LPRCWS.
       COPY POVRWS.
       COPY SHPTWS.
       COPY SCALWS.


       01  WS-QUOTE-LOG-PATH         PIC X(40)
       01  WS-QUOTE-MORE-SW          PIC X(01) VALUE "Y".
           88 MORE-QUOTES                VALUE "Y".
       01  WS-QUOTE-SIZE-IN          PIC X(03).
       01  WS-QUOTE-STATE-IN         PIC X(02).
       01  WS-QUOTE-DATE             PIC 9(08).
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       01  WS-RUG-ORDER-PATH         PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01  WS-RUG-ORDER-STATUS       pic X(02).
      * "02" IS A DUPLICATE ALTERNATE (CUSTOMER) KEY -- EXPECTED.
           88 RUG-ORDER-SUCCESSFUL         VALUE "00" "02".
           88 RUG-ORDER-NOT-FOUND          VALUE "35".
           88 RUG-ORDER-DUPLICATE          VALUE "22".
       01  WS-RUG-ORDER-DATE         PIC 9(08).
      * STANDARD CUTTING-AND-SHIPPING LEAD, IN SHOP WORKING DAYS
      * (SHOPCAL.DAT), USED TO STAMP THE PROMISE DATE ON EACH PRICED
      * ORDER -- TEN WORKING DAYS IS THE OLD TWO CALENDAR WEEKS
      * WITHOUT THE WEEKENDS AND HOLIDAYS IT USED TO PROMISE.
       01  WS-PROMISE-LEAD-DAYS      PIC 9(02) VALUE 10.
       01  WS-PROMISE-DATE           PIC 9(08).

       01  WS-TAX-JUR-PATH           PIC X(40)
       01  WS-INVDONE-FOUND-SW       PIC X(01) VALUE "N".
           88 ORDER-ON-INVDONE           VALUE "Y".
       01  WS-ORDERS-HELD            PIC 9(04) VALUE 0.
      * EACH CUSTOMER'S COMPANY, SO EVERY ORDER WRITTEN TO THE
      * RUG-ORDER MASTER CARRIES THE COMPANY THAT SOLD IT.
       01  WS-CUSTCOMP-TABLE.
           05 WS-CUSTCOMP-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-CUSTCOMP-IDX.
              10 WS-CUSTCOMP-CUST     PIC X(06).
              10 WS-CUSTCOMP-CODE     PIC X(02).
       01  WS-CUSTCOMP-COUNT         PIC 9(03) VALUE 0.
       01  WS-THIS-ORDER-TOTAL       PIC 9(09)V99 VALUE 0.

       01  HELD-ORDER-LINE.
       01  WS-REL-ORDER-NUMBER       PIC X(06) VALUE SPACES.
       01  WS-REL-SHIP-STATE         PIC X(02) VALUE SPACES.
       01  WS-REL-SALES-REP          PIC X(03) VALUE SPACES.
       01  WS-REL-SHIP-TO-CODE       PIC X(04) VALUE SPACES.
       01  WS-CUR-CUST-NUMBER        PIC X(06) VALUE SPACES.
       01  WS-CUR-ORDER-NUMBER       PIC X(06) VALUE SPACES.
       01  WS-CUR-SALES-REP          PIC X(03) VALUE SPACES.
       01  WS-CUR-SHIP-TO-CODE       PIC X(04) VALUE SPACES.
       01  WS-SORT-RETURN-REC.
           05 WS-SORT-RETURN-SHAPE    PIC X(24).
           05 WS-SORT-RETURN-CUST     PIC X(06).
           05 WS-SORT-RETURN-ORDER    PIC X(06).
           05 WS-SORT-RETURN-STATE    PIC X(02).
           05 WS-SORT-RETURN-REP      PIC X(03).
           05 WS-SORT-RETURN-OVERRIDE PIC X(01).
           05 WS-SORT-RETURN-SHIP-TO  PIC X(04).

      * HOW THE LINE IN HAND GOT ITS SQUARE-FOOT PRICE: A LOGGED
      * OVERRIDE ("O" ON THE ROW), THE LIST PRICE, OR NO LIST PRICE
      * FOR THE SHAPE. THE PRICE AS KEYED IS KEPT SO A ROW THAT
      * CARRIED A PRICE WITHOUT AN OVERRIDE CAN BE FLAGGED.
       01  WS-CUR-PRICE-OVERRIDE-SW  PIC X(01) VALUE SPACE.
           88 CUR-PRICE-IS-OVERRIDE      VALUE "O".
       01  WS-LIST-PRICE-SW          PIC X(01) VALUE "N".
           88 LIST-PRICE-APPLIED         VALUE "Y".
           88 NO-LIST-PRICE              VALUE "M".
       01  WS-KEYED-SQ-FT-PRICE      PIC 9(03)V99 VALUE 0.
       01  WS-OVERRIDES-HONORED      PIC 9(05) VALUE 0.
       01  WS-KEYED-PRICES-REPLACED  PIC 9(05) VALUE 0.

       01  LIST-WARN-LINE.
           05 FILLER                 PIC X(13)
             VALUE "** WARNING:  ".
           05 LIST-WARN-CUST         PIC X(06).
           05 FILLER                 PIC X(13) VALUE " KEYED PRICE ".
           05 LIST-WARN-KEYED        PIC ZZ9.99.
           05 FILLER                 PIC X(30)
             VALUE " IS NOT AN OVERRIDE, LIST USED".
           05 FILLER                 PIC X(02) VALUE ": ".
           05 LIST-WARN-LIST         PIC ZZ9.99.
           05 FILLER                 PIC X(84) VALUE SPACES.

      * EACH ORDER'S PRICED TOTAL, ACCUMULATED DURING THE SORTED
      * PASS AND INVOICED BY CUSTOMER AT END OF RUN.
              10 WS-ORD-CONTRACT-SW   PIC X(01).
              10 WS-ORD-SALES-REP     PIC X(03).
              10 WS-ORD-SHIP-STATE    PIC X(02).
              10 WS-ORD-SHIP-TO-CODE  PIC X(04).
              10 WS-ORD-INVOICED-SW   PIC X(01).
       01  WS-ORDER-COUNT            PIC 9(03) VALUE 0.
       01  WS-ORDER-FOUND-SW         PIC X(01) VALUE "N".
           display " RECORDS REJECTED: " WS-REJECT-SHAPE-COUNT.
           display " CONTRACT PRICE MISMATCHES: "
                   WS-CONTRACT-MISMATCHES.
           display " PRICE OVERRIDES HONORED: "
                   WS-OVERRIDES-HONORED.
           display " KEYED PRICES REPLACED BY LIST: "
                   WS-KEYED-PRICES-REPLACED.
           display " ORDERS HELD OVER CREDIT LIMIT: "
                   WS-ORDERS-HELD.
           display "END OF SHAPERPT".
                 PERFORM XXXX-CALC-RECTANGLE
           END-EVALUATE
           PERFORM XXXX-APPLY-CONTRACT-PRICE
           PERFORM XXXX-CHECK-KEYED-PRICE
           COMPUTE PRICE-BEFORE-DISCOUNT-OUT = AREA-OUT * SQ-FT-PRICE
           PERFORM XXXX-APPLY-DISCOUNT-TIER
           COMPUTE PRICE-OUT = PRICE-BEFORE-DISCOUNT-OUT -
                   TO WS-ORD-SALES-REP(WS-ORDER-IDX)
                 MOVE WS-CUR-SHIP-STATE
                   TO WS-ORD-SHIP-STATE(WS-ORDER-IDX)
                 MOVE WS-CUR-SHIP-TO-CODE
                   TO WS-ORD-SHIP-TO-CODE(WS-ORDER-IDX)
                 MOVE "N" TO WS-ORD-INVOICED-SW(WS-ORDER-IDX)
                 MOVE "Y" TO WS-ORDER-FOUND-SW
              ELSE
              IF CONTRACT-PRICE-APPLIED
                 MOVE "Y" TO WS-ORD-CONTRACT-SW(WS-ORDER-IDX)
              END-IF
              IF WS-CUR-ORDER-NUMBER NOT = SPACES
                 PERFORM XXXX-ADD-ORDER-LINE
              END-IF
           END-IF.

      * STAGES THE PRICED LINE FOR THE ORDER-LINE FILE, NUMBERED
      * WITHIN ITS ORDER, SO THE FLOOR CAN SHIP IT ON ITS OWN.
       XXXX-ADD-ORDER-LINE.
           IF WS-ORDLN-COUNT < 5000
              ADD 1 TO WS-ORDLN-COUNT
              SET WS-ORDLN-IDX TO WS-ORDLN-COUNT
              MOVE WS-CUR-ORDER-NUMBER
                TO WS-ORDLN-ORDER(WS-ORDLN-IDX)
              MOVE WS-ORD-LINE-COUNT(WS-ORDER-IDX)
                TO WS-ORDLN-LINE(WS-ORDLN-IDX)
              MOVE WS-CUR-CUST-NUMBER
                TO WS-ORDLN-CUST(WS-ORDLN-IDX)
              MOVE SHAPE-TYPE     TO WS-ORDLN-SHAPE(WS-ORDLN-IDX)
              MOVE AREA-OUT       TO WS-ORDLN-AREA(WS-ORDLN-IDX)
              MOVE PRICE-OUT      TO WS-ORDLN-PRICE(WS-ORDLN-IDX)
              MOVE TAX-AMOUNT-OUT TO WS-ORDLN-TAX(WS-ORDLN-IDX)
              MOVE "P"            TO WS-ORDLN-STATUS(WS-ORDLN-IDX)
              MOVE ZEROES         TO WS-ORDLN-DATE(WS-ORDLN-IDX)
              MOVE SPACE          TO WS-ORDLN-KIND(WS-ORDLN-IDX)
              MOVE ZEROES         TO WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
           ELSE
              DISPLAY "ORDER-LINE TABLE FULL -- ORDER "
                      WS-CUR-ORDER-NUMBER " LINE NOT TRACKED"
           END-IF.

      * SALES TAX FOR THE ORDER'S DESTINATION STATE. AN ORDER WITH
              CLOSE INVOICED-CONTROL-FILE
           END-IF.

      * OPEN (P, C, PARTLY SHIPPED OR HELD) ORDERS NOT YET INVOICED
      * ADD TO THE CUSTOMER'S EXPOSURE.
       XXXX-SEED-OPEN-ORDERS.
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-SUCCESSFUL
              PERFORM UNTIL WS-RUG-ORDER-STATUS = "10"
                 READ RUG-ORDER-MASTER NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF (RUGORD-STATUS = "P" OR RUGORD-STATUS = "C"
                        OR RUGORD-STATUS = "B" OR RUGORD-STATUS = "H")
                       PERFORM XXXX-SEED-ONE-OPEN-ORDER
                    END-IF
                 END-READ
           END-IF.

      * THE CONTRACT PRICE, APPLIED AHEAD OF THE AREA-DISCOUNT
      * TIERS. A FIXED-PRICE TERM REPLACES THE SQUARE-FOOT PRICE
      * (AND A KEYED PRICE THAT DISAGREES WITH THE CONTRACT IS
      * FLAGGED ON THE BILLING REPORT); A PERCENT-OFF TERM
      * DISCOUNTS THE LIST PRICE, OR THE OVERRIDE IF ONE WAS KEYED.
      * A SHAPE-SPECIFIC TERM BEATS THE CUSTOMER'S "*ALL" TERM.
       XXXX-APPLY-CONTRACT-PRICE.
           MOVE "N" TO WS-CONTRACT-APPLIED-SW
           IF WS-CUR-CUST-NUMBER NOT = SPACES
              MOVE "Y" TO WS-CONTRACT-APPLIED-SW
           ELSE
              IF SQ-FT-PRICE NOT = WS-CPRICE-SQFT(WS-CPRICE-IDX)
                 AND NOT LIST-PRICE-APPLIED
                 ADD 1 TO WS-CONTRACT-MISMATCHES
                 MOVE WS-CUR-CUST-NUMBER TO BILLING-WARN-CUST
                 MOVE WS-CPRICE-SQFT(WS-CPRICE-IDX)
              MOVE "Y" TO WS-CONTRACT-APPLIED-SW
           END-IF.

      * A LOGGED OVERRIDE IS COUNTED. A ROW THAT CARRIED A PRICE OF
      * ITS OWN WITHOUT THE OVERRIDE FLAG (A HAND-BUILT FILE, OR AN
      * OLD ONE) WAS PRICED AT LIST INSTEAD; WHERE THAT CHANGED THE
      * PRICE, AND NO CONTRACT SET IT, IT IS FLAGGED ON THE BILLING
      * REPORT.
       XXXX-CHECK-KEYED-PRICE.
           IF CUR-PRICE-IS-OVERRIDE
              ADD 1 TO WS-OVERRIDES-HONORED
           ELSE
              IF LIST-PRICE-APPLIED
                 AND WS-KEYED-SQ-FT-PRICE NOT = ZERO
                 AND WS-KEYED-SQ-FT-PRICE NOT = SQ-FT-PRICE
                 AND NOT CONTRACT-PRICE-APPLIED
                 ADD 1 TO WS-KEYED-PRICES-REPLACED
                 MOVE WS-CUR-CUST-NUMBER   TO LIST-WARN-CUST
                 MOVE WS-KEYED-SQ-FT-PRICE TO LIST-WARN-KEYED
                 MOVE SQ-FT-PRICE          TO LIST-WARN-LIST
                 WRITE SHAPE-REPORT-BILL-RECORD
                   FROM LIST-WARN-LINE
                   AFTER ADVANCING 01 LINES
              END-IF
           END-IF.

      * SALES' VOLUME-DISCOUNT SCHEDULE: 15% OFF ORDERS OVER 500 SQ
      * FT, 10% OFF ORDERS OVER 200 SQ FT, NO DISCOUNT BELOW THAT.
       XXXX-APPLY-DISCOUNT-TIER.
       XXXX-PROCESS-SORTED-SHAPES.
           PERFORM XXXX-RETURN-SORTED-SHAPE
           perform until END-OF-SHAPE-FILE
             perform XXXX-APPLY-LIST-PRICE
             perform XXXX-VALIDATE-SHAPE
             IF VALID-SHAPE
                perform XXXX-CALCULATE-FIELDS
           END-IF
           IF SQ-FT-PRICE NOT NUMERIC OR SQ-FT-PRICE = ZERO
              MOVE "N" TO WS-VALID-SHAPE-SW
              IF NO-LIST-PRICE
                 MOVE "NO LIST PRICE FOR SHAPE" TO WS-REJECT-REASON
              ELSE
                 MOVE "SQ-FT PRICE MISSING OR ZERO"
                   TO WS-REJECT-REASON
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN SHAPE-IS-CIRCLE
                 END-IF
           END-EVALUATE.

      * PRICES THE LINE OFF THE LIST-PRICE MASTER AT THE PRICE IN
      * EFFECT ON THE RUN DATE, SO A PRICE CHANGE DATED AHEAD TAKES
      * HOLD THE NIGHT ITS DATE COMES. A ROW FLAGGED AS A LOGGED
      * OVERRIDE KEEPS ITS OWN PRICE. WITH NO LIST-PRICE FILE ON
      * HAND THE KEYED PRICE IS USED, AS BEFORE THE MASTER EXISTED.
       XXXX-APPLY-LIST-PRICE.
           MOVE "N" TO WS-LIST-PRICE-SW
           IF SQ-FT-PRICE IS NUMERIC
              MOVE SQ-FT-PRICE TO WS-KEYED-SQ-FT-PRICE
           ELSE
              MOVE ZEROES TO WS-KEYED-SQ-FT-PRICE
           END-IF
           IF WS-LPRC-COUNT > 0
              AND NOT CUR-PRICE-IS-OVERRIDE
              MOVE SHAPE-TYPE TO WS-LPRC-CHECK-SHAPE
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-LPRC-CHECK-DATE
              PERFORM 9955-FIND-LIST-PRICE
              IF LIST-PRICE-FOUND
                 MOVE WS-LPRC-LIST-PRICE TO SQ-FT-PRICE
                 MOVE "Y" TO WS-LIST-PRICE-SW
              ELSE
                 MOVE ZEROES TO SQ-FT-PRICE
                 MOVE "M" TO WS-LIST-PRICE-SW
              END-IF
           END-IF.

      * STREAMS A REJECTED RECORD, WITH ITS REASON, TO THE REJECT
      * FILE AS IT HAPPENS INSTEAD OF PRICING IT AND CARRYING IT
      * INTO THE FILE TOTALS. NO TABLE, NO 50-RECORD CEILING.
                 MOVE ORDER-ORDER-NUMBER-IN TO WS-REL-ORDER-NUMBER
                 MOVE ORDER-SHIP-STATE-IN   TO WS-REL-SHIP-STATE
                 MOVE ORDER-SALES-REP-IN    TO WS-REL-SALES-REP
                 MOVE ORDER-SHIP-TO-IN      TO WS-REL-SHIP-TO-CODE
      * A SHIP-TO ON FILE OVERRIDES THE KEYED STATE, SO A STORE
      * ADDRESS CORRECTED SINCE ENTRY STILL TAXES RIGHT.
                 IF WS-REL-SHIP-TO-CODE NOT = SPACES
                    MOVE WS-REL-CUST-NUMBER  TO WS-SHIPTO-CHECK-CUST
                    MOVE WS-REL-SHIP-TO-CODE TO WS-SHIPTO-CHECK-CODE
                    PERFORM 9964-FIND-SHIP-TO
                    IF SHIPTO-ON-FILE
                       MOVE WS-SHIPTO-STATE(WS-SHIPTO-IDX)
                         TO WS-REL-SHIP-STATE
                    END-IF
                 END-IF
              WHEN ORDER-DETAIL-RECORD
                 MOVE SHAPE-REC-REST-IN   TO SORT-SHAPE-REC(1:24)
                 MOVE WS-REL-CUST-NUMBER  TO SORT-CUST-NUMBER
                 MOVE WS-REL-ORDER-NUMBER TO SORT-ORDER-NUMBER
                 MOVE WS-REL-SHIP-STATE   TO SORT-SHIP-STATE
                 MOVE WS-REL-SALES-REP    TO SORT-SALES-REP
                 MOVE WS-REL-SHIP-TO-CODE TO SORT-SHIP-TO-CODE
                 MOVE SHAPE-PRICE-OVERRIDE-IN
                   TO SORT-PRICE-OVERRIDE-SW
                 RELEASE SORT-SHAPE-REC
              WHEN OTHER
                 MOVE SHAPE-REC-IN(1:24)  TO SORT-SHAPE-REC(1:24)
                 MOVE SPACES              TO SORT-ORDER-NUMBER
                 MOVE SPACES              TO SORT-SHIP-STATE
                 MOVE SPACES              TO SORT-SALES-REP
                 MOVE SPACE               TO SORT-PRICE-OVERRIDE-SW
                 MOVE SPACES              TO SORT-SHIP-TO-CODE
                 RELEASE SORT-SHAPE-REC
           END-EVALUATE.

               MOVE WS-SORT-RETURN-ORDER TO WS-CUR-ORDER-NUMBER
               MOVE WS-SORT-RETURN-STATE TO WS-CUR-SHIP-STATE
               MOVE WS-SORT-RETURN-REP   TO WS-CUR-SALES-REP
               MOVE WS-SORT-RETURN-SHIP-TO TO WS-CUR-SHIP-TO-CODE
               MOVE WS-SORT-RETURN-OVERRIDE
                 TO WS-CUR-PRICE-OVERRIDE-SW
               add 1 to WS-RECORD-COUNT-IN.

      * PRINTS A SUBTOTAL LINE AND RESETS THE ACCUMULATORS EVERY TIME
                    MATL-NEST-REPORT
           END-IF.

      * ADDS EVERY PRICED ORDER FROM THIS RUN TO THE RUG-ORDER
      * MASTER WITH STATUS "P" (PRICED). OLD-STYLE BARE SHAPE ROWS
      * HAVE NO ORDER NUMBER AND AREN'T TRACKED. AN ORDER NUMBER
      * ALREADY ON THE MASTER IS LOGGED AND NOT OVERLAID.
       XXXX-WRITE-RUG-ORDER-MASTER.
           ACCEPT WS-RUG-ORDER-DATE FROM DATE YYYYMMDD
           MOVE WS-RUG-ORDER-DATE TO WS-SCAL-FROM-DATE
           MOVE WS-PROMISE-LEAD-DAYS TO WS-SCAL-DAYS
           PERFORM 9996-ADD-WORKING-DAYS
           MOVE WS-SCAL-RESULT-DATE TO WS-PROMISE-DATE
           PERFORM XXXX-LOAD-CUSTOMER-COMPANIES
           OPEN I-O RUG-ORDER-MASTER
           IF RUG-ORDER-NOT-FOUND
              OPEN OUTPUT RUG-ORDER-MASTER
              CLOSE RUG-ORDER-MASTER
              OPEN I-O RUG-ORDER-MASTER
           END-IF
           IF NOT RUG-ORDER-SUCCESSFUL
              MOVE "MATHSHPS"         TO WS-IOERR-PROGRAM-ID
              MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
              MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                   TO RUGORD-SALES-REP
                 MOVE WS-ORD-SHIP-STATE(WS-ORDER-IDX)
                   TO RUGORD-SHIP-STATE
                 MOVE WS-ORD-SHIP-TO-CODE(WS-ORDER-IDX)
                   TO RUGORD-SHIP-TO-CODE
                 PERFORM XXXX-FIND-CUSTOMER-COMPANY
                 WRITE RUG-ORDER-REC
                 IF NOT RUG-ORDER-SUCCESSFUL
                    IF RUG-ORDER-DUPLICATE
                       DISPLAY "MATHSHPS: ORDER " RUGORD-ORDER-NUMBER
                               " ALREADY ON THE ORDER MASTER -- "
                               "NOT ADDED"
                    END-IF
                    MOVE "MATHSHPS"         TO WS-IOERR-PROGRAM-ID
                    MOVE "RUG-ORDER-MASTER" TO WS-IOERR-FILE-NAME
                    MOVE WS-RUG-ORDER-STATUS TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RUG-ORDER-MASTER
           PERFORM XXXX-WRITE-ORDER-LINES.

      * CUSTOMER NUMBER (THE FIRST SIX BYTES OF CUST-ID, AS ON THE
      * ORDER) AND COMPANY FOR EVERY LIVE CUSTOMER ON THE MASTER.
       XXXX-LOAD-CUSTOMER-COMPANIES.
           MOVE 0 TO WS-CUSTCOMP-COUNT
           OPEN INPUT CUSTOMER-BAL-FILE
           IF CUSTOMER-BAL-OK
              PERFORM UNTIL END-OF-CUSTOMER-BAL
                       OR WS-CUSTCOMP-COUNT = 500
                 READ CUSTOMER-BAL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CUSTBAL-CUST-ID(1:1) NOT = "#"
                       ADD 1 TO WS-CUSTCOMP-COUNT
                       SET WS-CUSTCOMP-IDX TO WS-CUSTCOMP-COUNT
                       MOVE CUSTBAL-CUST-ID(1:6)
                         TO WS-CUSTCOMP-CUST(WS-CUSTCOMP-IDX)
                       MOVE CUSTBAL-COMPANY
                         TO WS-CUSTCOMP-CODE(WS-CUSTCOMP-IDX)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-BAL-FILE
           END-IF.

      * STAMPS THE ORDER WITH ITS CUSTOMER'S COMPANY. A CUSTOMER NOT
      * ON THE MASTER LEAVES IT BLANK, WHICH READS AS COMPANY 01.
       XXXX-FIND-CUSTOMER-COMPANY.
           MOVE SPACES TO RUGORD-COMPANY-CODE
           PERFORM VARYING WS-CUSTCOMP-IDX FROM 1 BY 1
                     UNTIL WS-CUSTCOMP-IDX > WS-CUSTCOMP-COUNT
                        OR RUGORD-COMPANY-CODE NOT = SPACES
              IF WS-CUSTCOMP-CUST(WS-CUSTCOMP-IDX) = RUGORD-CUST-NUMBER
                 MOVE WS-CUSTCOMP-CODE(WS-CUSTCOMP-IDX)
                   TO RUGORD-COMPANY-CODE
                 IF RUGORD-COMPANY-CODE = SPACES
                    MOVE "01" TO RUGORD-COMPANY-CODE
                 END-IF
              END-IF
           END-PERFORM.

      * APPENDS THE RUN'S SHAPE LINES TO THE ORDER-LINE FILE, EACH
      * PRICED ("P") AS OF TODAY, FOR RUGSTSAS TO CUT, SHIP OR
      * CANCEL ONE BY ONE.
       XXXX-WRITE-ORDER-LINES.
           OPEN EXTEND ORDER-LINE-FILE
           IF NOT ORDER-LINE-SUCCESSFUL
              OPEN OUTPUT ORDER-LINE-FILE
           END-IF
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              MOVE WS-ORDLN-ORDER(WS-ORDLN-IDX) TO OLN-ORDER-NUMBER
              MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)  TO OLN-LINE-NUMBER
              MOVE WS-ORDLN-CUST(WS-ORDLN-IDX)  TO OLN-CUST-NUMBER
              MOVE WS-ORDLN-SHAPE(WS-ORDLN-IDX) TO OLN-SHAPE-TYPE
              MOVE WS-ORDLN-AREA(WS-ORDLN-IDX)  TO OLN-AREA
              MOVE WS-ORDLN-PRICE(WS-ORDLN-IDX) TO OLN-PRICE
              MOVE WS-ORDLN-TAX(WS-ORDLN-IDX)   TO OLN-TAX
              MOVE WS-ORDLN-STATUS(WS-ORDLN-IDX) TO OLN-STATUS
              MOVE WS-RUG-ORDER-DATE            TO OLN-STATUS-DATE
              MOVE WS-ORDLN-KIND(WS-ORDLN-IDX)  TO OLN-LINE-KIND
              MOVE WS-ORDLN-REMAKE-OF(WS-ORDLN-IDX)
                TO OLN-REMAKE-OF-LINE
              WRITE ORDER-LINE-REC
              IF NOT ORDER-LINE-SUCCESSFUL
                 MOVE "MATHSHPS"         TO WS-IOERR-PROGRAM-ID
                 MOVE "ORDER-LINE-FILE"  TO WS-IOERR-FILE-NAME
                 MOVE WS-ORDER-LINE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE ORDER-LINE-FILE.

      * APPENDS THE RUN'S PRODUCTION FIGURES FOR THE WEEKLY
      * LABOR-VERSUS-PRODUCTION REPORT.
           MOVE WS-TAX-JUR-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-JUR-PATH
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
           PERFORM XXXX-LOAD-TAX-JURISDICTIONS
           PERFORM 9954-LOAD-LIST-PRICES
           OPEN EXTEND QUOTE-LOG-FILE
           IF NOT GOOD-QUOTE-LOG-WRITE
              OPEN OUTPUT QUOTE-LOG-FILE
              IF VALID-SHAPE
                 PERFORM XXXX-CALCULATE-FIELDS
                 PERFORM XXXX-DISPLAY-AND-LOG-QUOTE
                 IF PRICE-OVERRIDDEN
                    MOVE "MATHSHPS" TO WS-POVR-PROGRAM-ID
                    MOVE SPACES     TO WS-POVR-OPERATOR
                                       WS-POVR-ORDER-NUMBER
                                       WS-POVR-CUST-NUMBER
                    PERFORM 9957-LOG-PRICE-OVERRIDE
                 END-IF
              ELSE
                 DISPLAY "QUOTE NOT PRICED: " WS-REJECT-REASON
              END-IF
                 MOVE WS-QUOTE-SIZE-IN TO SIZE-3
              END-IF
           END-IF
      * TODAY'S LIST PRICE, OR A REASONED OVERRIDE. SEE
      * 9956-TAKE-SQ-FT-PRICE.
           MOVE SHAPE-TYPE TO WS-LPRC-CHECK-SHAPE
           MOVE WS-QUOTE-DATE TO WS-LPRC-CHECK-DATE
           PERFORM 9956-TAKE-SQ-FT-PRICE
           MOVE WS-POVR-PRICE-USED TO SQ-FT-PRICE
           MOVE "N" TO WS-LIST-PRICE-SW
           MOVE ZEROES TO WS-KEYED-SQ-FT-PRICE
           IF PRICE-OVERRIDDEN
              MOVE "O" TO WS-CUR-PRICE-OVERRIDE-SW
           ELSE
              MOVE SPACE TO WS-CUR-PRICE-OVERRIDE-SW
              IF LIST-PRICE-FOUND
                 MOVE "Y" TO WS-LIST-PRICE-SW
              ELSE
                 MOVE "M" TO WS-LIST-PRICE-SW
              END-IF
           END-IF
           DISPLAY "DESTINATION STATE (BLANK = NO TAX): "
           ACCEPT WS-QUOTE-STATE-IN
           MOVE   WS-RUN-DATE TO   PAGE-HDG-02-DATE.
           PERFORM XXXX-SELECT-INPUT-FILE.
           PERFORM XXXX-LOAD-MATERIAL-MASTER.
           PERFORM 9954-LOAD-LIST-PRICES.
           PERFORM XXXX-LOAD-TAX-JURISDICTIONS.
           PERFORM 9962-LOAD-SHIP-TOS.
           PERFORM 9992-LOAD-SHOP-CALENDAR.
           PERFORM XXXX-LOAD-CUST-PRICES.
           PERFORM XXXX-LOAD-EXEMPT-CERTS.
           PERFORM XXXX-LOAD-CREDIT-EXPOSURE.
           MOVE WS-MATERIAL-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MATERIAL-MASTER-PATH
           MOVE WS-MATERIAL-MASTER-PATH TO WS-LPRC-MATL-PATH
           MOVE "LIST-PRICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LIST-PRICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LIST-PRICE-PATH
           MOVE "MATERIAL-REQ-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MATERIAL-REQ-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE "SHAPE-INVOICE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHAPE-INVOICE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHAPE-INVOICE-PATH
           MOVE "ORDER-LINE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ORDER-LINE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ORDER-LINE-PATH
           MOVE "SHIP-TO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TO-PATH
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH.

       XXXX-WRITE-HEADINGS.
           add 1 to WS-PAGE-COUNT.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED LIST-PRICE AND PRICE-OVERRIDE PARAGRAPHS. SEE
      * LPRCPARA.CPY AND POVRPARA.CPY.
       COPY LPRCPARA.
       COPY POVRPARA.

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.
