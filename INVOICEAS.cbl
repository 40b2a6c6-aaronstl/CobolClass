      *
      * THE ORDER HEADER'S 6-CHARACTER CUSTOMER NUMBER IS MATCHED
      * AGAINST THE FIRST 6 CHARACTERS OF CUST-ID.
      *
      * THE INVOICE IS ADDRESSED TO THE BILL-TO ON THE CUSTOMER
      * MASTER. AN ORDER SHIPPED TO ONE OF THE CUSTOMER'S SHIP-TO
      * LOCATIONS (SHIPTO.DAT) PRINTS THAT LOCATION'S "SHIP TO"
      * ADDRESS ABOVE ITS CHARGES, SO A CHAIN'S ACCOUNTS-PAYABLE
      * OFFICE CAN TELL WHICH STORE EACH ORDER WENT TO.
      *
      * AN ORDER WITH SHAPE LINES ON THE ORDER-LINE FILE BILLS ONLY
      * WHAT HAS SHIPPED: ONE INVOICE LINE PER SHIPPED LINE NOT YET
      * BILLED, EACH RECORDED ON THE CONTROL FILE BY ORDER AND LINE
      * NUMBER, SO A PARTLY-SHIPPED ORDER BILLS ITS REMAINING RUGS
      * ON A LATER INVOICE AS THEY SHIP. ORDERS WITH NO LINES BILL
      * WHOLE AT PRICING, AS BEFORE.
      *
      * A DEPOSIT TAKEN UP FRONT ON AN ORDER (CUSTDEP.DAT, TAKEN IN
      * AT CASHAPPAS) IS APPLIED WHEN THAT ORDER BILLS: UP TO WHAT
      * THE ORDER BILLED ON THIS INVOICE, SHOWN AS A "LESS DEPOSIT"
      * LINE, WITH THE NET BALANCE DUE UNDER THE TOTAL. THE FULL
      * INVOICE POSTS AS A CHARGE AND THE DEPOSIT APPLIED AS A "P"
      * ROW, SO THE BALANCE CARRIES ONLY WHAT IS STILL OWED. A
      * DEPOSIT LEFT OVER ONCE ITS ORDER HAS BILLED IN FULL IS
      * TURNED OVER FOR REFUND.
      *
      * THE FREIGHT-CHARGE AND INVOICE-ADJUSTMENT FILES MUST STILL
      * MATCH THE CONTROL TOTALS SHIPMANAS AND ORDAMNDAS LEFT FOR
      * THEM ON THE SHOP OUTPUT INVENTORY; ONE EDITED BY HAND IN
      * BETWEEN REFUSES THE RUN BEFORE ANYTHING IS BILLED. WHAT IS
      * PUT BACK OF EITHER FILE HAS ITS TOTALS RECORDED AGAIN.
      *
      * A RUN BILLS ONE COMPANY: THE ONE IN RUNCOMP.DAT (01 IF NONE).
      * ONLY THAT COMPANY'S CUSTOMERS ARE INVOICED, UNDER ITS NAME,
      * INTO ITS OWN INVOICE FILE (INVOICES_CC.TXT FOR ANY COMPANY
      * BUT 01). OTHER COMPANIES' ORDERS, FREIGHT AND ADJUSTMENTS
      * WAIT FOR THEIR OWN RUN. INVOICE NUMBERS STAY ONE SERIES
      * ACROSS COMPANIES, SO THE SHARED REGISTER -- WHICH CARRIES
      * THE COMPANY ON EVERY ROW -- NEVER HOLDS THE SAME NUMBER TWICE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT RUG-ORDER-MASTER
             ASSIGN TO "C:\Users\bob\RUGORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS RUGORD-ORDER-NUMBER
             ALTERNATE RECORD KEY IS RUGORD-CUST-NUMBER
                WITH DUPLICATES
             FILE STATUS IS WS-RUG-ORDER-STATUS.

           SELECT CUSTOMER-FILE
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT INVOICE-FILE
             ASSIGN TO WS-INVOICE-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVOICE-FILE-STATUS.

             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INV-CONTROL-STATUS.

           COPY ORDLNSEL.
           COPY SHPTSEL.
           COPY DEPSEL.
           COPY IOERRSEL.
           COPY ACCTPERSEL.
           COPY CTLHSEL.
           COPY COMPSEL.

       DATA DIVISION.
       FILE SECTION.
           05 RUGORD-TOTAL-TAX         PIC 9(08)V99.
           05 RUGORD-STATUS            PIC X(01).
           05 RUGORD-ORDER-DATE        PIC 9(08).
           05 FILLER                   PIC X(24).
           05 RUGORD-SHIP-TO-CODE      PIC X(04).
           05 RUGORD-COMPANY-CODE      PIC X(02).
           05 FILLER                   PIC X(09).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           05 CUST-CITY           PIC X(15).
           05 CUST-STATE          PIC X(02).
           05 CUST-ZIP            PIC X(09).
           05 CUST-COMPANY        PIC X(02).

       FD  INVOICE-FILE
           RECORDING MODE IS F

      * APPEND-ONLY INVOICE REGISTER: THE LOOKUP FOR EVERY BILLING
      * QUESTION AND THE TIE-OUT SOURCE FOR THE MONTHLY SALES
      * TOTAL. THE TAX, FREIGHT AND DEPOSIT SPLITS OF THE AMOUNT
      * ARE WHAT ARPOSTAS JOURNALS THE INVOICE FROM.
       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REGISTER-REC.
           05 INVREG-CUST-ID        PIC X(13).
           05 INVREG-ORDER-COUNT    PIC 9(04).
           05 INVREG-AMOUNT         PIC 9(08)V99.
           05 INVREG-TAX            PIC 9(08)V99.
           05 INVREG-FREIGHT        PIC 9(08)V99.
           05 INVREG-DEPOSIT        PIC 9(08)V99.
           05 INVREG-COMPANY        PIC X(02).

      * RATED FREIGHT FROM THE SHIPPING MANIFEST RUN, ADDED TO THE
      * CUSTOMER'S INVOICE AS ITS OWN LINE.
       FD  INVOICED-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICED-CONTROL-REC.
      * THE LINE NUMBER IS BLANK FOR AN ORDER BILLED WHOLE.
       01  INVOICED-CONTROL-REC.
           05 INVDONE-ORDER-NUMBER PIC X(06).
           05 INVDONE-LINE-NUMBER  PIC X(03).

       COPY ORDLNFD.
       COPY SHPTFD.
       COPY DEPFD.
       COPY IOERRFD.
       COPY ACCTPERFD.
       COPY CTLHFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.

       01  WS-RUG-ORDER-STATUS       PIC X(02).
           88 RUG-ORDER-OK               VALUE "00" "02".
           88 END-OF-RUG-ORDERS          VALUE "10".
       01  WS-CUSTOMER-FILE-STATUS   PIC X(02).
           88 CUSTOMER-FILE-OK           VALUE "00".
           88 END-OF-CUSTOMER-FILE       VALUE "10".
       01  WS-INVOICE-FILE-PATH      PIC X(40)
           VALUE "C:\Users\Bob\INVOICES.txt".
       01  WS-INVOICE-FILE-STATUS    PIC X(02).
           88 GOOD-INVOICE-WRITE         VALUE "00".
       01  WS-PAYMENT-TRAN-STATUS    PIC X(02).
       01  WS-INV-CONTROL-STATUS     PIC X(02).
           88 INV-CONTROL-OK             VALUE "00".
           88 END-OF-INV-CONTROL         VALUE "10".
       01  WS-INPUT-REFUSED-SW       PIC X(01) VALUE "N".
           88 INPUT-FILE-REFUSED         VALUE "Y".

       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01  WS-CUST-COUNT             PIC 9(03) VALUE 0.
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
              10 WS-ORD-TOTAL-PRICE   PIC 9(08)V99.
              10 WS-ORD-TOTAL-TAX     PIC 9(08)V99.
              10 WS-ORD-BILL-SW       PIC X(01).
              10 WS-ORD-SHIP-TO       PIC X(04).
       01  WS-ORDER-COUNT            PIC 9(04) VALUE 0.

      * AMENDMENT DELTAS BY CUSTOMER, OFF THE ORDER-AMENDMENT
       01  WS-FRT-BILLED-ANY-SW      PIC X(01) VALUE "N".
           88 FREIGHT-BILLED             VALUE "Y".

      * ORDERS AND ORDER LINES ALREADY BILLED IN PRIOR RUNS.
       01  WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-DONE-IDX
                             PIC X(09).
       01  WS-DONE-COUNT             PIC 9(04) VALUE 0.
       01  WS-DONE-FOUND-SW          PIC X(01) VALUE "N".
           88 ORDER-ALREADY-BILLED       VALUE "Y".
           88 LINE-ALREADY-BILLED        VALUE "Y".
       01  WS-DONE-KEY.
           05 WS-DONE-KEY-ORDER      PIC X(06).
           05 WS-DONE-KEY-LINE       PIC X(03).
       01  WS-LINES-BILLED-ORDER     PIC 9(03) VALUE 0.

       01  WS-INVOICE-TOTAL          PIC 9(08)V99.
      * THE SALES TAX AND FREIGHT INSIDE THE TOTAL, FOR THE REGISTER.
       01  WS-INVOICE-TAX            PIC 9(08)V99.
       01  WS-INVOICE-FREIGHT        PIC 9(08)V99.
      * DEPOSITS APPLIED ON THE INVOICE, AND WHAT THE ORDER NOW
      * BEING BILLED ADDED TO IT.
       01  WS-INVOICE-DEPOSIT        PIC 9(08)V99.
       01  WS-INVOICE-NET            PIC 9(08)V99.
       01  WS-ORDER-START-TOTAL      PIC 9(08)V99.
       01  WS-ORDER-BILLED-AMT       PIC 9(08)V99.
       01  WS-DEP-UNAPPLIED          PIC 9(08)V99.
       01  WS-DEP-APPLY-AMT          PIC 9(08)V99.
       01  WS-ORDER-COMPLETE-SW      PIC X(01) VALUE "N".
           88 ORDER-BILLED-IN-FULL       VALUE "Y".
       01  WS-DEP-CHANGED-SW         PIC X(01) VALUE "N".
           88 DEPOSITS-CHANGED           VALUE "Y".
       01  WS-CUST-NEW-BALANCE       PIC 9(06)V9(3).
       01  WS-INVOICES-BUILT         PIC 9(05) VALUE 0.
       01  WS-ORDERS-BILLED          PIC 9(05) VALUE 0.
       01  WS-ORDERS-UNMATCHED       PIC 9(05) VALUE 0.
       01  WS-CUST-COMPANY           PIC X(02).
       01  WS-CUSTOMERS-OTHER-CO     PIC 9(05) VALUE 0.
       01  WS-CHANGES-MADE-SW        PIC X(01) VALUE "N".
           88 CHANGES-MADE               VALUE "Y".
       01  WS-TODAY-DATE             PIC 9(08).

       01  WS-FULL-NAME              PIC X(30).

       01  INVOICE-COMPANY-LINE.
           05 INV-COMPANY-NAME       PIC X(30).
           05 FILLER                 PIC X(50) VALUE SPACES.

       01  INVOICE-NUMBER-LINE.
           05 FILLER                 PIC X(12) VALUE "INVOICE NO: ".
           05 INV-NUMBER             PIC 9(08).
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-ORDER-TAX.
           05 FILLER                 PIC X(23) VALUE SPACES.
       01  INVOICE-SHIPTO-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(09) VALUE "SHIP TO: ".
           05 INV-SHP-CODE           PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INV-SHP-NAME           PIC X(30).
           05 FILLER                 PIC X(34) VALUE SPACES.
       01  INVOICE-SHIPTO-ADDR-LINE.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 INV-SHP-STREET         PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INV-SHP-CITY           PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INV-SHP-STATE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 INV-SHP-ZIP            PIC X(09).
           05 FILLER                 PIC X(05) VALUE SPACES.
       01  INVOICE-SHIP-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(07) VALUE "ORDER: ".
           05 INV-LINE-ORDER         PIC X(06).
           05 FILLER                 PIC X(06) VALUE " LINE ".
           05 INV-LINE-NUMBER        PIC 9(03).
           05 FILLER                 PIC X(08) VALUE "  PRICE:".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-LINE-PRICE.
           05 FILLER                 PIC X(06) VALUE "  TAX:".
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-LINE-TAX.
           05 FILLER                 PIC X(14) VALUE SPACES.
       01  INVOICE-CAD-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(17)
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-TOTAL-DUE.
           05 FILLER                 PIC X(53) VALUE SPACES.
       01  INVOICE-DEPOSIT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(21)
             VALUE "LESS DEPOSIT, ORDER: ".
           05 INV-DEP-ORDER          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-DEP-AMOUNT.
           05 FILLER                 PIC X(35) VALUE SPACES.
       01  INVOICE-DEP-TOTAL-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(17)
             VALUE "DEPOSIT APPLIED: ".
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-DEP-TOTAL.
           05 FILLER                 PIC X(47) VALUE SPACES.
       01  INVOICE-NET-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(13) VALUE "BALANCE DUE: ".
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY INV-NET-DUE.
           05 FILLER                 PIC X(51) VALUE SPACES.
       01  INVOICE-BLANK-LINE        PIC X(80) VALUE SPACES.

       COPY ORDLNWS.
       COPY SHPTWS.
       COPY DEPWS.
       COPY IOERRWS.
       COPY ACCTPERWS.
       COPY CTLHWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "INVOICEAS CUSTOMER INVOICING"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * THE COMPANY THIS RUN BILLS, AND ITS OWN INVOICE FILE.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "INVOICEAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER -- "
                      "RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-INVOICE-FILE-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-COMPANY-FILE-PATH TO WS-INVOICE-FILE-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME
      * A RUN DATED INSIDE A MONTH THE COMPANY HAS FORMALLY CLOSED
      * WOULD POST ACTIVITY BEHIND THE CLOSE PACKAGE, SO IT IS
      * REFUSED.
           MOVE WS-TODAY-DATE(1:6) TO WS-ACCTPER-CHECK-PERIOD
           MOVE WS-RUN-COMPANY-CODE TO WS-ACCTPER-CHECK-COMPANY
           PERFORM 9950-CHECK-PERIOD-OPEN
           IF ACCTPER-PERIOD-CLOSED
              DISPLAY "INVOICEAS: THIS MONTH IS CLOSED -- RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1290-VERIFY-CONTROL-TOTALS
           IF INPUT-FILE-REFUSED
              DISPLAY "INVOICEAS: NOTHING INVOICED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-LOAD-CUSTOMER-FILE
           PERFORM 1100-LOAD-ORDER-MASTER
           PERFORM 1200-LOAD-INVOICED-CONTROL
           PERFORM 1250-LOAD-ORDER-LINES
           PERFORM 9962-LOAD-SHIP-TOS
           PERFORM 1300-LOAD-FREIGHT-CHARGES
           PERFORM 1400-LOAD-INVOICE-CONTROL
           PERFORM 1500-LOAD-INVOICE-ADJUSTMENTS
           PERFORM 1600-LOAD-CURRENCY-DATA
           PERFORM 1700-LOAD-DEPOSITS
           OPEN OUTPUT INVOICE-FILE
           PERFORM 2000-INVOICE-EACH-CUSTOMER
           PERFORM 2500-REPORT-UNMATCHED-ORDERS
           IF FREIGHT-BILLED
              PERFORM 3300-PUT-BACK-FREIGHT
           END-IF
           IF DEPOSITS-CHANGED
              MOVE "INVOICEAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9984-WRITE-DEPOSITS
           END-IF
           DISPLAY "INVOICES BUILT:   " WS-INVOICES-BUILT
           DISPLAY "ORDERS BILLED:    " WS-ORDERS-BILLED
           DISPLAY "ORDERS UNMATCHED: " WS-ORDERS-UNMATCHED
           DISPLAY "OTHER COMPANIES' CUSTOMERS SKIPPED: "
                   WS-CUSTOMERS-OTHER-CO
           IF WS-ORDERS-UNMATCHED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              GOBACK
           END-IF.

      * EVERY ORDER BUT CANCELED, RETURNED/CREDITED AND HELD ONES.
      * A WHOLE ORDER BILLS AT "P" AND IS ON INVDONE BY THE TIME IT
      * IS CUT OR SHIPPED; AN ORDER WITH SHAPE LINES BILLS ITS
      * SHIPPED LINES, WHICH MAY BE AT "B" OR "S". THE MASTER IS
      * READ IN ORDER-NUMBER SEQUENCE; NOTHING HERE REWRITES IT.
      * AN ORDER TAKEN FOR ANOTHER COMPANY IS LEFT FOR THAT
      * COMPANY'S RUN; ONE WITH NO COMPANY GOES BY ITS CUSTOMER.
       1100-LOAD-ORDER-MASTER.
           OPEN INPUT RUG-ORDER-MASTER
           IF RUG-ORDER-OK
                    IF RUGORD-STATUS NOT = "X"
                       AND RUGORD-STATUS NOT = "R"
                       AND RUGORD-STATUS NOT = "H"
                       AND (RUGORD-COMPANY-CODE = SPACES
                         OR RUGORD-COMPANY-CODE = WS-RUN-COMPANY-CODE)
                       ADD 1 TO WS-ORDER-COUNT
                       SET WS-ORDER-IDX TO WS-ORDER-COUNT
                       MOVE RUGORD-ORDER-NUMBER
                       MOVE RUGORD-TOTAL-TAX
                         TO WS-ORD-TOTAL-TAX(WS-ORDER-IDX)
                       MOVE "N" TO WS-ORD-BILL-SW(WS-ORDER-IDX)
                       MOVE RUGORD-SHIP-TO-CODE
                         TO WS-ORD-SHIP-TO(WS-ORDER-IDX)
                    END-IF
                 END-READ
              END-PERFORM
           OPEN INPUT INVOICED-CONTROL-FILE
           IF INV-CONTROL-OK
              PERFORM UNTIL END-OF-INV-CONTROL
                       OR WS-DONE-COUNT = 5000
                 READ INVOICED-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DONE-COUNT
                    SET WS-DONE-IDX TO WS-DONE-COUNT
                    MOVE INVOICED-CONTROL-REC
                      TO WS-DONE-ENTRY(WS-DONE-IDX)
                 END-READ
              END-PERFORM
                    CONTINUE
                 NOT AT END
                    DISPLAY "INVOICEAS: BILLED-ORDER TABLE FULL AT "
                            "5000 -- RUN REFUSED, UNLOADED CONTROL "
                            "ROWS WOULD ALLOW DOUBLE BILLING"
                    CLOSE INVOICED-CONTROL-FILE
                    MOVE 8 TO RETURN-CODE
              CLOSE INVOICED-CONTROL-FILE
           END-IF.

      * THE SHAPE LINES. AN ORDER WHOSE LINES DIDN'T LOAD WOULD BILL
      * WHOLE BEFORE IT SHIPPED, SO A FULL TABLE STOPS THE RUN.
       1250-LOAD-ORDER-LINES.
           PERFORM 9980-LOAD-ORDER-LINES
           IF ORDLN-TABLE-FULL
              DISPLAY "INVOICEAS: ORDER-LINE TABLE FULL AT 5000 -- "
                      "RUN REFUSED, UNLOADED LINES WOULD BILL "
                      "UNSHIPPED ORDERS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * READS THE MANIFEST RUN'S FREIGHT CHARGES, IF ON HAND. WITH
      * NO FILE NO FREIGHT IS BILLED, THE SAME AS TODAY.
      * THE FREIGHT CHARGES AND INVOICE ADJUSTMENTS WAITING TO BILL
      * MUST EACH STILL MATCH THE CONTROL TOTALS THEIR PRODUCER
      * RECORDED. A MISMATCH IS ALREADY DISPLAYED AND LOGGED BY
      * 9958-VERIFY-CONTROL-HASH.
       1290-VERIFY-CONTROL-TOTALS.
           MOVE "INVOICEAS" TO WS-IOERR-PROGRAM-ID
           MOVE "INVOICEA" TO WS-CTLH-PROGRAM-ID
           MOVE "FREIGHT-CHARGE-FILE" TO WS-IOERR-FILE-NAME
           MOVE "C:\Users\Bob\FRTCHG.DAT" TO WS-CTLH-FILE-PATH
           MOVE "FREIGHT-CHARGE-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF
           MOVE "INVOICE-ADJ-FILE" TO WS-IOERR-FILE-NAME
           MOVE "C:\Users\Bob\INVADJ.DAT" TO WS-CTLH-FILE-PATH
           MOVE "INVOICE-ADJ-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF.

       1300-LOAD-FREIGHT-CHARGES.
           OPEN INPUT FREIGHT-CHARGE-FILE
           IF FREIGHT-CHARGE-OK
                 WRITE INVOICE-ADJ-REC
              END-IF
           END-PERFORM
           CLOSE INVOICE-ADJ-FILE
           MOVE "C:\Users\Bob\INVADJ.DAT" TO WS-CTLH-FILE-PATH
           MOVE "INVOICE-ADJ-FILE" TO WS-CTLH-LOGICAL-NAME
           MOVE "INVOICEA" TO WS-CTLH-PROGRAM-ID
           MOVE "INVOICEAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 9949-RECORD-CONTROL-HASH.

      * BILLED FREIGHT ROWS ARE DROPPED FROM FRTCHG.DAT SO THE
      * NEXT RUN CAN'T BILL THEM AGAIN; ROWS FOR CUSTOMERS NOT
                 WRITE FREIGHT-CHARGE-REC
              END-IF
           END-PERFORM
           CLOSE FREIGHT-CHARGE-FILE
           MOVE "C:\Users\Bob\FRTCHG.DAT" TO WS-CTLH-FILE-PATH
           MOVE "FREIGHT-CHARGE-FILE" TO WS-CTLH-LOGICAL-NAME
           MOVE "INVOICEA" TO WS-CTLH-PROGRAM-ID
           MOVE "INVOICEAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 9949-RECORD-CONTROL-HASH.

      * THE CAD RATE IN FORCE ON THE INVOICE DATE (LATEST EFFECTIVE
      * DATE NOT PAST TODAY) AND THE PER-CUSTOMER CURRENCY CODES.
              CLOSE CUST-CURRENCY-FILE
           END-IF.

      * DEPOSITS TAKEN ON ORDERS. A DEPOSIT THAT DIDN'T LOAD COULD
      * NOT BE APPLIED, AND THE REWRITE WOULD DROP IT, SO A FULL
      * TABLE STOPS THE RUN.
       1700-LOAD-DEPOSITS.
           PERFORM 9983-LOAD-DEPOSITS
           IF DEP-TABLE-FULL
              DISPLAY "INVOICEAS: DEPOSIT TABLE FULL AT 2000 -- "
                      "RUN REFUSED, UNLOADED DEPOSITS WOULD NOT "
                      "BE APPLIED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-INVOICE-EACH-CUSTOMER.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                     UNTIL WS-CUST-SUB > WS-CUST-COUNT
              SET WS-CUST-IDX TO WS-CUST-SUB
              MOVE WS-CUST-ENTRY(WS-CUST-IDX) TO CUSTOMER-REC
              MOVE CUST-COMPANY TO WS-CUST-COMPANY
              IF WS-CUST-COMPANY = SPACES
                 MOVE WS-DEFAULT-COMPANY-CODE TO WS-CUST-COMPANY
              END-IF
              IF CUST-ID(1:1) NOT = "#" AND CUST-ID NOT = SPACES
                 IF WS-CUST-COMPANY = WS-RUN-COMPANY-CODE
                    PERFORM 2100-INVOICE-ONE-CUSTOMER
                 ELSE
                    PERFORM 2050-SET-ASIDE-OTHER-COMPANY
                 END-IF
              END-IF
           END-PERFORM.

      * ANOTHER COMPANY'S CUSTOMER: THEIR ORDERS ARE MARKED "O" SO
      * THEY AREN'T REPORTED AS HAVING NO CUSTOMER ON FILE. THEIR
      * FREIGHT AND ADJUSTMENTS ARE SIMPLY NOT BILLED, AND STAY
      * STAGED FOR THEIR OWN COMPANY'S RUN.
       2050-SET-ASIDE-OTHER-COMPANY.
           ADD 1 TO WS-CUSTOMERS-OTHER-CO
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                     UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
              IF WS-ORD-CUST-NUMBER(WS-ORDER-IDX) = CUST-ID(1:6)
                 AND WS-ORD-BILL-SW(WS-ORDER-IDX) = "N"
                 MOVE "O" TO WS-ORD-BILL-SW(WS-ORDER-IDX)
              END-IF
           END-PERFORM.

      * CUSTOMER IN CUSTOMER-REC, THEN POSTS THE TOTAL.
       2100-INVOICE-ONE-CUSTOMER.
           MOVE ZEROES TO WS-INVOICE-TOTAL
           MOVE ZEROES TO WS-INVOICE-TAX
           MOVE ZEROES TO WS-INVOICE-FREIGHT
           MOVE ZEROES TO WS-INVOICE-DEPOSIT
           MOVE ZEROES TO WS-INVOICE-ORDER-COUNT
           MOVE "N" TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                 AND WS-ORD-BILL-SW(WS-ORDER-IDX) = "N"
                 PERFORM 2110-CHECK-ALREADY-BILLED
                 IF NOT ORDER-ALREADY-BILLED
                    MOVE WS-ORD-ORDER-NUMBER(WS-ORDER-IDX)
                      TO WS-ORDLN-TALLY-ORDER
                    PERFORM 9982-TALLY-ORDER-LINES
                    MOVE WS-INVOICE-TOTAL TO WS-ORDER-START-TOTAL
                    IF WS-ORDLN-TALLY-LINES > 0
                       PERFORM 2160-BILL-SHIPPED-LINES
                       IF WS-ORDLN-TALLY-OPEN = 0
                          MOVE "Y" TO WS-ORDER-COMPLETE-SW
                       ELSE
                          MOVE "N" TO WS-ORDER-COMPLETE-SW
                       END-IF
                    ELSE
                       IF NOT CUSTOMER-FOUND
                          MOVE "Y" TO WS-CUST-FOUND-SW
                          PERFORM 2120-WRITE-INVOICE-HEADER
                       END-IF
                       PERFORM 2130-WRITE-INVOICE-ORDER-LINE
                       MOVE "Y" TO WS-ORDER-COMPLETE-SW
                    END-IF
                    PERFORM 2180-APPLY-ORDER-DEPOSITS
                 END-IF
              END-IF
           END-PERFORM
                 MOVE "Y" TO WS-ADJ-BILLED-ANY-SW
              END-IF
           END-PERFORM
      * FREIGHT RATED AFTER AN ORDER SHIPPED -- A WHOLE ORDER WAS
      * BILLED AT STATUS "P" AND IS ON INVDONE BY NOW, SO THE
      * CHARGE RIDES THIS INVOICE AS ITS OWN LINE, THE SAME WAY
      * AMENDMENT DELTAS DO.
           PERFORM VARYING WS-FRT-IDX FROM 1 BY 1
                 WRITE INVOICE-RECORD FROM INVOICE-FRT-SHIP-LINE
                 ADD WS-FRT-CHARGE(WS-FRT-IDX)
                   TO WS-INVOICE-TOTAL
                 ADD WS-FRT-CHARGE(WS-FRT-IDX)
                   TO WS-INVOICE-FREIGHT
                 MOVE "Y" TO WS-FRT-BILLED-SW(WS-FRT-IDX)
                 MOVE "Y" TO WS-FRT-BILLED-ANY-SW
              END-IF
           IF CUSTOMER-FOUND
              MOVE WS-INVOICE-TOTAL TO INV-TOTAL-DUE
              WRITE INVOICE-RECORD FROM INVOICE-TOTAL-LINE
              IF WS-INVOICE-DEPOSIT > 0
                 MOVE WS-INVOICE-DEPOSIT TO INV-DEP-TOTAL
                 WRITE INVOICE-RECORD FROM INVOICE-DEP-TOTAL-LINE
                 COMPUTE WS-INVOICE-NET =
                         WS-INVOICE-TOTAL - WS-INVOICE-DEPOSIT
                 MOVE WS-INVOICE-NET TO INV-NET-DUE
                 WRITE INVOICE-RECORD FROM INVOICE-NET-LINE
              END-IF
      * CANADIAN CUSTOMERS SEE BOTH FIGURES, WITH THE RATE PRINTED
      * -- BUT ONLY THE USD AMOUNT POSTS TO THE BOOKS.
              PERFORM 2400-SHOW-CAD-TOTAL
              ADD 1 TO WS-NEXT-INVOICE-NUMBER
           END-IF.

      * A WHOLE-ORDER ROW ON THE CONTROL FILE MEANS THE ORDER IS
      * BILLED, LINES OR NOT.
       2110-CHECK-ALREADY-BILLED.
           MOVE WS-ORD-ORDER-NUMBER(WS-ORDER-IDX) TO WS-DONE-KEY-ORDER
           MOVE SPACES TO WS-DONE-KEY-LINE
           PERFORM 2115-SEARCH-BILLED-TABLE
           IF ORDER-ALREADY-BILLED
              MOVE "B" TO WS-ORD-BILL-SW(WS-ORDER-IDX)
           END-IF.

       2115-SEARCH-BILLED-TABLE.
           MOVE "N" TO WS-DONE-FOUND-SW
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                     UNTIL WS-DONE-IDX > WS-DONE-COUNT
                        OR ORDER-ALREADY-BILLED
              IF WS-DONE-ENTRY(WS-DONE-IDX) = WS-DONE-KEY
                 MOVE "Y" TO WS-DONE-FOUND-SW
              END-IF
           END-PERFORM.

      * THE ORDER'S SHIPPED LINES NOT BILLED IN AN EARLIER RUN, ONE
      * INVOICE LINE EACH. LINES STILL ON THE FLOOR WAIT FOR A LATER
      * INVOICE; THE ORDER'S FREIGHT RIDES WITH WHATEVER BILLS.
       2160-BILL-SHIPPED-LINES.
           MOVE 0 TO WS-LINES-BILLED-ORDER
           PERFORM VARYING WS-ORDLN-IDX FROM 1 BY 1
                     UNTIL WS-ORDLN-IDX > WS-ORDLN-COUNT
              IF WS-ORDLN-ORDER(WS-ORDLN-IDX) =
                 WS-ORD-ORDER-NUMBER(WS-ORDER-IDX)
                 AND WS-ORDLN-SHIPPED(WS-ORDLN-IDX)
                 MOVE WS-ORD-ORDER-NUMBER(WS-ORDER-IDX)
                   TO WS-DONE-KEY-ORDER
                 MOVE WS-ORDLN-LINE(WS-ORDLN-IDX) TO WS-DONE-KEY-LINE
                 PERFORM 2115-SEARCH-BILLED-TABLE
                 IF NOT LINE-ALREADY-BILLED
                    IF NOT CUSTOMER-FOUND
                       MOVE "Y" TO WS-CUST-FOUND-SW
                       PERFORM 2120-WRITE-INVOICE-HEADER
                    END-IF
                    IF WS-LINES-BILLED-ORDER = 0
                       PERFORM 2125-WRITE-SHIP-TO-BLOCK
                    END-IF
                    PERFORM 2170-WRITE-INVOICE-SHIP-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LINES-BILLED-ORDER > 0
              PERFORM 2150-ADD-FREIGHT-CHARGE
              ADD 1 TO WS-ORDERS-BILLED
              ADD 1 TO WS-INVOICE-ORDER-COUNT
           END-IF
           MOVE "B" TO WS-ORD-BILL-SW(WS-ORDER-IDX).

       2170-WRITE-INVOICE-SHIP-LINE.
           MOVE WS-ORDLN-ORDER(WS-ORDLN-IDX) TO INV-LINE-ORDER
           MOVE WS-ORDLN-LINE(WS-ORDLN-IDX)  TO INV-LINE-NUMBER
           MOVE WS-ORDLN-PRICE(WS-ORDLN-IDX) TO INV-LINE-PRICE
           MOVE WS-ORDLN-TAX(WS-ORDLN-IDX)   TO INV-LINE-TAX
           WRITE INVOICE-RECORD FROM INVOICE-SHIP-LINE
           COMPUTE WS-INVOICE-TOTAL = WS-INVOICE-TOTAL
                 + WS-ORDLN-PRICE(WS-ORDLN-IDX)
                 + WS-ORDLN-TAX(WS-ORDLN-IDX)
           ADD WS-ORDLN-TAX(WS-ORDLN-IDX) TO WS-INVOICE-TAX
           ADD 1 TO WS-LINES-BILLED-ORDER
           OPEN EXTEND INVOICED-CONTROL-FILE
           IF NOT INV-CONTROL-OK
              OPEN OUTPUT INVOICED-CONTROL-FILE
           END-IF
           MOVE WS-DONE-KEY-ORDER TO INVDONE-ORDER-NUMBER
           MOVE WS-DONE-KEY-LINE  TO INVDONE-LINE-NUMBER
           WRITE INVOICED-CONTROL-REC
           CLOSE INVOICED-CONTROL-FILE.

      * HELD DEPOSITS ON THE ORDER JUST BILLED, OLDEST FIRST, APPLIED
      * UP TO WHAT THE ORDER ADDED TO THIS INVOICE. ONCE THE ORDER
      * HAS BILLED IN FULL, WHATEVER A DEPOSIT STILL HOLDS IS OWED
      * BACK TO THE CUSTOMER AND GOES TO THE REFUND LIST.
       2180-APPLY-ORDER-DEPOSITS.
           COMPUTE WS-ORDER-BILLED-AMT =
                   WS-INVOICE-TOTAL - WS-ORDER-START-TOTAL
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-ORDER(WS-DEP-IDX) =
                 WS-ORD-ORDER-NUMBER(WS-ORDER-IDX)
                 AND WS-DEP-HELD(WS-DEP-IDX)
                 PERFORM 2185-APPLY-ONE-DEPOSIT
              END-IF
           END-PERFORM.

       2185-APPLY-ONE-DEPOSIT.
           COMPUTE WS-DEP-UNAPPLIED = WS-DEP-AMOUNT(WS-DEP-IDX)
                 - WS-DEP-APPLIED(WS-DEP-IDX)
           IF WS-DEP-UNAPPLIED > WS-ORDER-BILLED-AMT
              MOVE WS-ORDER-BILLED-AMT TO WS-DEP-APPLY-AMT
           ELSE
              MOVE WS-DEP-UNAPPLIED TO WS-DEP-APPLY-AMT
           END-IF
           IF WS-DEP-APPLY-AMT > 0
              MOVE WS-DEP-ORDER(WS-DEP-IDX) TO INV-DEP-ORDER
              MOVE WS-DEP-APPLY-AMT TO INV-DEP-AMOUNT
              WRITE INVOICE-RECORD FROM INVOICE-DEPOSIT-LINE
              ADD WS-DEP-APPLY-AMT TO WS-DEP-APPLIED(WS-DEP-IDX)
              ADD WS-DEP-APPLY-AMT TO WS-INVOICE-DEPOSIT
              SUBTRACT WS-DEP-APPLY-AMT FROM WS-ORDER-BILLED-AMT
              SUBTRACT WS-DEP-APPLY-AMT FROM WS-DEP-UNAPPLIED
              MOVE WS-NEXT-INVOICE-NUMBER
                TO WS-DEP-INVOICE(WS-DEP-IDX)
              MOVE WS-TODAY-DATE TO WS-DEP-STATUS-DATE(WS-DEP-IDX)
              MOVE "Y" TO WS-DEP-CHANGED-SW
           END-IF
           EVALUATE TRUE
              WHEN WS-DEP-UNAPPLIED = 0
                 MOVE "A" TO WS-DEP-STATUS(WS-DEP-IDX)
              WHEN ORDER-BILLED-IN-FULL
                 MOVE "R" TO WS-DEP-STATUS(WS-DEP-IDX)
                 MOVE WS-TODAY-DATE
                   TO WS-DEP-STATUS-DATE(WS-DEP-IDX)
                 MOVE "Y" TO WS-DEP-CHANGED-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2120-WRITE-INVOICE-HEADER.
           IF WS-RUN-COMPANY-NAME NOT = SPACES
              MOVE WS-RUN-COMPANY-NAME TO INV-COMPANY-NAME
              WRITE INVOICE-RECORD FROM INVOICE-COMPANY-LINE
           END-IF
           MOVE WS-NEXT-INVOICE-NUMBER TO INV-NUMBER
           MOVE WS-TODAY-DATE          TO INV-DATE
           WRITE INVOICE-RECORD FROM INVOICE-NUMBER-LINE
           MOVE CUST-ZIP     TO INV-ZIP
           WRITE INVOICE-RECORD FROM INVOICE-CITY-LINE.

      * THE DELIVERY ADDRESS FOR AN ORDER SHIPPED TO ONE OF THE
      * CUSTOMER'S SHIP-TO LOCATIONS. AN ORDER FOR THE BILL-TO
      * ADDRESS, OR WHOSE SHIP-TO IS NO LONGER ON FILE, PRINTS NONE.
       2125-WRITE-SHIP-TO-BLOCK.
           IF WS-ORD-SHIP-TO(WS-ORDER-IDX) NOT = SPACES
              MOVE WS-ORD-CUST-NUMBER(WS-ORDER-IDX)
                TO WS-SHIPTO-CHECK-CUST
              MOVE WS-ORD-SHIP-TO(WS-ORDER-IDX)
                TO WS-SHIPTO-CHECK-CODE
              PERFORM 9964-FIND-SHIP-TO
              IF SHIPTO-ON-FILE
                 MOVE WS-SHIPTO-CODE(WS-SHIPTO-IDX) TO INV-SHP-CODE
                 MOVE WS-SHIPTO-NAME(WS-SHIPTO-IDX) TO INV-SHP-NAME
                 WRITE INVOICE-RECORD FROM INVOICE-SHIPTO-LINE
                 MOVE WS-SHIPTO-ADDRESS(WS-SHIPTO-IDX)
                   TO INV-SHP-STREET
                 MOVE WS-SHIPTO-CITY(WS-SHIPTO-IDX)  TO INV-SHP-CITY
                 MOVE WS-SHIPTO-STATE(WS-SHIPTO-IDX) TO INV-SHP-STATE
                 MOVE WS-SHIPTO-ZIP(WS-SHIPTO-IDX)   TO INV-SHP-ZIP
                 WRITE INVOICE-RECORD FROM INVOICE-SHIPTO-ADDR-LINE
              END-IF
           END-IF.

       2130-WRITE-INVOICE-ORDER-LINE.
           PERFORM 2125-WRITE-SHIP-TO-BLOCK
           MOVE WS-ORD-ORDER-NUMBER(WS-ORDER-IDX) TO INV-ORDER-NUMBER
           MOVE WS-ORD-TOTAL-PRICE(WS-ORDER-IDX)  TO INV-ORDER-PRICE
           MOVE WS-ORD-TOTAL-TAX(WS-ORDER-IDX)    TO INV-ORDER-TAX
           COMPUTE WS-INVOICE-TOTAL = WS-INVOICE-TOTAL
                 + WS-ORD-TOTAL-PRICE(WS-ORDER-IDX)
                 + WS-ORD-TOTAL-TAX(WS-ORDER-IDX)
           ADD WS-ORD-TOTAL-TAX(WS-ORDER-IDX) TO WS-INVOICE-TAX
           PERFORM 2150-ADD-FREIGHT-CHARGE
           MOVE "B" TO WS-ORD-BILL-SW(WS-ORDER-IDX)
           ADD 1 TO WS-ORDERS-BILLED
              MOVE WS-FRT-THIS-ORDER TO INV-FREIGHT-CHARGE
              WRITE INVOICE-RECORD FROM INVOICE-FREIGHT-LINE
              ADD WS-FRT-THIS-ORDER TO WS-INVOICE-TOTAL
              ADD WS-FRT-THIS-ORDER TO WS-INVOICE-FREIGHT
           END-IF.

       2140-RECORD-ORDER-BILLED.
           END-IF
           MOVE WS-ORD-ORDER-NUMBER(WS-ORDER-IDX)
             TO INVDONE-ORDER-NUMBER
           MOVE SPACES TO INVDONE-LINE-NUMBER
           WRITE INVOICED-CONTROL-REC
           CLOSE INVOICED-CONTROL-FILE.

           MOVE WS-INVOICE-TOTAL TO TRAN-AMOUNT
           MOVE "C"              TO TRAN-TYPE
           WRITE PAYMENT-TRAN-REC
      * THE DEPOSIT WAS CASH IN HAND ALL ALONG; APPLYING IT PAYS
      * DOWN THE CHARGE THE SAME AS A PAYMENT WOULD.
           IF WS-INVOICE-DEPOSIT > 0
              SUBTRACT WS-INVOICE-DEPOSIT FROM WS-CUST-NEW-BALANCE
              MOVE WS-CUST-NEW-BALANCE TO CUST-PAYMENT
              MOVE CUSTOMER-REC TO WS-CUST-ENTRY(WS-CUST-IDX)
              MOVE CUST-ID            TO TRAN-CUST-ID
              MOVE WS-TODAY-DATE      TO TRAN-DATE
              MOVE WS-INVOICE-DEPOSIT TO TRAN-AMOUNT
              MOVE "P"                TO TRAN-TYPE
              WRITE PAYMENT-TRAN-REC
           END-IF
           CLOSE PAYMENT-TRAN-FILE.

       2400-SHOW-CAD-TOTAL.
           MOVE CUST-ID                TO INVREG-CUST-ID
           MOVE WS-INVOICE-ORDER-COUNT TO INVREG-ORDER-COUNT
           MOVE WS-INVOICE-TOTAL       TO INVREG-AMOUNT
           MOVE WS-INVOICE-TAX         TO INVREG-TAX
           MOVE WS-INVOICE-FREIGHT     TO INVREG-FREIGHT
           MOVE WS-INVOICE-DEPOSIT     TO INVREG-DEPOSIT
           MOVE WS-RUN-COMPANY-CODE    TO INVREG-COMPANY
           WRITE INVOICE-REGISTER-REC
           CLOSE INVOICE-REGISTER-FILE.


      * SHARED ACCOUNTING-PERIOD GUARD. SEE ACCTPERPARA.CPY.
       COPY ACCTPERPARA.

      * SHARED ORDER-LINE LOAD AND ROLL-UP. SEE ORDLNPARA.CPY.
       COPY ORDLNPARA.

      * SHARED CUSTOMER DEPOSIT LOAD AND REWRITE. SEE DEPPARA.CPY.
       COPY DEPPARA.

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
