       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APINVAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * VENDOR INVOICE ENTRY AND THREE-WAY MATCH.
      *
      * A MILL'S INVOICE WAS PAID FROM A PAPER FILE WITH NO CHECK
      * THAT WE GOT WHAT WE ORDERED. EACH INVOICE IS NOW KEYED HERE
      * AGAINST ITS PURCHASE ORDER AND MATCHED THREE WAYS:
      *   - THE PO (PURCHORD.DAT, RAISED IN MATSTKAS) MUST BE ON FILE,
      *     OPEN, AND FOR THIS VENDOR;
      *   - THE INVOICED PRICE PER SQUARE FOOT MUST BE WITHIN THE
      *     VENDOR'S PRICE TOLERANCE OF THE PO'S AGREED COST; AND
      *   - THE INVOICED FOOTAGE, WITH WHAT THE VENDOR HAS ALREADY
      *     BILLED ON THE PO, MAY NOT EXCEED THE FOOTAGE RECEIVED
      *     (OR THE FOOTAGE ORDERED) BY MORE THAN THE VENDOR'S
      *     FOOTAGE TOLERANCE.
      * A MATCHED INVOICE GOES ONTO THE OPEN-PAYABLES FILE WITH ITS
      * DUE DATE (AND ANY EARLY-PAYMENT DISCOUNT) FROM THE VENDOR'S
      * TERMS, AND ITS FOOTAGE IS BILLED AGAINST THE PO, WHICH
      * CLOSES ONCE FULLY INVOICED. AN INVOICE THAT FAILS WAITS ON
      * THE HOLD FILE (APHOLD.DAT) WITH THE REASON. FROM THE MENU
      * PURCHASING CAN:
      *   - PRINT THE HOLD REPORT;
      *   - RE-MATCH EVERY HELD INVOICE (E.G. AFTER THE MISSING
      *     FOOTAGE IS RECEIVED);
      *   - RELEASE A HELD INVOICE TO PAYABLES AS IT STANDS, ONCE
      *     THEY HAVE AGREED THE DIFFERENCE WITH THE MILL; OR
      *   - REJECT IT BACK TO THE VENDOR.
      * A VENDOR INVOICE NUMBER ALREADY ON PAYABLES OR ON HOLD IS
      * REFUSED AS A DUPLICATE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY VENDSEL.
             COPY POSEL.
             COPY APOPNSEL.
             SELECT AP-HOLD-FILE
               ASSIGN TO WS-AP-HOLD-PATH
               organization is line sequential
               file status is WS-AP-HOLD-STATUS.
             SELECT HOLD-REPORT
               ASSIGN TO WS-HOLD-REPORT-PATH
               organization is line sequential
               file status is WS-HOLD-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY VENDFD.
       COPY POFD.
       COPY APOPNFD.

      * ONE ROW PER INVOICE THAT FAILED THE MATCH, AS KEYED, WITH
      * THE REASON AND THE DATE IT WENT ON HOLD. STATUS "H" HELD,
      * "R" RELEASED TO PAYABLES (BY A RE-MATCH OR BY PURCHASING) OR
      * "X" REJECTED BACK TO THE VENDOR; ONLY "H" ROWS ARE REPORTED.
       FD  AP-HOLD-FILE
           RECORDING MODE IS F
           DATA RECORD IS AP-HOLD-REC.
       01  AP-HOLD-REC.
           05 AHLD-VEND-NUMBER         PIC X(06).
           05 AHLD-INVOICE-NUMBER      PIC X(10).
           05 AHLD-INVOICE-DATE        PIC 9(08).
           05 AHLD-PO-NUMBER           PIC X(06).
           05 AHLD-INV-QTY             PIC 9(09)V99.
           05 AHLD-INV-PRICE           PIC 9(03)V9(04).
           05 AHLD-AMOUNT              PIC 9(07)V99.
           05 AHLD-REASON              PIC X(02).
           05 AHLD-HOLD-DATE           PIC 9(08).
           05 AHLD-STATUS              PIC X(01).

       FD  HOLD-REPORT
           RECORDING MODE IS F
           DATA RECORD IS HOLD-REPORT-RECORD.
       01  HOLD-REPORT-RECORD          PIC X(132).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-AP-HOLD-PATH          PIC X(40)
           VALUE "C:\Users\Bob\APHOLD.DAT".
       01 WS-AP-HOLD-STATUS        PIC X(02).
           88 AP-HOLD-SUCCESSFUL       VALUE "00".
           88 END-OF-AP-HOLD           VALUE "10".
       01 WS-HOLD-REPORT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\APHOLD.rpt".
       01 WS-HOLD-REPORT-STATUS    PIC X(02).
           88 GOOD-HOLD-REPORT-WRITE   VALUE "00".

      * THE HOLD FILE, HELD IN MEMORY WHILE THE CLERK WORKS.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-HOLD-IDX.
              10 WS-HOLD-VENDOR         PIC X(06).
              10 WS-HOLD-INVOICE        PIC X(10).
              10 WS-HOLD-INV-DATE       PIC 9(08).
              10 WS-HOLD-PO             PIC X(06).
              10 WS-HOLD-QTY            PIC 9(09)V99.
              10 WS-HOLD-PRICE          PIC 9(03)V9(04).
              10 WS-HOLD-AMOUNT         PIC 9(07)V99.
              10 WS-HOLD-REASON         PIC X(02).
              10 WS-HOLD-DATE           PIC 9(08).
              10 WS-HOLD-STATUS         PIC X(01).
                  88 WS-HOLD-HELD           VALUE "H".
       01 WS-HOLD-COUNT            PIC 9(03) VALUE 0.
       01 WS-HOLD-FOUND-SW         PIC X(01) VALUE "N".
           88 HOLD-FOUND               VALUE "Y".

      * THE INVOICE BEING MATCHED -- KEYED, OR TAKEN OFF THE HOLD
      * TABLE FOR A RE-MATCH OR RELEASE.
       01 WS-WORK-INVOICE.
           05 WRK-INV-VENDOR         PIC X(06).
           05 WRK-INV-NUMBER         PIC X(10).
           05 WRK-INV-DATE           PIC 9(08).
           05 WRK-INV-PO             PIC X(06).
           05 WRK-INV-QTY            PIC 9(09)V99.
           05 WRK-INV-PRICE          PIC 9(03)V9(04).
           05 WRK-INV-AMOUNT         PIC 9(07)V99.

      * SPACES WHEN THE INVOICE MATCHED; OTHERWISE WHY NOT.
       01 WS-MATCH-REASON          PIC X(02).
           88 INVOICE-MATCHED          VALUE SPACES.
       01 WS-REASON-TEXT           PIC X(34).

       01 WS-CHANGES-SW.
           05 WS-HOLD-CHANGED-SW     PIC X(01) VALUE "N".
              88 HOLD-CHANGES-MADE       VALUE "Y".
           05 WS-PO-CHANGED-SW       PIC X(01) VALUE "N".
              88 PO-CHANGES-MADE         VALUE "Y".
           05 WS-APOPEN-CHANGED-SW   PIC X(01) VALUE "N".
              88 PAYABLE-CHANGES-MADE    VALUE "Y".
       01 WS-LOCKED-SW             PIC X(01) VALUE "N".
           88 FILES-LOCKED             VALUE "Y".

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 CLERK-DONE               VALUE "Y".
       01 WS-CONFIRM               PIC X(01).
       01 WS-VALID-SW              PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID           VALUE "Y".
       01 WS-DUPLICATE-SW          PIC X(01) VALUE "N".
           88 INVOICE-IS-DUPLICATE     VALUE "Y".
       01 WS-VENDOR-IN             PIC X(06).
       01 WS-INVOICE-IN            PIC X(10).
       01 WS-DATE-IN               PIC X(08).
       01 WS-DATE-NUM REDEFINES WS-DATE-IN
                                   PIC 9(08).
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YEAR-PART    PIC 9(04).
           05 WS-DATE-MONTH-PART   PIC 9(02).
           05 WS-DATE-DAY-PART     PIC 9(02).
       01 WS-QTY-IN                PIC X(09).
       01 WS-QTY-NUM REDEFINES WS-QTY-IN PIC 9(07)V99.
       01 WS-COST-IN               PIC X(07).
       01 WS-COST-NUM REDEFINES WS-COST-IN PIC 9(03)V9(04).

       01 WS-TODAY                 PIC 9(08).
       01 WS-PRICE-LIMIT           PIC 9(03)V9(04).
       01 WS-PRICE-DIFF            PIC 9(03)V9(04).
       01 WS-QTY-BILLED            PIC 9(09)V99.
       01 WS-QTY-LIMIT             PIC 9(09)V99.
       01 WS-INVOICES-KEYED        PIC 9(05) VALUE 0.
       01 WS-INVOICES-POSTED       PIC 9(05) VALUE 0.
       01 WS-INVOICES-HELD         PIC 9(05) VALUE 0.
       01 WS-AMOUNT-POSTED         PIC 9(09)V99 VALUE 0.
       01 WS-REMATCHED             PIC 9(03).
       01 WS-HOLDS-LISTED          PIC 9(03).
       01 WS-HOLD-TOTAL            PIC 9(09)V99.
       01 WS-EDIT-AMOUNT           PIC $$,$$$,$$9.99.

       01  HOLD-HDG-LINE.
           05 FILLER                 PIC X(30)
             VALUE "VENDOR INVOICES ON HOLD AS OF ".
           05 HOLD-HDG-DATE          PIC 9(08).
           05 FILLER                 PIC X(94) VALUE SPACES.

       01  HOLD-COL-LINE.
           05 FILLER                 PIC X(44) VALUE
             "VENDOR NAME                 INVOICE    INV D".
           05 FILLER                 PIC X(44) VALUE
             "ATE PO        FOOTAGE   PRICE      AMOUNT  D".
           05 FILLER                 PIC X(44) VALUE
             "AYS  REASON".

       01  HOLD-DETAIL-LINE.
           05 HOLD-DTL-VENDOR        PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-NAME          PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-INVOICE       PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-INV-DATE      PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-PO            PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-QTY           PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-PRICE         PIC ZZ9.9999.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-AMOUNT        PIC $$$$,$$9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 HOLD-DTL-DAYS          PIC ZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 HOLD-DTL-REASON        PIC X(34).
           05 FILLER                 PIC X(04) VALUE SPACES.

       01  HOLD-TOTAL-LINE.
           05 FILLER                 PIC X(17)
             VALUE "INVOICES ON HOLD:".
           05 HOLD-TOT-COUNT         PIC ZZ9.
           05 FILLER                 PIC X(14) VALUE "  TOTAL HELD: ".
           05 HOLD-TOT-AMOUNT        PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(84) VALUE SPACES.

       COPY VENDWS.
       COPY POWS.
       COPY APOPNWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "APINVAS VENDOR INVOICE ENTRY AND MATCH"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "APINVAS" TO WS-IOERR-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-FILES
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           PERFORM 4000-SAVE-CHANGES
           MOVE "APINVAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-INVOICES-KEYED TO WS-AUDIT-RECORDS-READ
           MOVE WS-INVOICES-POSTED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-AMOUNT-POSTED TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "INVOICES KEYED:    " WS-INVOICES-KEYED
           DISPLAY "POSTED TO PAYABLES: " WS-INVOICES-POSTED
           DISPLAY "PUT ON HOLD:       " WS-INVOICES-HELD
           DISPLAY "END APINVAS"
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR APINVAS. THE VENDOR, PO AND
      * PAYABLES ENTRIES SHOULD MATCH MATSTKAS'S AND APCHKAS'S.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "APINVAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "VENDOR-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VENDOR-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VENDOR-MASTER-PATH
           MOVE "PURCH-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PURCH-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PURCH-ORDER-PATH
           MOVE "OPEN-PAYABLES-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OPEN-PAYABLES-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OPEN-PAYABLES-PATH
           MOVE "AP-HOLD-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AP-HOLD-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AP-HOLD-PATH
           MOVE "HOLD-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-HOLD-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-HOLD-REPORT-PATH.

      * EVERYTHING THE SESSION CAN CHANGE IS LOADED WHOLE AND PUT
      * BACK AT THE END. IF ANY OF IT DID NOT FIT, NOTHING MAY BE
      * POSTED -- THE REWRITE WOULD DROP THE ROWS LEFT BEHIND.
       1100-LOAD-FILES.
           PERFORM 9972-LOAD-VENDOR-MASTER
           PERFORM 9975-LOAD-PURCH-ORDERS
           PERFORM 9978-LOAD-OPEN-PAYABLES
           PERFORM 1110-LOAD-HOLD-FILE
           IF POMAST-TABLE-FULL OR APOPEN-TABLE-FULL
              OR WS-HOLD-COUNT = 500
              MOVE "Y" TO WS-LOCKED-SW
              DISPLAY "APINVAS: PO, PAYABLES OR HOLD TABLE FULL -- "
                      "ENTRY AND RELEASE REFUSED; THE HOLD REPORT "
                      "CAN STILL BE PRINTED"
           END-IF.

       1110-LOAD-HOLD-FILE.
           OPEN INPUT AP-HOLD-FILE
           IF AP-HOLD-SUCCESSFUL
              PERFORM UNTIL END-OF-AP-HOLD
                       OR WS-HOLD-COUNT = 500
                 READ AP-HOLD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-HOLD-COUNT
                    SET WS-HOLD-IDX TO WS-HOLD-COUNT
                    MOVE AHLD-VEND-NUMBER
                      TO WS-HOLD-VENDOR(WS-HOLD-IDX)
                    MOVE AHLD-INVOICE-NUMBER
                      TO WS-HOLD-INVOICE(WS-HOLD-IDX)
                    MOVE AHLD-INVOICE-DATE
                      TO WS-HOLD-INV-DATE(WS-HOLD-IDX)
                    MOVE AHLD-PO-NUMBER TO WS-HOLD-PO(WS-HOLD-IDX)
                    MOVE AHLD-INV-QTY TO WS-HOLD-QTY(WS-HOLD-IDX)
                    MOVE AHLD-INV-PRICE TO WS-HOLD-PRICE(WS-HOLD-IDX)
                    MOVE AHLD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-IDX)
                    MOVE AHLD-REASON TO WS-HOLD-REASON(WS-HOLD-IDX)
                    MOVE AHLD-HOLD-DATE TO WS-HOLD-DATE(WS-HOLD-IDX)
                    MOVE AHLD-STATUS TO WS-HOLD-STATUS(WS-HOLD-IDX)
                 END-READ
              END-PERFORM
              CLOSE AP-HOLD-FILE
           END-IF.

       2000-PROMPT-CLERK.
           DISPLAY " "
           DISPLAY "E - ENTER A VENDOR INVOICE"
           DISPLAY "H - PRINT THE HOLD REPORT"
           DISPLAY "M - RE-MATCH EVERY HELD INVOICE"
           DISPLAY "R - RELEASE A HELD INVOICE TO PAYABLES"
           DISPLAY "J - REJECT A HELD INVOICE BACK TO THE VENDOR"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "H" OR WS-MENU-CHOICE = "h"
                 PERFORM 2500-PRINT-HOLD-REPORT
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN FILES-LOCKED
                 DISPLAY "FILES LOCKED THIS SESSION -- ONLY H OR X."
              WHEN WS-MENU-CHOICE = "E" OR WS-MENU-CHOICE = "e"
                 PERFORM 2100-ENTER-INVOICE
              WHEN WS-MENU-CHOICE = "M" OR WS-MENU-CHOICE = "m"
                 PERFORM 2200-REMATCH-HELD-INVOICES
              WHEN WS-MENU-CHOICE = "R" OR WS-MENU-CHOICE = "r"
                 PERFORM 2300-RELEASE-HELD-INVOICE
              WHEN WS-MENU-CHOICE = "J" OR WS-MENU-CHOICE = "j"
                 PERFORM 2400-REJECT-HELD-INVOICE
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * KEYS ONE INVOICE, MATCHES IT, AND EITHER POSTS IT OR PUTS IT
      * ON HOLD. THE VENDOR MUST BE ACTIVE ON THE VENDOR MASTER.
       2100-ENTER-INVOICE.
           MOVE "Y" TO WS-VALID-SW
           MOVE SPACES TO WS-WORK-INVOICE
           DISPLAY "VENDOR NUMBER (6): "
           ACCEPT WS-VENDOR-IN
           MOVE WS-VENDOR-IN TO WS-VENDMAST-CHECK-NUMBER
           PERFORM 9974-FIND-VENDOR
           EVALUATE TRUE
              WHEN NOT VENDMAST-ON-FILE
                 DISPLAY "VENDOR NOT ON VENDOR MASTER -- SEE VENMNTAS."
                 MOVE "N" TO WS-VALID-SW
              WHEN NOT WS-VENDMAST-ACTIVE(WS-VENDMAST-IDX)
                 DISPLAY "VENDOR IS INACTIVE -- NOT ENTERED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 DISPLAY "VENDOR: " WS-VENDMAST-NAME(WS-VENDMAST-IDX)
                 MOVE WS-VENDOR-IN TO WRK-INV-VENDOR
                 PERFORM 2110-ACCEPT-INVOICE-DETAILS
           END-EVALUATE
           IF ENTRY-IS-VALID
              COMPUTE WRK-INV-AMOUNT ROUNDED =
                      WRK-INV-QTY * WRK-INV-PRICE
              MOVE WRK-INV-AMOUNT TO WS-EDIT-AMOUNT
              DISPLAY "INVOICE AMOUNT: " WS-EDIT-AMOUNT
              DISPLAY "FILE THIS INVOICE (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              ADD 1 TO WS-INVOICES-KEYED
              PERFORM 3000-MATCH-INVOICE
              IF INVOICE-MATCHED
                 PERFORM 3100-POST-PAYABLE
                 DISPLAY "MATCHED -- POSTED TO OPEN PAYABLES, DUE "
                         WS-APOPEN-DUE-DATE(WS-APOPEN-IDX)
              ELSE
                 PERFORM 3200-PUT-ON-HOLD
                 PERFORM 3900-DESCRIBE-REASON
                 DISPLAY "NOT MATCHED -- ON HOLD: " WS-REASON-TEXT
              END-IF
           ELSE
              DISPLAY "INVOICE NOT FILED."
           END-IF.

       2110-ACCEPT-INVOICE-DETAILS.
           DISPLAY "VENDOR'S INVOICE NUMBER (10): "
           ACCEPT WS-INVOICE-IN
           MOVE WS-INVOICE-IN TO WRK-INV-NUMBER
           PERFORM 2120-CHECK-DUPLICATE
           IF WS-INVOICE-IN = SPACES
              DISPLAY "  INVOICE NUMBER IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF INVOICE-IS-DUPLICATE
              DISPLAY "  INVOICE ALREADY ON PAYABLES OR ON HOLD -- "
                      "DUPLICATE REFUSED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF ENTRY-IS-VALID
              DISPLAY "INVOICE DATE (YYYYMMDD): "
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN IS NOT NUMERIC
                 DISPLAY "  INVOICE DATE MUST BE YYYYMMDD."
                 MOVE "N" TO WS-VALID-SW
              ELSE
                 IF WS-DATE-MONTH-PART < 1 OR WS-DATE-MONTH-PART > 12
                    OR WS-DATE-DAY-PART < 1 OR WS-DATE-DAY-PART > 31
                    DISPLAY "  INVOICE DATE IS NOT A VALID DATE."
                    MOVE "N" TO WS-VALID-SW
                 ELSE
                    MOVE WS-DATE-NUM TO WRK-INV-DATE
                 END-IF
              END-IF
              DISPLAY "PO NUMBER (6): "
              ACCEPT WRK-INV-PO
              DISPLAY "FOOTAGE INVOICED (9 DIGITS, 000123450 = "
                      "1234.50): "
              ACCEPT WS-QTY-IN
              IF WS-QTY-IN IS NUMERIC AND WS-QTY-NUM > 0
                 MOVE WS-QTY-NUM TO WRK-INV-QTY
              ELSE
                 DISPLAY "  FOOTAGE MUST BE 9 DIGITS AND NOT ZERO."
                 MOVE "N" TO WS-VALID-SW
              END-IF
              DISPLAY "INVOICED PRICE PER SQ FT (7 DIGITS, 0012500 = "
                      "1.2500): "
              ACCEPT WS-COST-IN
              IF WS-COST-IN IS NUMERIC AND WS-COST-NUM > 0
                 MOVE WS-COST-NUM TO WRK-INV-PRICE
              ELSE
                 DISPLAY "  PRICE MUST BE 7 DIGITS AND NOT ZERO."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF.

      * THE SAME VENDOR INVOICE NUMBER MAY NOT BE PAID TWICE. A
      * REJECTED INVOICE MAY BE KEYED AGAIN ONCE THE MILL REISSUES
      * IT.
       2120-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SW
           PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                     UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
              IF WS-APOPEN-VENDOR(WS-APOPEN-IDX) = WRK-INV-VENDOR
                 AND WS-APOPEN-INVOICE(WS-APOPEN-IDX) = WRK-INV-NUMBER
                 MOVE "Y" TO WS-DUPLICATE-SW
              END-IF
           END-PERFORM
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF WS-HOLD-VENDOR(WS-HOLD-IDX) = WRK-INV-VENDOR
                 AND WS-HOLD-INVOICE(WS-HOLD-IDX) = WRK-INV-NUMBER
                 AND WS-HOLD-HELD(WS-HOLD-IDX)
                 MOVE "Y" TO WS-DUPLICATE-SW
              END-IF
           END-PERFORM.

      * EVERY HELD INVOICE IS MATCHED AGAIN AGAINST THE PO AS IT NOW
      * STANDS; THOSE THAT PASS ARE POSTED AND MARKED RELEASED.
       2200-REMATCH-HELD-INVOICES.
           MOVE 0 TO WS-REMATCHED
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF WS-HOLD-HELD(WS-HOLD-IDX)
                 PERFORM 2210-HOLD-TO-WORK
                 PERFORM 3000-MATCH-INVOICE
                 IF INVOICE-MATCHED
                    PERFORM 3100-POST-PAYABLE
                    MOVE "R" TO WS-HOLD-STATUS(WS-HOLD-IDX)
                    MOVE "Y" TO WS-HOLD-CHANGED-SW
                    ADD 1 TO WS-REMATCHED
                    DISPLAY "RELEASED: " WRK-INV-VENDOR " "
                            WRK-INV-NUMBER
                 ELSE
                    IF WS-MATCH-REASON NOT = WS-HOLD-REASON(WS-HOLD-IDX)
                       MOVE WS-MATCH-REASON
                         TO WS-HOLD-REASON(WS-HOLD-IDX)
                       MOVE "Y" TO WS-HOLD-CHANGED-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "HELD INVOICES NOW MATCHED AND POSTED: "
                   WS-REMATCHED.

       2210-HOLD-TO-WORK.
           MOVE WS-HOLD-VENDOR(WS-HOLD-IDX)   TO WRK-INV-VENDOR
           MOVE WS-HOLD-INVOICE(WS-HOLD-IDX)  TO WRK-INV-NUMBER
           MOVE WS-HOLD-INV-DATE(WS-HOLD-IDX) TO WRK-INV-DATE
           MOVE WS-HOLD-PO(WS-HOLD-IDX)       TO WRK-INV-PO
           MOVE WS-HOLD-QTY(WS-HOLD-IDX)      TO WRK-INV-QTY
           MOVE WS-HOLD-PRICE(WS-HOLD-IDX)    TO WRK-INV-PRICE
           MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX)   TO WRK-INV-AMOUNT.

       2220-FIND-HELD-INVOICE.
           MOVE "N" TO WS-HOLD-FOUND-SW
           DISPLAY "VENDOR NUMBER (6): "
           ACCEPT WS-VENDOR-IN
           DISPLAY "VENDOR'S INVOICE NUMBER (10): "
           ACCEPT WS-INVOICE-IN
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                        OR HOLD-FOUND
              IF WS-HOLD-VENDOR(WS-HOLD-IDX) = WS-VENDOR-IN
                 AND WS-HOLD-INVOICE(WS-HOLD-IDX) = WS-INVOICE-IN
                 AND WS-HOLD-HELD(WS-HOLD-IDX)
                 MOVE "Y" TO WS-HOLD-FOUND-SW
              END-IF
           END-PERFORM
           IF HOLD-FOUND
              SET WS-HOLD-IDX DOWN BY 1
              PERFORM 2210-HOLD-TO-WORK
              MOVE WS-HOLD-REASON(WS-HOLD-IDX) TO WS-MATCH-REASON
              PERFORM 3900-DESCRIBE-REASON
              MOVE WRK-INV-AMOUNT TO WS-EDIT-AMOUNT
              DISPLAY "PO " WRK-INV-PO "  AMOUNT " WS-EDIT-AMOUNT
                      "  HELD: " WS-REASON-TEXT
           ELSE
              DISPLAY "NO SUCH INVOICE ON HOLD."
           END-IF.

      * PURCHASING'S OVERRIDE: THE INVOICE IS POSTED AS KEYED. IF ITS
      * PO IS ON FILE THE FOOTAGE IS STILL BILLED AGAINST IT.
       2300-RELEASE-HELD-INVOICE.
           PERFORM 2220-FIND-HELD-INVOICE
           IF HOLD-FOUND
              MOVE WRK-INV-VENDOR TO WS-VENDMAST-CHECK-NUMBER
              PERFORM 9974-FIND-VENDOR
              IF NOT VENDMAST-ON-FILE
                 DISPLAY "VENDOR NO LONGER ON FILE -- NOT RELEASED."
              ELSE
                 DISPLAY "RELEASE TO PAYABLES AS KEYED (Y/N)? "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    PERFORM 3100-POST-PAYABLE
                    MOVE "R" TO WS-HOLD-STATUS(WS-HOLD-IDX)
                    MOVE "Y" TO WS-HOLD-CHANGED-SW
                    DISPLAY "RELEASED -- DUE "
                            WS-APOPEN-DUE-DATE(WS-APOPEN-IDX)
                 ELSE
                    DISPLAY "LEFT ON HOLD."
                 END-IF
              END-IF
           END-IF.

       2400-REJECT-HELD-INVOICE.
           PERFORM 2220-FIND-HELD-INVOICE
           IF HOLD-FOUND
              DISPLAY "REJECT BACK TO THE VENDOR (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                 MOVE "X" TO WS-HOLD-STATUS(WS-HOLD-IDX)
                 MOVE "Y" TO WS-HOLD-CHANGED-SW
                 DISPLAY "REJECTED."
              ELSE
                 DISPLAY "LEFT ON HOLD."
              END-IF
           END-IF.

      * EVERY INVOICE STILL ON HOLD, WITH HOW LONG IT HAS WAITED.
       2500-PRINT-HOLD-REPORT.
           MOVE 0 TO WS-HOLDS-LISTED
           MOVE 0 TO WS-HOLD-TOTAL
           OPEN OUTPUT HOLD-REPORT
           MOVE WS-TODAY TO HOLD-HDG-DATE
           WRITE HOLD-REPORT-RECORD FROM HOLD-HDG-LINE
           WRITE HOLD-REPORT-RECORD FROM HOLD-COL-LINE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF WS-HOLD-HELD(WS-HOLD-IDX)
                 PERFORM 2510-WRITE-HOLD-LINE
              END-IF
           END-PERFORM
           MOVE WS-HOLDS-LISTED TO HOLD-TOT-COUNT
           MOVE WS-HOLD-TOTAL TO HOLD-TOT-AMOUNT
           WRITE HOLD-REPORT-RECORD FROM HOLD-TOTAL-LINE
           CLOSE HOLD-REPORT
           DISPLAY "INVOICES ON HOLD: " WS-HOLDS-LISTED
           DISPLAY "REPORT: " WS-HOLD-REPORT-PATH.

       2510-WRITE-HOLD-LINE.
           MOVE WS-HOLD-VENDOR(WS-HOLD-IDX) TO HOLD-DTL-VENDOR
           MOVE WS-HOLD-VENDOR(WS-HOLD-IDX) TO WS-VENDMAST-CHECK-NUMBER
           PERFORM 9974-FIND-VENDOR
           IF VENDMAST-ON-FILE
              MOVE WS-VENDMAST-NAME(WS-VENDMAST-IDX) TO HOLD-DTL-NAME
           ELSE
              MOVE "** NOT ON FILE" TO HOLD-DTL-NAME
           END-IF
           MOVE WS-HOLD-INVOICE(WS-HOLD-IDX)  TO HOLD-DTL-INVOICE
           MOVE WS-HOLD-INV-DATE(WS-HOLD-IDX) TO HOLD-DTL-INV-DATE
           MOVE WS-HOLD-PO(WS-HOLD-IDX)       TO HOLD-DTL-PO
           MOVE WS-HOLD-QTY(WS-HOLD-IDX)      TO HOLD-DTL-QTY
           MOVE WS-HOLD-PRICE(WS-HOLD-IDX)    TO HOLD-DTL-PRICE
           MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX)   TO HOLD-DTL-AMOUNT
           IF WS-HOLD-DATE(WS-HOLD-IDX) IS NUMERIC
              AND WS-HOLD-DATE(WS-HOLD-IDX) > 0
              AND WS-HOLD-DATE(WS-HOLD-IDX) <= WS-TODAY
              COMPUTE HOLD-DTL-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE(WS-HOLD-IDX))
           ELSE
              MOVE 0 TO HOLD-DTL-DAYS
           END-IF
           MOVE WS-HOLD-REASON(WS-HOLD-IDX) TO WS-MATCH-REASON
           PERFORM 3900-DESCRIBE-REASON
           MOVE WS-REASON-TEXT TO HOLD-DTL-REASON
           WRITE HOLD-REPORT-RECORD FROM HOLD-DETAIL-LINE
           ADD 1 TO WS-HOLDS-LISTED
           ADD WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-HOLD-TOTAL.

      ******************************************************************
      * THE THREE-WAY MATCH OF THE WORK INVOICE. LEAVES WS-MATCH-
      * REASON SPACES ON A MATCH, OTHERWISE THE FIRST TEST FAILED:
      *   NP  PO NOT ON FILE          VN  PO IS FOR ANOTHER VENDOR
      *   PC  PO ALREADY CLOSED       PR  PRICE OUTSIDE TOLERANCE
      *   QR  BILLED MORE THAN RECEIVED
      *   QO  BILLED MORE THAN ORDERED
      * THE TOLERANCES ARE THE VENDOR'S OWN; THE VENDOR IS LEFT
      * FOUND IN THE VENDOR TABLE FOR 3100.
      ******************************************************************
       3000-MATCH-INVOICE.
           MOVE SPACES TO WS-MATCH-REASON
           MOVE WRK-INV-VENDOR TO WS-VENDMAST-CHECK-NUMBER
           PERFORM 9974-FIND-VENDOR
           MOVE WRK-INV-PO TO WS-POMAST-CHECK-NUMBER
           PERFORM 9977-FIND-PURCH-ORDER
           EVALUATE TRUE
              WHEN NOT POMAST-ON-FILE
                 MOVE "NP" TO WS-MATCH-REASON
              WHEN WS-POMAST-VENDOR(WS-POMAST-IDX) NOT = WRK-INV-VENDOR
                 MOVE "VN" TO WS-MATCH-REASON
              WHEN NOT WS-POMAST-OPEN(WS-POMAST-IDX)
                 MOVE "PC" TO WS-MATCH-REASON
              WHEN OTHER
                 PERFORM 3010-CHECK-PRICE-AND-FOOTAGE
           END-EVALUATE.

       3010-CHECK-PRICE-AND-FOOTAGE.
           COMPUTE WS-PRICE-LIMIT ROUNDED =
                   WS-POMAST-UNIT-COST(WS-POMAST-IDX)
                 * WS-VENDMAST-PRICE-TOL(WS-VENDMAST-IDX) / 100
           IF WRK-INV-PRICE > WS-POMAST-UNIT-COST(WS-POMAST-IDX)
              COMPUTE WS-PRICE-DIFF = WRK-INV-PRICE
                    - WS-POMAST-UNIT-COST(WS-POMAST-IDX)
           ELSE
              COMPUTE WS-PRICE-DIFF =
                      WS-POMAST-UNIT-COST(WS-POMAST-IDX)
                    - WRK-INV-PRICE
           END-IF
           COMPUTE WS-QTY-BILLED = WS-POMAST-INVOICED(WS-POMAST-IDX)
                                 + WRK-INV-QTY
           EVALUATE TRUE
              WHEN WS-PRICE-DIFF > WS-PRICE-LIMIT
                 MOVE "PR" TO WS-MATCH-REASON
              WHEN OTHER
                 COMPUTE WS-QTY-LIMIT ROUNDED =
                         WS-POMAST-RECEIVED(WS-POMAST-IDX)
                       * (100 + WS-VENDMAST-QTY-TOL(WS-VENDMAST-IDX))
                       / 100
                 IF WS-QTY-BILLED > WS-QTY-LIMIT
                    MOVE "QR" TO WS-MATCH-REASON
                 ELSE
                    COMPUTE WS-QTY-LIMIT ROUNDED =
                            WS-POMAST-ORDERED(WS-POMAST-IDX)
                          * (100 + WS-VENDMAST-QTY-TOL(WS-VENDMAST-IDX))
                          / 100
                    IF WS-QTY-BILLED > WS-QTY-LIMIT
                       MOVE "QO" TO WS-MATCH-REASON
                    END-IF
                 END-IF
           END-EVALUATE.

      * THE WORK INVOICE ONTO OPEN PAYABLES. DUE DATE AND DISCOUNT
      * COME FROM THE VENDOR'S TERMS (WS-VENDMAST-IDX IS ON THE
      * VENDOR). THE FOOTAGE IS BILLED AGAINST THE PO, WHICH CLOSES
      * WHEN IT HAS BEEN INVOICED IN FULL.
       3100-POST-PAYABLE.
           ADD 1 TO WS-APOPEN-COUNT
           SET WS-APOPEN-IDX TO WS-APOPEN-COUNT
           MOVE WRK-INV-VENDOR TO WS-APOPEN-VENDOR(WS-APOPEN-IDX)
           MOVE WRK-INV-NUMBER TO WS-APOPEN-INVOICE(WS-APOPEN-IDX)
           MOVE WRK-INV-DATE   TO WS-APOPEN-INV-DATE(WS-APOPEN-IDX)
           MOVE WRK-INV-PO     TO WS-APOPEN-PO(WS-APOPEN-IDX)
           MOVE WRK-INV-AMOUNT TO WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
           COMPUTE WS-APOPEN-DUE-DATE(WS-APOPEN-IDX) =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WRK-INV-DATE)
               + WS-VENDMAST-TERMS(WS-VENDMAST-IDX))
           IF WS-VENDMAST-DISC-PCT(WS-VENDMAST-IDX) > 0
              COMPUTE WS-APOPEN-DISC-AMT(WS-APOPEN-IDX) ROUNDED =
                      WRK-INV-AMOUNT
                    * WS-VENDMAST-DISC-PCT(WS-VENDMAST-IDX) / 100
              COMPUTE WS-APOPEN-DISC-DATE(WS-APOPEN-IDX) =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WRK-INV-DATE)
                  + WS-VENDMAST-DISC-DAYS(WS-VENDMAST-IDX))
           ELSE
              MOVE ZEROES TO WS-APOPEN-DISC-AMT(WS-APOPEN-IDX)
                             WS-APOPEN-DISC-DATE(WS-APOPEN-IDX)
           END-IF
           MOVE "O" TO WS-APOPEN-STATUS(WS-APOPEN-IDX)
           MOVE ZEROES TO WS-APOPEN-CHECK(WS-APOPEN-IDX)
                          WS-APOPEN-PAID-DATE(WS-APOPEN-IDX)
                          WS-APOPEN-PAID-AMT(WS-APOPEN-IDX)
           MOVE "Y" TO WS-APOPEN-CHANGED-SW
           ADD 1 TO WS-INVOICES-POSTED
           ADD WRK-INV-AMOUNT TO WS-AMOUNT-POSTED
           MOVE WRK-INV-PO TO WS-POMAST-CHECK-NUMBER
           PERFORM 9977-FIND-PURCH-ORDER
           IF POMAST-ON-FILE
              ADD WRK-INV-QTY TO WS-POMAST-INVOICED(WS-POMAST-IDX)
              IF WS-POMAST-INVOICED(WS-POMAST-IDX) >=
                 WS-POMAST-ORDERED(WS-POMAST-IDX)
                 MOVE "C" TO WS-POMAST-STATUS(WS-POMAST-IDX)
              END-IF
              MOVE "Y" TO WS-PO-CHANGED-SW
           END-IF.

      * A NEWLY KEYED INVOICE THAT FAILED THE MATCH.
       3200-PUT-ON-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HOLD-IDX TO WS-HOLD-COUNT
           MOVE WRK-INV-VENDOR  TO WS-HOLD-VENDOR(WS-HOLD-IDX)
           MOVE WRK-INV-NUMBER  TO WS-HOLD-INVOICE(WS-HOLD-IDX)
           MOVE WRK-INV-DATE    TO WS-HOLD-INV-DATE(WS-HOLD-IDX)
           MOVE WRK-INV-PO      TO WS-HOLD-PO(WS-HOLD-IDX)
           MOVE WRK-INV-QTY     TO WS-HOLD-QTY(WS-HOLD-IDX)
           MOVE WRK-INV-PRICE   TO WS-HOLD-PRICE(WS-HOLD-IDX)
           MOVE WRK-INV-AMOUNT  TO WS-HOLD-AMOUNT(WS-HOLD-IDX)
           MOVE WS-MATCH-REASON TO WS-HOLD-REASON(WS-HOLD-IDX)
           MOVE WS-TODAY        TO WS-HOLD-DATE(WS-HOLD-IDX)
           MOVE "H"             TO WS-HOLD-STATUS(WS-HOLD-IDX)
           MOVE "Y" TO WS-HOLD-CHANGED-SW
           ADD 1 TO WS-INVOICES-HELD
           IF WS-HOLD-COUNT = 500
              MOVE "Y" TO WS-LOCKED-SW
              DISPLAY "APINVAS: HOLD TABLE NOW FULL -- NO MORE "
                      "ENTRY THIS SESSION"
           END-IF.

       3900-DESCRIBE-REASON.
           EVALUATE WS-MATCH-REASON
              WHEN "NP"
                 MOVE "PO NOT ON FILE" TO WS-REASON-TEXT
              WHEN "VN"
                 MOVE "PO IS FOR ANOTHER VENDOR" TO WS-REASON-TEXT
              WHEN "PC"
                 MOVE "PO ALREADY CLOSED" TO WS-REASON-TEXT
              WHEN "PR"
                 MOVE "PRICE OUTSIDE TOLERANCE OF PO" TO WS-REASON-TEXT
              WHEN "QR"
                 MOVE "FOOTAGE BILLED EXCEEDS RECEIVED"
                   TO WS-REASON-TEXT
              WHEN "QO"
                 MOVE "FOOTAGE BILLED EXCEEDS ORDERED" TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-REASON-TEXT
           END-EVALUATE.

      * PUTS BACK WHATEVER THE SESSION CHANGED.
       4000-SAVE-CHANGES.
           IF PAYABLE-CHANGES-MADE
              PERFORM 9979-WRITE-OPEN-PAYABLES
           END-IF
           IF PO-CHANGES-MADE
              PERFORM 9976-WRITE-PURCH-ORDERS
           END-IF
           IF HOLD-CHANGES-MADE
              PERFORM 4100-WRITE-HOLD-FILE
           END-IF.

       4100-WRITE-HOLD-FILE.
           OPEN OUTPUT AP-HOLD-FILE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              MOVE WS-HOLD-VENDOR(WS-HOLD-IDX)   TO AHLD-VEND-NUMBER
              MOVE WS-HOLD-INVOICE(WS-HOLD-IDX)
                TO AHLD-INVOICE-NUMBER
              MOVE WS-HOLD-INV-DATE(WS-HOLD-IDX) TO AHLD-INVOICE-DATE
              MOVE WS-HOLD-PO(WS-HOLD-IDX)       TO AHLD-PO-NUMBER
              MOVE WS-HOLD-QTY(WS-HOLD-IDX)      TO AHLD-INV-QTY
              MOVE WS-HOLD-PRICE(WS-HOLD-IDX)    TO AHLD-INV-PRICE
              MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX)   TO AHLD-AMOUNT
              MOVE WS-HOLD-REASON(WS-HOLD-IDX)   TO AHLD-REASON
              MOVE WS-HOLD-DATE(WS-HOLD-IDX)     TO AHLD-HOLD-DATE
              MOVE WS-HOLD-STATUS(WS-HOLD-IDX)   TO AHLD-STATUS
              WRITE AP-HOLD-REC
              IF NOT AP-HOLD-SUCCESSFUL
                 MOVE "AP-HOLD-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-AP-HOLD-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE AP-HOLD-FILE.

      * SHARED VENDOR, PURCHASE-ORDER AND OPEN-PAYABLES PARAGRAPHS.
      * SEE VENDPARA.CPY, POPARA.CPY AND APOPNPARA.CPY.
       COPY VENDPARA.

       COPY POPARA.

       COPY APOPNPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
