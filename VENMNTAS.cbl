       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * VENDOR MASTER MAINTENANCE.
      *
      * THE MILLS WE BUY MATERIAL FROM WERE A ROLODEX AND A PAPER
      * FILE OF INVOICES. THIS MENU-DRIVEN SCREEN (IN THE STYLE OF
      * LOANMNTAS) KEEPS VENDMAST.DAT, ONE ROW PER VENDOR:
      *   - ADD SETS UP THE REMIT-TO NAME AND ADDRESS, THE PAYMENT
      *     TERMS (NET DAYS, AND AN OPTIONAL EARLY-PAYMENT DISCOUNT
      *     PERCENT WITHIN SO MANY DAYS) AND THE PRICE AND FOOTAGE
      *     TOLERANCES APINVAS ALLOWS IN ITS THREE-WAY MATCH;
      *   - CHANGE UPDATES ANY OF THOSE -- A BLANK ANSWER KEEPS THE
      *     VALUE ON FILE;
      *   - INACTIVATE/REACTIVATE FLIPS THE STATUS. AN INACTIVE
      *     VENDOR TAKES NO NEW PURCHASE ORDERS OR INVOICES BUT
      *     STAYS ON FILE FOR ITS OPEN PAYABLES AND HISTORY.
      * EVERY CHANGE IS WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH
      * THE OPERATOR'S ID AND THE TIME, TO VENDMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VENDSEL.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\VENDMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY VENDFD.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(160).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

       01  WS-VEND-CHANGED-SW        PIC X(01) VALUE "N".
           88 VENDOR-CHANGES-MADE        VALUE "Y".

      * WORK RECORD, SAME SHAPE AS A VENDOR MASTER TABLE ROW.
       01  WS-WORK-VENDOR.
           05 WRK-VEND-NUMBER        PIC X(06).
           05 WRK-VEND-NAME          PIC X(30).
           05 WRK-VEND-ADDRESS       PIC X(30).
           05 WRK-VEND-CITY          PIC X(20).
           05 WRK-VEND-STATE         PIC X(02).
           05 WRK-VEND-ZIP           PIC X(10).
           05 WRK-VEND-TERMS         PIC 9(03).
           05 WRK-VEND-DISC-PCT      PIC 9(02)V99.
           05 WRK-VEND-DISC-DAYS     PIC 9(03).
           05 WRK-VEND-PRICE-TOL     PIC 9(02)V99.
           05 WRK-VEND-QTY-TOL       PIC 9(02)V99.
           05 WRK-VEND-STATUS        PIC X(01).

       01  WS-BEFORE-IMAGE           PIC X(117).
       01  WS-AFTER-IMAGE            PIC X(117).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-VENDOR-IN              PIC X(06).
       01  WS-TEXT-IN                PIC X(30).
       01  WS-DAYS-IN                PIC X(03).
       01  WS-DAYS-NUM REDEFINES WS-DAYS-IN
                                     PIC 9(03).
       01  WS-PCT-IN                 PIC X(04).
       01  WS-PCT-NUM REDEFINES WS-PCT-IN
                                     PIC 9(02)V99.
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-VENDORS-LISTED         PIC 9(03) VALUE 0.
       01  WS-EDIT-PCT               PIC Z9.99.
       01  WS-EDIT-PCT2              PIC Z9.99.

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
           05 AUD-IMAGE              PIC X(117).
           05 FILLER                 PIC X(07) VALUE SPACES.

       COPY VENDWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "VENMNTAS VENDOR MASTER MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "VENMNTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-VENDORS
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF VENDOR-CHANGES-MADE
              PERFORM 9973-WRITE-VENDOR-MASTER
              DISPLAY "VENMNTAS: VENDOR MASTER UPDATED"
           ELSE
              DISPLAY "VENMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE VENDOR MASTER IS THE SAME FILE MATSTKAS, APINVAS AND
      * APCHKAS READ, SO ANY OVERRIDE HERE SHOULD MATCH THEIRS.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "VENMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "VENDOR-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VENDOR-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VENDOR-MASTER-PATH.

       1100-LOAD-VENDORS.
           PERFORM 9972-LOAD-VENDOR-MASTER
           DISPLAY "VENDORS LOADED: " WS-VENDMAST-COUNT
           IF VENDMAST-TABLE-FULL
              DISPLAY "VENMNTAS: VENDOR TABLE FULL AT 200 "
                      "-- MAINTENANCE REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED VENDORS"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A VENDOR"
           DISPLAY "C - CHANGE A VENDOR"
           DISPLAY "I - INACTIVATE OR REACTIVATE A VENDOR"
           DISPLAY "L - LIST VENDORS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-VENDOR
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-VENDOR
              WHEN WS-MENU-CHOICE = "I" OR WS-MENU-CHOICE = "i"
                 PERFORM 2300-FLIP-VENDOR-STATUS
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-VENDORS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

       2010-FIND-VENDOR.
           DISPLAY "ENTER VENDOR NUMBER: "
           ACCEPT WS-VENDOR-IN
           MOVE WS-VENDOR-IN TO WS-VENDMAST-CHECK-NUMBER
           PERFORM 9974-FIND-VENDOR.

      * EVERY FIELD BUT THE NUMBER AND STATUS. A BLANK ANSWER KEEPS
      * WHAT IS IN THE WORK RECORD -- THE CURRENT VALUE ON A CHANGE,
      * THE SHOP DEFAULT ON AN ADD.
       2030-ACCEPT-VENDOR-DETAILS.
           DISPLAY "NAME (30), BLANK KEEPS: " WRK-VEND-NAME
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-VEND-NAME
           END-IF
           DISPLAY "REMIT-TO ADDRESS (30), BLANK KEEPS: "
                   WRK-VEND-ADDRESS
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-VEND-ADDRESS
           END-IF
           DISPLAY "CITY (20), BLANK KEEPS: " WRK-VEND-CITY
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-VEND-CITY
           END-IF
           DISPLAY "STATE (2), BLANK KEEPS: " WRK-VEND-STATE
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-VEND-STATE
           END-IF
           DISPLAY "ZIP (10), BLANK KEEPS: " WRK-VEND-ZIP
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-VEND-ZIP
           END-IF
           DISPLAY "TERMS, NET DAYS (3 DIGITS), BLANK KEEPS: "
                   WRK-VEND-TERMS
           ACCEPT WS-DAYS-IN
           IF WS-DAYS-IN NOT = SPACES
              IF WS-DAYS-IN IS NUMERIC
                 MOVE WS-DAYS-NUM TO WRK-VEND-TERMS
              ELSE
                 DISPLAY "  NET DAYS MUST BE 3 DIGITS."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           MOVE WRK-VEND-DISC-PCT TO WS-EDIT-PCT
           DISPLAY "EARLY-PAYMENT DISCOUNT PERCENT (4 DIGITS, 0200 = "
                   "2.00), BLANK KEEPS: " WS-EDIT-PCT
           ACCEPT WS-PCT-IN
           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-IN IS NUMERIC
                 MOVE WS-PCT-NUM TO WRK-VEND-DISC-PCT
              ELSE
                 DISPLAY "  DISCOUNT MUST BE 4 DIGITS."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF WRK-VEND-DISC-PCT > 0
              DISPLAY "DISCOUNT DAYS (3 DIGITS), BLANK KEEPS: "
                      WRK-VEND-DISC-DAYS
              ACCEPT WS-DAYS-IN
              IF WS-DAYS-IN NOT = SPACES
                 IF WS-DAYS-IN IS NUMERIC
                    MOVE WS-DAYS-NUM TO WRK-VEND-DISC-DAYS
                 ELSE
                    DISPLAY "  DISCOUNT DAYS MUST BE 3 DIGITS."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
              END-IF
              IF WRK-VEND-DISC-DAYS = 0
                 OR WRK-VEND-DISC-DAYS > WRK-VEND-TERMS
                 DISPLAY "  DISCOUNT DAYS MUST BE 1 TO THE NET DAYS."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           ELSE
              MOVE ZEROES TO WRK-VEND-DISC-DAYS
           END-IF
           MOVE WRK-VEND-PRICE-TOL TO WS-EDIT-PCT
           MOVE WRK-VEND-QTY-TOL   TO WS-EDIT-PCT2
           DISPLAY "INVOICE PRICE TOLERANCE PERCENT (4 DIGITS), "
                   "BLANK KEEPS: " WS-EDIT-PCT
           ACCEPT WS-PCT-IN
           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-IN IS NUMERIC
                 MOVE WS-PCT-NUM TO WRK-VEND-PRICE-TOL
              ELSE
                 DISPLAY "  TOLERANCE MUST BE 4 DIGITS."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           DISPLAY "INVOICE FOOTAGE TOLERANCE PERCENT (4 DIGITS), "
                   "BLANK KEEPS: " WS-EDIT-PCT2
           ACCEPT WS-PCT-IN
           IF WS-PCT-IN NOT = SPACES
              IF WS-PCT-IN IS NUMERIC
                 MOVE WS-PCT-NUM TO WRK-VEND-QTY-TOL
              ELSE
                 DISPLAY "  TOLERANCE MUST BE 4 DIGITS."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF WRK-VEND-NAME = SPACES
              DISPLAY "  NAME IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-VEND-TERMS = 0
              DISPLAY "  NET DAYS MAY NOT BE ZERO."
              MOVE "N" TO WS-VALID-SW
           END-IF.

      * A NEW VENDOR STARTS ON NET 30 WITH NO DISCOUNT, A 1 PERCENT
      * PRICE TOLERANCE AND A 2 PERCENT FOOTAGE TOLERANCE.
       2100-ADD-VENDOR.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-VENDOR
           EVALUATE TRUE
              WHEN WS-VENDOR-IN = SPACES
                 DISPLAY "VENDOR NUMBER IS REQUIRED -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN VENDMAST-ON-FILE
                 DISPLAY "VENDOR ALREADY ON FILE -- USE CHANGE."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-VENDMAST-COUNT = 200
                 DISPLAY "VENDOR TABLE FULL -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 MOVE SPACES TO WS-WORK-VENDOR
                 MOVE WS-VENDOR-IN TO WRK-VEND-NUMBER
                 MOVE 30 TO WRK-VEND-TERMS
                 MOVE ZEROES TO WRK-VEND-DISC-PCT WRK-VEND-DISC-DAYS
                 MOVE 1 TO WRK-VEND-PRICE-TOL
                 MOVE 2 TO WRK-VEND-QTY-TOL
                 MOVE "A" TO WRK-VEND-STATUS
                 PERFORM 2030-ACCEPT-VENDOR-DETAILS
           END-EVALUATE
           IF ENTRY-IS-VALID
              PERFORM 2410-SHOW-WORK-VENDOR
              DISPLAY "ADD THIS VENDOR (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              ADD 1 TO WS-VENDMAST-COUNT
              SET WS-VENDMAST-IDX TO WS-VENDMAST-COUNT
              MOVE WS-WORK-VENDOR
                TO WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
              MOVE "Y" TO WS-VEND-CHANGED-SW
              MOVE "ADD " TO AUD-ACTION
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-WORK-VENDOR TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "VENDOR " WRK-VEND-NUMBER " ADDED."
           ELSE
              DISPLAY "VENDOR NOT ADDED."
           END-IF.

       2200-CHANGE-VENDOR.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-VENDOR
           IF NOT VENDMAST-ON-FILE
              DISPLAY "VENDOR NOT ON FILE."
           ELSE
              MOVE WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                TO WS-BEFORE-IMAGE
              MOVE WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                TO WS-WORK-VENDOR
              PERFORM 2410-SHOW-WORK-VENDOR
              PERFORM 2030-ACCEPT-VENDOR-DETAILS
              IF ENTRY-IS-VALID
                 MOVE WS-WORK-VENDOR
                   TO WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                 MOVE "Y" TO WS-VEND-CHANGED-SW
                 MOVE "CHG " TO AUD-ACTION
                 MOVE WS-WORK-VENDOR TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "VENDOR CHANGED."
              ELSE
                 DISPLAY "VENDOR NOT CHANGED."
              END-IF
           END-IF.

      * INACTIVE VENDORS KEEP THEIR ROW SO THEIR OPEN PAYABLES CAN
      * STILL BE PAID.
       2300-FLIP-VENDOR-STATUS.
           PERFORM 2010-FIND-VENDOR
           IF NOT VENDMAST-ON-FILE
              DISPLAY "VENDOR NOT ON FILE."
           ELSE
              MOVE WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                TO WS-BEFORE-IMAGE
              MOVE WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                TO WS-WORK-VENDOR
              PERFORM 2410-SHOW-WORK-VENDOR
              IF WRK-VEND-STATUS = "A"
                 DISPLAY "INACTIVATE THIS VENDOR (Y/N)? "
              ELSE
                 DISPLAY "REACTIVATE THIS VENDOR (Y/N)? "
              END-IF
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                 IF WRK-VEND-STATUS = "A"
                    MOVE "I" TO WRK-VEND-STATUS
                    MOVE "INAC" TO AUD-ACTION
                 ELSE
                    MOVE "A" TO WRK-VEND-STATUS
                    MOVE "REAC" TO AUD-ACTION
                 END-IF
                 MOVE WS-WORK-VENDOR
                   TO WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                 MOVE "Y" TO WS-VEND-CHANGED-SW
                 MOVE WS-WORK-VENDOR TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "VENDOR STATUS NOW " WRK-VEND-STATUS "."
              ELSE
                 DISPLAY "VENDOR NOT CHANGED."
              END-IF
           END-IF.

       2400-LIST-VENDORS.
           MOVE 0 TO WS-VENDORS-LISTED
           PERFORM VARYING WS-VENDMAST-IDX FROM 1 BY 1
                     UNTIL WS-VENDMAST-IDX > WS-VENDMAST-COUNT
              MOVE WS-VENDMAST-ENTRY(WS-VENDMAST-IDX)
                TO WS-WORK-VENDOR
              DISPLAY " "
              PERFORM 2410-SHOW-WORK-VENDOR
              ADD 1 TO WS-VENDORS-LISTED
           END-PERFORM
           IF WS-VENDORS-LISTED = 0
              DISPLAY "NO VENDORS ON FILE."
           END-IF.

       2410-SHOW-WORK-VENDOR.
           DISPLAY "VENDOR:    " WRK-VEND-NUMBER "  " WRK-VEND-NAME
                   "  STATUS " WRK-VEND-STATUS
           DISPLAY "REMIT TO:  " WRK-VEND-ADDRESS
           DISPLAY "           " WRK-VEND-CITY " " WRK-VEND-STATE
                   " " WRK-VEND-ZIP
           MOVE WRK-VEND-DISC-PCT TO WS-EDIT-PCT
           DISPLAY "TERMS:     NET " WRK-VEND-TERMS
                   "  DISCOUNT " WS-EDIT-PCT "% IN "
                   WRK-VEND-DISC-DAYS " DAYS"
           MOVE WRK-VEND-PRICE-TOL TO WS-EDIT-PCT
           MOVE WRK-VEND-QTY-TOL   TO WS-EDIT-PCT2
           DISPLAY "MATCH TOLERANCE:  PRICE " WS-EDIT-PCT
                   "%  FOOTAGE " WS-EDIT-PCT2 "%".

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

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED VENDOR MASTER PARAGRAPHS. SEE VENDPARA.CPY.
       COPY VENDPARA.
