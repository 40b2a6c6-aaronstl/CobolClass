       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SHPMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * SHIP-TO MASTER MAINTENANCE.
      *
      * DATDIVCUST.DAT HOLDS ONE ADDRESS PER CUSTOMER, BUT OUR CHAIN
      * CUSTOMERS SHIP TO A DOZEN STORES THAT SHARE ONE BILL-TO
      * ACCOUNT. THIS MENU-DRIVEN SCREEN (IN THE STYLE OF VENMNTAS)
      * KEEPS SHIPTO.DAT, ONE ROW PER DELIVERY LOCATION UNDER A
      * CUSTOMER:
      *   - ADD SETS UP A SHIP-TO CODE FOR A CUSTOMER ON THE
      *     CUSTOMER MASTER, WITH THE LOCATION'S NAME, STREET,
      *     CITY, STATE AND ZIP;
      *   - CHANGE UPDATES ANY OF THOSE -- A BLANK ANSWER KEEPS THE
      *     VALUE ON FILE;
      *   - INACTIVATE/REACTIVATE FLIPS THE STATUS. AN INACTIVE
      *     SHIP-TO TAKES NO NEW ORDERS BUT STAYS ON FILE FOR THE
      *     ORDERS ALREADY SHIPPING THERE;
      *   - LIST SHOWS EVERY SHIP-TO FOR ONE CUSTOMER.
      * THE SHIP-TO'S STATE AND ZIP DRIVE SALES TAX AND FREIGHT ON
      * ORDERS SHIPPED THERE; STATEMENTS AND DUNNING LETTERS STILL
      * GO TO THE BILL-TO ADDRESS ON THE CUSTOMER MASTER.
      * EVERY CHANGE IS WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH
      * THE OPERATOR'S ID AND THE TIME, TO SHIPTOMAINT.LOG.
      * THE CITY, STATE AND ZIP ARE CHECKED AGAINST THE ZIP REFERENCE
      * FILE ZIPLODAS BUILDS: A ZIP NOT ON IT, OR IN ANOTHER STATE,
      * IS REFUSED, AND A CITY THAT IS NOT THE POST OFFICE'S NAME
      * FOR THE ZIP IS OFFERED THE RIGHT SPELLING.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SHPTSEL.

           SELECT CUSTOMER-FILE
             ASSIGN TO WS-CUSTOMER-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\SHIPTOMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY ZIPREFSEL.
           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY SHPTFD.

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(80).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(140).

       COPY ZIPREFFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-CUSTOMER-FILE-PATH     PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01  WS-CUSTOMER-FILE-STATUS   PIC X(02).
           88 CUSTOMER-FILE-OK           VALUE "00".
           88 END-OF-CUSTOMER-FILE       VALUE "10".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

       01  WS-SHIPTO-CHANGED-SW      PIC X(01) VALUE "N".
           88 SHIPTO-CHANGES-MADE        VALUE "Y".
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".

      * WORK RECORD, SAME SHAPE AS A SHIP-TO TABLE ROW.
       01  WS-WORK-SHIPTO.
           05 WRK-SHPT-CUST          PIC X(06).
           05 WRK-SHPT-CODE          PIC X(04).
           05 WRK-SHPT-NAME          PIC X(30).
           05 WRK-SHPT-ADDRESS       PIC X(30).
           05 WRK-SHPT-CITY          PIC X(20).
           05 WRK-SHPT-STATE         PIC X(02).
           05 WRK-SHPT-ZIP           PIC X(09).
           05 WRK-SHPT-STATUS        PIC X(01).

       01  WS-BEFORE-IMAGE           PIC X(102).
       01  WS-AFTER-IMAGE            PIC X(102).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-CUST-NUMBER-IN         PIC X(06).
       01  WS-SHIPTO-CODE-IN         PIC X(04).
       01  WS-TEXT-IN                PIC X(30).
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-SHIPTOS-LISTED         PIC 9(04) VALUE 0.

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
           05 AUD-IMAGE              PIC X(102).
           05 FILLER                 PIC X(02) VALUE SPACES.

       COPY SHPTWS.
       COPY ZIPREFWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "SHPMNTAS SHIP-TO MASTER MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "SHPMNTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-SHIP-TOS
           PERFORM 9915-OPEN-ZIP-REFERENCE
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           PERFORM 9919-CLOSE-ZIP-REFERENCE
           IF SHIPTO-CHANGES-MADE
              PERFORM 9963-WRITE-SHIP-TOS
              DISPLAY "SHPMNTAS: SHIP-TO MASTER UPDATED"
           ELSE
              DISPLAY "SHPMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE SHIP-TO MASTER IS THE SAME FILE ORDER ENTRY, MATHSHPS,
      * SHIPMANAS AND INVOICEAS READ, SO ANY OVERRIDE HERE SHOULD
      * MATCH THEIRS.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "SHPMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "SHIP-TO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHIP-TO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHIP-TO-PATH
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH
           MOVE "ZIP-REFERENCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ZIPREF-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ZIPREF-PATH.

       1100-LOAD-SHIP-TOS.
           PERFORM 9962-LOAD-SHIP-TOS
           DISPLAY "SHIP-TOS LOADED: " WS-SHIPTO-COUNT
           IF SHIPTO-TABLE-FULL
              DISPLAY "SHPMNTAS: SHIP-TO TABLE FULL AT 1000 "
                      "-- MAINTENANCE REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED SHIP-TOS"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A SHIP-TO"
           DISPLAY "C - CHANGE A SHIP-TO"
           DISPLAY "I - INACTIVATE OR REACTIVATE A SHIP-TO"
           DISPLAY "L - LIST A CUSTOMER'S SHIP-TOS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-SHIP-TO
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-SHIP-TO
              WHEN WS-MENU-CHOICE = "I" OR WS-MENU-CHOICE = "i"
                 PERFORM 2300-FLIP-SHIP-TO-STATUS
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-SHIP-TOS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

       2010-FIND-SHIP-TO.
           DISPLAY "CUSTOMER NUMBER (6): "
           ACCEPT WS-CUST-NUMBER-IN
           DISPLAY "SHIP-TO CODE (4): "
           ACCEPT WS-SHIPTO-CODE-IN
           MOVE WS-CUST-NUMBER-IN TO WS-SHIPTO-CHECK-CUST
           MOVE WS-SHIPTO-CODE-IN TO WS-SHIPTO-CHECK-CODE
           PERFORM 9964-FIND-SHIP-TO.

      * A LIVE CUSTOMER WHOSE CUST-ID STARTS WITH THE KEYED NUMBER,
      * THE SAME 6-CHARACTER MATCH ORDENTAS AND INVOICEAS USE.
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

      * EVERY FIELD BUT THE KEY AND STATUS. A BLANK ANSWER KEEPS
      * WHAT IS IN THE WORK RECORD.
       2030-ACCEPT-SHIP-TO-DETAILS.
           DISPLAY "LOCATION NAME (30), BLANK KEEPS: " WRK-SHPT-NAME
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-SHPT-NAME
           END-IF
           DISPLAY "STREET ADDRESS (30), BLANK KEEPS: "
                   WRK-SHPT-ADDRESS
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-SHPT-ADDRESS
           END-IF
           DISPLAY "CITY (20), BLANK KEEPS: " WRK-SHPT-CITY
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-SHPT-CITY
           END-IF
           DISPLAY "STATE (2), BLANK KEEPS: " WRK-SHPT-STATE
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-SHPT-STATE
           END-IF
           DISPLAY "ZIP (9), BLANK KEEPS: " WRK-SHPT-ZIP
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-SHPT-ZIP
           END-IF
           IF WRK-SHPT-NAME = SPACES
              DISPLAY "  LOCATION NAME IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-SHPT-ADDRESS = SPACES
              DISPLAY "  STREET ADDRESS IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
      * STATE AND ZIP ARE WHAT TAX AND FREIGHT ARE FIGURED FROM.
           IF WRK-SHPT-STATE = SPACES
              DISPLAY "  STATE IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-SHPT-ZIP = SPACES
              DISPLAY "  ZIP IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-SHPT-STATE NOT = SPACES AND WRK-SHPT-ZIP NOT = SPACES
              PERFORM 2040-CHECK-ADDRESS
           END-IF.

      * THE ZIP (ITS FIRST FIVE DIGITS) MUST BE ON THE ZIP REFERENCE
      * FILE AND IN THE STATE KEYED. THE STATE IS KEPT IN UPPER CASE
      * AND THE CITY AS THE OPERATOR LEFT IT AFTER THE OFFER.
       2040-CHECK-ADDRESS.
           MOVE WRK-SHPT-ZIP(1:5) TO WS-ZIPREF-CHECK-ZIP
           MOVE WRK-SHPT-STATE TO WS-ZIPREF-CHECK-STATE
           MOVE WRK-SHPT-CITY TO WS-ZIPREF-CHECK-CITY
           MOVE 20 TO WS-ZIPREF-CITY-WIDTH
           PERFORM 9917-CHECK-ADDRESS-ZIP
           MOVE WS-ZIPREF-CHECK-STATE TO WRK-SHPT-STATE
           MOVE WS-ZIPREF-CHECK-CITY TO WRK-SHPT-CITY
           IF NOT ZIPREF-ADDRESS-OK
              MOVE "N" TO WS-VALID-SW
           END-IF.

       2100-ADD-SHIP-TO.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-SHIP-TO
           EVALUATE TRUE
              WHEN WS-CUST-NUMBER-IN = SPACES
                 OR WS-SHIPTO-CODE-IN = SPACES
                 DISPLAY "CUSTOMER AND SHIP-TO CODE ARE REQUIRED -- "
                         "NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN SHIPTO-ON-FILE
                 DISPLAY "SHIP-TO ALREADY ON FILE -- USE CHANGE."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-SHIPTO-COUNT = 1000
                 DISPLAY "SHIP-TO TABLE FULL -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 PERFORM 2020-CHECK-CUSTOMER
                 IF NOT CUSTOMER-FOUND
                    DISPLAY "CUSTOMER NOT ON FILE -- NOT ADDED."
                    MOVE "N" TO WS-VALID-SW
                 ELSE
                    MOVE SPACES TO WS-WORK-SHIPTO
                    MOVE WS-CUST-NUMBER-IN TO WRK-SHPT-CUST
                    MOVE WS-SHIPTO-CODE-IN TO WRK-SHPT-CODE
                    MOVE "A" TO WRK-SHPT-STATUS
                    PERFORM 2030-ACCEPT-SHIP-TO-DETAILS
                 END-IF
           END-EVALUATE
           IF ENTRY-IS-VALID
              PERFORM 2410-SHOW-WORK-SHIP-TO
              DISPLAY "ADD THIS SHIP-TO (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              ADD 1 TO WS-SHIPTO-COUNT
              SET WS-SHIPTO-IDX TO WS-SHIPTO-COUNT
              MOVE WS-WORK-SHIPTO
                TO WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
              MOVE "Y" TO WS-SHIPTO-CHANGED-SW
              MOVE "ADD " TO AUD-ACTION
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-WORK-SHIPTO TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "SHIP-TO " WRK-SHPT-CUST "/" WRK-SHPT-CODE
                      " ADDED."
           ELSE
              DISPLAY "SHIP-TO NOT ADDED."
           END-IF.

       2200-CHANGE-SHIP-TO.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-SHIP-TO
           IF NOT SHIPTO-ON-FILE
              DISPLAY "SHIP-TO NOT ON FILE."
           ELSE
              MOVE WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                TO WS-BEFORE-IMAGE
              MOVE WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                TO WS-WORK-SHIPTO
              PERFORM 2410-SHOW-WORK-SHIP-TO
              PERFORM 2030-ACCEPT-SHIP-TO-DETAILS
              IF ENTRY-IS-VALID
                 MOVE WS-WORK-SHIPTO
                   TO WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                 MOVE "Y" TO WS-SHIPTO-CHANGED-SW
                 MOVE "CHG " TO AUD-ACTION
                 MOVE WS-WORK-SHIPTO TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "SHIP-TO CHANGED."
              ELSE
                 DISPLAY "SHIP-TO NOT CHANGED."
              END-IF
           END-IF.

      * INACTIVE SHIP-TOS KEEP THEIR ROW SO ORDERS ALREADY BOUND
      * THERE STILL RATE, TAX AND INVOICE TO THE RIGHT ADDRESS.
       2300-FLIP-SHIP-TO-STATUS.
           PERFORM 2010-FIND-SHIP-TO
           IF NOT SHIPTO-ON-FILE
              DISPLAY "SHIP-TO NOT ON FILE."
           ELSE
              MOVE WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                TO WS-BEFORE-IMAGE
              MOVE WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                TO WS-WORK-SHIPTO
              PERFORM 2410-SHOW-WORK-SHIP-TO
              IF WRK-SHPT-STATUS = "A"
                 DISPLAY "INACTIVATE THIS SHIP-TO (Y/N)? "
              ELSE
                 DISPLAY "REACTIVATE THIS SHIP-TO (Y/N)? "
              END-IF
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                 IF WRK-SHPT-STATUS = "A"
                    MOVE "I" TO WRK-SHPT-STATUS
                    MOVE "INAC" TO AUD-ACTION
                 ELSE
                    MOVE "A" TO WRK-SHPT-STATUS
                    MOVE "REAC" TO AUD-ACTION
                 END-IF
                 MOVE WS-WORK-SHIPTO
                   TO WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                 MOVE "Y" TO WS-SHIPTO-CHANGED-SW
                 MOVE WS-WORK-SHIPTO TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "SHIP-TO STATUS NOW " WRK-SHPT-STATUS "."
              ELSE
                 DISPLAY "SHIP-TO NOT CHANGED."
              END-IF
           END-IF.

       2400-LIST-SHIP-TOS.
           MOVE 0 TO WS-SHIPTOS-LISTED
           DISPLAY "CUSTOMER NUMBER (6): "
           ACCEPT WS-CUST-NUMBER-IN
           PERFORM VARYING WS-SHIPTO-IDX FROM 1 BY 1
                     UNTIL WS-SHIPTO-IDX > WS-SHIPTO-COUNT
              IF WS-SHIPTO-CUST(WS-SHIPTO-IDX) = WS-CUST-NUMBER-IN
                 MOVE WS-SHIPTO-ENTRY(WS-SHIPTO-IDX)
                   TO WS-WORK-SHIPTO
                 DISPLAY " "
                 PERFORM 2410-SHOW-WORK-SHIP-TO
                 ADD 1 TO WS-SHIPTOS-LISTED
              END-IF
           END-PERFORM
           IF WS-SHIPTOS-LISTED = 0
              DISPLAY "NO SHIP-TOS ON FILE FOR THAT CUSTOMER -- "
                      "ORDERS SHIP TO THE BILL-TO ADDRESS."
           END-IF.

       2410-SHOW-WORK-SHIP-TO.
           DISPLAY "SHIP-TO:   " WRK-SHPT-CUST "/" WRK-SHPT-CODE
                   "  " WRK-SHPT-NAME "  STATUS " WRK-SHPT-STATUS
           DISPLAY "           " WRK-SHPT-ADDRESS
           DISPLAY "           " WRK-SHPT-CITY " " WRK-SHPT-STATE
                   " " WRK-SHPT-ZIP.

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

      * SHARED SHIP-TO MASTER PARAGRAPHS. SEE SHPTPARA.CPY.
       COPY SHPTPARA.

      * SHARED ZIP REFERENCE PARAGRAPHS. SEE ZIPREFPARA.CPY.
       COPY ZIPREFPARA.
