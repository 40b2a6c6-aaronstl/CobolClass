       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REBMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * VOLUME-REBATE AGREEMENT MAINTENANCE.
      *
      * OUR CONTRACT CUSTOMERS EARN A REBATE ON A YEAR'S PURCHASES
      * ONCE THEY CROSS THE THRESHOLDS IN THEIR AGREEMENT. THIS
      * MENU-DRIVEN SCREEN (IN THE STYLE OF SHPMNTAS) KEEPS
      * REBATEAGR.DAT, ONE ROW PER CUSTOMER PER CALENDAR YEAR:
      *   - ADD SETS UP A YEAR'S AGREEMENT FOR A CUSTOMER ON THE
      *     CUSTOMER MASTER, WITH UP TO FOUR TIERS, EACH A PURCHASE
      *     FLOOR AND THE REBATE PERCENT EARNED AT IT;
      *   - CHANGE RE-KEYS THE TIERS -- A BLANK ANSWER KEEPS THE
      *     VALUE ON FILE;
      *   - INACTIVATE/REACTIVATE FLIPS THE STATUS. AN INACTIVE
      *     AGREEMENT IS NEITHER TRACKED NOR SETTLED;
      *   - LIST SHOWS EVERY AGREEMENT FOR ONE CUSTOMER.
      * AN AGREEMENT REBATEAS HAS ALREADY SETTLED (STATUS "P") CAN
      * NO LONGER BE CHANGED OR INACTIVATED.
      * EVERY CHANGE IS WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH
      * THE OPERATOR'S ID AND THE TIME, TO REBATEMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REBASEL.

           SELECT CUSTOMER-FILE
             ASSIGN TO WS-CUSTOMER-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\REBATEMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY REBAFD.

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID                  PIC X(13).
           05 FILLER                   PIC X(80).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(120).

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

       01  WS-REBA-CHANGED-SW        PIC X(01) VALUE "N".
           88 REBA-CHANGES-MADE          VALUE "Y".
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".

      * WORK RECORD, SAME SHAPE AS AN AGREEMENT TABLE ROW.
       01  WS-WORK-REBA.
           05 WRK-REBA-CUST          PIC X(06).
           05 WRK-REBA-YEAR          PIC 9(04).
           05 WRK-REBA-TIER OCCURS 4 TIMES.
              10 WRK-REBA-FLOOR      PIC 9(07)V99.
              10 WRK-REBA-PCT        PIC 9(02)V99.
           05 WRK-REBA-STATUS        PIC X(01).
           05 WRK-REBA-PAID-DATE     PIC 9(08).
           05 WRK-REBA-PAID-AMT      PIC 9(07)V99.

       01  WS-BEFORE-IMAGE           PIC X(80).
       01  WS-AFTER-IMAGE            PIC X(80).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-CUST-NUMBER-IN         PIC X(06).
       01  WS-YEAR-IN                PIC X(04).
       01  WS-YEAR-NUM REDEFINES WS-YEAR-IN
                                     PIC 9(04).
       01  WS-FLOOR-IN               PIC X(09).
       01  WS-FLOOR-NUM REDEFINES WS-FLOOR-IN
                                     PIC 9(07)V99.
       01  WS-PCT-IN                 PIC X(04).
       01  WS-PCT-NUM REDEFINES WS-PCT-IN
                                     PIC 9(02)V99.
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-AGREEMENTS-LISTED      PIC 9(03) VALUE 0.
       01  WS-TIER-SUB               PIC 9(01).
       01  WS-PRIOR-FLOOR            PIC 9(07)V99.
       01  WS-PRIOR-PCT              PIC 9(02)V99.
       01  WS-ZERO-TIER-SW           PIC X(01).
           88 ZERO-TIER-SEEN             VALUE "Y".

       01  WS-EDIT-FLOOR             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT               PIC Z9.99.
       01  WS-EDIT-PAID              PIC Z,ZZZ,ZZ9.99.

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
           05 AUD-IMAGE              PIC X(80).
           05 FILLER                 PIC X(04) VALUE SPACES.

       COPY REBAWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "REBMNTAS VOLUME-REBATE AGREEMENT MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "REBMNTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-AGREEMENTS
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF REBA-CHANGES-MADE
              PERFORM 9944-WRITE-REBATE-AGREEMENTS
              DISPLAY "REBMNTAS: REBATE AGREEMENTS UPDATED"
           ELSE
              DISPLAY "REBMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE AGREEMENT FILE IS THE SAME FILE REBATEAS AND MONENDAS
      * READ, SO ANY OVERRIDE HERE SHOULD MATCH THEIRS.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "REBMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "REBATE-AGREE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REBATE-AGREE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REBATE-AGREE-PATH
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH.

       1100-LOAD-AGREEMENTS.
           PERFORM 9943-LOAD-REBATE-AGREEMENTS
           DISPLAY "AGREEMENTS LOADED: " WS-REBA-COUNT
           IF REBA-TABLE-FULL
              DISPLAY "REBMNTAS: AGREEMENT TABLE FULL AT 500 "
                      "-- MAINTENANCE REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED AGREEMENTS"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD AN AGREEMENT"
           DISPLAY "C - CHANGE AN AGREEMENT"
           DISPLAY "I - INACTIVATE OR REACTIVATE AN AGREEMENT"
           DISPLAY "L - LIST A CUSTOMER'S AGREEMENTS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-AGREEMENT
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-AGREEMENT
              WHEN WS-MENU-CHOICE = "I" OR WS-MENU-CHOICE = "i"
                 PERFORM 2300-FLIP-AGREEMENT-STATUS
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-AGREEMENTS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

       2010-FIND-AGREEMENT.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "CUSTOMER NUMBER (6): "
           ACCEPT WS-CUST-NUMBER-IN
           DISPLAY "REBATE YEAR (YYYY): "
           ACCEPT WS-YEAR-IN
           MOVE "N" TO WS-REBA-FOUND-SW
           IF WS-YEAR-IN IS NUMERIC
              MOVE WS-CUST-NUMBER-IN TO WS-REBA-CHECK-CUST
              MOVE WS-YEAR-NUM TO WS-REBA-CHECK-YEAR
              PERFORM 9945-FIND-REBATE-AGREEMENT
           ELSE
              DISPLAY "  YEAR MUST BE 4 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF.

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

      * THE FOUR TIERS. A BLANK ANSWER KEEPS WHAT IS IN THE WORK
      * RECORD; A ZERO FLOOR ENDS THE SCHEDULE.
       2030-ACCEPT-TIERS.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                     UNTIL WS-TIER-SUB > 4
              MOVE WRK-REBA-FLOOR(WS-TIER-SUB) TO WS-EDIT-FLOOR
              DISPLAY "TIER " WS-TIER-SUB " PURCHASE FLOOR (9 DIGITS, "
                      "002500000 = 25,000.00), BLANK KEEPS: "
                      WS-EDIT-FLOOR
              ACCEPT WS-FLOOR-IN
              IF WS-FLOOR-IN NOT = SPACES
                 IF WS-FLOOR-IN IS NUMERIC
                    MOVE WS-FLOOR-NUM TO WRK-REBA-FLOOR(WS-TIER-SUB)
                 ELSE
                    DISPLAY "  FLOOR MUST BE 9 DIGITS."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
              END-IF
              IF WRK-REBA-FLOOR(WS-TIER-SUB) > 0
                 MOVE WRK-REBA-PCT(WS-TIER-SUB) TO WS-EDIT-PCT
                 DISPLAY "TIER " WS-TIER-SUB " REBATE PERCENT "
                         "(4 DIGITS, 0200 = 2.00), BLANK KEEPS: "
                         WS-EDIT-PCT
                 ACCEPT WS-PCT-IN
                 IF WS-PCT-IN NOT = SPACES
                    IF WS-PCT-IN IS NUMERIC
                       MOVE WS-PCT-NUM TO WRK-REBA-PCT(WS-TIER-SUB)
                    ELSE
                       DISPLAY "  PERCENT MUST BE 4 DIGITS."
                       MOVE "N" TO WS-VALID-SW
                    END-IF
                 END-IF
              ELSE
                 MOVE 0 TO WRK-REBA-PCT(WS-TIER-SUB)
              END-IF
           END-PERFORM
           PERFORM 2040-CHECK-TIERS.

      * AT LEAST ONE TIER; FLOORS AND PERCENTS BOTH CLIMB; NO TIER
      * AFTER AN EMPTY ONE, SO THE SCHEDULE READS TOP TO BOTTOM.
       2040-CHECK-TIERS.
           MOVE 0 TO WS-PRIOR-FLOOR
           MOVE 0 TO WS-PRIOR-PCT
           MOVE "N" TO WS-ZERO-TIER-SW
           IF WRK-REBA-FLOOR(1) = 0
              DISPLAY "  AT LEAST ONE TIER IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                     UNTIL WS-TIER-SUB > 4
              IF WRK-REBA-FLOOR(WS-TIER-SUB) = 0
                 MOVE "Y" TO WS-ZERO-TIER-SW
              ELSE
                 IF ZERO-TIER-SEEN
                    DISPLAY "  TIER " WS-TIER-SUB
                            " FOLLOWS AN EMPTY TIER."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
                 IF WRK-REBA-FLOOR(WS-TIER-SUB) NOT > WS-PRIOR-FLOOR
                    AND WS-TIER-SUB > 1
                    DISPLAY "  TIER " WS-TIER-SUB
                            " FLOOR MUST BE ABOVE THE TIER BELOW IT."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
                 IF WRK-REBA-PCT(WS-TIER-SUB) = 0
                    DISPLAY "  TIER " WS-TIER-SUB
                            " NEEDS A REBATE PERCENT."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
                 IF WRK-REBA-PCT(WS-TIER-SUB) NOT > WS-PRIOR-PCT
                    AND WS-TIER-SUB > 1
                    DISPLAY "  TIER " WS-TIER-SUB
                            " PERCENT MUST BE ABOVE THE TIER BELOW IT."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
                 MOVE WRK-REBA-FLOOR(WS-TIER-SUB) TO WS-PRIOR-FLOOR
                 MOVE WRK-REBA-PCT(WS-TIER-SUB) TO WS-PRIOR-PCT
              END-IF
           END-PERFORM.

       2100-ADD-AGREEMENT.
           PERFORM 2010-FIND-AGREEMENT
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 CONTINUE
              WHEN WS-CUST-NUMBER-IN = SPACES
                 DISPLAY "CUSTOMER NUMBER IS REQUIRED -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN REBA-ON-FILE
                 DISPLAY "AGREEMENT ALREADY ON FILE -- USE CHANGE."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-REBA-COUNT = 500
                 DISPLAY "AGREEMENT TABLE FULL -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 PERFORM 2020-CHECK-CUSTOMER
                 IF NOT CUSTOMER-FOUND
                    DISPLAY "CUSTOMER NOT ON FILE -- NOT ADDED."
                    MOVE "N" TO WS-VALID-SW
                 ELSE
                    INITIALIZE WS-WORK-REBA
                    MOVE WS-CUST-NUMBER-IN TO WRK-REBA-CUST
                    MOVE WS-YEAR-NUM TO WRK-REBA-YEAR
                    MOVE "A" TO WRK-REBA-STATUS
                    PERFORM 2030-ACCEPT-TIERS
                 END-IF
           END-EVALUATE
           IF ENTRY-IS-VALID
              PERFORM 2410-SHOW-WORK-AGREEMENT
              DISPLAY "ADD THIS AGREEMENT (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              ADD 1 TO WS-REBA-COUNT
              SET WS-REBA-IDX TO WS-REBA-COUNT
              MOVE WS-WORK-REBA TO WS-REBA-ROW(WS-REBA-IDX)
              MOVE 0 TO WS-REBA-VOLUME(WS-REBA-IDX)
              MOVE "Y" TO WS-REBA-CHANGED-SW
              MOVE "ADD " TO AUD-ACTION
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-WORK-REBA TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "AGREEMENT " WRK-REBA-CUST "/" WRK-REBA-YEAR
                      " ADDED."
           ELSE
              DISPLAY "AGREEMENT NOT ADDED."
           END-IF.

       2200-CHANGE-AGREEMENT.
           PERFORM 2010-FIND-AGREEMENT
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 DISPLAY "AGREEMENT NOT CHANGED."
              WHEN NOT REBA-ON-FILE
                 DISPLAY "AGREEMENT NOT ON FILE."
              WHEN WS-REBA-PAID(WS-REBA-IDX)
                 DISPLAY "AGREEMENT ALREADY SETTLED -- NOT CHANGED."
              WHEN OTHER
                 MOVE WS-REBA-ROW(WS-REBA-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-REBA-ROW(WS-REBA-IDX) TO WS-WORK-REBA
                 PERFORM 2410-SHOW-WORK-AGREEMENT
                 PERFORM 2030-ACCEPT-TIERS
                 IF ENTRY-IS-VALID
                    MOVE WS-WORK-REBA TO WS-REBA-ROW(WS-REBA-IDX)
                    MOVE "Y" TO WS-REBA-CHANGED-SW
                    MOVE "CHG " TO AUD-ACTION
                    MOVE WS-WORK-REBA TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "AGREEMENT CHANGED."
                 ELSE
                    DISPLAY "AGREEMENT NOT CHANGED."
                 END-IF
           END-EVALUATE.

       2300-FLIP-AGREEMENT-STATUS.
           PERFORM 2010-FIND-AGREEMENT
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 DISPLAY "AGREEMENT NOT CHANGED."
              WHEN NOT REBA-ON-FILE
                 DISPLAY "AGREEMENT NOT ON FILE."
              WHEN WS-REBA-PAID(WS-REBA-IDX)
                 DISPLAY "AGREEMENT ALREADY SETTLED -- NOT CHANGED."
              WHEN OTHER
                 MOVE WS-REBA-ROW(WS-REBA-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-REBA-ROW(WS-REBA-IDX) TO WS-WORK-REBA
                 PERFORM 2410-SHOW-WORK-AGREEMENT
                 IF WRK-REBA-STATUS = "A"
                    DISPLAY "INACTIVATE THIS AGREEMENT (Y/N)? "
                 ELSE
                    DISPLAY "REACTIVATE THIS AGREEMENT (Y/N)? "
                 END-IF
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    IF WRK-REBA-STATUS = "A"
                       MOVE "I" TO WRK-REBA-STATUS
                       MOVE "INAC" TO AUD-ACTION
                    ELSE
                       MOVE "A" TO WRK-REBA-STATUS
                       MOVE "REAC" TO AUD-ACTION
                    END-IF
                    MOVE WS-WORK-REBA TO WS-REBA-ROW(WS-REBA-IDX)
                    MOVE "Y" TO WS-REBA-CHANGED-SW
                    MOVE WS-WORK-REBA TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "AGREEMENT STATUS NOW " WRK-REBA-STATUS "."
                 ELSE
                    DISPLAY "AGREEMENT NOT CHANGED."
                 END-IF
           END-EVALUATE.

       2400-LIST-AGREEMENTS.
           MOVE 0 TO WS-AGREEMENTS-LISTED
           DISPLAY "CUSTOMER NUMBER (6): "
           ACCEPT WS-CUST-NUMBER-IN
           PERFORM VARYING WS-REBA-IDX FROM 1 BY 1
                     UNTIL WS-REBA-IDX > WS-REBA-COUNT
              IF WS-REBA-CUST(WS-REBA-IDX) = WS-CUST-NUMBER-IN
                 MOVE WS-REBA-ROW(WS-REBA-IDX) TO WS-WORK-REBA
                 DISPLAY " "
                 PERFORM 2410-SHOW-WORK-AGREEMENT
                 ADD 1 TO WS-AGREEMENTS-LISTED
              END-IF
           END-PERFORM
           IF WS-AGREEMENTS-LISTED = 0
              DISPLAY "NO REBATE AGREEMENTS ON FILE FOR THAT "
                      "CUSTOMER."
           END-IF.

       2410-SHOW-WORK-AGREEMENT.
           DISPLAY "AGREEMENT: " WRK-REBA-CUST "/" WRK-REBA-YEAR
                   "  STATUS " WRK-REBA-STATUS
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                     UNTIL WS-TIER-SUB > 4
              IF WRK-REBA-FLOOR(WS-TIER-SUB) > 0
                 MOVE WRK-REBA-FLOOR(WS-TIER-SUB) TO WS-EDIT-FLOOR
                 MOVE WRK-REBA-PCT(WS-TIER-SUB) TO WS-EDIT-PCT
                 DISPLAY "  TIER " WS-TIER-SUB "  FROM "
                         WS-EDIT-FLOOR "  " WS-EDIT-PCT "%"
              END-IF
           END-PERFORM
           IF WRK-REBA-STATUS = "P"
              MOVE WRK-REBA-PAID-AMT TO WS-EDIT-PAID
              DISPLAY "  SETTLED " WRK-REBA-PAID-DATE "  REBATE "
                      WS-EDIT-PAID
           END-IF.

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

      * SHARED VOLUME-REBATE AGREEMENT PARAGRAPHS. SEE REBAPARA.CPY.
       COPY REBAPARA.
