       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMPMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * COMPANY MASTER MAINTENANCE.
      *
      * THE VEHICLE LOT AND THE RUG BUSINESS ARE SEPARATE LEGAL
      * COMPANIES, EACH WITH ITS OWN PAYROLL, TAX IDS, BANK ACCOUNT,
      * CHECK NUMBERS, CUSTOMERS AND GL. THIS MENU-DRIVEN SCREEN (IN
      * THE STYLE OF DPTMNTAS) KEEPS COMPANY.DAT, ONE ROW PER
      * COMPANY:
      *   - THE 2-CHARACTER CODE THE EMPLOYEE, CUSTOMER AND RUG-ORDER
      *     MASTERS, THE CHECK REGISTER AND THE GL CONTROL AND
      *     JOURNAL FILES CARRY. A BLANK CODE ON THOSE FILES MEANS
      *     COMPANY 01, THE ORIGINAL BUSINESS;
      *   - THE LEGAL NAME, FEDERAL EMPLOYER ID AND STATE TAX ID;
      *   - THE BANK ROUTING AND ACCOUNT ITS CHECKS DRAW ON;
      *   - THE CHECK NUMBER ITS FIRST PAYROLL STARTS AT. AFTER THE
      *     FIRST RUN CALCPYAS CARRIES THE NUMBER FORWARD ITSELF;
      *   - STATUS "A" ACTIVE OR "I" INACTIVE. AN INACTIVE COMPANY
      *     STAYS ON FILE FOR ITS HISTORY BUT NO RUN WILL TAKE IT.
      * PAYROLL ROLE ONLY, AND AN OPERATOR CAN ONLY CHANGE A COMPANY
      * THEY ARE AUTHORIZED FOR ON THE OPERATOR MASTER. EVERY CHANGE
      * IS WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH THE
      * OPERATOR'S ID AND THE TIME, TO COMPMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COMPSEL.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\COMPMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY COMPFD.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(130).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

      * THE WHOLE MASTER HELD IN MEMORY WHILE THE OPERATOR WORKS,
      * REWRITTEN ON EXIT ONLY IF IT CHANGED.
       01  WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-COMP-IDX
                             PIC X(91).
       01  WS-COMP-COUNT             PIC 9(02) VALUE 0.
       01  WS-COMP-FOUND-SW          PIC X(01) VALUE "N".
           88 COMPANY-FOUND              VALUE "Y".
       01  WS-COMP-CHANGED-SW        PIC X(01) VALUE "N".
           88 COMP-CHANGES-MADE          VALUE "Y".

      * WORK RECORD, SAME SHAPE AS THE FILE.
       01  WS-WORK-COMP.
           05 WRK-COMP-CODE          PIC X(02).
           05 WRK-COMP-NAME          PIC X(30).
           05 WRK-COMP-FEIN          PIC X(09).
           05 WRK-COMP-FEIN-NUM REDEFINES WRK-COMP-FEIN
                                     PIC 9(09).
           05 WRK-COMP-STATE-ID      PIC X(15).
           05 WRK-COMP-ROUTING       PIC X(09).
           05 WRK-COMP-ROUTING-NUM REDEFINES WRK-COMP-ROUTING
                                     PIC 9(09).
           05 WRK-COMP-ACCOUNT       PIC X(17).
           05 WRK-COMP-FIRST-CHECK   PIC X(08).
           05 WRK-COMP-FIRST-CHK-NUM REDEFINES WRK-COMP-FIRST-CHECK
                                     PIC 9(08).
           05 WRK-COMP-STATUS        PIC X(01).
               88 WRK-COMP-STATUS-VALID  VALUES "A" "I".

       01  WS-BEFORE-IMAGE           PIC X(91).
       01  WS-AFTER-IMAGE            PIC X(91).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-COMP-CODE-IN           PIC X(02).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".

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
           05 AUD-IMAGE              PIC X(91).
           05 FILLER                 PIC X(03) VALUE SPACES.

       COPY COMPWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "COMPMNTAS COMPANY MASTER MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "COMPMNTAS" TO WS-IOERR-PROGRAM-ID
           IF NOT OPERATOR-IS-PAYROLL
              DISPLAY "COMPMNTAS: PAYROLL ROLE REQUIRED TO MAINTAIN "
                      "THE COMPANY MASTER"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-COMPANY-MASTER
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF COMP-CHANGES-MADE
              PERFORM 3000-REWRITE-COMPANY-MASTER
              DISPLAY "COMPMNTAS: COMPANY MASTER UPDATED"
           ELSE
              DISPLAY "COMPMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE COMPANY MASTER IS THE SAME FILE EVERY PAYROLL AND
      * RECEIVABLES PROGRAM READS, SO ANY OVERRIDE HERE SHOULD MATCH
      * THEIR OWN ENTRIES.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "COMPMNTA" TO WS-RUNCTL-PROGRAM-ID
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

       1100-LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF COMPANY-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-COMPANY-MASTER
                       OR WS-COMP-COUNT = 50
                 READ COMPANY-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-COMP-COUNT
                    SET WS-COMP-IDX TO WS-COMP-COUNT
                    MOVE COMPANY-MASTER-REC-IN
                      TO WS-COMP-ENTRY(WS-COMP-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "COMPANIES LOADED: " WS-COMP-COUNT
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-COMPANY-MASTER
                 READ COMPANY-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "COMPMNTAS: COMPANY TABLE FULL AT 50 "
                            "-- MAINTENANCE REFUSED, A REWRITE "
                            "WOULD DROP THE UNLOADED COMPANIES"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE COMPANY-MASTER-FILE
           ELSE
              DISPLAY "NO COMPANY MASTER YET -- STARTING EMPTY"
              DISPLAY "ADD COMPANY 01 FIRST: EVERY RECORD WITH NO "
                      "COMPANY CODE BELONGS TO IT"
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A COMPANY"
           DISPLAY "C - CHANGE A COMPANY"
           DISPLAY "D - DEACTIVATE A COMPANY"
           DISPLAY "L - LIST A COMPANY"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-COMPANY
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-COMPANY
              WHEN WS-MENU-CHOICE = "D" OR WS-MENU-CHOICE = "d"
                 PERFORM 2300-DEACTIVATE-COMPANY
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-COMPANY
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE ENTERED COMPANY CODE. LEAVES WS-COMP-IDX ON THE
      * MATCH.
       2010-FIND-COMPANY.
           MOVE "N" TO WS-COMP-FOUND-SW
           DISPLAY "ENTER COMPANY CODE: "
           ACCEPT WS-COMP-CODE-IN
           PERFORM 2015-SCAN-COMPANIES.

       2015-SCAN-COMPANIES.
           MOVE "N" TO WS-COMP-FOUND-SW
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                     UNTIL WS-COMP-IDX > WS-COMP-COUNT
                        OR COMPANY-FOUND
              IF WS-COMP-ENTRY(WS-COMP-IDX)(1:2) = WS-COMP-CODE-IN
                 MOVE "Y" TO WS-COMP-FOUND-SW
              END-IF
           END-PERFORM
           IF COMPANY-FOUND
              SET WS-COMP-IDX DOWN BY 1
           END-IF.

      * AN OPERATOR ONLY TOUCHES THE COMPANIES THE OPERATOR MASTER
      * AUTHORIZES THEM FOR.
       2030-CHECK-AUTHORIZED.
           MOVE WS-COMP-CODE-IN TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF NOT OPERATOR-COMPANY-OK
              DISPLAY "YOU ARE NOT AUTHORIZED FOR COMPANY "
                      WS-COMP-CODE-IN "."
           END-IF.

      * PROMPTS EVERY FIELD OF WS-WORK-COMP: A NAME AND A 9-DIGIT
      * FEDERAL ID ARE REQUIRED, THE ROUTING NUMBER IS 9 DIGITS WHEN
      * GIVEN, THE FIRST CHECK NUMBER IS 8 DIGITS, STATUS A OR I.
       2020-ACCEPT-COMP-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "LEGAL NAME (30): "
           ACCEPT WRK-COMP-NAME
           IF WRK-COMP-NAME = SPACES
              DISPLAY "  NAME IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "FEDERAL EMPLOYER ID (9 DIGITS): "
           ACCEPT WRK-COMP-FEIN
           IF WRK-COMP-FEIN-NUM IS NOT NUMERIC
              DISPLAY "  FEDERAL ID MUST BE 9 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "STATE TAX ID (15): "
           ACCEPT WRK-COMP-STATE-ID
           DISPLAY "BANK ROUTING NUMBER (9 DIGITS): "
           ACCEPT WRK-COMP-ROUTING
           IF WRK-COMP-ROUTING NOT = SPACES
              AND WRK-COMP-ROUTING-NUM IS NOT NUMERIC
              DISPLAY "  ROUTING NUMBER MUST BE 9 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "BANK ACCOUNT (17): "
           ACCEPT WRK-COMP-ACCOUNT
           DISPLAY "FIRST CHECK NUMBER (8 DIGITS): "
           ACCEPT WRK-COMP-FIRST-CHECK
           IF WRK-COMP-FIRST-CHK-NUM IS NOT NUMERIC
              DISPLAY "  FIRST CHECK NUMBER MUST BE 8 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "STATUS (A=ACTIVE, I=INACTIVE): "
           ACCEPT WRK-COMP-STATUS
           IF NOT WRK-COMP-STATUS-VALID
              DISPLAY "  STATUS MUST BE A OR I."
              MOVE "N" TO WS-VALID-SW
           END-IF.

       2100-ADD-COMPANY.
           DISPLAY "ENTER NEW COMPANY CODE: "
           ACCEPT WS-COMP-CODE-IN
           PERFORM 2015-SCAN-COMPANIES
           EVALUATE TRUE
              WHEN WS-COMP-CODE-IN = SPACES
                 DISPLAY "COMPANY CODE IS REQUIRED -- NOT ADDED."
              WHEN COMPANY-FOUND
                 DISPLAY "COMPANY ALREADY ON FILE -- NOT ADDED."
              WHEN WS-COMP-COUNT = 50
                 DISPLAY "COMPANY TABLE FULL -- NOT ADDED."
              WHEN OTHER
                 PERFORM 2030-CHECK-AUTHORIZED
                 IF OPERATOR-COMPANY-OK
                    MOVE SPACES TO WS-WORK-COMP
                    MOVE WS-COMP-CODE-IN TO WRK-COMP-CODE
                    PERFORM 2020-ACCEPT-COMP-FIELDS
                    IF ENTRY-IS-VALID
                       ADD 1 TO WS-COMP-COUNT
                       SET WS-COMP-IDX TO WS-COMP-COUNT
                       MOVE WS-WORK-COMP TO WS-COMP-ENTRY(WS-COMP-IDX)
                       MOVE "Y" TO WS-COMP-CHANGED-SW
                       MOVE "ADD " TO AUD-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-WORK-COMP TO WS-AFTER-IMAGE
                       PERFORM 2900-WRITE-AUDIT-IMAGES
                       DISPLAY "COMPANY ADDED."
                    ELSE
                       DISPLAY "COMPANY NOT ADDED."
                    END-IF
                 END-IF
           END-EVALUATE.

       2200-CHANGE-COMPANY.
           PERFORM 2010-FIND-COMPANY
           IF COMPANY-FOUND
              PERFORM 2030-CHECK-AUTHORIZED
              IF OPERATOR-COMPANY-OK
                 MOVE WS-COMP-ENTRY(WS-COMP-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-COMP-ENTRY(WS-COMP-IDX) TO WS-WORK-COMP
                 PERFORM 2020-ACCEPT-COMP-FIELDS
                 IF ENTRY-IS-VALID AND WRK-COMP-STATUS = "I"
                    AND WRK-COMP-CODE = WS-DEFAULT-COMPANY-CODE
                    DISPLAY "  COMPANY " WS-DEFAULT-COMPANY-CODE
                            " HOLDS EVERY RECORD WITH NO COMPANY "
                            "CODE AND STAYS ACTIVE."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
                 IF ENTRY-IS-VALID
                    MOVE WS-WORK-COMP TO WS-COMP-ENTRY(WS-COMP-IDX)
                    MOVE "Y" TO WS-COMP-CHANGED-SW
                    MOVE "CHG " TO AUD-ACTION
                    MOVE WS-WORK-COMP TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "COMPANY CHANGED."
                 ELSE
                    DISPLAY "COMPANY NOT CHANGED."
                 END-IF
              END-IF
           ELSE
              DISPLAY "COMPANY NOT ON FILE."
           END-IF.

      * KEEPS THE ROW FOR HISTORY BUT MARKS IT INACTIVE, WHICH EVERY
      * PER-COMPANY RUN REFUSES. COMPANY 01 CAN'T BE DEACTIVATED --
      * EVERY RECORD WITH NO COMPANY CODE BELONGS TO IT.
       2300-DEACTIVATE-COMPANY.
           PERFORM 2010-FIND-COMPANY
           EVALUATE TRUE
              WHEN NOT COMPANY-FOUND
                 DISPLAY "COMPANY NOT ON FILE."
              WHEN WS-COMP-CODE-IN = WS-DEFAULT-COMPANY-CODE
                 DISPLAY "COMPANY " WS-DEFAULT-COMPANY-CODE
                         " HOLDS EVERY RECORD WITH NO COMPANY CODE "
                         "-- NOT DEACTIVATED."
              WHEN OTHER
                 PERFORM 2030-CHECK-AUTHORIZED
                 IF OPERATOR-COMPANY-OK
                    MOVE WS-COMP-ENTRY(WS-COMP-IDX) TO WS-BEFORE-IMAGE
                    MOVE WS-COMP-ENTRY(WS-COMP-IDX) TO WS-WORK-COMP
                    MOVE "I" TO WRK-COMP-STATUS
                    MOVE WS-WORK-COMP TO WS-COMP-ENTRY(WS-COMP-IDX)
                    MOVE "Y" TO WS-COMP-CHANGED-SW
                    MOVE "DEAC" TO AUD-ACTION
                    MOVE WS-WORK-COMP TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "COMPANY DEACTIVATED."
                 END-IF
           END-EVALUATE.

       2400-LIST-COMPANY.
           PERFORM 2010-FIND-COMPANY
           IF COMPANY-FOUND
              MOVE WS-COMP-ENTRY(WS-COMP-IDX) TO WS-WORK-COMP
              DISPLAY "CODE:         " WRK-COMP-CODE
              DISPLAY "NAME:         " WRK-COMP-NAME
              DISPLAY "FEDERAL ID:   " WRK-COMP-FEIN
              DISPLAY "STATE TAX ID: " WRK-COMP-STATE-ID
              DISPLAY "ROUTING:      " WRK-COMP-ROUTING
              DISPLAY "ACCOUNT:      " WRK-COMP-ACCOUNT
              DISPLAY "FIRST CHECK:  " WRK-COMP-FIRST-CHECK
              DISPLAY "STATUS:       " WRK-COMP-STATUS
           ELSE
              DISPLAY "COMPANY NOT ON FILE."
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

       3000-REWRITE-COMPANY-MASTER.
           OPEN OUTPUT COMPANY-MASTER-FILE
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                     UNTIL WS-COMP-IDX > WS-COMP-COUNT
              MOVE WS-COMP-ENTRY(WS-COMP-IDX) TO COMPANY-MASTER-REC-IN
              WRITE COMPANY-MASTER-REC-IN
              IF NOT COMPANY-MASTER-SUCCESSFUL
                 MOVE "COMPANY-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-COMPANY-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE COMPANY-MASTER-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPHS. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
