       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * SHOP CALENDAR MAINTENANCE.
      *
      * PROMISE DATES, CUTTING DAYS AND CARRIER TRANSIT TIMES WERE
      * ALL COUNTED IN CALENDAR DAYS, SO AN ORDER TAKEN ON A FRIDAY
      * OR THE WEEK OF THANKSGIVING WAS PROMISED DAYS THE PLANT
      * NEVER WORKS. THIS MENU-DRIVEN SCREEN (IN THE STYLE OF
      * SHPMNTAS) KEEPS SHOPCAL.DAT, THE ONE CALENDAR MATHSHPS,
      * ORDENTAS, CUTLISTAS, SHIPTRKAS, FINCHGAS AND DUNNINGAS ALL
      * READ THROUGH SCALPARA.CPY. MONDAY THROUGH FRIDAY ARE WORKING
      * DAYS AND WEEKENDS AREN'T UNLESS THE CALENDAR SAYS OTHERWISE:
      *   - ADD PUTS A DATE ON THE CALENDAR AS "C" PLANT CLOSED (A
      *     HOLIDAY OR SHUTDOWN) OR "W" WORKING (A SATURDAY RUN);
      *   - CHANGE UPDATES A DATE'S TYPE OR DESCRIPTION -- A BLANK
      *     ANSWER KEEPS THE VALUE ON FILE;
      *   - DELETE TAKES A DATE OFF, PUTTING IT BACK TO THE USUAL
      *     WEEKDAY/WEEKEND RULE;
      *   - LIST SHOWS THE CALENDAR FROM A GIVEN DATE ON;
      *   - SEED ADDS EVERY PAID HOLIDAY ON THE PAYROLL HOLIDAY
      *     CALENDAR (HOLCAL.DAT, READ BY TIMECLKAS) NOT ALREADY ON
      *     FILE AS A PLANT-CLOSED DAY.
      * THE CALENDAR IS KEPT IN DATE ORDER. EVERY CHANGE IS WRITTEN
      * AS A BEFORE/AFTER IMAGE, STAMPED WITH THE OPERATOR'S ID AND
      * THE TIME, TO SHOPCALMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCALSEL.

           SELECT HOLIDAY-CAL-FILE
             ASSIGN TO WS-HOLIDAY-CAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLIDAY-CAL-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\SHOPCALMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY SCALFD.

      * THE PAYROLL HOLIDAY CALENDAR TIMECLKAS PAYS HOLIDAYS FROM.
       FD  HOLIDAY-CAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS HOLIDAY-CAL-REC-IN.
       01  HOLIDAY-CAL-REC-IN.
           05 HOLCAL-DATE-IN           PIC 9(08).
           05 HOLCAL-NAME-IN           PIC X(20).
           05 HOLCAL-ELIG-HOURS-IN     PIC 9(02)V99.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(80).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-HOLIDAY-CAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\HOLCAL.DAT".
       01  WS-HOLIDAY-CAL-STATUS     PIC X(02).
           88 HOLIDAY-CAL-SUCCESSFUL     VALUE "00".
           88 END-OF-HOLIDAY-CAL         VALUE "10".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

       01  WS-SCAL-CHANGED-SW        PIC X(01) VALUE "N".
           88 SCAL-CHANGES-MADE          VALUE "Y".

      * WORK RECORD, SAME SHAPE AS A CALENDAR TABLE ROW.
       01  WS-WORK-SCAL.
           05 WRK-SCAL-DATE          PIC 9(08).
           05 WRK-SCAL-DAY-TYPE      PIC X(01).
               88 WRK-SCAL-VALID-TYPE    VALUE "C" "W".
           05 WRK-SCAL-DESCRIPTION   PIC X(30).

       01  WS-BEFORE-IMAGE           PIC X(39).
       01  WS-AFTER-IMAGE            PIC X(39).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-DATE-IN                PIC X(08).
       01  WS-DATE-NUM REDEFINES WS-DATE-IN
                                     PIC 9(08).
       01  WS-TYPE-IN                PIC X(01).
       01  WS-TEXT-IN                PIC X(30).
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-DAYS-LISTED            PIC 9(04) VALUE 0.
       01  WS-LIST-FROM-DATE         PIC 9(08).
       01  WS-SHIFT-SUB              PIC S9(04).
       01  WS-INSERT-SUB             PIC 9(04).
       01  WS-HOLIDAYS-READ          PIC 9(04) VALUE 0.
       01  WS-HOLIDAYS-ADDED         PIC 9(04) VALUE 0.
       01  WS-HOLIDAYS-ON-FILE       PIC 9(04) VALUE 0.
       01  WS-HOLIDAYS-NOT-ADDED     PIC 9(04) VALUE 0.

       01  WS-WEEKDAY-NAMES          PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME        PIC X(03) OCCURS 7 TIMES.

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
           05 AUD-IMAGE              PIC X(39).
           05 FILLER                 PIC X(05) VALUE SPACES.

       COPY SCALWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "CALMNTAS SHOP CALENDAR MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "CALMNTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-SHOP-CALENDAR
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF SCAL-CHANGES-MADE
              PERFORM 9993-WRITE-SHOP-CALENDAR
              DISPLAY "CALMNTAS: SHOP CALENDAR UPDATED"
           ELSE
              DISPLAY "CALMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE SHOP CALENDAR IS THE SAME FILE MATHSHPS, ORDENTAS,
      * CUTLISTAS, SHIPTRKAS, FINCHGAS AND DUNNINGAS READ, SO ANY
      * OVERRIDE HERE SHOULD MATCH THEIRS. THE HOLIDAY CALENDAR
      * SHOULD MATCH TIMECLKAS'S.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "CALMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "SHOP-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-SHOP-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-SHOP-CAL-PATH
           MOVE "HOLIDAY-CAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-HOLIDAY-CAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-HOLIDAY-CAL-PATH.

       1100-LOAD-SHOP-CALENDAR.
           PERFORM 9992-LOAD-SHOP-CALENDAR
           DISPLAY "CALENDAR DATES LOADED: " WS-SCAL-COUNT
           IF SCAL-TABLE-FULL
              DISPLAY "CALMNTAS: CALENDAR TABLE FULL AT 500 "
                      "-- MAINTENANCE REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED DATES"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A CALENDAR DATE"
           DISPLAY "C - CHANGE A CALENDAR DATE"
           DISPLAY "D - DELETE A CALENDAR DATE"
           DISPLAY "L - LIST THE CALENDAR"
           DISPLAY "S - SEED CLOSED DAYS FROM PAYROLL HOLIDAYS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-CALENDAR-DATE
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-CALENDAR-DATE
              WHEN WS-MENU-CHOICE = "D" OR WS-MENU-CHOICE = "d"
                 PERFORM 2300-DELETE-CALENDAR-DATE
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-CALENDAR
              WHEN WS-MENU-CHOICE = "S" OR WS-MENU-CHOICE = "s"
                 PERFORM 2500-SEED-FROM-HOLIDAYS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * A REAL YYYYMMDD DATE, LOOKED UP ON THE CALENDAR.
       2010-FIND-CALENDAR-DATE.
           DISPLAY "DATE (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           MOVE "N" TO WS-SCAL-FOUND-SW
           IF WS-DATE-IN IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
              MOVE WS-DATE-NUM TO WS-SCAL-CHECK-DATE
              PERFORM 9994-FIND-SHOP-CAL-DATE
           ELSE
              DISPLAY "  THAT IS NOT A DATE."
              MOVE "N" TO WS-VALID-SW
           END-IF.

      * TYPE AND DESCRIPTION. A BLANK ANSWER KEEPS WHAT IS IN THE
      * WORK RECORD.
       2030-ACCEPT-DATE-DETAILS.
           DISPLAY "C = PLANT CLOSED, W = WORKING DAY"
           DISPLAY "DAY TYPE (C/W), BLANK KEEPS: " WRK-SCAL-DAY-TYPE
           ACCEPT WS-TYPE-IN
           IF WS-TYPE-IN NOT = SPACES
              MOVE WS-TYPE-IN TO WRK-SCAL-DAY-TYPE
           END-IF
           INSPECT WRK-SCAL-DAY-TYPE CONVERTING "cw" TO "CW"
           DISPLAY "DESCRIPTION (30), BLANK KEEPS: "
                   WRK-SCAL-DESCRIPTION
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO WRK-SCAL-DESCRIPTION
           END-IF
           IF NOT WRK-SCAL-VALID-TYPE
              DISPLAY "  DAY TYPE MUST BE C OR W."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-SCAL-DESCRIPTION = SPACES
              DISPLAY "  DESCRIPTION IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF.

       2100-ADD-CALENDAR-DATE.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-CALENDAR-DATE
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 CONTINUE
              WHEN SCAL-DATE-ON-FILE
                 DISPLAY "DATE ALREADY ON THE CALENDAR -- USE CHANGE."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-SCAL-COUNT = 500
                 DISPLAY "CALENDAR TABLE FULL -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 MOVE SPACES TO WS-WORK-SCAL
                 MOVE WS-DATE-NUM TO WRK-SCAL-DATE
                 PERFORM 2030-ACCEPT-DATE-DETAILS
           END-EVALUATE
           IF ENTRY-IS-VALID
              PERFORM 2410-SHOW-WORK-DATE
              DISPLAY "ADD THIS DATE (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              PERFORM 2600-INSERT-WORK-DATE
              MOVE "ADD " TO AUD-ACTION
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-WORK-SCAL TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "DATE " WRK-SCAL-DATE " ADDED."
           ELSE
              DISPLAY "DATE NOT ADDED."
           END-IF.

       2200-CHANGE-CALENDAR-DATE.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-CALENDAR-DATE
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 DISPLAY "DATE NOT CHANGED."
              WHEN NOT SCAL-DATE-ON-FILE
                 DISPLAY "DATE NOT ON THE CALENDAR."
              WHEN OTHER
                 MOVE WS-SCAL-ENTRY(WS-SCAL-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-SCAL-ENTRY(WS-SCAL-IDX) TO WS-WORK-SCAL
                 PERFORM 2410-SHOW-WORK-DATE
                 PERFORM 2030-ACCEPT-DATE-DETAILS
                 IF ENTRY-IS-VALID
                    MOVE WS-WORK-SCAL TO WS-SCAL-ENTRY(WS-SCAL-IDX)
                    MOVE "Y" TO WS-SCAL-CHANGED-SW
                    MOVE "CHG " TO AUD-ACTION
                    MOVE WS-WORK-SCAL TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "DATE CHANGED."
                 ELSE
                    DISPLAY "DATE NOT CHANGED."
                 END-IF
           END-EVALUATE.

      * A DELETED DATE GOES BACK TO THE PLAIN WEEKDAY/WEEKEND RULE.
       2300-DELETE-CALENDAR-DATE.
           MOVE "Y" TO WS-VALID-SW
           PERFORM 2010-FIND-CALENDAR-DATE
           EVALUATE TRUE
              WHEN NOT ENTRY-IS-VALID
                 DISPLAY "DATE NOT DELETED."
              WHEN NOT SCAL-DATE-ON-FILE
                 DISPLAY "DATE NOT ON THE CALENDAR."
              WHEN OTHER
                 MOVE WS-SCAL-ENTRY(WS-SCAL-IDX) TO WS-BEFORE-IMAGE
                 MOVE WS-SCAL-ENTRY(WS-SCAL-IDX) TO WS-WORK-SCAL
                 PERFORM 2410-SHOW-WORK-DATE
                 DISPLAY "DELETE THIS DATE (Y/N)? "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    SET WS-SHIFT-SUB TO WS-SCAL-IDX
                    PERFORM UNTIL WS-SHIFT-SUB >= WS-SCAL-COUNT
                       MOVE WS-SCAL-ENTRY(WS-SHIFT-SUB + 1)
                         TO WS-SCAL-ENTRY(WS-SHIFT-SUB)
                       ADD 1 TO WS-SHIFT-SUB
                    END-PERFORM
                    SUBTRACT 1 FROM WS-SCAL-COUNT
                    MOVE "Y" TO WS-SCAL-CHANGED-SW
                    MOVE "DEL " TO AUD-ACTION
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "DATE DELETED."
                 ELSE
                    DISPLAY "DATE NOT DELETED."
                 END-IF
           END-EVALUATE.

       2400-LIST-CALENDAR.
           MOVE 0 TO WS-DAYS-LISTED
           DISPLAY "LIST FROM DATE (YYYYMMDD, BLANK = ALL): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN IS NUMERIC
              MOVE WS-DATE-NUM TO WS-LIST-FROM-DATE
           ELSE
              MOVE ZEROES TO WS-LIST-FROM-DATE
           END-IF
           PERFORM VARYING WS-SCAL-IDX FROM 1 BY 1
                     UNTIL WS-SCAL-IDX > WS-SCAL-COUNT
              IF WS-SCAL-DATE(WS-SCAL-IDX) >= WS-LIST-FROM-DATE
                 MOVE WS-SCAL-ENTRY(WS-SCAL-IDX) TO WS-WORK-SCAL
                 PERFORM 2410-SHOW-WORK-DATE
                 ADD 1 TO WS-DAYS-LISTED
              END-IF
           END-PERFORM
           IF WS-DAYS-LISTED = 0
              DISPLAY "NO CALENDAR DATES ON FILE FROM THERE ON -- "
                      "WEEKDAYS ARE WORKING DAYS."
           END-IF.

       2410-SHOW-WORK-DATE.
           COMPUTE WS-SCAL-WEEKDAY =
              FUNCTION MOD
                 (FUNCTION INTEGER-OF-DATE(WRK-SCAL-DATE) - 1, 7)
              + 1
           DISPLAY WRK-SCAL-DATE " "
                   WS-WEEKDAY-NAME(WS-SCAL-WEEKDAY) "  "
                   WRK-SCAL-DAY-TYPE "  " WRK-SCAL-DESCRIPTION.

      * EVERY PAID HOLIDAY NOT ALREADY ON THE CALENDAR BECOMES A
      * PLANT-CLOSED DAY. A DATE ALREADY ON FILE IS LEFT AS IT IS --
      * IF THE PLANT WORKS A PAID HOLIDAY THAT ROW SAYS SO.
       2500-SEED-FROM-HOLIDAYS.
           DISPLAY "ADD PAID HOLIDAYS AS PLANT-CLOSED DAYS (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "CALENDAR NOT SEEDED."
           ELSE
              MOVE 0 TO WS-HOLIDAYS-READ
              MOVE 0 TO WS-HOLIDAYS-ADDED
              MOVE 0 TO WS-HOLIDAYS-ON-FILE
              MOVE 0 TO WS-HOLIDAYS-NOT-ADDED
              OPEN INPUT HOLIDAY-CAL-FILE
              IF NOT HOLIDAY-CAL-SUCCESSFUL
                 DISPLAY "NO PAYROLL HOLIDAY CALENDAR ON HAND."
              ELSE
                 PERFORM UNTIL END-OF-HOLIDAY-CAL
                    READ HOLIDAY-CAL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WS-HOLIDAYS-READ
                       PERFORM 2510-SEED-ONE-HOLIDAY
                    END-READ
                 END-PERFORM
                 CLOSE HOLIDAY-CAL-FILE
                 DISPLAY "HOLIDAYS READ:         " WS-HOLIDAYS-READ
                 DISPLAY "ADDED AS CLOSED DAYS:  " WS-HOLIDAYS-ADDED
                 DISPLAY "ALREADY ON CALENDAR:   " WS-HOLIDAYS-ON-FILE
                 DISPLAY "NOT ADDED (BAD/FULL):  "
                         WS-HOLIDAYS-NOT-ADDED
              END-IF
           END-IF.

       2510-SEED-ONE-HOLIDAY.
           IF HOLCAL-DATE-IN IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(HOLCAL-DATE-IN) = 0
              MOVE HOLCAL-DATE-IN TO WS-SCAL-CHECK-DATE
              PERFORM 9994-FIND-SHOP-CAL-DATE
              EVALUATE TRUE
                 WHEN SCAL-DATE-ON-FILE
                    ADD 1 TO WS-HOLIDAYS-ON-FILE
                 WHEN WS-SCAL-COUNT = 500
                    ADD 1 TO WS-HOLIDAYS-NOT-ADDED
                 WHEN OTHER
                    MOVE HOLCAL-DATE-IN TO WRK-SCAL-DATE
                    MOVE "C" TO WRK-SCAL-DAY-TYPE
                    MOVE HOLCAL-NAME-IN TO WRK-SCAL-DESCRIPTION
                    PERFORM 2600-INSERT-WORK-DATE
                    MOVE "SEED" TO AUD-ACTION
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-SCAL TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    ADD 1 TO WS-HOLIDAYS-ADDED
              END-EVALUATE
           ELSE
              ADD 1 TO WS-HOLIDAYS-NOT-ADDED
           END-IF.

      * SLIDES LATER DATES DOWN ONE ROW AND PUTS THE WORK RECORD IN
      * ITS PLACE, KEEPING THE TABLE IN DATE ORDER.
       2600-INSERT-WORK-DATE.
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-SCAL-COUNT
                      OR WS-SCAL-DATE(WS-INSERT-SUB) > WRK-SCAL-DATE
              ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           MOVE WS-SCAL-COUNT TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
              MOVE WS-SCAL-ENTRY(WS-SHIFT-SUB)
                TO WS-SCAL-ENTRY(WS-SHIFT-SUB + 1)
              SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           MOVE WS-WORK-SCAL TO WS-SCAL-ENTRY(WS-INSERT-SUB)
           ADD 1 TO WS-SCAL-COUNT
           MOVE "Y" TO WS-SCAL-CHANGED-SW.

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

      * SHARED SHOP CALENDAR PARAGRAPHS. SEE SCALPARA.CPY.
       COPY SCALPARA.
