      * EMPLOYEE NOT ON THE MASTER) LAND ON A PUNCH-EXCEPTION REPORT
      * SO THEY GET FIXED BEFORE PAYROLL NIGHT INSTEAD OF AFTER.
      *
      * EACH HOURLY WORKWEEK OVER 40 HOURS IS CHECKED AGAINST THE
      * OVERTIME SUPERVISORS AUTHORIZED ON OTAUTH.DAT (KEYED THROUGH
      * OTAMNTAS). OVERTIME PAST WHAT WAS AUTHORIZED IS STILL BUILT
      * AND PAID -- THE HOURS WERE WORKED -- BUT IT IS LISTED ON ITS
      * OWN OVERTIME EXCEPTION REPORT AND CARRIED ON THE BUILT RECORD
      * SO CALCPYAS FLAGS IT ON THE REGISTER. A DEPARTMENT SUMMARY OF
      * APPROVED AGAINST UNAPPROVED OVERTIME HOURS AND DOLLARS FOR
      * EACH WEEK IS PRODUCED ALONGSIDE.
      *
      * SHOP RULES APPLIED PER PUNCH PAIR:
      *   - WORKED TIME IS ROUNDED TO THE NEAREST QUARTER HOUR.
      *   - A PAIR LONGER THAN 6 HOURS HAS A 30-MINUTE UNPAID LUNCH
               ASSIGN TO WS-PUNCH-EXCEPTION-PATH
               organization is line sequential
               file status is WS-PUNCH-EXCEPTION-STATUS.
             SELECT OT-AUTH-FILE
               ASSIGN TO WS-OT-AUTH-PATH
               organization is line sequential
               file status is WS-OT-AUTH-STATUS.
             SELECT OT-EXCEPTION-REPORT
               ASSIGN TO WS-OT-EXCEPTION-PATH
               organization is line sequential
               file status is WS-OT-EXCEPTION-STATUS.
             SELECT OT-SUMMARY-REPORT
               ASSIGN TO WS-OT-SUMMARY-PATH
               organization is line sequential
               file status is WS-OT-SUMMARY-STATUS.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

           05  EMP-PAY-RATE-IN          PIC 9(02)V99.
           05  EMP-DEDUCTIONS-IN        PIC X(01).
           05  EMP-UNION-CODE-IN        PIC X(01).
           05  EMP-WORK-STATE-IN        PIC X(02).
           05  EMP-UNION-LOCAL-IN       PIC X(04).
      * H (OR BLANK) HOURLY, S SALARIED. SALARY ALREADY COVERS A
      * HOLIDAY, SO NO "H" RECORD IS BUILT FOR A SALARIED EMPLOYEE.
           05  EMP-PAY-TYPE-IN          PIC X(01).
           05  EMP-ANNUAL-SALARY-IN     PIC 9(07)V99.
      * PAY-FREQUENCY GROUP (W/B/S, BLANK = W). ONLY THE GROUP
      * BEING BUILT HAS ITS PUNCHES TURNED INTO PAYROLL RECORDS.
           05  EMP-PAY-FREQ-IN          PIC X(01).

      * OUTPUT IN CALCPYAS'S PAYROLL-REC-IN LAYOUT.
       FD  PAYROLL-BUILD-FILE
               10 BUILD-SPLIT-DEPT      PIC X(04).
               10 BUILD-SPLIT-JOB       PIC X(04).
               10 BUILD-SPLIT-HOURS     PIC 9(02)V99.
      * PRIOR-PERIOD ADJUSTMENT FIELDS -- NEVER SET FROM PUNCHES.
           05  FILLER                   PIC X(14).
      * OVERTIME HOURS IN THE WEEK PAST WHAT A SUPERVISOR
      * AUTHORIZED. PAID ALL THE SAME; CALCPYAS FLAGS THEM.
           05  BUILD-OT-UNAPPR-HOURS    PIC 9(02)V99.

      * HOLIDAY CALENDAR: ONE ROW PER PAID HOLIDAY WITH ITS DATE,
      * NAME, AND THE HOURS AN ELIGIBLE EMPLOYEE IS PAID FOR IT.
           05  PAYCAL-START-DATE-IN     PIC 9(08).
           05  PAYCAL-END-DATE-IN       PIC 9(08).
           05  PAYCAL-OPEN-FLAG-IN      PIC X(01).
           05  PAYCAL-PAY-FREQ-IN       PIC X(01).

      * EFFECTIVE-DATED PAY-RATE HISTORY -- THE SAME FILE CALCPYAS
      * SELECTS FROM, SO THE BUILT RECORD CARRIES THE RATE IN FORCE
           DATA RECORD IS PUNCH-EXCEPTION-RECORD.
       01  PUNCH-EXCEPTION-RECORD       PIC X(80).

      * SAME LAYOUT OTAMNTAS APPENDS.
       FD  OT-AUTH-FILE
           RECORDING MODE IS F
           DATA RECORD IS OT-AUTH-REC.
       01  OT-AUTH-REC.
           05  OTA-EMP-NUMBER           PIC X(06).
           05  OTA-WEEK-END-DATE        PIC 9(08).
           05  OTA-APPROVED-HOURS       PIC 9(02)V99.
           05  OTA-OPERATOR             PIC X(08).
           05  OTA-ENTRY-DATE           PIC 9(08).

       FD  OT-EXCEPTION-REPORT
           RECORDING MODE IS F
           DATA RECORD IS OT-EXCEPTION-RECORD.
       01  OT-EXCEPTION-RECORD          PIC X(80).

       FD  OT-SUMMARY-REPORT
           RECORDING MODE IS F
           DATA RECORD IS OT-SUMMARY-RECORD.
       01  OT-SUMMARY-RECORD            PIC X(80).

       COPY DISTRIBFD.

       COPY IOERRFD.
       COPY RUNCTLFD.

       01 WS-HOLIDAY-COUNT         PIC 9(02) VALUE 0.
       01 WS-HOLIDAYS-IN-SPAN      PIC 9(02) VALUE 0.
       01 WS-PAY-CAL-TABLE.
           05 WS-PAY-CAL-ENTRY OCCURS 160 TIMES
                                INDEXED BY WS-PAY-CAL-IDX.
              10 WS-PAYCAL-START        PIC 9(08).
              10 WS-PAYCAL-END          PIC 9(08).
              10 WS-PAYCAL-PAY-FREQ     PIC X(01).
       01 WS-PAY-CAL-COUNT         PIC 9(03) VALUE 0.
       01 WS-SPAN-START            PIC 9(08) VALUE 0.
       01 WS-SPAN-END              PIC 9(08) VALUE 0.
       01 WS-PAY-DATE-YYYYMMDD.
           05 WS-PAYDT-DD           PIC 9(02).
       01 WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE-YYYYMMDD
                                    PIC 9(08).
      * A PUNCH'S MMDDYY DATE AS YYYYMMDD, TO FIND WHICH WORKWEEK OF
      * THE PERIOD IT FALLS IN.
       01 WS-PUNCH-DATE-YYYYMMDD.
           05 WS-PUNCHDT-CC         PIC 9(02) VALUE 20.
           05 WS-PUNCHDT-YY         PIC 9(02).
           05 WS-PUNCHDT-MM         PIC 9(02).
           05 WS-PUNCHDT-DD         PIC 9(02).
       01 WS-PUNCH-DATE-NUM REDEFINES WS-PUNCH-DATE-YYYYMMDD
                                    PIC 9(08).
       01 WS-SPAN-DAYS             PIC S9(05) VALUE 0.
       01 WS-WEEK-SUB              PIC 9(01) VALUE 1.
       01 WS-HOLIDAY-RECORDS-BUILT PIC 9(06) VALUE 0.

       01 WS-RATE-HISTORY-PATH     PIC X(40)
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-DEPT            PIC X(04).
              10 WS-EMP-RATE            PIC 9(02)V99.
              10 WS-EMP-DEDUCTIONS      PIC X(01).
              10 WS-EMP-UNION-CODE      PIC X(01).
              10 WS-EMP-STATUS          PIC X(01).
              10 WS-EMP-PAY-TYPE        PIC X(01).
              10 WS-EMP-PAY-FREQ        PIC X(01).
      * HOURS BY WORKWEEK OF THE PERIOD -- A WEEKLY PERIOD USES
      * ONLY THE FIRST, A BIWEEKLY TWO, A SEMI-MONTHLY UP TO THREE.
      * EACH WORKWEEK GOES TO CALCPYAS AS ITS OWN RECORD SO
      * OVERTIME IS STILL FIGURED OVER 40 HOURS IN THE WEEK.
              10 WS-EMP-WEEK-HOURS      PIC 9(03)V99 OCCURS 3 TIMES.
              10 WS-EMP-LAST-DATE       PIC X(06).
              10 WS-EMP-LAST-OUT        PIC 9(04).
       01 WS-EMP-ENTRY-COUNT       PIC 9(03) VALUE 0.
           88 EMP-ENTRY-FOUND          VALUE "Y".

       01 WS-PAY-DATE              PIC X(06).
      * THE PAY-FREQUENCY GROUP THIS BUILD IS FOR, KEYED BY THE
      * OPERATOR AND CARRIED ON THE BATCH HEADER FOR CALCPYAS.
       01 WS-PAY-FREQ              PIC X(01) VALUE "W".
           88 PAY-FREQ-VALID           VALUES "W" "B" "S".
       01 WS-OTHER-GROUP-PUNCHES   PIC 9(06) VALUE 0.
       01 WS-RUN-DATE.
           05 WS-RUN-YY             PIC X(02).
           05 WS-RUN-MM             PIC X(02).
           05  WS-HDR-ID                  PIC X(06) VALUE "HDR".
           05  WS-HDR-PAY-DATE            PIC X(06).
           05  WS-HDR-EXPECTED-COUNT      PIC 9(06).
           05  WS-HDR-PAY-FREQ            PIC X(01).
           05  FILLER                     PIC X(36) VALUE SPACES.
       01  WS-BUILD-TRAILER-REC.
           05  WS-TRL-ID                  PIC X(06) VALUE "TRL".
           05  WS-TRL-HOURS-HASH          PIC 9(09)V9(02).
           05 EXC-REASON             PIC X(30).
           05 FILLER                 PIC X(05) VALUE SPACES.

       01 WS-OT-AUTH-PATH          PIC X(40)
           VALUE "C:\Users\Bob\OTAUTH.DAT".
       01 WS-OT-AUTH-STATUS        PIC X(02).
           88 OT-AUTH-SUCCESSFUL       VALUE "00".
           88 END-OF-OT-AUTH           VALUE "10".
       01 WS-OT-EXCEPTION-PATH     PIC X(40)
           VALUE "C:\Users\Bob\OTEXCEPT.rpt".
       01 WS-OT-EXCEPTION-STATUS   PIC X(02).
       01 WS-OT-SUMMARY-PATH       PIC X(40)
           VALUE "C:\Users\Bob\OTSUMMARY.rpt".
       01 WS-OT-SUMMARY-STATUS     PIC X(02).

      * OVERTIME AUTHORIZATIONS, ONE ENTRY PER EMPLOYEE AND WEEK.
      * A LATER ROW FOR THE SAME EMPLOYEE AND WEEK REPLACES THE
      * EARLIER ONE, THE WAY OTAMNTAS SHOWS THEM.
       01 WS-OTA-TABLE.
           05 WS-OTA-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-OTA-IDX.
              10 WS-OTA-EMP-NUMBER      PIC X(06).
              10 WS-OTA-WEEK-END        PIC 9(08).
              10 WS-OTA-HOURS           PIC 9(02)V99.
       01 WS-OTA-COUNT             PIC 9(04) VALUE 0.
       01 WS-OTA-HOLD-IDX          PIC 9(04) VALUE 0.

      * THE WORKWEEK BEING CHECKED AND ITS OVERTIME SPLIT. DOLLARS
      * ARE PRICED AT TIME AND A HALF OF THE RATE IN FORCE.
       01 WS-OTW-START-DAY         PIC 9(07) VALUE 0.
       01 WS-OTW-END-DAY           PIC 9(07) VALUE 0.
       01 WS-OTW-LAST-DAY          PIC 9(07) VALUE 0.
       01 WS-OTW-START-DATE        PIC 9(08) VALUE 0.
       01 WS-OTW-END-DATE          PIC 9(08) VALUE 0.
       01 WS-OTW-OT-HOURS          PIC 9(03)V99 VALUE 0.
       01 WS-OTW-AUTH-HOURS        PIC 9(03)V99 VALUE 0.
       01 WS-OTW-APPR-HOURS        PIC 9(03)V99 VALUE 0.
       01 WS-OTW-UNAPPR-HOURS      PIC 9(03)V99 VALUE 0.
       01 WS-OTW-APPR-DOLLARS      PIC 9(07)V99 VALUE 0.
       01 WS-OTW-UNAPPR-DOLLARS    PIC 9(07)V99 VALUE 0.
       01 WS-OT-UNAPPR-COUNT       PIC 9(06) VALUE 0.

      * DEPARTMENT-AND-WEEK OVERTIME TOTALS FOR THE SUMMARY.
       01 WS-OTD-TABLE.
           05 WS-OTD-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-OTD-IDX.
              10 WS-OTD-DEPT            PIC X(04).
              10 WS-OTD-WEEK-END        PIC 9(08).
              10 WS-OTD-APPR-HOURS      PIC 9(05)V99.
              10 WS-OTD-APPR-DOLLARS    PIC 9(07)V99.
              10 WS-OTD-UNAPPR-HOURS    PIC 9(05)V99.
              10 WS-OTD-UNAPPR-DOLLARS  PIC 9(07)V99.
       01 WS-OTD-COUNT             PIC 9(03) VALUE 0.
       01 WS-OTD-HOLD-IDX          PIC 9(03) VALUE 0.
       01 WS-OTD-TOTALS.
           05 WS-OTD-TOT-APPR-HOURS     PIC 9(05)V99 VALUE 0.
           05 WS-OTD-TOT-APPR-DOLLARS   PIC 9(07)V99 VALUE 0.
           05 WS-OTD-TOT-UNAPPR-HOURS   PIC 9(05)V99 VALUE 0.
           05 WS-OTD-TOT-UNAPPR-DOLLARS PIC 9(07)V99 VALUE 0.

       01  OT-EXC-HEADING-1.
           05 FILLER                 PIC X(32)
               VALUE "UNAPPROVED OVERTIME -- PAY DATE ".
           05 OT-EXC-HDG-PAY-DATE    PIC X(06).
           05 FILLER                 PIC X(12) VALUE "  PAY GROUP ".
           05 OT-EXC-HDG-PAY-FREQ    PIC X(01).
           05 FILLER                 PIC X(29) VALUE SPACES.
       01  OT-EXC-HEADING-2.
           05 FILLER                 PIC X(33)
               VALUE "EMP NO NAME                 DEPT ".
           05 FILLER                 PIC X(47)
               VALUE "WEEK-END WORKED     OT  AUTH UNAPPR   UNAPPR $ ".
       01  OT-EXC-DETAIL-LINE.
           05 OT-EXC-EMP-NUMBER      PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-EMP-NAME        PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-DEPT            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-WEEK-END        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-WORKED          PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-OT-HOURS        PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-AUTH-HOURS      PIC Z9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-UNAPPR-HOURS    PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-EXC-UNAPPR-DOLLARS  PIC ZZZ,ZZ9.99.
       01  OT-EXC-NONE-LINE          PIC X(80)
           VALUE "NO UNAPPROVED OVERTIME IN THIS BUILD.".

       01  OT-SUM-HEADING-1.
           05 FILLER                 PIC X(35)
               VALUE "OVERTIME BY DEPARTMENT -- PAY DATE ".
           05 OT-SUM-HDG-PAY-DATE    PIC X(06).
           05 FILLER                 PIC X(12) VALUE "  PAY GROUP ".
           05 OT-SUM-HDG-PAY-FREQ    PIC X(01).
           05 FILLER                 PIC X(26) VALUE SPACES.
       01  OT-SUM-HEADING-2.
           05 FILLER                 PIC X(40)
               VALUE "DEPT WEEK-END   APPR HRS    APPROVED $  ".
           05 FILLER                 PIC X(40)
               VALUE "UNAPPR HRS  UNAPPROVED $                ".
       01  OT-SUM-DETAIL-LINE.
           05 OT-SUM-DEPT            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 OT-SUM-WEEK-END        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OT-SUM-APPR-HOURS      PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OT-SUM-APPR-DOLLARS    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 OT-SUM-UNAPPR-HOURS    PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 OT-SUM-UNAPPR-DOLLARS  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(16) VALUE SPACES.
       01  OT-SUM-NONE-LINE          PIC X(80)
           VALUE "NO OVERTIME WORKED IN THIS BUILD.".

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY DISTRIBWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PUNCHES
           PERFORM 3000-BUILD-PAYROLL-RECORDS
           PERFORM 4000-WRITE-OT-SUMMARY
           CLOSE PAYROLL-BUILD-FILE
                 PUNCH-EXCEPTION-REPORT
                 OT-EXCEPTION-REPORT
                 OT-SUMMARY-REPORT
           MOVE "OT-SUMMARY"       TO WS-DISTRIB-REPORT-NAME
           MOVE WS-OT-SUMMARY-PATH TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           DISPLAY "PUNCH PAIRS READ:      " WS-PUNCH-COUNT
           DISPLAY "PUNCH EXCEPTIONS:      " WS-EXCEPTION-COUNT
           DISPLAY "OTHER-GROUP PUNCHES:   " WS-OTHER-GROUP-PUNCHES
           DISPLAY "PAYROLL RECORDS BUILT: " WS-RECORDS-BUILT
           DISPLAY "HOLIDAY RECORDS BUILT: " WS-HOLIDAY-RECORDS-BUILT
           DISPLAY "UNAPPROVED OT WEEKS:   " WS-OT-UNAPPR-COUNT
           IF WS-EXCEPTION-COUNT > 0 OR WS-OT-UNAPPR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           PERFORM 1030-LOAD-RATE-HISTORY
           PERFORM 1050-LOAD-HOLIDAY-CAL
           PERFORM 1060-LOAD-PAY-CALENDAR
           PERFORM 1080-LOAD-OT-AUTH
           DISPLAY "ENTER PAY DATE (MMDDYY), OR BLANK FOR TODAY: "
           ACCEPT WS-PAY-DATE
           IF WS-PAY-DATE = SPACES
                DELIMITED BY SIZE INTO WS-PAY-DATE
              END-STRING
           END-IF
           DISPLAY "ENTER PAY GROUP (W=WEEKLY, B=BIWEEKLY, "
                   "S=SEMI-MONTHLY), OR BLANK FOR WEEKLY: "
           ACCEPT WS-PAY-FREQ
           IF WS-PAY-FREQ = SPACE
              MOVE "W" TO WS-PAY-FREQ
           END-IF
           IF NOT PAY-FREQ-VALID
              DISPLAY "TIMECLKAS: PAY GROUP MUST BE W, B OR S -- "
                      "NOTHING BUILT."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1070-FIND-SPAN-HOLIDAYS
           OPEN OUTPUT PAYROLL-BUILD-FILE
                       PUNCH-EXCEPTION-REPORT
                       OT-EXCEPTION-REPORT
                       OT-SUMMARY-REPORT
           MOVE WS-PAY-DATE TO OT-EXC-HDG-PAY-DATE
                               OT-SUM-HDG-PAY-DATE
           MOVE WS-PAY-FREQ TO OT-EXC-HDG-PAY-FREQ
                               OT-SUM-HDG-PAY-FREQ
           WRITE OT-EXCEPTION-RECORD FROM OT-EXC-HEADING-1
           WRITE OT-EXCEPTION-RECORD FROM OT-EXC-HEADING-2
           WRITE OT-SUMMARY-RECORD FROM OT-SUM-HEADING-1
           WRITE OT-SUMMARY-RECORD FROM OT-SUM-HEADING-2.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR TIMECLKAS, IF ANYTHING.
           MOVE "PUNCH-EXCEPTION-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PUNCH-EXCEPTION-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PUNCH-EXCEPTION-PATH
           MOVE "OT-AUTH-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OT-AUTH-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OT-AUTH-PATH
           MOVE "OT-EXCEPTION-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OT-EXCEPTION-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OT-EXCEPTION-PATH
           MOVE "OT-SUMMARY-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OT-SUMMARY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OT-SUMMARY-PATH.

       1020-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE
                    ADD 1 TO WS-EMP-ENTRY-COUNT
                    MOVE EMP-NUMBER-IN TO
                         WS-EMP-NUMBER(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-NAME-IN TO
                         WS-EMP-NAME(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-DEPT-IN TO
                         WS-EMP-DEPT(WS-EMP-ENTRY-COUNT)
                    IF EMP-PAY-RATE-IN IS NUMERIC
                       MOVE EMP-PAY-RATE-IN TO
                            WS-EMP-RATE(WS-EMP-ENTRY-COUNT)
                         WS-EMP-UNION-CODE(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-STATUS-IN TO
                         WS-EMP-STATUS(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-PAY-TYPE-IN TO
                         WS-EMP-PAY-TYPE(WS-EMP-ENTRY-COUNT)
                    IF EMP-PAY-FREQ-IN = SPACE
                       MOVE "W" TO
                            WS-EMP-PAY-FREQ(WS-EMP-ENTRY-COUNT)
                    ELSE
                       MOVE EMP-PAY-FREQ-IN TO
                            WS-EMP-PAY-FREQ(WS-EMP-ENTRY-COUNT)
                    END-IF
                    MOVE ZEROES TO
                         WS-EMP-WEEK-HOURS(WS-EMP-ENTRY-COUNT, 1)
                         WS-EMP-WEEK-HOURS(WS-EMP-ENTRY-COUNT, 2)
                         WS-EMP-WEEK-HOURS(WS-EMP-ENTRY-COUNT, 3)
                    MOVE SPACES TO
                         WS-EMP-LAST-DATE(WS-EMP-ENTRY-COUNT)
                    MOVE ZEROES TO
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-SUCCESSFUL
              PERFORM UNTIL END-OF-PAY-CALENDAR
                       OR WS-PAY-CAL-COUNT = 160
                 READ PAY-CALENDAR-FILE INTO PAY-CALENDAR-REC-IN
                 AT END
                    CONTINUE
                         WS-PAYCAL-START(WS-PAY-CAL-COUNT)
                    MOVE PAYCAL-END-DATE-IN TO
                         WS-PAYCAL-END(WS-PAY-CAL-COUNT)
                    IF PAYCAL-PAY-FREQ-IN = SPACE
                       MOVE "W" TO WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-COUNT)
                    ELSE
                       MOVE PAYCAL-PAY-FREQ-IN TO
                            WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-CALENDAR-FILE
           END-IF.

      * READ THE OVERTIME AUTHORIZATIONS, IF ANY. WITH NO FILE ALL
      * OVERTIME COMES OUT UNAPPROVED -- STILL PAID, JUST FLAGGED.
       1080-LOAD-OT-AUTH.
           OPEN INPUT OT-AUTH-FILE
           IF OT-AUTH-SUCCESSFUL
              PERFORM UNTIL END-OF-OT-AUTH
                 READ OT-AUTH-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1085-POST-OT-AUTH
                 END-READ
              END-PERFORM
              CLOSE OT-AUTH-FILE
           ELSE
              DISPLAY "TIMECLKAS: NO OVERTIME AUTHORIZATION FILE -- "
                      "ALL OVERTIME WILL BE REPORTED UNAPPROVED"
           END-IF.

       1085-POST-OT-AUTH.
           MOVE 0 TO WS-OTA-HOLD-IDX
           PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                     UNTIL WS-OTA-IDX > WS-OTA-COUNT
              IF WS-OTA-EMP-NUMBER(WS-OTA-IDX) = OTA-EMP-NUMBER
                 AND WS-OTA-WEEK-END(WS-OTA-IDX) = OTA-WEEK-END-DATE
                 SET WS-OTA-HOLD-IDX TO WS-OTA-IDX
              END-IF
           END-PERFORM
           IF WS-OTA-HOLD-IDX = 0
              IF WS-OTA-COUNT < 2000
                 ADD 1 TO WS-OTA-COUNT
                 MOVE WS-OTA-COUNT TO WS-OTA-HOLD-IDX
              ELSE
                 DISPLAY "TIMECLKAS: OVERTIME AUTHORIZATION TABLE "
                         "FULL AT 2000 -- " OTA-EMP-NUMBER " "
                         OTA-WEEK-END-DATE " NOT LOADED"
              END-IF
           END-IF
           IF WS-OTA-HOLD-IDX > 0
              SET WS-OTA-IDX TO WS-OTA-HOLD-IDX
              MOVE OTA-EMP-NUMBER    TO WS-OTA-EMP-NUMBER(WS-OTA-IDX)
              MOVE OTA-WEEK-END-DATE TO WS-OTA-WEEK-END(WS-OTA-IDX)
              MOVE OTA-APPROVED-HOURS TO WS-OTA-HOURS(WS-OTA-IDX)
           END-IF.

      * FINDS THE PERIOD SPANNING THE PAY DATE IN THE GROUP'S OWN
      * CALENDAR AND FLAGS EVERY
      * HOLIDAY INSIDE IT. WITH NO CALENDAR ON FILE THE PAY DATE
      * ITSELF IS THE ONLY DAY CHECKED.
       1070-FIND-SPAN-HOLIDAYS.
                      WS-PAYCAL-START(WS-PAY-CAL-IDX)
                    AND WS-PAY-DATE-NUM <=
                      WS-PAYCAL-END(WS-PAY-CAL-IDX)
                    AND WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-IDX) =
                      WS-PAY-FREQ
                    MOVE WS-PAYCAL-START(WS-PAY-CAL-IDX)
                      TO WS-SPAN-START
                    MOVE WS-PAYCAL-END(WS-PAY-CAL-IDX)
           END-IF.

      * VALIDATES ONE PUNCH PAIR AND, WHEN CLEAN, ROLLS ITS ROUNDED
      * WORKED HOURS INTO THE EMPLOYEE'S TOTAL FOR THAT WORKWEEK.
       2010-PROCESS-ONE-PUNCH.
           PERFORM 2020-FIND-EMP-ENTRY
           EVALUATE TRUE
              WHEN NOT EMP-ENTRY-FOUND
                 MOVE "EMPLOYEE NOT ON MASTER" TO EXC-REASON
                 PERFORM 2060-WRITE-EXCEPTION
      * THE PUNCH FILE CARRIES EVERY GROUP'S TIME; ANOTHER GROUP'S
      * PUNCHES ARE LEFT FOR THAT GROUP'S OWN BUILD.
              WHEN WS-EMP-PAY-FREQ(WS-EMP-IDX) NOT = WS-PAY-FREQ
                 ADD 1 TO WS-OTHER-GROUP-PUNCHES
              WHEN PUNCH-TIME-IN IS NOT NUMERIC
                 MOVE "MISSING/BAD IN-PUNCH" TO EXC-REASON
                 PERFORM 2060-WRITE-EXCEPTION
           END-IF
           COMPUTE WS-QUARTER-HOURS ROUNDED = WS-WORKED-MINUTES / 15
           COMPUTE WS-PAIR-HOURS = WS-QUARTER-HOURS / 4
           PERFORM 2050-FIND-WORKWEEK
           ADD WS-PAIR-HOURS
             TO WS-EMP-WEEK-HOURS(WS-EMP-IDX, WS-WEEK-SUB)
           MOVE PUNCH-DATE-IN   TO WS-EMP-LAST-DATE(WS-EMP-IDX)
           MOVE WS-OUT-TIME-NUM TO WS-EMP-LAST-OUT(WS-EMP-IDX).

      * WHICH WORKWEEK OF THE PERIOD THE PUNCH FALLS IN, COUNTING
      * SEVEN-DAY WEEKS FROM THE PERIOD'S FIRST DAY. A PUNCH DATED
      * BEFORE THE PERIOD, OR WITH NO PERIOD ON THE CALENDAR, GOES
      * TO THE FIRST WEEK; THE TAIL DAYS OF A SEMI-MONTHLY PERIOD
      * GO TO THE THIRD.
       2050-FIND-WORKWEEK.
           MOVE 1 TO WS-WEEK-SUB
           IF PUNCH-DATE-IN IS NUMERIC
              AND WS-SPAN-START NOT = WS-SPAN-END
              MOVE PUNCH-DATE-IN(1:2) TO WS-PUNCHDT-MM
              MOVE PUNCH-DATE-IN(3:2) TO WS-PUNCHDT-DD
              MOVE PUNCH-DATE-IN(5:2) TO WS-PUNCHDT-YY
              IF WS-PUNCH-DATE-NUM > WS-SPAN-START
                 COMPUTE WS-SPAN-DAYS =
                         FUNCTION INTEGER-OF-DATE(WS-PUNCH-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-SPAN-START)
                 EVALUATE TRUE
                    WHEN WS-SPAN-DAYS < 7
                       MOVE 1 TO WS-WEEK-SUB
                    WHEN WS-SPAN-DAYS < 14
                       MOVE 2 TO WS-WEEK-SUB
                    WHEN OTHER
                       MOVE 3 TO WS-WEEK-SUB
                 END-EVALUATE
              END-IF
           END-IF.

       2060-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE PUNCH-EMP-NUMBER-IN TO EXC-EMP-NUMBER
           MOVE PUNCH-TIME-OUT      TO EXC-TIME-OUT
           WRITE PUNCH-EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE.

      * ONE PAYROLL-REC-IN ROW PER EMPLOYEE IN THE PAY GROUP FOR
      * EACH WORKWEEK WITH PUNCHED TIME. PAYROLL-EMP-HOURS-IN TOPS
      * OUT AT 99.99, SO A WEEK TOTAL PAST THAT IS CAPPED AND
      * FLAGGED FOR A HAND CHECK.
       3000-BUILD-PAYROLL-RECORDS.
           MOVE 0 TO WS-BUILD-EXPECTED
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-ENTRY-COUNT
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                        UNTIL WS-WEEK-SUB > 3
                 IF WS-EMP-WEEK-HOURS(WS-EMP-IDX, WS-WEEK-SUB) > 0
                    ADD 1 TO WS-BUILD-EXPECTED
                 END-IF
              END-PERFORM
              IF WS-EMP-STATUS(WS-EMP-IDX) NOT = "I"
                 AND WS-EMP-STATUS(WS-EMP-IDX) NOT = "T"
                 AND WS-EMP-PAY-TYPE(WS-EMP-IDX) NOT = "S"
                 AND WS-EMP-PAY-FREQ(WS-EMP-IDX) = WS-PAY-FREQ
                 ADD WS-HOLIDAYS-IN-SPAN TO WS-BUILD-EXPECTED
              END-IF
           END-PERFORM
           MOVE WS-PAY-DATE       TO WS-HDR-PAY-DATE
           MOVE WS-BUILD-EXPECTED TO WS-HDR-EXPECTED-COUNT
           MOVE WS-PAY-FREQ       TO WS-HDR-PAY-FREQ
           WRITE PAYROLL-BUILD-REC FROM WS-BUILD-HEADER-REC
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-ENTRY-COUNT
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                        UNTIL WS-WEEK-SUB > 3
                 IF WS-EMP-WEEK-HOURS(WS-EMP-IDX, WS-WEEK-SUB) > 0
                    PERFORM 3010-BUILD-ONE-RECORD
                 END-IF
              END-PERFORM
              IF WS-EMP-STATUS(WS-EMP-IDX) NOT = "I"
                 AND WS-EMP-STATUS(WS-EMP-IDX) NOT = "T"
                 AND WS-EMP-PAY-TYPE(WS-EMP-IDX) NOT = "S"
                 AND WS-EMP-PAY-FREQ(WS-EMP-IDX) = WS-PAY-FREQ
                 AND WS-HOLIDAYS-IN-SPAN > 0
                 PERFORM 3020-BUILD-HOLIDAY-RECORDS
              END-IF
           MOVE WS-BUILD-RATE-HASH  TO WS-TRL-RATE-HASH
           WRITE PAYROLL-BUILD-REC FROM WS-BUILD-TRAILER-REC.

      * ONE "H" RECORD PER SPANNED HOLIDAY FOR EVERY HOURLY
      * EMPLOYEE NOT MARKED INACTIVE OR TERMINATED, AT THE HOLIDAY'S
      * ELIGIBLE HOURS AND THE EMPLOYEE'S OWN RATE, SO THE REGISTER
      * AND STUBS SHOW HOLIDAY PAY AS ITS OWN LINE THE WAY "V" AND
      * "S" RECORDS DO.
       3020-BUILD-HOLIDAY-RECORDS.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                     UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                 MOVE ZEROES TO BUILD-GARNISH-AMOUNT(1)
                                BUILD-GARNISH-AMOUNT(2)
                                BUILD-GARNISH-AMOUNT(3)
                 MOVE ZEROES TO BUILD-OT-UNAPPR-HOURS
                 MOVE "H" TO BUILD-TIME-TYPE
                 MOVE "1" TO BUILD-SHIFT-CODE
                 MOVE ZERO TO BUILD-SPLIT-COUNT
           END-PERFORM.

       3010-BUILD-ONE-RECORD.
           IF WS-EMP-WEEK-HOURS(WS-EMP-IDX, WS-WEEK-SUB) > 99.99
              MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO EXC-EMP-NUMBER
              MOVE SPACES TO EXC-PUNCH-DATE
                             EXC-TIME-IN
              MOVE "WEEK HOURS OVER 99.99 CAPPED" TO EXC-REASON
              WRITE PUNCH-EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE 99.99 TO WS-EMP-WEEK-HOURS(WS-EMP-IDX, WS-WEEK-SUB)
           END-IF
           MOVE SPACES TO PAYROLL-BUILD-REC
           MOVE WS-PAY-DATE                  TO BUILD-PAY-DATE
           MOVE WS-EMP-NUMBER(WS-EMP-IDX)    TO BUILD-EMP-NUMBER
           MOVE WS-EMP-WEEK-HOURS(WS-EMP-IDX, WS-WEEK-SUB)
             TO BUILD-EMP-HOURS
           PERFORM 1040-RESOLVE-PAY-RATE
           MOVE WS-CUR-PAY-RATE              TO BUILD-EMP-RATE
           MOVE ZEROES TO BUILD-OT-UNAPPR-HOURS
           IF BUILD-EMP-HOURS > 40
              AND WS-EMP-PAY-TYPE(WS-EMP-IDX) NOT = "S"
              PERFORM 3030-CHECK-OT-AUTHORIZATION
           END-IF
           MOVE WS-EMP-DEDUCTIONS(WS-EMP-IDX) TO BUILD-EMP-DEDUCTIONS
           MOVE WS-EMP-UNION-CODE(WS-EMP-IDX) TO BUILD-UNION-CODE
           MOVE ZERO TO BUILD-GARNISH-COUNT
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * SPLITS THE WEEK'S HOURS OVER 40 INTO AUTHORIZED AND
      * UNAPPROVED OVERTIME. AN AUTHORIZATION COUNTS FOR THE WEEK
      * WHEN ITS WEEK-ENDING DATE FALLS ON ANY DAY OF THAT WORKWEEK,
      * SO A SUPERVISOR WHO KEYS THE FRIDAY INSTEAD OF THE SATURDAY
      * IS STILL MATCHED. WITH NO PERIOD ON THE CALENDAR THE
      * WORKWEEK IS THE SEVEN DAYS ENDING ON THE PAY DATE.
       3030-CHECK-OT-AUTHORIZATION.
           COMPUTE WS-OTW-OT-HOURS = BUILD-EMP-HOURS - 40
           MOVE 0 TO WS-OTW-AUTH-HOURS
                     WS-OTW-START-DATE
                     WS-OTW-END-DATE
           IF WS-SPAN-END > 0
              IF WS-SPAN-START = WS-SPAN-END
                 COMPUTE WS-OTW-END-DAY =
                         FUNCTION INTEGER-OF-DATE(WS-SPAN-END)
                 COMPUTE WS-OTW-START-DAY = WS-OTW-END-DAY - 6
              ELSE
                 COMPUTE WS-OTW-START-DAY =
                         FUNCTION INTEGER-OF-DATE(WS-SPAN-START)
                       + (WS-WEEK-SUB - 1) * 7
                 COMPUTE WS-OTW-END-DAY = WS-OTW-START-DAY + 6
                 COMPUTE WS-OTW-LAST-DAY =
                         FUNCTION INTEGER-OF-DATE(WS-SPAN-END)
                 IF WS-WEEK-SUB = 3 OR WS-OTW-END-DAY > WS-OTW-LAST-DAY
                    MOVE WS-OTW-LAST-DAY TO WS-OTW-END-DAY
                 END-IF
              END-IF
              COMPUTE WS-OTW-START-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-OTW-START-DAY)
              COMPUTE WS-OTW-END-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-OTW-END-DAY)
              PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                        UNTIL WS-OTA-IDX > WS-OTA-COUNT
                 IF WS-OTA-EMP-NUMBER(WS-OTA-IDX) =
                    WS-EMP-NUMBER(WS-EMP-IDX)
                    AND WS-OTA-WEEK-END(WS-OTA-IDX) >=
                        WS-OTW-START-DATE
                    AND WS-OTA-WEEK-END(WS-OTA-IDX) <=
                        WS-OTW-END-DATE
                    ADD WS-OTA-HOURS(WS-OTA-IDX) TO WS-OTW-AUTH-HOURS
                 END-IF
              END-PERFORM
           END-IF
           IF WS-OTW-AUTH-HOURS < WS-OTW-OT-HOURS
              MOVE WS-OTW-AUTH-HOURS TO WS-OTW-APPR-HOURS
           ELSE
              MOVE WS-OTW-OT-HOURS TO WS-OTW-APPR-HOURS
           END-IF
           COMPUTE WS-OTW-UNAPPR-HOURS =
                   WS-OTW-OT-HOURS - WS-OTW-APPR-HOURS
           COMPUTE WS-OTW-APPR-DOLLARS ROUNDED =
                   WS-OTW-APPR-HOURS * WS-CUR-PAY-RATE * 1.5
           COMPUTE WS-OTW-UNAPPR-DOLLARS ROUNDED =
                   WS-OTW-UNAPPR-HOURS * WS-CUR-PAY-RATE * 1.5
           PERFORM 3040-ADD-TO-DEPT-SUMMARY
           IF WS-OTW-UNAPPR-HOURS > 0
              MOVE WS-OTW-UNAPPR-HOURS TO BUILD-OT-UNAPPR-HOURS
              ADD 1 TO WS-OT-UNAPPR-COUNT
              MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO OT-EXC-EMP-NUMBER
              MOVE WS-EMP-NAME(WS-EMP-IDX)   TO OT-EXC-EMP-NAME
              MOVE WS-EMP-DEPT(WS-EMP-IDX)   TO OT-EXC-DEPT
              MOVE WS-OTW-END-DATE           TO OT-EXC-WEEK-END
              MOVE BUILD-EMP-HOURS           TO OT-EXC-WORKED
              MOVE WS-OTW-OT-HOURS           TO OT-EXC-OT-HOURS
              MOVE WS-OTW-APPR-HOURS         TO OT-EXC-AUTH-HOURS
              MOVE WS-OTW-UNAPPR-HOURS       TO OT-EXC-UNAPPR-HOURS
              MOVE WS-OTW-UNAPPR-DOLLARS     TO OT-EXC-UNAPPR-DOLLARS
              WRITE OT-EXCEPTION-RECORD FROM OT-EXC-DETAIL-LINE
           END-IF.

       3040-ADD-TO-DEPT-SUMMARY.
           MOVE 0 TO WS-OTD-HOLD-IDX
           PERFORM VARYING WS-OTD-IDX FROM 1 BY 1
                     UNTIL WS-OTD-IDX > WS-OTD-COUNT
              IF WS-OTD-DEPT(WS-OTD-IDX) = WS-EMP-DEPT(WS-EMP-IDX)
                 AND WS-OTD-WEEK-END(WS-OTD-IDX) = WS-OTW-END-DATE
                 SET WS-OTD-HOLD-IDX TO WS-OTD-IDX
              END-IF
           END-PERFORM
           IF WS-OTD-HOLD-IDX = 0 AND WS-OTD-COUNT < 300
              ADD 1 TO WS-OTD-COUNT
              MOVE WS-OTD-COUNT TO WS-OTD-HOLD-IDX
              SET WS-OTD-IDX TO WS-OTD-HOLD-IDX
              MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-OTD-DEPT(WS-OTD-IDX)
              MOVE WS-OTW-END-DATE TO WS-OTD-WEEK-END(WS-OTD-IDX)
              MOVE 0 TO WS-OTD-APPR-HOURS(WS-OTD-IDX)
                        WS-OTD-APPR-DOLLARS(WS-OTD-IDX)
                        WS-OTD-UNAPPR-HOURS(WS-OTD-IDX)
                        WS-OTD-UNAPPR-DOLLARS(WS-OTD-IDX)
           END-IF
           IF WS-OTD-HOLD-IDX > 0
              SET WS-OTD-IDX TO WS-OTD-HOLD-IDX
              ADD WS-OTW-APPR-HOURS TO WS-OTD-APPR-HOURS(WS-OTD-IDX)
              ADD WS-OTW-APPR-DOLLARS
                TO WS-OTD-APPR-DOLLARS(WS-OTD-IDX)
              ADD WS-OTW-UNAPPR-HOURS
                TO WS-OTD-UNAPPR-HOURS(WS-OTD-IDX)
              ADD WS-OTW-UNAPPR-DOLLARS
                TO WS-OTD-UNAPPR-DOLLARS(WS-OTD-IDX)
           ELSE
              DISPLAY "TIMECLKAS: OVERTIME SUMMARY TABLE FULL AT 300 "
                      "-- " WS-EMP-DEPT(WS-EMP-IDX) " LEFT OFF"
           END-IF
           ADD WS-OTW-APPR-HOURS     TO WS-OTD-TOT-APPR-HOURS
           ADD WS-OTW-APPR-DOLLARS   TO WS-OTD-TOT-APPR-DOLLARS
           ADD WS-OTW-UNAPPR-HOURS   TO WS-OTD-TOT-UNAPPR-HOURS
           ADD WS-OTW-UNAPPR-DOLLARS TO WS-OTD-TOT-UNAPPR-DOLLARS.

      * ONE LINE PER DEPARTMENT AND WORKWEEK THAT HAD OVERTIME, THEN
      * THE BUILD TOTAL. CLOSES OUT THE EXCEPTION REPORT TOO.
       4000-WRITE-OT-SUMMARY.
           IF WS-OT-UNAPPR-COUNT = 0
              WRITE OT-EXCEPTION-RECORD FROM OT-EXC-NONE-LINE
           END-IF
           IF WS-OTD-COUNT = 0
              WRITE OT-SUMMARY-RECORD FROM OT-SUM-NONE-LINE
           ELSE
              PERFORM VARYING WS-OTD-IDX FROM 1 BY 1
                        UNTIL WS-OTD-IDX > WS-OTD-COUNT
                 MOVE WS-OTD-DEPT(WS-OTD-IDX)     TO OT-SUM-DEPT
                 MOVE WS-OTD-WEEK-END(WS-OTD-IDX) TO OT-SUM-WEEK-END
                 MOVE WS-OTD-APPR-HOURS(WS-OTD-IDX)
                   TO OT-SUM-APPR-HOURS
                 MOVE WS-OTD-APPR-DOLLARS(WS-OTD-IDX)
                   TO OT-SUM-APPR-DOLLARS
                 MOVE WS-OTD-UNAPPR-HOURS(WS-OTD-IDX)
                   TO OT-SUM-UNAPPR-HOURS
                 MOVE WS-OTD-UNAPPR-DOLLARS(WS-OTD-IDX)
                   TO OT-SUM-UNAPPR-DOLLARS
                 WRITE OT-SUMMARY-RECORD FROM OT-SUM-DETAIL-LINE
              END-PERFORM
              MOVE SPACES TO OT-SUMMARY-RECORD
              WRITE OT-SUMMARY-RECORD
              MOVE "ALL "                    TO OT-SUM-DEPT
              MOVE "TOTAL"                   TO OT-SUM-WEEK-END
              MOVE WS-OTD-TOT-APPR-HOURS     TO OT-SUM-APPR-HOURS
              MOVE WS-OTD-TOT-APPR-DOLLARS   TO OT-SUM-APPR-DOLLARS
              MOVE WS-OTD-TOT-UNAPPR-HOURS   TO OT-SUM-UNAPPR-HOURS
              MOVE WS-OTD-TOT-UNAPPR-DOLLARS TO OT-SUM-UNAPPR-DOLLARS
              WRITE OT-SUMMARY-RECORD FROM OT-SUM-DETAIL-LINE
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.
