       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHAUDAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * WEEKLY WAGE-AND-HOUR COMPLIANCE AUDIT.
      *
      * READS THE SAME PUNCH FILE TIMECLKAS BUILDS THE PAYROLL FROM,
      * AND THE LATEST PAYROLL RUN'S PAYROLL2_ OUTPUT, AND LISTS FOR
      * HR EVERY EMPLOYEE WHO:
      *   - WAS PAID BELOW THE MINIMUM WAGE FOR THEIR WORK STATE --
      *     STRAIGHT-TIME PAY OVER HOURS WORKED ON THE RUN, HOURLY
      *     EMPLOYEES ONLY (A SALARIED EXEMPT EMPLOYEE'S HOURS DO NOT
      *     DRIVE THEIR PAY);
      *   - PUNCHED A SHIFT OVER SIX HOURS WITH NO LUNCH PUNCH (ONE
      *     UNBROKEN PUNCH PAIR OVER SIX HOURS -- TIMECLKAS DEDUCTS
      *     THE 30 MINUTES, BUT NOBODY PUNCHED OUT FOR THEM);
      *   - WORKED SEVEN CONSECUTIVE DAYS; OR
      *   - WAS UNDER 18 ON A DAY THEY WORKED PAST THE STATE'S MINOR
      *     LIMITS: HOURS IN THE DAY, HOURS IN THE WEEK, OR THE
      *     LATEST TIME OF DAY A MINOR MAY BE ON THE CLOCK. AGE COMES
      *     FROM THE BIRTH DATE ON THE EMPLOYEE MASTER (COLUMNS
      *     107-114); AN EMPLOYEE WITH NO BIRTH DATE IS NOT CHECKED.
      * WORKWEEKS ARE COUNTED IN SEVEN-DAY BLOCKS FROM THE EARLIEST
      * PUNCH DATE ON THE FILE.
      *
      * LIMITS COME FROM THE STATE MINIMUM-WAGE FILE, ONE ROW PER
      * WORK STATE (ROW "**" IS THE HOME STATE, THE SAME DEFAULT
      * CALCPYAS WITHHOLDS UNDER). A STATE WITH NO ROW FALLS BACK TO
      * "**", AND WITH NO "**" ROW EITHER TO THE FEDERAL MINIMUM OF
      * 7.25 AND THE FEDERAL LIMITS FOR 14 AND 15 YEAR OLDS. A ZERO
      * MINOR LIMIT ON A ROW MEANS THE STATE SETS NONE.
      *
      * THE REPORT GOES TO HR THROUGH THE DISTRIBUTOR AS
      * WAGE-HOUR-AUDIT, AND EVERY FINDING IS ALSO APPENDED TO THE
      * SHOP-WIDE AUDIT LOG AS ITS OWN LINE:
      *   WHAUDAS,<DATE><TIME>,FINDING=<CODE>,EMP=<EMP>,ON=<DATE>
      * AHEAD OF THE RUN'S USUAL SUMMARY LINE.
      *
      * THE RUN READ IS PAYROLL-RUN-FILE ON RUNCTL.DAT WHEN SET,
      * OTHERWISE THE LAST RUN ON THE OUTPUT INVENTORY THAT HAS NOT
      * BEEN REVERSED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT PUNCH-FILE-IN
               ASSIGN TO WS-PUNCH-FILE-PATH
               organization is line sequential
               file status is WS-PUNCH-FILE-STATUS.
             SELECT OUTPUT-INVENTORY-FILE
               ASSIGN TO WS-OUTPUT-INVENTORY-PATH
               organization is line sequential
               file status is WS-OUTPUT-INVENTORY-STATUS.
             SELECT PAYROLL-RUN-FILE
               ASSIGN TO WS-PAYROLL-RUN-PATH
               organization is line sequential
               file status is WS-PAYROLL-RUN-STATUS.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT MIN-WAGE-FILE
               ASSIGN TO WS-MIN-WAGE-PATH
               organization is line sequential
               file status is WS-MIN-WAGE-STATUS.
             SELECT WAGE-HOUR-REPORT
               ASSIGN TO WS-WAGE-HOUR-REPORT-PATH
               organization is line sequential
               file status is WS-WAGE-HOUR-REPORT-STATUS.
             COPY APPRSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME PUNCH LAYOUT TIMECLKAS READS: EMPLOYEE, MMDDYY DATE,
      * HHMM IN AND OUT.
       FD  PUNCH-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS PUNCH-REC-IN.
       01  PUNCH-REC-IN.
           05  PUNCH-EMP-NUMBER-IN      PIC X(06).
           05  PUNCH-DATE-IN.
               10 PUNCH-DATE-MM         PIC X(02).
               10 PUNCH-DATE-DD         PIC X(02).
               10 PUNCH-DATE-YY         PIC X(02).
           05  PUNCH-TIME-IN            PIC X(04).
           05  PUNCH-TIME-IN-NUM REDEFINES PUNCH-TIME-IN.
               10 PUNCH-IN-HH           PIC 9(02).
               10 PUNCH-IN-MM           PIC 9(02).
           05  PUNCH-TIME-OUT           PIC X(04).
           05  PUNCH-TIME-OUT-NUM REDEFINES PUNCH-TIME-OUT.
               10 PUNCH-OUT-HH          PIC 9(02).
               10 PUNCH-OUT-MM          PIC 9(02).

      * SHOP-WIDE INVENTORY OF DATE-STAMPED OUTPUT FILES, AS
      * CALCPYAS APPENDS TO IT AT THE END OF EVERY COMMITTED RUN.
       FD  OUTPUT-INVENTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUTPUT-INVENTORY-REC.
       01  OUTPUT-INVENTORY-REC.
           05  OUTINV-FILE-NAME         PIC X(40).
           05  OUTINV-CREATED-DATE      PIC 9(08).
           05  OUTINV-ENTRY-TYPE        PIC X(01).
               88 OUTINV-STANDING-FILE  VALUE "S".
           05  FILLER                   PIC X(62).

      * ONE RUN'S PAYROLL2_ OUTPUT. ONLY WHAT THE AUDIT NEEDS IS
      * NAMED.
       FD  PAYROLL-RUN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-RUN-REC.
       01  PAYROLL-RUN-REC.
           05  RUN-PAY-DATE.
               10 RUN-PAY-MM            PIC X(02).
               10 RUN-PAY-DD            PIC X(02).
               10 RUN-PAY-YY            PIC X(02).
           05  RUN-EMP-NUMBER           PIC X(06).
           05  RUN-EMP-HOURS            PIC 9(02)V99.
           05  RUN-EMP-RATE             PIC 9(02)V99.
           05  FILLER                   PIC X(33).
           05  RUN-TIME-TYPE            PIC X(01).
               88 RUN-HOURS-WORKED          VALUE " " "R".
           05  FILLER                   PIC X(01).
           05  RUN-BASE-PAY             PIC 9(04)V99.
           05  FILLER                   PIC X(156).
           05  RUN-ADJ-SIGN             PIC X(01).
               88 RUN-ADJ-NEGATIVE          VALUE "-".

      * EMPLOYEE MASTER -- ONLY THE FIELDS THE AUDIT NEEDS ARE
      * NAMED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(12).
           05  EMP-STATUS-IN            PIC X(01).
           05  FILLER                   PIC X(32).
           05  EMP-WORK-STATE-IN        PIC X(02).
           05  FILLER                   PIC X(04).
           05  EMP-PAY-TYPE-IN          PIC X(01).
           05  FILLER                   PIC X(28).
           05  EMP-BIRTH-DATE-IN        PIC X(08).

      * STATE MINIMUM WAGE AND CHILD-LABOR LIMITS, ONE ROW PER WORK
      * STATE. HOURS ARE 9(2)V99 (0800 = 8.00), THE LATEST TIME IS
      * HHMM ON A 24-HOUR CLOCK.
       FD  MIN-WAGE-FILE
           RECORDING MODE IS F
           DATA RECORD IS MIN-WAGE-REC.
       01  MIN-WAGE-REC.
           05  MINWG-STATE              PIC X(02).
           05  MINWG-RATE               PIC 9(02)V99.
           05  MINWG-MINOR-DAY-HOURS    PIC 9(02)V99.
           05  MINWG-MINOR-WEEK-HOURS   PIC 9(02)V99.
           05  MINWG-MINOR-LATEST-OUT   PIC 9(04).

       FD  WAGE-HOUR-REPORT
           RECORDING MODE IS F
           DATA RECORD IS WAGE-HOUR-RECORD.
       01  WAGE-HOUR-RECORD             PIC X(100).

       COPY APPRFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-PUNCH-FILE-PATH       PIC X(40)
           VALUE "C:\Users\Bob\TIMECLOCK.DAT".
       01 WS-PUNCH-FILE-STATUS     PIC X(02).
           88 PUNCH-FILE-SUCCESSFUL    VALUE "00".
           88 END-OF-PUNCH-FILE        VALUE "10".
       01 WS-OUTPUT-INVENTORY-PATH PIC X(40)
           VALUE "C:\Users\Bob\OUTINV.DAT".
       01 WS-OUTPUT-INVENTORY-STATUS PIC X(02).
           88 OUTPUT-INVENTORY-SUCCESSFUL VALUE "00".
           88 END-OF-OUTPUT-INVENTORY  VALUE "10".
       01 WS-PAYROLL-RUN-PATH      PIC X(40) VALUE SPACES.
       01 WS-PAYROLL-RUN-STATUS    PIC X(02).
           88 PAYROLL-RUN-SUCCESSFUL   VALUE "00".
           88 END-OF-PAYROLL-RUN       VALUE "10".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01 WS-MIN-WAGE-PATH         PIC X(40)
           VALUE "C:\Users\Bob\MINWAGE.DAT".
       01 WS-MIN-WAGE-STATUS       PIC X(02).
           88 MIN-WAGE-SUCCESSFUL      VALUE "00".
           88 END-OF-MIN-WAGE          VALUE "10".
       01 WS-WAGE-HOUR-REPORT-PATH PIC X(40)
           VALUE "C:\Users\Bob\WHAUDIT.rpt".
       01 WS-WAGE-HOUR-REPORT-STATUS PIC X(02).
           88 GOOD-WAGE-HOUR-WRITE     VALUE "00".

      * EMPLOYEE TABLE, WITH THE RUN'S STRAIGHT-TIME PAY AND HOURS.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-STATUS          PIC X(01).
              10 WS-EMP-WORK-STATE      PIC X(02).
              10 WS-EMP-PAY-TYPE        PIC X(01).
                  88 WS-EMP-SALARIED        VALUE "S".
              10 WS-EMP-BIRTH-DATE      PIC 9(08).
              10 WS-EMP-RUN-BASE        PIC S9(07)V99.
              10 WS-EMP-RUN-HOURS       PIC S9(05)V99.
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMPLOYEE-FOUND           VALUE "Y".

      * MINUTES ON THE CLOCK BY EMPLOYEE AND DAY, DAY 1 BEING THE
      * EARLIEST PUNCH DATE ON THE FILE.
       01 WS-DAY-TABLE.
           05 WS-DAY-EMP OCCURS 999 TIMES.
              10 WS-DAY-MINUTES         PIC 9(04) OCCURS 63 TIMES.
       01 WS-DAY-SUB               PIC 9(03).
       01 WS-DAY-LAST              PIC 9(03) VALUE 0.
       01 WS-RUN-OF-DAYS           PIC 9(03).
       01 WS-WEEK-MINUTES          PIC 9(05).
       01 WS-WEEK-START-SUB        PIC 9(03).
       01 WS-WEEK-END-SUB          PIC 9(03).

       01 WS-MIN-WAGE-TABLE.
           05 WS-MW-ENTRY OCCURS 60 TIMES
                           INDEXED BY WS-MW-IDX.
              10 WS-MW-STATE            PIC X(02).
              10 WS-MW-RATE             PIC 9(02)V99.
              10 WS-MW-MINOR-DAY-HOURS  PIC 9(02)V99.
              10 WS-MW-MINOR-WEEK-HOURS PIC 9(02)V99.
              10 WS-MW-MINOR-LATEST-OUT PIC 9(04).
       01 WS-MW-COUNT              PIC 9(02) VALUE 0.
       01 WS-MW-FOUND-SW           PIC X(01).
           88 MW-ROW-FOUND              VALUE "Y".
      * THE LIMITS IN FORCE FOR THE EMPLOYEE IN HAND. THE VALUES
      * BELOW ARE THE FEDERAL FLOOR, USED WHEN NO ROW APPLIES.
       01 WS-LIMITS.
           05 WS-LIM-STATE             PIC X(02).
           05 WS-LIM-RATE              PIC 9(02)V99.
           05 WS-LIM-MINOR-DAY-HOURS   PIC 9(02)V99.
           05 WS-LIM-MINOR-WEEK-HOURS  PIC 9(02)V99.
           05 WS-LIM-MINOR-LATEST-OUT  PIC 9(04).
       01 WS-FEDERAL-LIMITS.
           05 FILLER                   PIC X(02) VALUE "US".
           05 FILLER                   PIC 9(02)V99 VALUE 7.25.
           05 FILLER                   PIC 9(02)V99 VALUE 8.00.
           05 FILLER                   PIC 9(02)V99 VALUE 40.00.
           05 FILLER                   PIC 9(04) VALUE 1900.

       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-PATH OCCURS 100 TIMES PIC X(40).
       01 WS-REVERSED-COUNT        PIC 9(03) VALUE 0.
       01 WS-REVERSED-SUB          PIC 9(03).
       01 WS-RUN-REVERSED-SW       PIC X(01).
           88 RUN-WAS-REVERSED          VALUE "Y".

      * DATES: A PUNCH OR PAY DATE WITH THE CENTURY ADDED, THE
      * FIRST DAY ON THE PUNCH FILE, AND THE DAY IN HAND.
       01 WS-CHECK-DATE            PIC 9(08).
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-CC           PIC X(02).
           05 WS-CHECK-YY           PIC X(02).
           05 WS-CHECK-MM           PIC X(02).
           05 WS-CHECK-DD           PIC X(02).
       01 WS-CHECK-INT             PIC 9(07).
       01 WS-FIRST-DAY-INT         PIC 9(07) VALUE 9999999.
       01 WS-FIRST-DAY-DATE        PIC 9(08) VALUE 0.
       01 WS-LAST-DAY-DATE         PIC 9(08) VALUE 0.
       01 WS-DAY-DATE              PIC 9(08).
       01 WS-RUN-PAY-DATE          PIC 9(08) VALUE 0.
       01 WS-MINOR-SW              PIC X(01).
           88 EMPLOYEE-IS-MINOR        VALUE "Y".

      * ONE PUNCH PAIR.
       01 WS-IN-MINUTES            PIC 9(04).
       01 WS-OUT-MINUTES           PIC 9(04).
       01 WS-PAIR-MINUTES          PIC 9(04).
       01 WS-LIMIT-MINUTES         PIC 9(05).

       01 WS-EFFECTIVE-RATE        PIC S9(05)V99.
       01 WS-HOURS-EDIT            PIC Z9.99.
       01 WS-LIMIT-EDIT            PIC Z9.99.
       01 WS-RATE-EDIT             PIC ZZ9.99.
       01 WS-MIN-RATE-EDIT         PIC Z9.99.

      * THE FINDING IN HAND, FOR THE REPORT AND THE AUDIT LOG.
       01 WS-FINDING-CODE          PIC X(10).
       01 WS-FINDING-TEXT          PIC X(26).
       01 WS-FINDING-DETAIL        PIC X(36).
       01 WS-FINDING-DATE          PIC 9(08).
       01 WS-FINDING-LINE          PIC X(90).

       01 WS-PUNCHES-READ          PIC 9(06) VALUE 0.
       01 WS-PUNCHES-SKIPPED       PIC 9(06) VALUE 0.
       01 WS-RUN-RECORDS-READ      PIC 9(06) VALUE 0.
       01 WS-FINDING-COUNT         PIC 9(05) VALUE 0.
       01 WS-MINWAGE-COUNT         PIC 9(05) VALUE 0.
       01 WS-NO-LUNCH-COUNT        PIC 9(05) VALUE 0.
       01 WS-SEVEN-DAY-COUNT       PIC 9(05) VALUE 0.
       01 WS-MINOR-COUNT           PIC 9(05) VALUE 0.
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".
       01 WS-RUN-READ-SW           PIC X(01) VALUE "N".
           88 PAY-RUN-WAS-READ          VALUE "Y".

       01  WH-HDG-LINE-1.
           05 FILLER                 PIC X(36)
             VALUE "WAGE-AND-HOUR COMPLIANCE AUDIT     ".
           05 FILLER                 PIC X(08) VALUE "PUNCHES ".
           05 WH-HDG-FIRST-DAY       PIC 9(08).
           05 FILLER                 PIC X(04) VALUE " TO ".
           05 WH-HDG-LAST-DAY        PIC 9(08).
           05 FILLER                 PIC X(36) VALUE SPACES.

       01  WH-HDG-LINE-2.
           05 FILLER                 PIC X(13) VALUE "PAYROLL RUN: ".
           05 WH-HDG-RUN-PATH        PIC X(40).
           05 FILLER                 PIC X(11) VALUE " PAY DATE: ".
           05 WH-HDG-PAY-DATE        PIC 9(08).
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  WH-COLUMN-LINE.
           05 FILLER                 PIC X(50)
             VALUE "EMP    NAME                 DATE     FINDING      ".
           05 FILLER                 PIC X(50)
             VALUE "              DETAIL                              ".

       01  WH-DETAIL-LINE.
           05 WH-DTL-EMP             PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WH-DTL-NAME            PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WH-DTL-DATE            PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WH-DTL-FINDING         PIC X(26).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WH-DTL-DETAIL          PIC X(36).

       01  WH-COUNT-LINE.
           05 WH-CNT-LABEL           PIC X(40).
           05 WH-CNT-VALUE           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  WH-MESSAGE-LINE           PIC X(100).
       01  WH-BLANK-LINE             PIC X(100) VALUE SPACES.

       COPY APPRWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "WHAUDAS WAGE-AND-HOUR COMPLIANCE AUDIT"
           MOVE "WHAUDAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1600-FIND-PUNCH-SPAN THRU 1600-EXIT
           PERFORM 2000-READ-PAY-RUN THRU 2000-EXIT
           PERFORM 5100-WRITE-HEADINGS
           PERFORM 2200-CHECK-MINIMUM-WAGE
             VARYING WS-EMP-IDX FROM 1 BY 1
             UNTIL WS-EMP-IDX > WS-EMP-COUNT
           PERFORM 3000-READ-PUNCHES THRU 3000-EXIT
           PERFORM 4000-WRITE-REPORT
           MOVE "WAGE-HOUR-AUDIT"        TO WS-DISTRIB-REPORT-NAME
           MOVE WS-WAGE-HOUR-REPORT-PATH TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "WHAUDAS" TO WS-AUDIT-PROGRAM-ID
           COMPUTE WS-AUDIT-RECORDS-READ = WS-PUNCHES-READ
                                         + WS-RUN-RECORDS-READ
           MOVE WS-FINDING-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZEROES TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "PUNCHES READ:          " WS-PUNCHES-READ
           DISPLAY "RUN RECORDS READ:      " WS-RUN-RECORDS-READ
           DISPLAY "FINDINGS:              " WS-FINDING-COUNT
           DISPLAY "REPORT WRITTEN TO " WS-WAGE-HOUR-REPORT-PATH
           IF WS-FINDING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END WHAUDAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           INITIALIZE WS-DAY-TABLE
           PERFORM 1100-LOAD-EMP-MASTER THRU 1100-EXIT
           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-MIN-WAGE-TABLE
           OPEN OUTPUT WAGE-HOUR-REPORT
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "WHAUDAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "PUNCH-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PUNCH-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PUNCH-FILE-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OUTPUT-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INVENTORY-PATH
           MOVE "PAYROLL-RUN-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAYROLL-RUN-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAYROLL-RUN-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "MIN-WAGE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MIN-WAGE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MIN-WAGE-PATH
           MOVE "WAGE-HOUR-AUDIT-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-WAGE-HOUR-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WAGE-HOUR-REPORT-PATH.

       1100-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE
           IF NOT EMP-MASTER-SUCCESSFUL
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WHAUDAS: NO EMPLOYEE MASTER -- NOTHING TO AUDIT"
              MOVE "Y" TO WS-REFUSED-SW
              GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL END-OF-EMP-MASTER
                    OR WS-EMP-COUNT = 999
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-EMP-COUNT
                 SET WS-EMP-IDX TO WS-EMP-COUNT
                 MOVE EMP-NUMBER-IN     TO WS-EMP-NUMBER(WS-EMP-IDX)
                 MOVE EMP-NAME-IN       TO WS-EMP-NAME(WS-EMP-IDX)
                 MOVE EMP-STATUS-IN     TO WS-EMP-STATUS(WS-EMP-IDX)
                 MOVE EMP-WORK-STATE-IN TO WS-EMP-WORK-STATE(WS-EMP-IDX)
                 MOVE EMP-PAY-TYPE-IN   TO WS-EMP-PAY-TYPE(WS-EMP-IDX)
                 IF EMP-BIRTH-DATE-IN IS NUMERIC
                    MOVE EMP-BIRTH-DATE-IN
                      TO WS-EMP-BIRTH-DATE(WS-EMP-IDX)
                 ELSE
                    MOVE ZEROES TO WS-EMP-BIRTH-DATE(WS-EMP-IDX)
                 END-IF
                 MOVE ZEROES TO WS-EMP-RUN-BASE(WS-EMP-IDX)
                                WS-EMP-RUN-HOURS(WS-EMP-IDX)
              END-READ
           END-PERFORM
           IF NOT END-OF-EMP-MASTER
              DISPLAY "WHAUDAS: EMPLOYEE TABLE FULL AT 999 -- LATER "
                      "EMPLOYEES ARE NOT AUDITED"
           END-IF
           CLOSE EMP-MASTER-FILE.
       1100-EXIT.
           EXIT.

      * NO STATE FILE IS NOT FATAL -- EVERY EMPLOYEE IS THEN HELD TO
      * THE FEDERAL FLOOR.
       1200-LOAD-MIN-WAGE-TABLE.
           OPEN INPUT MIN-WAGE-FILE
           IF NOT MIN-WAGE-SUCCESSFUL
              DISPLAY "WHAUDAS: NO STATE MINIMUM-WAGE FILE -- "
                      "FEDERAL LIMITS USED"
           ELSE
              PERFORM UNTIL END-OF-MIN-WAGE
                 READ MIN-WAGE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MINWG-RATE IS NUMERIC
                       AND MINWG-MINOR-DAY-HOURS IS NUMERIC
                       AND MINWG-MINOR-WEEK-HOURS IS NUMERIC
                       AND MINWG-MINOR-LATEST-OUT IS NUMERIC
                       AND WS-MW-COUNT < 60
                       ADD 1 TO WS-MW-COUNT
                       MOVE MIN-WAGE-REC TO WS-MW-ENTRY(WS-MW-COUNT)
                    ELSE
                       DISPLAY "WHAUDAS: MINIMUM-WAGE ROW SKIPPED -- "
                               MIN-WAGE-REC
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE MIN-WAGE-FILE
           END-IF.

      * THE LIMITS FOR THE WORK STATE OF THE EMPLOYEE AT WS-EMP-IDX:
      * THE STATE'S ROW, ELSE THE HOME-STATE "**" ROW, ELSE FEDERAL.
       1300-SET-EMPLOYEE-LIMITS.
           MOVE WS-FEDERAL-LIMITS TO WS-LIMITS
           MOVE "N" TO WS-MW-FOUND-SW
           IF WS-EMP-WORK-STATE(WS-EMP-IDX) NOT = SPACES
              PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                        UNTIL WS-MW-IDX > WS-MW-COUNT
                           OR MW-ROW-FOUND
                 IF WS-MW-STATE(WS-MW-IDX)
                    = WS-EMP-WORK-STATE(WS-EMP-IDX)
                    MOVE "Y" TO WS-MW-FOUND-SW
                    MOVE WS-MW-ENTRY(WS-MW-IDX) TO WS-LIMITS
                 END-IF
              END-PERFORM
           END-IF
           IF NOT MW-ROW-FOUND
              PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                        UNTIL WS-MW-IDX > WS-MW-COUNT
                           OR MW-ROW-FOUND
                 IF WS-MW-STATE(WS-MW-IDX) = "**"
                    MOVE "Y" TO WS-MW-FOUND-SW
                    MOVE WS-MW-ENTRY(WS-MW-IDX) TO WS-LIMITS
                 END-IF
              END-PERFORM
           END-IF.

      * UNDER 18 ON WS-DAY-DATE? THE 18TH BIRTHDAY IS THE BIRTH DATE
      * WITH 18 ADDED TO THE YEAR.
       1400-CHECK-MINOR.
           MOVE "N" TO WS-MINOR-SW
           IF WS-EMP-BIRTH-DATE(WS-EMP-IDX) > 0
              AND WS-DAY-DATE < WS-EMP-BIRTH-DATE(WS-EMP-IDX) + 180000
              MOVE "Y" TO WS-MINOR-SW
           END-IF.

       1500-LOAD-REVERSED-RUNS.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF APPR-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-APPR-FILE
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF APPR-ACTION-IN = "REVERSAL"
                       AND APPR-STATUS-IN = "X"
                       AND WS-REVERSED-COUNT < 100
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE APPR-KEY-IN
                         TO WS-REVERSED-PATH(WS-REVERSED-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      * THE SPAN OF THE PUNCH FILE: DAY 1 OF THE DAY TABLE IS THE
      * EARLIEST PUNCH DATE ON IT.
       1600-FIND-PUNCH-SPAN.
           OPEN INPUT PUNCH-FILE-IN
           IF NOT PUNCH-FILE-SUCCESSFUL
              GO TO 1600-EXIT
           END-IF
           PERFORM UNTIL END-OF-PUNCH-FILE
              READ PUNCH-FILE-IN
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 3010-CONVERT-PUNCH-DATE
                 IF WS-CHECK-INT > 0
                    AND WS-CHECK-INT < WS-FIRST-DAY-INT
                    MOVE WS-CHECK-INT TO WS-FIRST-DAY-INT
                    MOVE WS-CHECK-DATE TO WS-FIRST-DAY-DATE
                 END-IF
                 IF WS-CHECK-INT > 0
                    AND WS-CHECK-DATE > WS-LAST-DAY-DATE
                    MOVE WS-CHECK-DATE TO WS-LAST-DAY-DATE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE PUNCH-FILE-IN.
       1600-EXIT.
           EXIT.

      * STRAIGHT-TIME PAY AND WORKED HOURS PER EMPLOYEE OFF THE
      * RUN. VACATION, SICK AND HOLIDAY LINES ARE NOT TIME WORKED.
       2000-READ-PAY-RUN.
           PERFORM 1500-LOAD-REVERSED-RUNS
           IF WS-PAYROLL-RUN-PATH = SPACES
              PERFORM 2050-FIND-LATEST-RUN THRU 2050-EXIT
           END-IF
           IF WS-PAYROLL-RUN-PATH = SPACES
              DISPLAY "WHAUDAS: NO PAYROLL RUN FOUND -- MINIMUM WAGE "
                      "NOT CHECKED"
              GO TO 2000-EXIT
           END-IF
           OPEN INPUT PAYROLL-RUN-FILE
           IF NOT PAYROLL-RUN-SUCCESSFUL
              MOVE "PAYROLL-RUN-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PAYROLL-RUN-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WHAUDAS: RUN FILE MISSING -- "
                      WS-PAYROLL-RUN-PATH
              GO TO 2000-EXIT
           END-IF
           MOVE "Y" TO WS-RUN-READ-SW
           PERFORM UNTIL END-OF-PAYROLL-RUN
              READ PAYROLL-RUN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-RUN-RECORDS-READ
                 PERFORM 2100-ADD-RUN-RECORD THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE PAYROLL-RUN-FILE.
       2000-EXIT.
           EXIT.

      * THE LAST RUN ON THE INVENTORY THAT WAS NOT REVERSED.
       2050-FIND-LATEST-RUN.
           OPEN INPUT OUTPUT-INVENTORY-FILE
           IF NOT OUTPUT-INVENTORY-SUCCESSFUL
              GO TO 2050-EXIT
           END-IF
           PERFORM UNTIL END-OF-OUTPUT-INVENTORY
              READ OUTPUT-INVENTORY-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE "N" TO WS-RUN-REVERSED-SW
                 PERFORM VARYING WS-REVERSED-SUB FROM 1 BY 1
                           UNTIL WS-REVERSED-SUB > WS-REVERSED-COUNT
                              OR RUN-WAS-REVERSED
                    IF WS-REVERSED-PATH(WS-REVERSED-SUB)
                       = OUTINV-FILE-NAME
                       MOVE "Y" TO WS-RUN-REVERSED-SW
                    END-IF
                 END-PERFORM
                 IF OUTINV-FILE-NAME NOT = SPACES
                    AND NOT RUN-WAS-REVERSED
                    AND NOT OUTINV-STANDING-FILE
                    MOVE OUTINV-FILE-NAME TO WS-PAYROLL-RUN-PATH
                 END-IF
              END-READ
           END-PERFORM
           CLOSE OUTPUT-INVENTORY-FILE.
       2050-EXIT.
           EXIT.

       2100-ADD-RUN-RECORD.
           IF WS-RUN-PAY-DATE = 0
              AND RUN-PAY-DATE IS NUMERIC
              MOVE "20"       TO WS-CHECK-CC
              MOVE RUN-PAY-YY TO WS-CHECK-YY
              MOVE RUN-PAY-MM TO WS-CHECK-MM
              MOVE RUN-PAY-DD TO WS-CHECK-DD
              MOVE WS-CHECK-DATE TO WS-RUN-PAY-DATE
           END-IF
           IF NOT RUN-HOURS-WORKED
              OR RUN-EMP-HOURS IS NOT NUMERIC
              OR RUN-BASE-PAY IS NOT NUMERIC
              GO TO 2100-EXIT
           END-IF
           PERFORM 2110-FIND-RUN-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
              GO TO 2100-EXIT
           END-IF
           IF RUN-ADJ-NEGATIVE
              SUBTRACT RUN-BASE-PAY  FROM WS-EMP-RUN-BASE(WS-EMP-IDX)
              SUBTRACT RUN-EMP-HOURS FROM WS-EMP-RUN-HOURS(WS-EMP-IDX)
           ELSE
              ADD RUN-BASE-PAY  TO WS-EMP-RUN-BASE(WS-EMP-IDX)
              ADD RUN-EMP-HOURS TO WS-EMP-RUN-HOURS(WS-EMP-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-FIND-RUN-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMPLOYEE-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) = RUN-EMP-NUMBER
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF EMPLOYEE-FOUND
              SET WS-EMP-IDX DOWN BY 1
           END-IF.

      * EFFECTIVE RATE IS TRUNCATED, NOT ROUNDED, SO A RATE A
      * FRACTION OF A CENT SHORT IS STILL CAUGHT.
       2200-CHECK-MINIMUM-WAGE.
           IF WS-EMP-RUN-HOURS(WS-EMP-IDX) > 0
              AND NOT WS-EMP-SALARIED(WS-EMP-IDX)
              PERFORM 1300-SET-EMPLOYEE-LIMITS
              COMPUTE WS-EFFECTIVE-RATE =
                      WS-EMP-RUN-BASE(WS-EMP-IDX)
                    / WS-EMP-RUN-HOURS(WS-EMP-IDX)
              IF WS-EFFECTIVE-RATE < WS-LIM-RATE
                 ADD 1 TO WS-MINWAGE-COUNT
                 MOVE WS-EFFECTIVE-RATE TO WS-RATE-EDIT
                 MOVE WS-LIM-RATE TO WS-MIN-RATE-EDIT
                 MOVE "MINWAGE" TO WS-FINDING-CODE
                 MOVE "PAID BELOW MINIMUM WAGE" TO WS-FINDING-TEXT
                 MOVE SPACES TO WS-FINDING-DETAIL
                 STRING "PAID " WS-RATE-EDIT "/HR, "
                        WS-LIM-STATE " MINIMUM " WS-MIN-RATE-EDIT
                        DELIMITED BY SIZE
                   INTO WS-FINDING-DETAIL
                 END-STRING
                 MOVE WS-RUN-PAY-DATE TO WS-FINDING-DATE
                 PERFORM 5000-RECORD-FINDING
              END-IF
           END-IF.

      * FILES EVERY CLEAN PAIR UNDER ITS EMPLOYEE AND DAY, THEN
      * CHECKS EACH EMPLOYEE'S DAYS AND WEEKS.
       3000-READ-PUNCHES.
           OPEN INPUT PUNCH-FILE-IN
           IF NOT PUNCH-FILE-SUCCESSFUL
              MOVE "PUNCH-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PUNCH-FILE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WHAUDAS: NO PUNCH FILE -- HOURS NOT CHECKED"
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL END-OF-PUNCH-FILE
              READ PUNCH-FILE-IN
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-PUNCHES-READ
                 PERFORM 3100-CHECK-ONE-PUNCH THRU 3100-EXIT
              END-READ
           END-PERFORM
           CLOSE PUNCH-FILE-IN
           PERFORM 3200-CHECK-EMPLOYEE-DAYS
             VARYING WS-EMP-IDX FROM 1 BY 1
             UNTIL WS-EMP-IDX > WS-EMP-COUNT.
       3000-EXIT.
           EXIT.

      * WS-CHECK-INT IS LEFT ZERO FOR A DATE THAT IS NOT A DATE.
       3010-CONVERT-PUNCH-DATE.
           MOVE ZEROES TO WS-CHECK-INT
           IF PUNCH-DATE-IN IS NUMERIC
              MOVE "20"          TO WS-CHECK-CC
              MOVE PUNCH-DATE-YY TO WS-CHECK-YY
              MOVE PUNCH-DATE-MM TO WS-CHECK-MM
              MOVE PUNCH-DATE-DD TO WS-CHECK-DD
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) = 0
                 COMPUTE WS-CHECK-INT =
                         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
              END-IF
           END-IF.

      * A PAIR TIMECLKAS WOULD REJECT (NOT ON THE MASTER, BAD OR
      * MISSING PUNCH, OUT NOT AFTER IN) IS ON ITS EXCEPTION REPORT
      * ALREADY AND IS SKIPPED HERE. THE MINUTES KEPT FOR THE DAY
      * ARE THE CLOCK MINUTES LESS THE 30-MINUTE LUNCH TIMECLKAS
      * DEDUCTS FROM A PAIR OVER SIX HOURS.
       3100-CHECK-ONE-PUNCH.
           PERFORM 3010-CONVERT-PUNCH-DATE
           IF WS-CHECK-INT = 0
              OR PUNCH-TIME-IN IS NOT NUMERIC
              OR PUNCH-TIME-OUT IS NOT NUMERIC
              OR PUNCH-TIME-OUT NOT > PUNCH-TIME-IN
              ADD 1 TO WS-PUNCHES-SKIPPED
              GO TO 3100-EXIT
           END-IF
           PERFORM 3110-FIND-PUNCH-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
              ADD 1 TO WS-PUNCHES-SKIPPED
              GO TO 3100-EXIT
           END-IF
           COMPUTE WS-DAY-SUB = WS-CHECK-INT - WS-FIRST-DAY-INT + 1
           IF WS-DAY-SUB > 63
              DISPLAY "WHAUDAS: PUNCH MORE THAN 63 DAYS PAST "
                      WS-FIRST-DAY-DATE " SKIPPED -- " PUNCH-REC-IN
              ADD 1 TO WS-PUNCHES-SKIPPED
              GO TO 3100-EXIT
           END-IF
           IF WS-DAY-SUB > WS-DAY-LAST
              MOVE WS-DAY-SUB TO WS-DAY-LAST
           END-IF
           COMPUTE WS-IN-MINUTES = PUNCH-IN-HH * 60 + PUNCH-IN-MM
           COMPUTE WS-OUT-MINUTES = PUNCH-OUT-HH * 60 + PUNCH-OUT-MM
           COMPUTE WS-PAIR-MINUTES = WS-OUT-MINUTES - WS-IN-MINUTES
           MOVE WS-CHECK-DATE TO WS-DAY-DATE
                                 WS-FINDING-DATE
           IF WS-PAIR-MINUTES > 360
              ADD 1 TO WS-NO-LUNCH-COUNT
              MOVE "NOLUNCH" TO WS-FINDING-CODE
              MOVE "OVER 6 HRS, NO LUNCH PUNCH" TO WS-FINDING-TEXT
              MOVE SPACES TO WS-FINDING-DETAIL
              STRING "IN " PUNCH-TIME-IN " OUT " PUNCH-TIME-OUT
                     DELIMITED BY SIZE
                INTO WS-FINDING-DETAIL
              END-STRING
              PERFORM 5000-RECORD-FINDING
              SUBTRACT 30 FROM WS-PAIR-MINUTES
           END-IF
           ADD WS-PAIR-MINUTES
             TO WS-DAY-MINUTES(WS-EMP-IDX, WS-DAY-SUB)
           PERFORM 1400-CHECK-MINOR
           IF EMPLOYEE-IS-MINOR
              PERFORM 1300-SET-EMPLOYEE-LIMITS
              IF WS-LIM-MINOR-LATEST-OUT > 0
                 AND PUNCH-TIME-OUT > WS-LIM-MINOR-LATEST-OUT
                 ADD 1 TO WS-MINOR-COUNT
                 MOVE "MINORLATE" TO WS-FINDING-CODE
                 MOVE "MINOR WORKED PAST CURFEW" TO WS-FINDING-TEXT
                 MOVE SPACES TO WS-FINDING-DETAIL
                 STRING "OUT " PUNCH-TIME-OUT ", LATEST ALLOWED "
                        WS-LIM-MINOR-LATEST-OUT
                        DELIMITED BY SIZE
                   INTO WS-FINDING-DETAIL
                 END-STRING
                 PERFORM 5000-RECORD-FINDING
              END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-FIND-PUNCH-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMPLOYEE-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) = PUNCH-EMP-NUMBER-IN
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF EMPLOYEE-FOUND
              SET WS-EMP-IDX DOWN BY 1
           END-IF.

      * ONCE EVERY PUNCH IS FILED: SEVEN DAYS RUNNING, AND A MINOR'S
      * DAY AND WEEK TOTALS.
       3200-CHECK-EMPLOYEE-DAYS.
           MOVE ZEROES TO WS-RUN-OF-DAYS
           PERFORM 3210-CHECK-ONE-DAY
             VARYING WS-DAY-SUB FROM 1 BY 1
             UNTIL WS-DAY-SUB > WS-DAY-LAST
           PERFORM 3220-CHECK-MINOR-WEEK
             VARYING WS-WEEK-START-SUB FROM 1 BY 7
             UNTIL WS-WEEK-START-SUB > WS-DAY-LAST.

       3210-CHECK-ONE-DAY.
           IF WS-DAY-MINUTES(WS-EMP-IDX, WS-DAY-SUB) = 0
              MOVE ZEROES TO WS-RUN-OF-DAYS
           ELSE
              ADD 1 TO WS-RUN-OF-DAYS
              COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                      (WS-FIRST-DAY-INT + WS-DAY-SUB - 1)
              MOVE WS-DAY-DATE TO WS-FINDING-DATE
      * ONE FINDING PER STRETCH, ON ITS SEVENTH DAY.
              IF WS-RUN-OF-DAYS = 7
                 ADD 1 TO WS-SEVEN-DAY-COUNT
                 MOVE "7DAYS" TO WS-FINDING-CODE
                 MOVE "SEVEN CONSECUTIVE DAYS" TO WS-FINDING-TEXT
                 MOVE SPACES TO WS-FINDING-DETAIL
                 COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                         (WS-FIRST-DAY-INT + WS-DAY-SUB - 7)
                 STRING "WORKED EVERY DAY " WS-CHECK-DATE
                        " ON"
                        DELIMITED BY SIZE
                   INTO WS-FINDING-DETAIL
                 END-STRING
                 PERFORM 5000-RECORD-FINDING
              END-IF
              PERFORM 1400-CHECK-MINOR
              IF EMPLOYEE-IS-MINOR
                 PERFORM 1300-SET-EMPLOYEE-LIMITS
                 COMPUTE WS-LIMIT-MINUTES =
                         WS-LIM-MINOR-DAY-HOURS * 60
                 IF WS-LIMIT-MINUTES > 0
                    AND WS-DAY-MINUTES(WS-EMP-IDX, WS-DAY-SUB)
                        > WS-LIMIT-MINUTES
                    ADD 1 TO WS-MINOR-COUNT
                    COMPUTE WS-HOURS-EDIT =
                            WS-DAY-MINUTES(WS-EMP-IDX, WS-DAY-SUB) / 60
                    MOVE WS-LIM-MINOR-DAY-HOURS TO WS-LIMIT-EDIT
                    MOVE "MINORDAY" TO WS-FINDING-CODE
                    MOVE "MINOR OVER DAILY HOURS" TO WS-FINDING-TEXT
                    MOVE SPACES TO WS-FINDING-DETAIL
                    STRING "WORKED " WS-HOURS-EDIT " HRS, LIMIT "
                           WS-LIMIT-EDIT
                           DELIMITED BY SIZE
                      INTO WS-FINDING-DETAIL
                    END-STRING
                    PERFORM 5000-RECORD-FINDING
                 END-IF
              END-IF
           END-IF.

      * A WEEK COUNTS AGAINST THE MINOR LIMIT WHEN THE EMPLOYEE WAS
      * UNDER 18 ON ITS LAST DAY WORKED.
       3220-CHECK-MINOR-WEEK.
           COMPUTE WS-WEEK-END-SUB = WS-WEEK-START-SUB + 6
           IF WS-WEEK-END-SUB > WS-DAY-LAST
              MOVE WS-DAY-LAST TO WS-WEEK-END-SUB
           END-IF
           MOVE ZEROES TO WS-WEEK-MINUTES
           MOVE ZEROES TO WS-DAY-DATE
           PERFORM VARYING WS-DAY-SUB FROM WS-WEEK-START-SUB BY 1
                     UNTIL WS-DAY-SUB > WS-WEEK-END-SUB
              IF WS-DAY-MINUTES(WS-EMP-IDX, WS-DAY-SUB) > 0
                 ADD WS-DAY-MINUTES(WS-EMP-IDX, WS-DAY-SUB)
                   TO WS-WEEK-MINUTES
                 COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                         (WS-FIRST-DAY-INT + WS-DAY-SUB - 1)
              END-IF
           END-PERFORM
           IF WS-WEEK-MINUTES > 0
              PERFORM 1400-CHECK-MINOR
              IF EMPLOYEE-IS-MINOR
                 PERFORM 1300-SET-EMPLOYEE-LIMITS
                 COMPUTE WS-LIMIT-MINUTES =
                         WS-LIM-MINOR-WEEK-HOURS * 60
                 IF WS-LIMIT-MINUTES > 0
                    AND WS-WEEK-MINUTES > WS-LIMIT-MINUTES
                    ADD 1 TO WS-MINOR-COUNT
                    COMPUTE WS-HOURS-EDIT = WS-WEEK-MINUTES / 60
                    MOVE WS-LIM-MINOR-WEEK-HOURS TO WS-LIMIT-EDIT
                    COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                            (WS-FIRST-DAY-INT + WS-WEEK-START-SUB - 1)
                    MOVE "MINORWEEK" TO WS-FINDING-CODE
                    MOVE "MINOR OVER WEEKLY HOURS" TO WS-FINDING-TEXT
                    MOVE SPACES TO WS-FINDING-DETAIL
                    STRING "WK " WS-CHECK-DATE ": "
                           WS-HOURS-EDIT " HRS, LIMIT "
                           WS-LIMIT-EDIT
                           DELIMITED BY SIZE
                      INTO WS-FINDING-DETAIL
                    END-STRING
                    MOVE WS-DAY-DATE TO WS-FINDING-DATE
                    PERFORM 5000-RECORD-FINDING
                 END-IF
              END-IF
           END-IF.

       4000-WRITE-REPORT.
           IF WS-FINDING-COUNT = 0
              MOVE "NO FINDINGS." TO WH-MESSAGE-LINE
              WRITE WAGE-HOUR-RECORD FROM WH-MESSAGE-LINE
           END-IF
           IF NOT PAY-RUN-WAS-READ
              MOVE "NO PAYROLL RUN READ -- MINIMUM WAGE NOT CHECKED."
                TO WH-MESSAGE-LINE
              WRITE WAGE-HOUR-RECORD FROM WH-MESSAGE-LINE
           END-IF
           WRITE WAGE-HOUR-RECORD FROM WH-BLANK-LINE
           MOVE "BELOW MINIMUM WAGE:" TO WH-CNT-LABEL
           MOVE WS-MINWAGE-COUNT TO WH-CNT-VALUE
           WRITE WAGE-HOUR-RECORD FROM WH-COUNT-LINE
           MOVE "OVER 6 HOURS WITH NO LUNCH PUNCH:" TO WH-CNT-LABEL
           MOVE WS-NO-LUNCH-COUNT TO WH-CNT-VALUE
           WRITE WAGE-HOUR-RECORD FROM WH-COUNT-LINE
           MOVE "SEVEN CONSECUTIVE DAYS:" TO WH-CNT-LABEL
           MOVE WS-SEVEN-DAY-COUNT TO WH-CNT-VALUE
           WRITE WAGE-HOUR-RECORD FROM WH-COUNT-LINE
           MOVE "MINOR HOUR LIMITS:" TO WH-CNT-LABEL
           MOVE WS-MINOR-COUNT TO WH-CNT-VALUE
           WRITE WAGE-HOUR-RECORD FROM WH-COUNT-LINE
           MOVE "PUNCHES SKIPPED (TIMECLKAS EXCEPTIONS):"
             TO WH-CNT-LABEL
           MOVE WS-PUNCHES-SKIPPED TO WH-CNT-VALUE
           WRITE WAGE-HOUR-RECORD FROM WH-COUNT-LINE
           CLOSE WAGE-HOUR-REPORT
                 AUDIT-LOG-FILE.

      * ONE FINDING: A REPORT LINE AND AN AUDIT-LOG LINE.
       5000-RECORD-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO WH-DTL-EMP
           MOVE WS-EMP-NAME(WS-EMP-IDX)   TO WH-DTL-NAME
           MOVE WS-FINDING-DATE           TO WH-DTL-DATE
           MOVE WS-FINDING-TEXT           TO WH-DTL-FINDING
           MOVE WS-FINDING-DETAIL         TO WH-DTL-DETAIL
           WRITE WAGE-HOUR-RECORD FROM WH-DETAIL-LINE
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO WS-FINDING-LINE
           STRING "WHAUDAS,"                DELIMITED BY SIZE
                  WS-AUDIT-DATE             DELIMITED BY SIZE
                  WS-AUDIT-TIME             DELIMITED BY SIZE
                  ",FINDING="               DELIMITED BY SIZE
                  WS-FINDING-CODE           DELIMITED BY SPACE
                  ",EMP="                   DELIMITED BY SIZE
                  WS-EMP-NUMBER(WS-EMP-IDX) DELIMITED BY SIZE
                  ",ON="                    DELIMITED BY SIZE
                  WS-FINDING-DATE           DELIMITED BY SIZE
             INTO WS-FINDING-LINE
           END-STRING
           WRITE AUDIT-LOG-REC FROM WS-FINDING-LINE.

       5100-WRITE-HEADINGS.
           MOVE WS-FIRST-DAY-DATE   TO WH-HDG-FIRST-DAY
           MOVE WS-LAST-DAY-DATE    TO WH-HDG-LAST-DAY
           MOVE WS-PAYROLL-RUN-PATH TO WH-HDG-RUN-PATH
           MOVE WS-RUN-PAY-DATE     TO WH-HDG-PAY-DATE
           WRITE WAGE-HOUR-RECORD FROM WH-HDG-LINE-1
           WRITE WAGE-HOUR-RECORD FROM WH-HDG-LINE-2
           WRITE WAGE-HOUR-RECORD FROM WH-BLANK-LINE
           WRITE WAGE-HOUR-RECORD FROM WH-COLUMN-LINE
           WRITE WAGE-HOUR-RECORD FROM WH-BLANK-LINE.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
