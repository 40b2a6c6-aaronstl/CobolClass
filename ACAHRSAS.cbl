       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACAHRSAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * ACA FULL-TIME ELIGIBILITY HOURS MEASUREMENT.
      *
      * ANYONE AVERAGING 30 OR MORE HOURS A WEEK OVER THE
      * MEASUREMENT PERIOD HAS TO BE OFFERED HEALTH COVERAGE, AND
      * NOBODY WAS TRACKING IT -- LEAST OF ALL FOR THE SEASONAL FLOOR
      * HELP. THIS PROGRAM:
      *   - READS EVERY PAYROLL2_ RUN FILE THE OUTPUT INVENTORY LISTS
      *     (A RUN SINCE BACKED OUT THROUGH PAYREVAS IS LEFT OUT) AND
      *     TOTALS EACH EMPLOYEE'S HOURS PAID WITH A PAY DATE INSIDE
      *     THE LOOK-BACK PERIOD -- WORKED, VACATION, SICK AND
      *     HOLIDAY HOURS ALIKE. A NEGATIVE ADJUSTMENT TAKES ITS
      *     HOURS BACK OUT;
      *   - MEASURES FROM THE START OF THE LOOK-BACK PERIOD, OR FROM
      *     THE HIRE DATE FOR SOMEONE HIRED INSIDE IT, THROUGH TODAY,
      *     AND AVERAGES THE HOURS OVER THOSE WEEKS;
      *   - DATES THE CROSSING AS THE PAY DATE ON WHICH THE RUNNING
      *     HOURS FIRST REACHED THE THRESHOLD TIMES THE WEEKS
      *     MEASURED;
      *   - FLAGS A NEWLY ELIGIBLE ACTIVE EMPLOYEE ON THE EMPLOYEE
      *     MASTER ("Y" IN COLUMN 98, CROSSING DATE IN 99-106) FOR
      *     BENEFITS ENROLLMENT. THE FLAG IS NEVER CLEARED HERE --
      *     ONCE OFFERED, COVERAGE RUNS ITS STABILITY PERIOD; AND
      *   - LISTS TO ACAHRS.rpt EVERY EMPLOYEE OVER THE THRESHOLD OR
      *     WITHIN SIGHT OF IT.
      * RUNCTL.DAT SETTINGS (PROGRAM ACAHRSAS):
      *   ACA-LOOKBACK-MONTHS  2 DIGITS, 01-36   (DEFAULT 12)
      *   ACA-FT-HOURS         4 DIGITS, 3000 = 30.00 (DEFAULT)
      *   ACA-NEAR-HOURS       4 DIGITS, 2500 = 25.00 (DEFAULT)
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
             SELECT ACA-HOURS-REPORT
               ASSIGN TO WS-ACA-REPORT-PATH
               organization is line sequential
               file status is WS-ACA-REPORT-STATUS.
             COPY APPRSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

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

      * ONE RUN'S PAYROLL2_ OUTPUT. ONLY WHAT THE MEASUREMENT NEEDS
      * IS NAMED.
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
           05  FILLER                   PIC X(37).
           05  RUN-TIME-TYPE            PIC X(01).
           05  FILLER                   PIC X(163).
           05  RUN-ADJ-SIGN             PIC X(01).
               88 RUN-ADJ-NEGATIVE          VALUE "-".

      * SAME 116-BYTE EMPLOYEE MASTER EMPMNTAS MAINTAINS, HELD WHOLE
      * SO THE REWRITE CARRIES EVERY FIELD THROUGH UNTOUCHED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC.
       01  EMP-MASTER-REC               PIC X(116).

       FD  ACA-HOURS-REPORT
           RECORDING MODE IS F
           DATA RECORD IS ACA-REPORT-RECORD.
       01  ACA-REPORT-RECORD            PIC X(100).

       COPY APPRFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-INVENTORY-PATH PIC X(40)
           VALUE "C:\Users\Bob\OUTINV.DAT".
       01 WS-OUTPUT-INVENTORY-STATUS PIC X(02).
           88 OUTPUT-INVENTORY-SUCCESSFUL VALUE "00".
           88 END-OF-OUTPUT-INVENTORY  VALUE "10".
       01 WS-PAYROLL-RUN-PATH      PIC X(40).
       01 WS-PAYROLL-RUN-STATUS    PIC X(02).
           88 PAYROLL-RUN-SUCCESSFUL   VALUE "00".
           88 END-OF-PAYROLL-RUN       VALUE "10".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01 WS-ACA-REPORT-PATH       PIC X(40)
           VALUE "C:\Users\Bob\ACAHRS.rpt".
       01 WS-ACA-REPORT-STATUS     PIC X(02).
           88 GOOD-ACA-REPORT-WRITE    VALUE "00".

      * THE WHOLE EMPLOYEE MASTER, RAW, WITH EACH EMPLOYEE'S
      * MEASUREMENT ALONGSIDE.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX
                            PIC X(116).
       01 WS-MEAS-TABLE.
           05 WS-MEAS-ENTRY OCCURS 999 TIMES.
              10 WS-MEAS-START-INT      PIC 9(07).
              10 WS-MEAS-WEEKS          PIC 9(03)V99.
              10 WS-MEAS-HOURS-NEEDED   PIC 9(05)V99.
              10 WS-MEAS-HOURS          PIC S9(05)V99.
              10 WS-MEAS-CROSSED-DATE   PIC 9(08).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-SUB               PIC 9(03).
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMPLOYEE-FOUND           VALUE "Y".
       01 WS-CHANGES-MADE-SW       PIC X(01) VALUE "N".
           88 CHANGES-MADE             VALUE "Y".

      * ONE MASTER ROW, TAKEN APART.
       01 WS-WORK-EMPLOYEE.
           05 WRK-EMP-NUMBER         PIC X(06).
           05 WRK-EMP-NAME           PIC X(20).
           05 WRK-EMP-DEPT           PIC X(04).
           05 WRK-EMP-HIRE-DATE      PIC X(08).
           05 WRK-EMP-HIRE-DATE-NUM REDEFINES WRK-EMP-HIRE-DATE
                                     PIC 9(08).
           05 WRK-EMP-STATUS         PIC X(01).
               88 WRK-STATUS-TERMINATED  VALUE "T".
           05 FILLER                 PIC X(58).
           05 WRK-EMP-ACA-FT-FLAG    PIC X(01).
               88 WRK-ACA-FULL-TIME      VALUE "Y".
           05 WRK-EMP-ACA-FT-DATE    PIC 9(08).
           05 FILLER                 PIC X(08).

       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-PATH OCCURS 100 TIMES PIC X(40).
       01 WS-REVERSED-COUNT        PIC 9(03) VALUE 0.
       01 WS-REVERSED-SUB          PIC 9(03).
       01 WS-RUN-REVERSED-SW       PIC X(01).
           88 RUN-WAS-REVERSED          VALUE "Y".

       01 WS-RUN-FILE-TABLE.
           05 WS-RUN-FILE-PATH OCCURS 500 TIMES PIC X(40).
       01 WS-RUN-FILE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RUN-FILE-SUB          PIC 9(03).
       01 WS-RUN-FILE-SEEN-SW      PIC X(01).
           88 RUN-FILE-ALREADY-SEEN     VALUE "Y".

      * THE MEASUREMENT SETTINGS AND THE PERIOD THEY GIVE.
       01 WS-LOOKBACK-MONTHS       PIC 9(02) VALUE 12.
       01 WS-LOOKBACK-IN           PIC X(02).
       01 WS-LOOKBACK-NUM REDEFINES WS-LOOKBACK-IN PIC 9(02).
       01 WS-FT-HOURS              PIC 9(02)V99 VALUE 30.00.
       01 WS-NEAR-HOURS            PIC 9(02)V99 VALUE 25.00.
       01 WS-HOURS-IN              PIC X(04).
       01 WS-HOURS-NUM REDEFINES WS-HOURS-IN PIC 9(02)V99.
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(07).
       01 WS-PERIOD-START          PIC 9(08).
       01 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
           05 WS-PERIOD-START-YYYY  PIC 9(04).
           05 WS-PERIOD-START-MM    PIC 9(02).
           05 WS-PERIOD-START-DD    PIC 9(02).
       01 WS-PERIOD-START-INT      PIC 9(07).
       01 WS-MONTHS-BACK           PIC 9(05).
       01 WS-HIRE-INT              PIC 9(07).

      * ONE RUN RECORD'S PAY DATE, CENTURY ADDED.
       01 WS-REC-PAY-DATE          PIC 9(08).
       01 WS-REC-PAY-DATE-X REDEFINES WS-REC-PAY-DATE.
           05 WS-REC-PAY-CC         PIC X(02).
           05 WS-REC-PAY-YY         PIC X(02).
           05 WS-REC-PAY-MM         PIC X(02).
           05 WS-REC-PAY-DD         PIC X(02).
       01 WS-REC-PAY-INT           PIC 9(07).

       01 WS-AVG-HOURS             PIC S9(05)V99.
       01 WS-RUN-FILES-READ        PIC 9(03) VALUE 0.
       01 WS-RUN-RECORDS-READ      PIC 9(06) VALUE 0.
       01 WS-RECORDS-COUNTED       PIC 9(06) VALUE 0.
       01 WS-NOT-ON-MASTER         PIC 9(06) VALUE 0.
       01 WS-NEWLY-ELIGIBLE        PIC 9(03) VALUE 0.
       01 WS-STILL-ELIGIBLE        PIC 9(03) VALUE 0.
       01 WS-NEAR-THRESHOLD        PIC 9(03) VALUE 0.
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01  ACA-HDG-LINE-1.
           05 FILLER                 PIC X(38)
             VALUE "ACA FULL-TIME HOURS MEASUREMENT AS OF ".
           05 ACA-HDG-TODAY          PIC 9(08).
           05 FILLER                 PIC X(54) VALUE SPACES.

       01  ACA-HDG-LINE-2.
           05 FILLER                 PIC X(18)
             VALUE "LOOK-BACK PERIOD: ".
           05 ACA-HDG-START          PIC 9(08).
           05 FILLER                 PIC X(04) VALUE " TO ".
           05 ACA-HDG-END            PIC 9(08).
           05 FILLER                 PIC X(13) VALUE "  FULL-TIME: ".
           05 ACA-HDG-FT-HOURS       PIC Z9.99.
           05 FILLER                 PIC X(15)
             VALUE " HRS/WK  NEAR: ".
           05 ACA-HDG-NEAR-HOURS     PIC Z9.99.
           05 FILLER                 PIC X(07) VALUE " HRS/WK".
           05 FILLER                 PIC X(17) VALUE SPACES.

       01  ACA-COLUMN-LINE.
           05 FILLER                 PIC X(50)
             VALUE "EMP    NAME                 HIRED    MEASURED  WEE".
           05 FILLER                 PIC X(50)
             VALUE "KS      HOURS  AVG/WK  CROSSED   STATUS           ".

       01  ACA-DETAIL-LINE.
           05 ACA-DTL-EMP            PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-NAME           PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-HIRED          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-FROM           PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-WEEKS          PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-HOURS          PIC ZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-AVG            PIC ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ACA-DTL-CROSSED        PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ACA-DTL-STATUS         PIC X(18).

       01  ACA-COUNT-LINE.
           05 ACA-CNT-LABEL          PIC X(40).
           05 ACA-CNT-VALUE          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(53) VALUE SPACES.

       01  ACA-BLANK-LINE            PIC X(100) VALUE SPACES.

       COPY APPRWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "ACAHRSAS ACA FULL-TIME HOURS MEASUREMENT"
           MOVE "ACAHRSAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-READ-OUTPUT-INVENTORY THRU 2000-EXIT
           PERFORM 3000-WRITE-REPORT
           IF CHANGES-MADE
              PERFORM 4000-REWRITE-EMP-MASTER
              DISPLAY "ACAHRSAS: EMPLOYEE MASTER UPDATED"
           END-IF
           MOVE "ACA-HOURS-REPORT"   TO WS-DISTRIB-REPORT-NAME
           MOVE WS-ACA-REPORT-PATH   TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "ACAHRSAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-RECORDS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-NEWLY-ELIGIBLE TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZEROES TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "RUN FILES READ:        " WS-RUN-FILES-READ
           DISPLAY "NEWLY ELIGIBLE:        " WS-NEWLY-ELIGIBLE
           DISPLAY "NEAR THE THRESHOLD:    " WS-NEAR-THRESHOLD
           DISPLAY "REPORT WRITTEN TO " WS-ACA-REPORT-PATH
           IF WS-NOT-ON-MASTER > 0
              DISPLAY "ACAHRSAS: " WS-NOT-ON-MASTER " RUN RECORDS "
                      "FOR EMPLOYEES NOT ON THE MASTER WERE SKIPPED"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END ACAHRSAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1050-SET-PERIOD-START
           PERFORM 1100-LOAD-EMP-MASTER THRU 1100-EXIT
           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-REVERSED-RUNS.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "ACAHRSAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OUTPUT-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INVENTORY-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "ACA-HOURS-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ACA-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ACA-REPORT-PATH
           MOVE "ACA-LOOKBACK-MONTHS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:2) TO WS-LOOKBACK-IN
           IF WS-LOOKBACK-IN IS NUMERIC
              AND WS-LOOKBACK-NUM > 0
              AND WS-LOOKBACK-NUM NOT > 36
              MOVE WS-LOOKBACK-NUM TO WS-LOOKBACK-MONTHS
           END-IF
           MOVE "ACA-FT-HOURS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-HOURS-IN
           IF WS-HOURS-IN IS NUMERIC AND WS-HOURS-NUM > 0
              MOVE WS-HOURS-NUM TO WS-FT-HOURS
           END-IF
           MOVE "ACA-NEAR-HOURS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-HOURS-IN
           IF WS-HOURS-IN IS NUMERIC AND WS-HOURS-NUM > 0
              MOVE WS-HOURS-NUM TO WS-NEAR-HOURS
           END-IF.

      * THE DAY AFTER THE SAME DATE THE LOOK-BACK MONTHS AGO -- TWELVE
      * MONTHS RUN 10/16 LAST YEAR THROUGH 10/15 THIS YEAR. A DAY
      * PAST THE END OF A SHORTER MONTH ROLLS INTO THE NEXT ONE.
       1050-SET-PERIOD-START.
           MOVE WS-TODAY-DATE TO WS-PERIOD-START
           COMPUTE WS-MONTHS-BACK = WS-PERIOD-START-YYYY * 12
                                  + WS-PERIOD-START-MM - 1
                                  - WS-LOOKBACK-MONTHS
           DIVIDE WS-MONTHS-BACK BY 12
              GIVING WS-PERIOD-START-YYYY
              REMAINDER WS-PERIOD-START-MM
           ADD 1 TO WS-PERIOD-START-MM
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-START)
                         = 0
              SUBTRACT 1 FROM WS-PERIOD-START-DD
           END-PERFORM
           COMPUTE WS-PERIOD-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
                                     (WS-PERIOD-START-INT).

      * EACH EMPLOYEE IS MEASURED FROM THE PERIOD START, OR FROM THE
      * HIRE DATE WHEN HIRED INSIDE THE PERIOD, THROUGH TODAY.
       1100-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE
           IF NOT EMP-MASTER-SUCCESSFUL
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "ACAHRSAS: NO EMPLOYEE MASTER -- NOTHING TO "
                      "MEASURE"
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
                 MOVE EMP-MASTER-REC TO WS-EMP-ENTRY(WS-EMP-COUNT)
                 PERFORM 1110-SET-MEASUREMENT
              END-READ
           END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
           IF NOT END-OF-EMP-MASTER
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 DISPLAY "ACAHRSAS: EMPLOYEE TABLE FULL AT 999 -- "
                         "RUN REFUSED, A REWRITE WOULD DROP THE "
                         "UNLOADED EMPLOYEES"
                 MOVE "Y" TO WS-REFUSED-SW
              END-READ
           END-IF
           CLOSE EMP-MASTER-FILE.
       1100-EXIT.
           EXIT.

       1110-SET-MEASUREMENT.
           MOVE WS-EMP-ENTRY(WS-EMP-COUNT) TO WS-WORK-EMPLOYEE
           MOVE WS-PERIOD-START-INT TO WS-MEAS-START-INT(WS-EMP-COUNT)
           IF WRK-EMP-HIRE-DATE IS NUMERIC
              AND WRK-EMP-HIRE-DATE-NUM > WS-PERIOD-START
              AND FUNCTION TEST-DATE-YYYYMMDD(WRK-EMP-HIRE-DATE-NUM)
                  = 0
              COMPUTE WS-HIRE-INT =
                      FUNCTION INTEGER-OF-DATE(WRK-EMP-HIRE-DATE-NUM)
              IF WS-HIRE-INT NOT > WS-TODAY-INT
                 MOVE WS-HIRE-INT TO WS-MEAS-START-INT(WS-EMP-COUNT)
              ELSE
                 MOVE WS-TODAY-INT TO WS-MEAS-START-INT(WS-EMP-COUNT)
              END-IF
           END-IF
           COMPUTE WS-MEAS-WEEKS(WS-EMP-COUNT) ROUNDED =
                   (WS-TODAY-INT - WS-MEAS-START-INT(WS-EMP-COUNT)
                    + 1) / 7
           IF WS-MEAS-WEEKS(WS-EMP-COUNT) < 1
              MOVE 1 TO WS-MEAS-WEEKS(WS-EMP-COUNT)
           END-IF
           COMPUTE WS-MEAS-HOURS-NEEDED(WS-EMP-COUNT) ROUNDED =
                   WS-MEAS-WEEKS(WS-EMP-COUNT) * WS-FT-HOURS
           MOVE ZEROES TO WS-MEAS-HOURS(WS-EMP-COUNT)
                          WS-MEAS-CROSSED-DATE(WS-EMP-COUNT).

       1200-LOAD-REVERSED-RUNS.
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

      * THE INVENTORY IS APPENDED AS RUNS COMMIT, SO IT IS READ IN
      * PAY-DATE ORDER AND THE RUNNING HOURS DATE THE CROSSING.
       2000-READ-OUTPUT-INVENTORY.
           OPEN INPUT OUTPUT-INVENTORY-FILE
           IF NOT OUTPUT-INVENTORY-SUCCESSFUL
              MOVE "OUTPUT-INVENTORY" TO WS-IOERR-FILE-NAME
              MOVE WS-OUTPUT-INVENTORY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "ACAHRSAS: NO OUTPUT INVENTORY -- NO RUNS FOUND"
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-OUTPUT-INVENTORY
              READ OUTPUT-INVENTORY-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF OUTINV-FILE-NAME NOT = SPACES
                    AND NOT OUTINV-STANDING-FILE
                    PERFORM 2010-TAKE-RUN-FILE THRU 2010-EXIT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE OUTPUT-INVENTORY-FILE.
       2000-EXIT.
           EXIT.

       2010-TAKE-RUN-FILE.
           MOVE "N" TO WS-RUN-FILE-SEEN-SW
           PERFORM VARYING WS-RUN-FILE-SUB FROM 1 BY 1
                     UNTIL WS-RUN-FILE-SUB > WS-RUN-FILE-COUNT
                        OR RUN-FILE-ALREADY-SEEN
              IF WS-RUN-FILE-PATH(WS-RUN-FILE-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-FILE-SEEN-SW
              END-IF
           END-PERFORM
           IF RUN-FILE-ALREADY-SEEN
              GO TO 2010-EXIT
           END-IF
           MOVE "N" TO WS-RUN-REVERSED-SW
           PERFORM VARYING WS-REVERSED-SUB FROM 1 BY 1
                     UNTIL WS-REVERSED-SUB > WS-REVERSED-COUNT
                        OR RUN-WAS-REVERSED
              IF WS-REVERSED-PATH(WS-REVERSED-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-REVERSED-SW
              END-IF
           END-PERFORM
           IF RUN-WAS-REVERSED
              GO TO 2010-EXIT
           END-IF
           IF WS-RUN-FILE-COUNT = 500
              DISPLAY "ACAHRSAS: MORE THAN 500 RUNS ON THE INVENTORY "
                      "-- " OUTINV-FILE-NAME " NOT READ"
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILE-COUNT
           MOVE OUTINV-FILE-NAME TO WS-RUN-FILE-PATH(WS-RUN-FILE-COUNT)
           MOVE OUTINV-FILE-NAME TO WS-PAYROLL-RUN-PATH
           OPEN INPUT PAYROLL-RUN-FILE
           IF NOT PAYROLL-RUN-SUCCESSFUL
              MOVE "PAYROLL-RUN-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PAYROLL-RUN-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "ACAHRSAS: RUN FILE MISSING -- "
                      WS-PAYROLL-RUN-PATH
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILES-READ
           PERFORM UNTIL END-OF-PAYROLL-RUN
              READ PAYROLL-RUN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-RUN-RECORDS-READ
                 PERFORM 2100-COUNT-RUN-RECORD THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE PAYROLL-RUN-FILE.
       2010-EXIT.
           EXIT.

      * EVERY TIME TYPE COUNTS -- WORKED, VACATION, SICK AND HOLIDAY
      * HOURS ARE ALL HOURS OF SERVICE.
       2100-COUNT-RUN-RECORD.
           IF RUN-EMP-HOURS IS NOT NUMERIC
              OR RUN-PAY-DATE IS NOT NUMERIC
              GO TO 2100-EXIT
           END-IF
           MOVE "20"       TO WS-REC-PAY-CC
           MOVE RUN-PAY-YY TO WS-REC-PAY-YY
           MOVE RUN-PAY-MM TO WS-REC-PAY-MM
           MOVE RUN-PAY-DD TO WS-REC-PAY-DD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REC-PAY-DATE) NOT = 0
              GO TO 2100-EXIT
           END-IF
           COMPUTE WS-REC-PAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REC-PAY-DATE)
           IF WS-REC-PAY-INT > WS-TODAY-INT
              GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                     UNTIL WS-EMP-SUB > WS-EMP-COUNT
                        OR EMPLOYEE-FOUND
              IF WS-EMP-ENTRY(WS-EMP-SUB)(1:6) = RUN-EMP-NUMBER
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT EMPLOYEE-FOUND
              ADD 1 TO WS-NOT-ON-MASTER
              GO TO 2100-EXIT
           END-IF
           SUBTRACT 1 FROM WS-EMP-SUB
           IF WS-REC-PAY-INT < WS-MEAS-START-INT(WS-EMP-SUB)
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-COUNTED
           IF RUN-ADJ-NEGATIVE
              SUBTRACT RUN-EMP-HOURS FROM WS-MEAS-HOURS(WS-EMP-SUB)
           ELSE
              ADD RUN-EMP-HOURS TO WS-MEAS-HOURS(WS-EMP-SUB)
           END-IF
           IF WS-MEAS-CROSSED-DATE(WS-EMP-SUB) = 0
              AND WS-MEAS-HOURS(WS-EMP-SUB)
                  NOT < WS-MEAS-HOURS-NEEDED(WS-EMP-SUB)
              MOVE WS-REC-PAY-DATE
                TO WS-MEAS-CROSSED-DATE(WS-EMP-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           OPEN OUTPUT ACA-HOURS-REPORT
           MOVE WS-TODAY-DATE TO ACA-HDG-TODAY
           MOVE WS-PERIOD-START TO ACA-HDG-START
           MOVE WS-TODAY-DATE TO ACA-HDG-END
           MOVE WS-FT-HOURS TO ACA-HDG-FT-HOURS
           MOVE WS-NEAR-HOURS TO ACA-HDG-NEAR-HOURS
           WRITE ACA-REPORT-RECORD FROM ACA-HDG-LINE-1
           WRITE ACA-REPORT-RECORD FROM ACA-HDG-LINE-2
           WRITE ACA-REPORT-RECORD FROM ACA-BLANK-LINE
           WRITE ACA-REPORT-RECORD FROM ACA-COLUMN-LINE
           WRITE ACA-REPORT-RECORD FROM ACA-BLANK-LINE
           PERFORM 3100-MEASURE-ONE-EMPLOYEE THRU 3100-EXIT
             VARYING WS-EMP-SUB FROM 1 BY 1
             UNTIL WS-EMP-SUB > WS-EMP-COUNT
           WRITE ACA-REPORT-RECORD FROM ACA-BLANK-LINE
           MOVE "NEWLY FULL-TIME ELIGIBLE (FLAGGED):" TO ACA-CNT-LABEL
           MOVE WS-NEWLY-ELIGIBLE TO ACA-CNT-VALUE
           WRITE ACA-REPORT-RECORD FROM ACA-COUNT-LINE
           MOVE "ALREADY FLAGGED FULL-TIME:" TO ACA-CNT-LABEL
           MOVE WS-STILL-ELIGIBLE TO ACA-CNT-VALUE
           WRITE ACA-REPORT-RECORD FROM ACA-COUNT-LINE
           MOVE "CLOSE TO THE THRESHOLD:" TO ACA-CNT-LABEL
           MOVE WS-NEAR-THRESHOLD TO ACA-CNT-VALUE
           WRITE ACA-REPORT-RECORD FROM ACA-COUNT-LINE
           MOVE "RUN RECORDS COUNTED:" TO ACA-CNT-LABEL
           MOVE WS-RECORDS-COUNTED TO ACA-CNT-VALUE
           WRITE ACA-REPORT-RECORD FROM ACA-COUNT-LINE
           MOVE "RUN RECORDS NOT ON EMPLOYEE MASTER:" TO ACA-CNT-LABEL
           MOVE WS-NOT-ON-MASTER TO ACA-CNT-VALUE
           WRITE ACA-REPORT-RECORD FROM ACA-COUNT-LINE
           CLOSE ACA-HOURS-REPORT.

      * ONLY EMPLOYEES OVER THE THRESHOLD, NEAR IT, OR ALREADY
      * FLAGGED ARE LISTED. A TERMINATED EMPLOYEE IS LISTED BUT
      * NEVER NEWLY FLAGGED.
       3100-MEASURE-ONE-EMPLOYEE.
           MOVE WS-EMP-ENTRY(WS-EMP-SUB) TO WS-WORK-EMPLOYEE
           COMPUTE WS-AVG-HOURS ROUNDED = WS-MEAS-HOURS(WS-EMP-SUB)
                                        / WS-MEAS-WEEKS(WS-EMP-SUB)
           EVALUATE TRUE
              WHEN WRK-ACA-FULL-TIME
                 ADD 1 TO WS-STILL-ELIGIBLE
                 IF WS-AVG-HOURS < WS-FT-HOURS
                    MOVE "FLAGGED, NOW UNDER" TO ACA-DTL-STATUS
                 ELSE
                    MOVE "FLAGGED FULL-TIME" TO ACA-DTL-STATUS
                 END-IF
              WHEN WS-AVG-HOURS NOT < WS-FT-HOURS
                 AND WRK-STATUS-TERMINATED
                 MOVE "OVER -- TERMINATED" TO ACA-DTL-STATUS
              WHEN WS-AVG-HOURS NOT < WS-FT-HOURS
                 MOVE "Y" TO WRK-EMP-ACA-FT-FLAG
                 MOVE WS-MEAS-CROSSED-DATE(WS-EMP-SUB)
                   TO WRK-EMP-ACA-FT-DATE
                 MOVE WS-WORK-EMPLOYEE TO WS-EMP-ENTRY(WS-EMP-SUB)
                 MOVE "Y" TO WS-CHANGES-MADE-SW
                 ADD 1 TO WS-NEWLY-ELIGIBLE
                 MOVE "NEWLY ELIGIBLE" TO ACA-DTL-STATUS
              WHEN WS-AVG-HOURS NOT < WS-NEAR-HOURS
                 AND NOT WRK-STATUS-TERMINATED
                 ADD 1 TO WS-NEAR-THRESHOLD
                 MOVE "CLOSE TO THRESHOLD" TO ACA-DTL-STATUS
              WHEN OTHER
                 GO TO 3100-EXIT
           END-EVALUATE
           MOVE WRK-EMP-NUMBER    TO ACA-DTL-EMP
           MOVE WRK-EMP-NAME      TO ACA-DTL-NAME
           MOVE WRK-EMP-HIRE-DATE TO ACA-DTL-HIRED
           COMPUTE ACA-DTL-FROM = FUNCTION DATE-OF-INTEGER
                                  (WS-MEAS-START-INT(WS-EMP-SUB))
           MOVE WS-MEAS-WEEKS(WS-EMP-SUB) TO ACA-DTL-WEEKS
           MOVE WS-MEAS-HOURS(WS-EMP-SUB) TO ACA-DTL-HOURS
           MOVE WS-AVG-HOURS      TO ACA-DTL-AVG
           EVALUATE TRUE
              WHEN WRK-ACA-FULL-TIME
                 AND WRK-EMP-ACA-FT-DATE IS NUMERIC
                 AND WRK-EMP-ACA-FT-DATE > 0
                 MOVE WRK-EMP-ACA-FT-DATE TO ACA-DTL-CROSSED
              WHEN WS-MEAS-CROSSED-DATE(WS-EMP-SUB) > 0
                 MOVE WS-MEAS-CROSSED-DATE(WS-EMP-SUB)
                   TO ACA-DTL-CROSSED
              WHEN OTHER
                 MOVE SPACES TO ACA-DTL-CROSSED
           END-EVALUATE
           WRITE ACA-REPORT-RECORD FROM ACA-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       4000-REWRITE-EMP-MASTER.
           OPEN OUTPUT EMP-MASTER-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
              MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO EMP-MASTER-REC
              WRITE EMP-MASTER-REC
              IF NOT EMP-MASTER-SUCCESSFUL
                 MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE EMP-MASTER-FILE.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
