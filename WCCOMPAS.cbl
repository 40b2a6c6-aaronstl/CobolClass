       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WCCOMPAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * WORKERS' COMPENSATION PAYROLL AND PREMIUM BY CLASS CODE.
      *
      * THE WORKERS' COMP CARRIER BILLS ON PAYROLL BY RISK CLASS --
      * THE CUTTING FLOOR, SHIPPING AND THE OFFICE ARE EACH RATED
      * DIFFERENTLY -- AND AT AUDIT TIME THE NUMBERS HAD TO BE
      * DUG OUT BY HAND. THIS PROGRAM BUILDS THEM:
      *   - WCRATES.DAT CARRIES A "C" ROW PER CLASS CODE (DESCRIPTION
      *     AND RATE PER $100 OF PAYROLL) AND A "D" ROW PER
      *     DEPARTMENT NAMING THE CLASS ITS PEOPLE WORK UNDER;
      *   - THE WAGES COME FROM THE PAYROLL2_ FILES THE OUTPUT
      *     INVENTORY LISTS, SHARED OUT TO DEPARTMENTS THE WAY
      *     CALCPYAS SHARES THEM FOR THE GL CONTROL LINES (THE
      *     LABOR-DISTRIBUTION SPLITS BY HOURS, OTHERWISE THE
      *     EMPLOYEE'S OWN DEPARTMENT);
      *   - OVERTIME PREMIUM -- WHAT OVERTIME HOURS EARNED ABOVE
      *     STRAIGHT TIME -- IS TAKEN OUT, AS THE CARRIER REQUIRES.
      * WCCOMP.rpt SHOWS THE REQUESTED MONTH AND THE POLICY YEAR TO
      * DATE (POLICY-START-MONTH ON RUNCTL.DAT, JANUARY IF NONE):
      * GROSS, OVERTIME PREMIUM, WC PAYROLL AND ESTIMATED PREMIUM
      * BY CLASS, AND A PROOF OF THE GROSS AGAINST THE GL CONTROL
      * RUN LINES FOR THE SAME MONTHS. A RUN SINCE BACKED OUT
      * THROUGH PAYREVAS IS LEFT OUT OF THE CLASSES AND SHOWN AS A
      * RECONCILING LINE; THE REVERSAL'S OWN CONTROL LINE IS SHOWN
      * BELOW THE PROOF FOR INFORMATION.
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
             SELECT WC-RATE-FILE
               ASSIGN TO WS-WC-RATE-PATH
               organization is line sequential
               file status is WS-WC-RATE-STATUS.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT WC-COMP-REPORT
               ASSIGN TO WS-WC-COMP-REPORT-PATH
               organization is line sequential
               file status is WS-WC-COMP-REPORT-STATUS.
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

      * ONE RUN'S PAYROLL2_ OUTPUT. ONLY WHAT THE CLASS REPORT
      * NEEDS IS NAMED.
       FD  PAYROLL-RUN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-RUN-REC.
       01  PAYROLL-RUN-REC.
           05  RUN-PAY-DATE             PIC X(06).
           05  RUN-EMP-NUMBER           PIC X(06).
           05  RUN-EMP-HOURS            PIC 9(02)V99.
           05  RUN-EMP-RATE             PIC 9(02)V99.
           05  FILLER                   PIC X(35).
           05  RUN-BASE-PAY             PIC 9(04)V99.
           05  RUN-EMP-GROSS            PIC 9(04)V99.
           05  FILLER                   PIC X(32).
           05  RUN-OVERTIME             PIC 9(04)V99.
           05  FILLER                   PIC X(69).
           05  RUN-SPLIT-COUNT          PIC 9(01).
           05  RUN-SPLIT-ENTRY OCCURS 3 TIMES.
               10 RUN-SPLIT-DEPT        PIC X(04).
               10 RUN-SPLIT-JOB         PIC X(04).
               10 RUN-SPLIT-HOURS       PIC 9(02)V99.
           05  FILLER                   PIC X(06).
           05  RUN-ADJ-SIGN             PIC X(01).
               88 RUN-ADJ-NEGATIVE          VALUE "-".

       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  EMP-DEPT-IN              PIC X(04).

      * "C" ROWS: CLASS CODE, DESCRIPTION, RATE PER $100 OF PAYROLL.
      * "D" ROWS: DEPARTMENT CODE AND THE CLASS IT IS RATED UNDER.
       FD  WC-RATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS WC-CLASS-REC.
       01  WC-CLASS-REC.
           05  WCR-ROW-TYPE             PIC X(01).
               88 WCR-CLASS-ROW             VALUE "C".
               88 WCR-DEPT-ROW              VALUE "D".
           05  WCR-CLASS-CODE           PIC X(04).
           05  WCR-CLASS-DESC           PIC X(20).
           05  WCR-CLASS-RATE           PIC 9(03)V99.
       01  WC-DEPT-REC.
           05  FILLER                   PIC X(01).
           05  WCR-DEPT-CODE            PIC X(04).
           05  WCR-DEPT-CLASS           PIC X(04).
           05  FILLER                   PIC X(21).

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CONTROL-REC.
       01  GL-CONTROL-REC.
           05  GL-CONTROL-RUN-DATE      PIC X(08).
           05  GL-CONTROL-DEPT          PIC X(04).
           05  GL-CONTROL-RECORD-COUNT  PIC 9(06).
           05  GL-CONTROL-TOTAL-GROSS   PIC 9(09)V9(02).
           05  GL-CONTROL-TOTAL-WH      PIC 9(09)V9(02).
           05  GL-CONTROL-TOTAL-NET     PIC 9(09)V9(02).
           05  GL-CONTROL-RUN-TYPE      PIC X(01).
       01  GL-ACCRUAL-REC REDEFINES GL-CONTROL-REC.
           05  GL-ACCRUAL-RECORD-TYPE   PIC X(01).
               88 ACCRUAL-RECORD            VALUE "A".
           05  FILLER                   PIC X(51).

       FD  WC-COMP-REPORT
           RECORDING MODE IS F
           DATA RECORD IS WC-COMP-REPORT-RECORD.
       01  WC-COMP-REPORT-RECORD        PIC X(100).

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
       01 WS-WC-RATE-PATH          PIC X(40)
           VALUE "C:\Users\Bob\WCRATES.DAT".
       01 WS-WC-RATE-STATUS        PIC X(02).
           88 WC-RATE-SUCCESSFUL       VALUE "00".
           88 END-OF-WC-RATE           VALUE "10".
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-CONTROL        VALUE "10".
       01 WS-WC-COMP-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\WCCOMP.rpt".
       01 WS-WC-COMP-REPORT-STATUS PIC X(02).
           88 GOOD-WC-COMP-WRITE       VALUE "00".

      * THE MONTH REPORTED AND THE POLICY YEAR IT FALLS IN, BOTH AS
      * YYYYMM SO A POLICY YEAR CAN RUN ACROSS NEW YEAR'S.
       01 WS-MONTH-IN              PIC X(06).
       01 WS-REPORT-YYYYMM         PIC 9(06).
       01 WS-REPORT-PARTS REDEFINES WS-REPORT-YYYYMM.
           05 WS-REPORT-YEAR         PIC 9(04).
           05 WS-REPORT-MONTH        PIC 9(02).
       01 WS-POLICY-START-YYYYMM   PIC 9(06).
       01 WS-POLICY-START-PARTS REDEFINES WS-POLICY-START-YYYYMM.
           05 WS-POLICY-START-YEAR   PIC 9(04).
           05 WS-POLICY-START-MONTH  PIC 9(02).
       01 WS-POLICY-MONTH-IN       PIC X(02).
       01 WS-LINE-YYYYMM           PIC 9(06).
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-YYYYMM            PIC 9(06).

      * BUCKET 1 IS THE MONTH, BUCKET 2 THE POLICY YEAR TO DATE.
       01 WS-BKT                   PIC 9(01).
       01 WS-LINE-IN-MONTH-SW      PIC X(01).
           88 LINE-IN-REPORT-MONTH      VALUE "Y".

       01 WS-CLASS-TABLE.
           05 WS-CLS-ENTRY OCCURS 40 TIMES.
              10 WS-CLS-CODE            PIC X(04).
              10 WS-CLS-DESC            PIC X(20).
              10 WS-CLS-RATE            PIC 9(03)V99.
              10 WS-CLS-BUCKET OCCURS 2 TIMES.
                 15 WS-CLS-GROSS        PIC S9(09)V99.
                 15 WS-CLS-OT-PREMIUM   PIC S9(09)V99.
       01 WS-CLS-COUNT             PIC 9(02) VALUE 0.
       01 WS-CLS-SUB               PIC 9(02).
       01 WS-CLS-FOUND-SW          PIC X(01).
           88 CLASS-FOUND               VALUE "Y".

      * EVERY DEPARTMENT SEEN, WITH ITS CLASS (ZERO = NO "D" ROW),
      * SO AN UNRATED DEPARTMENT CAN BE NAMED ON THE REPORT.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 60 TIMES.
              10 WS-DEPT-CODE           PIC X(04).
              10 WS-DEPT-CLASS          PIC X(04).
              10 WS-DEPT-CLS-SUB        PIC 9(02).
              10 WS-DEPT-GROSS OCCURS 2 TIMES
                                        PIC S9(09)V99.
       01 WS-DEPT-COUNT            PIC 9(02) VALUE 0.
       01 WS-DEPT-SUB              PIC 9(02).
       01 WS-DEPT-FOUND-SW         PIC X(01).
           88 DEPT-FOUND                VALUE "Y".
       01 WS-UNRATED-DEPTS         PIC 9(02) VALUE 0.

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-DEPT            PIC X(04).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.

       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-PATH OCCURS 100 TIMES PIC X(40).
       01 WS-REVERSED-COUNT        PIC 9(03) VALUE 0.
       01 WS-REVERSED-SUB          PIC 9(03).
       01 WS-RUN-REVERSED-SW       PIC X(01).
           88 RUN-WAS-REVERSED          VALUE "Y".

       01 WS-RUN-FILE-TABLE.
           05 WS-RUN-FILE-PATH OCCURS 200 TIMES PIC X(40).
       01 WS-RUN-FILE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RUN-FILE-SUB          PIC 9(03).
       01 WS-RUN-FILE-SEEN-SW      PIC X(01).
           88 RUN-FILE-ALREADY-SEEN     VALUE "Y".

      * ONE RECORD'S GROSS AND OVERTIME PREMIUM, AND THE SLICE OF
      * EACH GOING TO ONE DEPARTMENT.
       01 WS-REC-GROSS             PIC 9(07)V99.
       01 WS-REC-STRAIGHT          PIC 9(07)V99.
       01 WS-REC-OT-PREMIUM        PIC 9(07)V99.
       01 WS-SPLIT-SUB             PIC 9(01).
       01 WS-SPLIT-HOURS-TOTAL     PIC 9(03)V99.
       01 WS-SPLIT-LEFT-GROSS      PIC 9(07)V99.
       01 WS-SPLIT-LEFT-OT         PIC 9(07)V99.
       01 WS-DIST-DEPT             PIC X(04).
       01 WS-DIST-GROSS            PIC 9(07)V99.
       01 WS-DIST-OT               PIC 9(07)V99.

      * THE PROOF FIGURES, PER BUCKET.
       01 WS-PROOF-TABLE.
           05 WS-PROOF-ENTRY OCCURS 2 TIMES.
              10 WS-PRF-CLASS-GROSS     PIC S9(11)V99.
              10 WS-PRF-REVERSED-GROSS  PIC S9(11)V99.
              10 WS-PRF-RUN-GROSS       PIC S9(11)V99.
              10 WS-PRF-GL-GROSS        PIC S9(11)V99.
              10 WS-PRF-GL-REVERSALS    PIC S9(11)V99.
              10 WS-PRF-DIFFERENCE      PIC S9(11)V99.
       01 WS-OUT-OF-BALANCE-SW     PIC X(01) VALUE "N".
           88 PROOF-OUT-OF-BALANCE      VALUE "Y".

       01 WS-PRT-GROSS             PIC S9(11)V99.
       01 WS-PRT-OT                PIC S9(11)V99.
       01 WS-PRT-PAYROLL           PIC S9(11)V99.
       01 WS-PRT-PREMIUM           PIC S9(11)V99.
       01 WS-TOT-GROSS             PIC S9(11)V99.
       01 WS-TOT-OT                PIC S9(11)V99.
       01 WS-TOT-PAYROLL           PIC S9(11)V99.
       01 WS-TOT-PREMIUM           PIC S9(11)V99.

       01 WS-RUN-FILES-READ        PIC 9(03) VALUE 0.
       01 WS-RUN-RECORDS-READ      PIC 9(06) VALUE 0.
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01  WC-HDG-LINE.
           05 FILLER                 PIC X(40)
             VALUE "WORKERS' COMP PAYROLL BY CLASS -- MONTH ".
           05 WC-HDG-MONTH           PIC 9(06).
           05 FILLER                 PIC X(16)
             VALUE "  POLICY YEAR: ".
           05 WC-HDG-POLICY-START    PIC 9(06).
           05 FILLER                 PIC X(04) VALUE " TO ".
           05 WC-HDG-POLICY-THRU     PIC 9(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 WC-HDG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.

       01  WC-SECTION-LINE.
           05 WC-SECTION-TITLE       PIC X(60).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WC-COLUMN-LINE.
           05 FILLER                 PIC X(50)
             VALUE "CLASS DESCRIPTION              GROSS WAGES   OT P".
           05 FILLER                 PIC X(50)
             VALUE "REMIUM EXCL      WC PAYROLL    RATE   EST PREMIUM ".

       01  WC-CLASS-LINE.
           05 WC-CLS-CODE            PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WC-CLS-DESC            PIC X(20).
           05 WC-CLS-GROSS           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WC-CLS-OT              PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WC-CLS-PAYROLL         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WC-CLS-RATE            PIC ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WC-CLS-PREMIUM         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(04) VALUE SPACES.

       01  WC-DEPT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE "DEPARTMENT ".
           05 WC-DEPT-CODE           PIC X(04).
           05 FILLER                 PIC X(30)
             VALUE " HAS NO CLASS ON WCRATES.DAT ".
           05 FILLER                 PIC X(14) VALUE "MONTH GROSS ".
           05 WC-DEPT-GROSS          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(23) VALUE SPACES.

       01  WC-AMOUNT-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WC-AMT-LABEL           PIC X(44).
           05 WC-AMT-VALUE           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  WC-RECON-LINE.
           05 WC-RECON-LABEL         PIC X(44).
           05 WC-RECON-RESULT        PIC X(20).
           05 FILLER                 PIC X(36) VALUE SPACES.

       01  WC-BLANK-LINE             PIC X(100) VALUE SPACES.

       COPY APPRWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "WCCOMPAS WORKERS' COMP PAYROLL BY CLASS"
           MOVE "WCCOMPAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-READ-OUTPUT-INVENTORY THRU 2000-EXIT
           PERFORM 3000-READ-GL-CONTROL THRU 3000-EXIT
           OPEN OUTPUT WC-COMP-REPORT
           MOVE WS-REPORT-YYYYMM       TO WC-HDG-MONTH
           MOVE WS-POLICY-START-YYYYMM TO WC-HDG-POLICY-START
           MOVE WS-REPORT-YYYYMM       TO WC-HDG-POLICY-THRU
           MOVE WS-RUN-DATE            TO WC-HDG-RUN-DATE
           WRITE WC-COMP-REPORT-RECORD FROM WC-HDG-LINE
           WRITE WC-COMP-REPORT-RECORD FROM WC-BLANK-LINE
           MOVE 1 TO WS-BKT
           MOVE "FOR THE MONTH" TO WC-SECTION-TITLE
           PERFORM 4000-WRITE-CLASS-SECTION
           MOVE 2 TO WS-BKT
           MOVE "POLICY YEAR TO DATE" TO WC-SECTION-TITLE
           PERFORM 4000-WRITE-CLASS-SECTION
           PERFORM 4300-WRITE-UNRATED-DEPTS
           CLOSE WC-COMP-REPORT
           MOVE "WC-CLASS-PAYROLL"     TO WS-DISTRIB-REPORT-NAME
           MOVE WS-WC-COMP-REPORT-PATH TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "WCCOMPAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-RECORDS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-CLS-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-PRF-CLASS-GROSS(1) TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "RUN FILES READ:       " WS-RUN-FILES-READ
           DISPLAY "REPORT WRITTEN TO " WS-WC-COMP-REPORT-PATH
           IF PROOF-OUT-OF-BALANCE OR WS-UNRATED-DEPTS > 0
              DISPLAY "WCCOMPAS: REVIEW THE REPORT -- OUT OF BALANCE "
                      "OR UNRATED DEPARTMENTS"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END WCCOMPAS"
           GOBACK.

      * THE MONTH IS KEYED AS YYYYMM; BLANK IS LAST MONTH. THE
      * POLICY YEAR STARTS IN POLICY-START-MONTH OF THIS YEAR, OR
      * OF LAST YEAR IF THAT MONTH IS STILL AHEAD.
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-YYYYMM = WS-RUN-DATE / 100
           DISPLAY "ENTER MONTH TO REPORT (YYYYMM), BLANK FOR LAST "
                   "MONTH: "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
              MOVE WS-RUN-YYYYMM TO WS-REPORT-YYYYMM
              IF WS-REPORT-MONTH = 1
                 SUBTRACT 1 FROM WS-REPORT-YEAR
                 MOVE 12 TO WS-REPORT-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-REPORT-MONTH
              END-IF
           ELSE
              IF WS-MONTH-IN IS NOT NUMERIC
                 DISPLAY "WCCOMPAS: MONTH MUST BE YYYYMM -- RUN ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
              ELSE
                 MOVE WS-MONTH-IN TO WS-REPORT-YYYYMM
                 IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
                    DISPLAY "WCCOMPAS: MONTH MUST BE 01 THROUGH 12 -- "
                            "RUN ENDED"
                    MOVE "Y" TO WS-REFUSED-SW
                 END-IF
              END-IF
           END-IF
           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF
           MOVE WS-REPORT-YEAR TO WS-POLICY-START-YEAR
           IF WS-POLICY-START-MONTH > WS-REPORT-MONTH
              SUBTRACT 1 FROM WS-POLICY-START-YEAR
           END-IF
           PERFORM 1100-LOAD-EMPLOYEES
           PERFORM 1200-LOAD-WC-RATES THRU 1200-EXIT
           PERFORM 1300-LOAD-REVERSED-RUNS
           INITIALIZE WS-PROOF-TABLE.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "WCCOMPAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OUTPUT-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INVENTORY-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "WC-RATE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-WC-RATE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WC-RATE-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "WC-COMP-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-WC-COMP-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WC-COMP-REPORT-PATH
           MOVE "POLICY-START-MONTH" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:2) TO WS-POLICY-MONTH-IN
           IF WS-POLICY-MONTH-IN IS NUMERIC
              AND WS-POLICY-MONTH-IN >= "01"
              AND WS-POLICY-MONTH-IN <= "12"
              MOVE WS-POLICY-MONTH-IN TO WS-POLICY-START-MONTH
           ELSE
              MOVE 1 TO WS-POLICY-START-MONTH
           END-IF.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-EMP-MASTER
                       OR WS-EMP-COUNT = 999
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-EMP-COUNT
                    SET WS-EMP-IDX TO WS-EMP-COUNT
                    MOVE EMP-NUMBER-IN TO WS-EMP-NUMBER(WS-EMP-IDX)
                    MOVE EMP-DEPT-IN   TO WS-EMP-DEPT(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WCCOMPAS: EMPLOYEE MASTER NOT AVAILABLE -- "
                      "RUN ENDED"
              MOVE "Y" TO WS-REFUSED-SW
           END-IF.

      * CLASS ROWS FIRST INTO THE TABLE; DEPARTMENT ROWS ARE HELD
      * AND MATCHED TO THEIR CLASS ONCE THE WHOLE FILE IS IN, SO
      * THE ROWS MAY COME IN ANY ORDER.
       1200-LOAD-WC-RATES.
           OPEN INPUT WC-RATE-FILE
           IF NOT WC-RATE-SUCCESSFUL
              MOVE "WC-RATE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-WC-RATE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WCCOMPAS: NO WCRATES.DAT -- EVERY DEPARTMENT "
                      "WILL SHOW UNRATED"
              GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL END-OF-WC-RATE
              READ WC-RATE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN WCR-CLASS-ROW AND WS-CLS-COUNT < 39
                       ADD 1 TO WS-CLS-COUNT
                       INITIALIZE WS-CLS-ENTRY(WS-CLS-COUNT)
                       MOVE WCR-CLASS-CODE
                         TO WS-CLS-CODE(WS-CLS-COUNT)
                       MOVE WCR-CLASS-DESC
                         TO WS-CLS-DESC(WS-CLS-COUNT)
                       IF WCR-CLASS-RATE IS NUMERIC
                          MOVE WCR-CLASS-RATE
                            TO WS-CLS-RATE(WS-CLS-COUNT)
                       END-IF
                    WHEN WCR-DEPT-ROW AND WS-DEPT-COUNT < 60
                       ADD 1 TO WS-DEPT-COUNT
                       INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
                       MOVE WCR-DEPT-CODE
                         TO WS-DEPT-CODE(WS-DEPT-COUNT)
                       MOVE WCR-DEPT-CLASS
                         TO WS-DEPT-CLASS(WS-DEPT-COUNT)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE WC-RATE-FILE
           PERFORM 1210-MATCH-DEPT-CLASS
             VARYING WS-DEPT-SUB FROM 1 BY 1
             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
       1200-EXIT.
           EXIT.

       1210-MATCH-DEPT-CLASS.
           MOVE 0 TO WS-DEPT-CLS-SUB(WS-DEPT-SUB)
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                     UNTIL WS-CLS-SUB > WS-CLS-COUNT
              IF WS-CLS-CODE(WS-CLS-SUB) = WS-DEPT-CLASS(WS-DEPT-SUB)
                 MOVE WS-CLS-SUB TO WS-DEPT-CLS-SUB(WS-DEPT-SUB)
              END-IF
           END-PERFORM.

       1300-LOAD-REVERSED-RUNS.
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

      * THE POLICY YEAR'S RUNS, BY THE PERIOD-END DATE EACH WAS
      * INVENTORIED UNDER -- THE SAME DATE ITS GL CONTROL LINES
      * CARRY.
       2000-READ-OUTPUT-INVENTORY.
           OPEN INPUT OUTPUT-INVENTORY-FILE
           IF NOT OUTPUT-INVENTORY-SUCCESSFUL
              MOVE "OUTPUT-INVENTORY" TO WS-IOERR-FILE-NAME
              MOVE WS-OUTPUT-INVENTORY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WCCOMPAS: NO OUTPUT INVENTORY -- NO RUNS FOUND"
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-OUTPUT-INVENTORY
              READ OUTPUT-INVENTORY-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF OUTINV-CREATED-DATE IS NUMERIC
                    AND NOT OUTINV-STANDING-FILE
                    COMPUTE WS-LINE-YYYYMM = OUTINV-CREATED-DATE / 100
                    IF WS-LINE-YYYYMM >= WS-POLICY-START-YYYYMM
                       AND WS-LINE-YYYYMM <= WS-REPORT-YYYYMM
                       PERFORM 2010-TAKE-RUN-FILE THRU 2010-EXIT
                    END-IF
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
           IF WS-RUN-FILE-COUNT = 200
              DISPLAY "WCCOMPAS: MORE THAN 200 RUNS IN THE POLICY "
                      "YEAR -- " OUTINV-FILE-NAME " NOT READ"
              MOVE "Y" TO WS-OUT-OF-BALANCE-SW
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILE-COUNT
           MOVE OUTINV-FILE-NAME TO WS-RUN-FILE-PATH(WS-RUN-FILE-COUNT)
           IF WS-LINE-YYYYMM = WS-REPORT-YYYYMM
              MOVE "Y" TO WS-LINE-IN-MONTH-SW
           ELSE
              MOVE "N" TO WS-LINE-IN-MONTH-SW
           END-IF
           MOVE "N" TO WS-RUN-REVERSED-SW
           PERFORM VARYING WS-REVERSED-SUB FROM 1 BY 1
                     UNTIL WS-REVERSED-SUB > WS-REVERSED-COUNT
                        OR RUN-WAS-REVERSED
              IF WS-REVERSED-PATH(WS-REVERSED-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-REVERSED-SW
              END-IF
           END-PERFORM
           MOVE OUTINV-FILE-NAME TO WS-PAYROLL-RUN-PATH
           OPEN INPUT PAYROLL-RUN-FILE
           IF NOT PAYROLL-RUN-SUCCESSFUL
              MOVE "PAYROLL-RUN-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PAYROLL-RUN-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WCCOMPAS: RUN FILE MISSING -- "
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
                 IF RUN-EMP-GROSS IS NUMERIC
                    AND RUN-EMP-NUMBER NOT = SPACES
                    PERFORM 2100-TAKE-RUN-RECORD THRU 2100-EXIT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE PAYROLL-RUN-FILE.
       2010-EXIT.
           EXIT.

      * OVERTIME PREMIUM IS WHATEVER THE RECORD PAID FOR ITS HOURS
      * OVER STRAIGHT TIME (HOURS TIMES RATE), NEVER MORE THAN THE
      * OVERTIME ITSELF -- SO SHIFT PREMIUM, LEAVE AND FLAT AMOUNTS
      * STAY IN THE WC PAYROLL.
       2100-TAKE-RUN-RECORD.
           MOVE RUN-EMP-GROSS TO WS-REC-GROSS
           MOVE ZEROES TO WS-REC-OT-PREMIUM
           IF RUN-OVERTIME IS NUMERIC AND RUN-OVERTIME > 0
              AND RUN-BASE-PAY IS NUMERIC
              AND RUN-EMP-HOURS IS NUMERIC
              AND RUN-EMP-RATE IS NUMERIC
              COMPUTE WS-REC-STRAIGHT = RUN-EMP-HOURS * RUN-EMP-RATE
              IF RUN-BASE-PAY + RUN-OVERTIME > WS-REC-STRAIGHT
                 COMPUTE WS-REC-OT-PREMIUM = RUN-BASE-PAY
                                           + RUN-OVERTIME
                                           - WS-REC-STRAIGHT
                 IF WS-REC-OT-PREMIUM > RUN-OVERTIME
                    MOVE RUN-OVERTIME TO WS-REC-OT-PREMIUM
                 END-IF
              END-IF
           END-IF
           IF WS-REC-OT-PREMIUM > WS-REC-GROSS
              MOVE WS-REC-GROSS TO WS-REC-OT-PREMIUM
           END-IF
           IF RUN-WAS-REVERSED
              PERFORM 2110-ADD-REVERSED-GROSS
              GO TO 2100-EXIT
           END-IF
           IF RUN-SPLIT-COUNT IS NUMERIC AND RUN-SPLIT-COUNT > 0
              PERFORM 2120-DISTRIBUTE-SPLITS
           ELSE
              SET WS-EMP-IDX TO 1
              MOVE SPACES TO WS-DIST-DEPT
              SEARCH WS-EMP-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-EMP-IDX > WS-EMP-COUNT
                    CONTINUE
                 WHEN WS-EMP-NUMBER(WS-EMP-IDX) = RUN-EMP-NUMBER
                    MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-DIST-DEPT
              END-SEARCH
              MOVE WS-REC-GROSS      TO WS-DIST-GROSS
              MOVE WS-REC-OT-PREMIUM TO WS-DIST-OT
              PERFORM 2200-ADD-TO-CLASS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-ADD-REVERSED-GROSS.
           IF RUN-ADJ-NEGATIVE
              SUBTRACT WS-REC-GROSS FROM WS-PRF-REVERSED-GROSS(2)
              IF LINE-IN-REPORT-MONTH
                 SUBTRACT WS-REC-GROSS FROM WS-PRF-REVERSED-GROSS(1)
              END-IF
           ELSE
              ADD WS-REC-GROSS TO WS-PRF-REVERSED-GROSS(2)
              IF LINE-IN-REPORT-MONTH
                 ADD WS-REC-GROSS TO WS-PRF-REVERSED-GROSS(1)
              END-IF
           END-IF.

      * SHARED OUT BY SEGMENT HOURS, THE LAST SEGMENT TAKING THE
      * ROUNDING PENNIES -- CALCPYAS'S OWN 1066-DISTRIBUTE-SPLITS.
       2120-DISTRIBUTE-SPLITS.
           MOVE ZEROES TO WS-SPLIT-HOURS-TOTAL
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                     UNTIL WS-SPLIT-SUB > RUN-SPLIT-COUNT
                        OR WS-SPLIT-SUB > 3
              IF RUN-SPLIT-HOURS(WS-SPLIT-SUB) IS NUMERIC
                 ADD RUN-SPLIT-HOURS(WS-SPLIT-SUB)
                   TO WS-SPLIT-HOURS-TOTAL
              END-IF
           END-PERFORM
           MOVE WS-REC-GROSS      TO WS-SPLIT-LEFT-GROSS
           MOVE WS-REC-OT-PREMIUM TO WS-SPLIT-LEFT-OT
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                     UNTIL WS-SPLIT-SUB > RUN-SPLIT-COUNT
                        OR WS-SPLIT-SUB > 3
              MOVE RUN-SPLIT-DEPT(WS-SPLIT-SUB) TO WS-DIST-DEPT
              IF WS-SPLIT-SUB = RUN-SPLIT-COUNT
                 OR WS-SPLIT-SUB = 3
                 OR WS-SPLIT-HOURS-TOTAL = 0
                 MOVE WS-SPLIT-LEFT-GROSS TO WS-DIST-GROSS
                 MOVE WS-SPLIT-LEFT-OT    TO WS-DIST-OT
                 MOVE 3 TO WS-SPLIT-SUB
              ELSE
                 COMPUTE WS-DIST-GROSS ROUNDED = WS-REC-GROSS
                       * RUN-SPLIT-HOURS(WS-SPLIT-SUB)
                       / WS-SPLIT-HOURS-TOTAL
                 COMPUTE WS-DIST-OT ROUNDED = WS-REC-OT-PREMIUM
                       * RUN-SPLIT-HOURS(WS-SPLIT-SUB)
                       / WS-SPLIT-HOURS-TOTAL
                 SUBTRACT WS-DIST-GROSS FROM WS-SPLIT-LEFT-GROSS
                 SUBTRACT WS-DIST-OT    FROM WS-SPLIT-LEFT-OT
              END-IF
              PERFORM 2200-ADD-TO-CLASS
           END-PERFORM.

      * ONE DEPARTMENT SLICE INTO ITS CLASS, FOR THE POLICY YEAR AND,
      * IF THE RUN IS IN THE REPORT MONTH, FOR THE MONTH. A
      * DEPARTMENT WITH NO "D" ROW GOES TO THE UNRATED LINE.
       2200-ADD-TO-CLASS.
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                        OR DEPT-FOUND
              IF WS-DEPT-CODE(WS-DEPT-SUB) = WS-DIST-DEPT
                 MOVE "Y" TO WS-DEPT-FOUND-SW
              END-IF
           END-PERFORM
           IF DEPT-FOUND
              SUBTRACT 1 FROM WS-DEPT-SUB
           ELSE
              IF WS-DEPT-COUNT < 60
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                 INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SUB)
                 MOVE WS-DIST-DEPT TO WS-DEPT-CODE(WS-DEPT-SUB)
                 MOVE 0 TO WS-DEPT-CLS-SUB(WS-DEPT-SUB)
              ELSE
                 MOVE 1 TO WS-DEPT-SUB
              END-IF
           END-IF
           IF WS-DEPT-CLS-SUB(WS-DEPT-SUB) = 0
              PERFORM 2210-FIND-UNRATED-CLASS
           ELSE
              MOVE WS-DEPT-CLS-SUB(WS-DEPT-SUB) TO WS-CLS-SUB
           END-IF
           IF RUN-ADJ-NEGATIVE
              SUBTRACT WS-DIST-GROSS FROM WS-CLS-GROSS(WS-CLS-SUB, 2)
              SUBTRACT WS-DIST-OT
                FROM WS-CLS-OT-PREMIUM(WS-CLS-SUB, 2)
              SUBTRACT WS-DIST-GROSS FROM WS-DEPT-GROSS(WS-DEPT-SUB, 2)
              IF LINE-IN-REPORT-MONTH
                 SUBTRACT WS-DIST-GROSS
                   FROM WS-CLS-GROSS(WS-CLS-SUB, 1)
                 SUBTRACT WS-DIST-OT
                   FROM WS-CLS-OT-PREMIUM(WS-CLS-SUB, 1)
                 SUBTRACT WS-DIST-GROSS
                   FROM WS-DEPT-GROSS(WS-DEPT-SUB, 1)
              END-IF
           ELSE
              ADD WS-DIST-GROSS TO WS-CLS-GROSS(WS-CLS-SUB, 2)
              ADD WS-DIST-OT    TO WS-CLS-OT-PREMIUM(WS-CLS-SUB, 2)
              ADD WS-DIST-GROSS TO WS-DEPT-GROSS(WS-DEPT-SUB, 2)
              IF LINE-IN-REPORT-MONTH
                 ADD WS-DIST-GROSS TO WS-CLS-GROSS(WS-CLS-SUB, 1)
                 ADD WS-DIST-OT
                   TO WS-CLS-OT-PREMIUM(WS-CLS-SUB, 1)
                 ADD WS-DIST-GROSS TO WS-DEPT-GROSS(WS-DEPT-SUB, 1)
              END-IF
           END-IF.

      * THE UNRATED LINE IS A CLASS ROW OF ITS OWN AT ZERO RATE,
      * ADDED THE FIRST TIME IT IS NEEDED.
       2210-FIND-UNRATED-CLASS.
           MOVE "N" TO WS-CLS-FOUND-SW
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                     UNTIL WS-CLS-SUB > WS-CLS-COUNT
                        OR CLASS-FOUND
              IF WS-CLS-CODE(WS-CLS-SUB) = "????"
                 MOVE "Y" TO WS-CLS-FOUND-SW
              END-IF
           END-PERFORM
           IF CLASS-FOUND
              SUBTRACT 1 FROM WS-CLS-SUB
           ELSE
              ADD 1 TO WS-CLS-COUNT
              MOVE WS-CLS-COUNT TO WS-CLS-SUB
              INITIALIZE WS-CLS-ENTRY(WS-CLS-SUB)
              MOVE "????" TO WS-CLS-CODE(WS-CLS-SUB)
              MOVE "UNRATED DEPARTMENTS" TO WS-CLS-DESC(WS-CLS-SUB)
              MOVE ZEROES TO WS-CLS-RATE(WS-CLS-SUB)
           END-IF.

      * GROSS ON THE RUN LINES FOR THE SAME MONTHS, NOT COUNTING THE
      * ACCRUAL LINE OR THE OTHER TYPED LINES. REVERSAL LINES ("V")
      * ARE DATED THE DAY OF THE BACK-OUT, NOT THE RUN, SO THEY ARE
      * KEPT APART AND SHOWN FOR INFORMATION.
       3000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF NOT GL-CONTROL-SUCCESSFUL
              MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "WCCOMPAS: NO GL CONTROL FILE -- THE PROOF WILL "
                      "SHOW ZERO"
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL END-OF-GL-CONTROL
              READ GL-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF NOT ACCRUAL-RECORD
                    AND GL-CONTROL-RUN-DATE IS NUMERIC
                    AND GL-CONTROL-TOTAL-GROSS IS NUMERIC
                    PERFORM 3010-TAKE-CONTROL-LINE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTROL-FILE.
       3000-EXIT.
           EXIT.

       3010-TAKE-CONTROL-LINE.
           MOVE GL-CONTROL-RUN-DATE(1:6) TO WS-LINE-YYYYMM
           IF WS-LINE-YYYYMM >= WS-POLICY-START-YYYYMM
              AND WS-LINE-YYYYMM <= WS-REPORT-YYYYMM
              IF GL-CONTROL-RUN-TYPE = "V"
                 ADD GL-CONTROL-TOTAL-GROSS TO WS-PRF-GL-REVERSALS(2)
                 IF WS-LINE-YYYYMM = WS-REPORT-YYYYMM
                    ADD GL-CONTROL-TOTAL-GROSS
                      TO WS-PRF-GL-REVERSALS(1)
                 END-IF
              ELSE
                 ADD GL-CONTROL-TOTAL-GROSS TO WS-PRF-GL-GROSS(2)
                 IF WS-LINE-YYYYMM = WS-REPORT-YYYYMM
                    ADD GL-CONTROL-TOTAL-GROSS TO WS-PRF-GL-GROSS(1)
                 END-IF
              END-IF
           END-IF.

      * ONE SECTION (MONTH OR POLICY YEAR): A LINE PER CLASS, THE
      * TOTAL, AND THE PROOF AGAINST THE GL CONTROL GROSS.
       4000-WRITE-CLASS-SECTION.
           WRITE WC-COMP-REPORT-RECORD FROM WC-SECTION-LINE
           WRITE WC-COMP-REPORT-RECORD FROM WC-COLUMN-LINE
           MOVE ZEROES TO WS-TOT-GROSS WS-TOT-OT WS-TOT-PAYROLL
                          WS-TOT-PREMIUM
           PERFORM 4100-WRITE-CLASS-LINE
             VARYING WS-CLS-SUB FROM 1 BY 1
             UNTIL WS-CLS-SUB > WS-CLS-COUNT
           MOVE SPACES           TO WC-CLS-CODE
           MOVE "TOTAL"          TO WC-CLS-DESC
           MOVE WS-TOT-GROSS     TO WC-CLS-GROSS
           MOVE WS-TOT-OT        TO WC-CLS-OT
           MOVE WS-TOT-PAYROLL   TO WC-CLS-PAYROLL
           MOVE ZEROES           TO WC-CLS-RATE
           MOVE WS-TOT-PREMIUM   TO WC-CLS-PREMIUM
           WRITE WC-COMP-REPORT-RECORD FROM WC-CLASS-LINE
           WRITE WC-COMP-REPORT-RECORD FROM WC-BLANK-LINE
           MOVE WS-TOT-GROSS TO WS-PRF-CLASS-GROSS(WS-BKT)
           PERFORM 4200-WRITE-PROOF
           WRITE WC-COMP-REPORT-RECORD FROM WC-BLANK-LINE.

      * PREMIUM IS THE CLASS RATE PER $100 OF WC PAYROLL.
       4100-WRITE-CLASS-LINE.
           MOVE WS-CLS-GROSS(WS-CLS-SUB, WS-BKT) TO WS-PRT-GROSS
           MOVE WS-CLS-OT-PREMIUM(WS-CLS-SUB, WS-BKT) TO WS-PRT-OT
           COMPUTE WS-PRT-PAYROLL = WS-PRT-GROSS - WS-PRT-OT
           COMPUTE WS-PRT-PREMIUM ROUNDED =
                   WS-PRT-PAYROLL * WS-CLS-RATE(WS-CLS-SUB) / 100
           ADD WS-PRT-GROSS   TO WS-TOT-GROSS
           ADD WS-PRT-OT      TO WS-TOT-OT
           ADD WS-PRT-PAYROLL TO WS-TOT-PAYROLL
           ADD WS-PRT-PREMIUM TO WS-TOT-PREMIUM
           MOVE WS-CLS-CODE(WS-CLS-SUB) TO WC-CLS-CODE
           MOVE WS-CLS-DESC(WS-CLS-SUB) TO WC-CLS-DESC
           MOVE WS-PRT-GROSS            TO WC-CLS-GROSS
           MOVE WS-PRT-OT               TO WC-CLS-OT
           MOVE WS-PRT-PAYROLL          TO WC-CLS-PAYROLL
           MOVE WS-CLS-RATE(WS-CLS-SUB) TO WC-CLS-RATE
           MOVE WS-PRT-PREMIUM          TO WC-CLS-PREMIUM
           WRITE WC-COMP-REPORT-RECORD FROM WC-CLASS-LINE.

       4200-WRITE-PROOF.
           MOVE "GROSS WAGES BY CLASS ABOVE" TO WC-AMT-LABEL
           MOVE WS-PRF-CLASS-GROSS(WS-BKT) TO WC-AMT-VALUE
           WRITE WC-COMP-REPORT-RECORD FROM WC-AMOUNT-LINE
           MOVE "GROSS ON RUNS SINCE REVERSED (LEFT OUT)"
             TO WC-AMT-LABEL
           MOVE WS-PRF-REVERSED-GROSS(WS-BKT) TO WC-AMT-VALUE
           WRITE WC-COMP-REPORT-RECORD FROM WC-AMOUNT-LINE
           COMPUTE WS-PRF-RUN-GROSS(WS-BKT) =
                   WS-PRF-CLASS-GROSS(WS-BKT)
                 + WS-PRF-REVERSED-GROSS(WS-BKT)
           MOVE "GROSS ON THE RUN FILES" TO WC-AMT-LABEL
           MOVE WS-PRF-RUN-GROSS(WS-BKT) TO WC-AMT-VALUE
           WRITE WC-COMP-REPORT-RECORD FROM WC-AMOUNT-LINE
           MOVE "GROSS ON THE GL CONTROL RUN LINES" TO WC-AMT-LABEL
           MOVE WS-PRF-GL-GROSS(WS-BKT) TO WC-AMT-VALUE
           WRITE WC-COMP-REPORT-RECORD FROM WC-AMOUNT-LINE
           COMPUTE WS-PRF-DIFFERENCE(WS-BKT) =
                   WS-PRF-RUN-GROSS(WS-BKT) - WS-PRF-GL-GROSS(WS-BKT)
           MOVE "DIFFERENCE" TO WC-AMT-LABEL
           MOVE WS-PRF-DIFFERENCE(WS-BKT) TO WC-AMT-VALUE
           WRITE WC-COMP-REPORT-RECORD FROM WC-AMOUNT-LINE
           MOVE "RECONCILES TO GL CONTROL GROSS:" TO WC-RECON-LABEL
           IF WS-PRF-DIFFERENCE(WS-BKT) = 0
              MOVE "IN BALANCE" TO WC-RECON-RESULT
           ELSE
              MOVE "** OUT OF BALANCE **" TO WC-RECON-RESULT
              MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF
           WRITE WC-COMP-REPORT-RECORD FROM WC-RECON-LINE
           MOVE "REVERSAL LINES POSTED IN THESE MONTHS" TO WC-AMT-LABEL
           MOVE WS-PRF-GL-REVERSALS(WS-BKT) TO WC-AMT-VALUE
           WRITE WC-COMP-REPORT-RECORD FROM WC-AMOUNT-LINE.

       4300-WRITE-UNRATED-DEPTS.
           MOVE "DEPARTMENTS WITH NO CLASS ASSIGNED" TO WC-SECTION-TITLE
           WRITE WC-COMP-REPORT-RECORD FROM WC-SECTION-LINE
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              IF WS-DEPT-CLS-SUB(WS-DEPT-SUB) = 0
                 AND (WS-DEPT-GROSS(WS-DEPT-SUB, 2) NOT = 0)
                 ADD 1 TO WS-UNRATED-DEPTS
                 MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WC-DEPT-CODE
                 MOVE WS-DEPT-GROSS(WS-DEPT-SUB, 1) TO WC-DEPT-GROSS
                 WRITE WC-COMP-REPORT-RECORD FROM WC-DEPT-LINE
              END-IF
           END-PERFORM
           IF WS-UNRATED-DEPTS = 0
              MOVE "  NONE" TO WC-SECTION-TITLE
              WRITE WC-COMP-REPORT-RECORD FROM WC-SECTION-LINE
           END-IF.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
