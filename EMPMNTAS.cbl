      * WHEN THE EMPLOYEE STILL CARRIES A NONZERO BALANCE ON THE
      * INDEXED YTD MASTER -- AN EMPLOYEE WITH MONEY ON THE YEAR
      * STAYS ON THE MASTER UNTIL YEARENDAS CLOSES THE YEAR.
      *
      * TERMINATING SETS EMP-STATUS TO "T" AND RECORDS THE
      * TERMINATION DATE AND REASON ON TERMHIST.DAT. IT FIGURES THE
      * PAYOUT OF THE UNUSED VACATION BALANCE ON THE PTO MASTER AND
      * APPENDS THE FINAL-PAY RECORDS (LAST HOURS WORKED PLUS THE
      * VACATION HOURS, CODED "V" SO THE BALANCE IS DRAWN TO ZERO)
      * TO FINALPAY.TXT IN CALCPYAS'S PAYROLL-REC-IN LAYOUT, FOR AN
      * OFF-CYCLE SUPPLEMENTAL CALCPYAS RUN POINTED AT THAT FILE.
      * CALCPYAS TAKES NO GARNISHMENT, BENEFIT, RETIREMENT OR UNION
      * DEDUCTIONS FROM A "T" EMPLOYEE. ANY GARNISHMENT ORDER STILL
      * CARRYING A BALANCE, AND ANY LOAN OR PAY ADVANCE STILL OPEN ON
      * THE LOAN MASTER, IS LISTED SO PAYROLL CAN COLLECT IT BY HAND
      * (LOANMNTAS CLOSES THE LOAN ONCE SETTLED). UNLESS THE OPERATOR
      * CONFIRMS THE BANK DATA IS STILL GOOD, THE ROUTING AND ACCOUNT
      * ARE CLEARED SO THE FINAL PAY GOES OUT AS A PAPER CHECK.
      *
      * THE SOCIAL SECURITY NUMBER RIDES AT THE END OF THE RECORD
      * FOR THE W-2 FILING. IT IS REQUIRED ON AN ADD, EDITED FOR
      * THE NUMBERS SSA NEVER ISSUES, AND REFUSED WHEN ANOTHER
      * EMPLOYEE ALREADY CARRIES IT. IT IS NEVER SHOWN IN FULL --
      * THE SCREEN, THE LISTING AND THE AUDIT IMAGES ALL CARRY
      * ONLY THE LAST FOUR DIGITS.
      *
      * THE DEPARTMENT MUST BE ON THE DEPARTMENT MASTER KEPT BY
      * DPTMNTAS, AND NO ONE IS MOVED INTO A DEPARTMENT MARKED
      * INACTIVE. UNTIL THAT MASTER HAS BEEN BUILT, ANY CODE PASSES.
      *
      * EVERY EMPLOYEE BELONGS TO ONE COMPANY ON THE COMPANY MASTER
      * KEPT BY COMPMNTAS (BLANK MEANS COMPANY 01). THE COMPANY MUST
      * BE ACTIVE, AND AN OPERATOR ONLY SEES, ADDS OR CHANGES THE
      * EMPLOYEES OF THE COMPANIES THE OPERATOR MASTER AUTHORIZES
      * THEM FOR. CALCPYAS PAYS EACH COMPANY'S EMPLOYEES IN THAT
      * COMPANY'S OWN RUN.
      *
      * A WORK STATE KEYED MUST BE A STATE THE ZIP REFERENCE FILE
      * (BUILT BY ZIPLODAS) HAS ZIPS IN, SO A TYPO CANNOT SEND THE
      * STATE WITHHOLDING TO A STATE THAT DOES NOT EXIST.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           SELECT PTO-MASTER-FILE
             ASSIGN TO WS-PTO-MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PTO-MASTER-STATUS.

           SELECT GARN-ORDER-FILE
             ASSIGN TO WS-GARN-ORDER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GARN-ORDER-STATUS.

           SELECT FINAL-PAY-FILE
             ASSIGN TO WS-FINAL-PAY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FINAL-PAY-STATUS.

           SELECT TERM-HISTORY-FILE
             ASSIGN TO WS-TERM-HISTORY-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TERM-HISTORY-STATUS.

           COPY DEPTSEL.
           COPY LOANSEL.
           COPY COMPSEL.
           COPY ZIPREFSEL.
           COPY IOERRSEL.
           COPY RUNCTLSEL.

       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC.
       01  EMP-MASTER-REC            PIC X(116).

      * SAME INDEXED YTD MASTER CALCPYAS MAINTAINS -- READ-ONLY
      * HERE, FOR THE DEACTIVATION BALANCE CHECK.
           05  YTD-WH                PIC 9(09)V99.
           05  YTD-NET               PIC 9(09)V99.
           05  YTD-DEFERRAL          PIC 9(09)V99.
      * W-2 BOX DETAIL: FEDERAL TAXABLE WAGES AND WITHHOLDING,
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, STATE AND
      * LOCAL WITHHOLDING.
           05  YTD-FIT-WAGES         PIC 9(09)V99.
           05  YTD-FED-WH            PIC 9(09)V99.
           05  YTD-SS-WAGES          PIC 9(09)V99.
           05  YTD-SS-WH             PIC 9(09)V99.
           05  YTD-MED-WAGES         PIC 9(09)V99.
           05  YTD-MED-WH            PIC 9(09)V99.
           05  YTD-STATE-WH          PIC 9(09)V99.
           05  YTD-LOCAL-WH          PIC 9(09)V99.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(153).

      * SAME PTO ACCRUAL MASTER CALCPYAS MAINTAINS -- READ-ONLY HERE,
      * FOR THE VACATION PAYOUT. BALANCES ARE IN HOURS.
       FD  PTO-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS PTO-MASTER-REC.
       01  PTO-MASTER-REC.
           05 PTO-EMP-NUMBER         PIC X(06).
           05 PTO-VAC-BALANCE        PIC 9(04)V99.
           05 PTO-SICK-BALANCE       PIC 9(04)V99.
           05 PTO-VAC-RATE           PIC V9(04).
           05 PTO-SICK-RATE          PIC V9(04).

      * SAME COURT-ORDER GARNISHMENT MASTER CALCPYAS WORKS FROM --
      * READ-ONLY HERE, FOR THE STILL-OWED LISTING.
       FD  GARN-ORDER-FILE
           RECORDING MODE IS F
           DATA RECORD IS GARN-ORDER-REC.
       01  GARN-ORDER-REC.
           05 GORD-EMP-NUMBER        PIC X(06).
           05 GORD-ORDER-NUMBER      PIC X(10).
           05 GORD-PAYEE-CODE        PIC X(04).
           05 GORD-PRIORITY          PIC 9(01).
           05 GORD-METHOD            PIC X(01).
           05 GORD-FLAT-AMOUNT       PIC 9(04)V99.
           05 GORD-PERCENT           PIC V9(04).
           05 GORD-TOTAL-TO-COLLECT  PIC 9(07)V99.
           05 GORD-COLLECTED         PIC 9(07)V99.

      * FINAL-PAY RECORDS IN CALCPYAS'S PAYROLL-REC-IN LAYOUT, THE
      * SAME WAY TIMECLKAS BUILDS THEM. NO BATCH HEADER OR TRAILER
      * -- THE FILE GROWS ONE TERMINATION AT A TIME UNTIL THE
      * OFF-CYCLE RUN TAKES IT.
       FD  FINAL-PAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS FINAL-PAY-REC.
       01  FINAL-PAY-REC.
           05 FINAL-PAY-DATE         PIC X(06).
           05 FINAL-EMP-NUMBER       PIC X(06).
           05 FINAL-EMP-HOURS        PIC 9(02)V99.
           05 FINAL-EMP-RATE         PIC 9(02)V99.
           05 FINAL-EMP-DEDUCTIONS   PIC X(01).
           05 FINAL-UNION-CODE       PIC X(01).
           05 FINAL-GARNISH-COUNT    PIC 9(01).
           05 FINAL-GARNISH-ENTRY OCCURS 3 TIMES.
               10 FINAL-GARNISH-CODE    PIC X(04).
               10 FINAL-GARNISH-AMOUNT  PIC 9(04)V99.
           05 FINAL-TIME-TYPE        PIC X(01).
           05 FINAL-SHIFT-CODE       PIC X(01).
           05 FINAL-SPLIT-COUNT      PIC 9(01).
           05 FINAL-SPLIT-ENTRY OCCURS 3 TIMES.
               10 FINAL-SPLIT-DEPT      PIC X(04).
               10 FINAL-SPLIT-JOB       PIC X(04).
               10 FINAL-SPLIT-HOURS     PIC 9(02)V99.

      * ONE ROW PER TERMINATION: WHEN AND WHY, WHAT THE FINAL PAY
      * WAS BUILT FROM, HOW IT IS PAID, AND WHO KEYED IT.
       FD  TERM-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS TERM-HISTORY-REC.
       01  TERM-HISTORY-REC.
           05 TRM-EMP-NUMBER         PIC X(06).
           05 TRM-TERM-DATE          PIC 9(08).
           05 TRM-REASON             PIC X(01).
           05 TRM-FINAL-PAY-DATE     PIC X(06).
           05 TRM-FINAL-HOURS        PIC 9(02)V99.
           05 TRM-FINAL-OT-HOURS     PIC 9(02)V99.
           05 TRM-VAC-HOURS          PIC 9(04)V99.
           05 TRM-HOURLY-RATE        PIC 9(02)V99.
           05 TRM-VAC-PAYOUT         PIC 9(07)V99.
      * A = DIRECT DEPOSIT KEPT, C = PAPER CHECK.
           05 TRM-PAY-METHOD         PIC X(01).
           05 TRM-OPEN-ORDERS        PIC 9(02).
           05 TRM-OPERATOR           PIC X(08).
           05 TRM-ENTRY-DATE         PIC 9(08).
           05 TRM-ENTRY-TIME         PIC 9(08).

       COPY DEPTFD.
       COPY LOANFD.
       COPY COMPFD.
       COPY ZIPREFFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

           88 YTD-MASTER-SUCCESSFUL      VALUE "00".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".
       01  WS-PTO-MASTER-PATH        PIC X(40)
           VALUE "C:\Users\Bob\PTOACCR.DAT".
       01  WS-PTO-MASTER-STATUS      PIC X(02).
           88 PTO-MASTER-OK              VALUE "00".
           88 END-OF-PTO-MASTER          VALUE "10".
       01  WS-GARN-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\Bob\GARNORD.DAT".
       01  WS-GARN-ORDER-STATUS      PIC X(02).
           88 GARN-ORDER-OK              VALUE "00".
           88 END-OF-GARN-ORDER          VALUE "10".
       01  WS-FINAL-PAY-PATH         PIC X(40)
           VALUE "C:\Users\Bob\FINALPAY.txt".
       01  WS-FINAL-PAY-STATUS       PIC X(02).
           88 FINAL-PAY-OK               VALUE "00".
       01  WS-TERM-HISTORY-PATH      PIC X(40)
           VALUE "C:\Users\Bob\TERMHIST.DAT".
       01  WS-TERM-HISTORY-STATUS    PIC X(02).
           88 TERM-HISTORY-OK            VALUE "00".

      * THE WHOLE EMPLOYEE MASTER HELD IN MEMORY WHILE THE OPERATOR
      * WORKS, REWRITTEN ON EXIT WHEN ANYTHING CHANGED. 999 MATCHES
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX
                            PIC X(116).
       01  WS-EMP-COUNT              PIC 9(03) VALUE 0.
       01  WS-EMP-FOUND-SW           PIC X(01) VALUE "N".
           88 EMPLOYEE-FOUND             VALUE "Y".
           88 EMPLOYEE-NOT-AUTHORIZED    VALUE "X".
       01  WS-CHANGES-MADE-SW        PIC X(01) VALUE "N".
           88 CHANGES-MADE               VALUE "Y".

           05 WRK-EMP-DEPT           PIC X(04).
           05 WRK-EMP-HIRE-DATE      PIC 9(08).
           05 WRK-EMP-STATUS         PIC X(01).
               88 WRK-STATUS-VALID       VALUES "A" "I" "T".
               88 WRK-STATUS-TERMINATED  VALUE "T".
           05 WRK-EMP-BANK-ROUTING   PIC X(09).
           05 WRK-EMP-BANK-ACCOUNT   PIC X(17).
           05 WRK-EMP-PAY-RATE       PIC 9(02)V99.
      * BLANK FOR NONUNION EMPLOYEES; FOR "U" EMPLOYEES, THE LOCAL
      * WHOSE DUES FORMULA APPLIES.
           05 WRK-EMP-UNION-LOCAL    PIC X(04).
      * H = HOURLY, PAID OFF THE HOURS ON PAYROLL-IN; S = SALARIED,
      * PAID THE ANNUAL SALARY SPREAD ACROSS THE PAY PERIODS.
           05 WRK-EMP-PAY-TYPE       PIC X(01).
               88 WRK-PAY-TYPE-VALID     VALUES "H" "S".
               88 WRK-PAY-TYPE-SALARIED  VALUE "S".
           05 WRK-EMP-ANNUAL-SALARY  PIC 9(07)V99.
      * W = WEEKLY, B = BIWEEKLY, S = SEMI-MONTHLY. EACH GROUP IS
      * PAID ON ITS OWN CALENDAR BY ITS OWN CALCPYAS RUN.
           05 WRK-EMP-PAY-FREQ       PIC X(01).
               88 WRK-PAY-FREQ-VALID     VALUES "W" "B" "S".
      * SOCIAL SECURITY NUMBER, NINE DIGITS, NO DASHES.
           05 WRK-EMP-SSN            PIC X(09).
           05 WRK-EMP-SSN-PARTS REDEFINES WRK-EMP-SSN.
              10 WRK-SSN-AREA        PIC X(03).
              10 WRK-SSN-GROUP       PIC X(02).
              10 WRK-SSN-SERIAL      PIC X(04).
      * ACA FULL-TIME MEASUREMENT, SET BY ACAHRSAS: "Y" ONCE THE
      * EMPLOYEE AVERAGES THE FULL-TIME WEEKLY HOURS OVER THE
      * LOOK-BACK PERIOD, WITH THE PAY DATE THEY CROSSED IT.
      * BENEFITS ENROLLMENT OFFERS COVERAGE OFF THIS FLAG.
           05 WRK-EMP-ACA-FT-FLAG    PIC X(01).
               88 WRK-ACA-FULL-TIME      VALUE "Y".
           05 WRK-EMP-ACA-FT-DATE    PIC 9(08).
      * DATE OF BIRTH (ZEROES WHEN NOT ON FILE). WHAUDAS HOLDS A
      * MINOR'S PUNCHES TO THE CHILD-LABOR HOUR LIMITS.
           05 WRK-EMP-BIRTH-DATE     PIC 9(08).
      * THE COMPANY THAT EMPLOYS AND PAYS THEM. BLANK MEANS 01.
           05 WRK-EMP-COMPANY        PIC X(02).

       01  WS-BEFORE-IMAGE           PIC X(116).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-EMP-NUMBER-IN          PIC X(06).
       01  WS-HIRE-DATE-IN           PIC X(08).
       01  WS-BIRTH-DATE-IN          PIC X(08).
       01  WS-PAY-RATE-IN            PIC X(04).
       01  WS-PAY-RATE-NUM REDEFINES WS-PAY-RATE-IN
                                     PIC 9(02)V99.
       01  WS-SALARY-IN              PIC X(09).
       01  WS-SALARY-NUM REDEFINES WS-SALARY-IN
                                     PIC 9(07)V99.
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 EMPLOYEE-IS-VALID          VALUE "Y".
       01  WS-SSN-IN                 PIC X(09).
       01  WS-SSN-DUP-SW             PIC X(01) VALUE "N".
           88 SSN-ALREADY-USED           VALUE "Y".
       01  WS-SSN-SCAN-IDX           PIC 9(03).

      * THE ONLY WAY AN SSN IS EVER SHOWN: LAST FOUR DIGITS.
       01  WS-MASKED-SSN.
           05 FILLER                 PIC X(07) VALUE "XXX-XX-".
           05 WS-MASKED-SSN-LAST4    PIC X(04).
       01  WS-LIST-IMAGE             PIC X(116).

       01  WS-YTD-BALANCE-SW         PIC X(01) VALUE "N".
           88 YTD-BALANCE-OPEN           VALUE "Y".

      * TERMINATION ENTRY FIELDS.
       01  WS-TERM-DATE-IN           PIC X(08).
       01  WS-TERM-DATE-NUM REDEFINES WS-TERM-DATE-IN
                                     PIC 9(08).
      * V = VOLUNTARY QUIT, D = DISCHARGED, L = LAID OFF,
      * R = RETIRED, X = DECEASED.
       01  WS-TERM-REASON            PIC X(01).
           88 TERM-REASON-VALID          VALUES "V" "D" "L" "R" "X".
       01  WS-FINAL-PAY-DATE-IN      PIC X(06).
       01  WS-FINAL-HOURS-IN         PIC X(04).
       01  WS-FINAL-HOURS-NUM REDEFINES WS-FINAL-HOURS-IN
                                     PIC 9(02)V99.
       01  WS-FINAL-OT-HOURS-IN      PIC X(04).
       01  WS-FINAL-OT-HOURS-NUM REDEFINES WS-FINAL-OT-HOURS-IN
                                     PIC 9(02)V99.
       01  WS-BANK-GOOD-SW           PIC X(01) VALUE "N".
           88 BANK-DATA-GOOD             VALUE "Y" "y".

      * WHAT THE FINAL PAY IS BUILT FROM. A SALARIED EMPLOYEE'S
      * HOURLY RATE IS THE ANNUAL SALARY OVER 2080 HOURS; ONE PAST
      * THE 99.99 PAYROLL-REC-IN CAN CARRY IS LEFT TO BE FIGURED BY
      * HAND.
       01  WS-HOURLY-RATE            PIC 9(02)V99 VALUE 0.
       01  WS-RATE-OK-SW             PIC X(01) VALUE "Y".
           88 HOURLY-RATE-OK             VALUE "Y".
       01  WS-VAC-HOURS              PIC 9(04)V99 VALUE 0.
       01  WS-VAC-PAYOUT             PIC 9(07)V99 VALUE 0.
       01  WS-PTO-FOUND-SW           PIC X(01) VALUE "N".
           88 PTO-ROW-FOUND              VALUE "Y".
      * HOURS STILL TO GO ONTO FINAL-PAY RECORDS OF ONE TIME TYPE,
      * AT MOST 99.99 TO A RECORD.
       01  WS-HOURS-LEFT             PIC 9(04)V99 VALUE 0.
       01  WS-HOURS-THIS-RECORD      PIC 9(02)V99 VALUE 0.
       01  WS-FINAL-TIME-TYPE        PIC X(01).
       01  WS-FINAL-RECORDS          PIC 9(03) VALUE 0.
       01  WS-OPEN-ORDER-COUNT       PIC 9(02) VALUE 0.
       01  WS-STILL-OWED             PIC 9(07)V99 VALUE 0.
       01  WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-HOURS             PIC Z,ZZ9.99.

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE          PIC 9(08).
           05 WS-AUDIT-TIME          PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE-TAG          PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(116).
           05 FILLER                 PIC X(01) VALUE SPACES.

       COPY DEPTWS.
       COPY LOANWS.
       COPY COMPWS.
       COPY ZIPREFWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-EMP-MASTER
           PERFORM 9960-LOAD-DEPT-MASTER
           PERFORM 9931-LOAD-COMPANY-MASTER
           PERFORM 9915-OPEN-ZIP-REFERENCE
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           PERFORM 9919-CLOSE-ZIP-REFERENCE
           IF CHANGES-MADE
              PERFORM 3000-REWRITE-EMP-MASTER
              DISPLAY "EMPMNTAS: EMPLOYEE MASTER UPDATED"
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR EMPMNTAS, IF ANYTHING. THE
      * MASTERS ARE THE SAME FILES CALCPYAS USES, SO ANY OVERRIDE
      * HERE SHOULD MATCH CALCPYAS'S OWN ENTRIES.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "YTD-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-YTD-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-YTD-MASTER-PATH
           MOVE "PTO-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PTO-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PTO-MASTER-PATH
           MOVE "GARN-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GARN-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GARN-ORDER-PATH
           MOVE "LOAN-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LOAN-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LOAN-MASTER-PATH
           MOVE "FINAL-PAY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-FINAL-PAY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-FINAL-PAY-PATH
           MOVE "TERM-HISTORY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TERM-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TERM-HISTORY-PATH
           MOVE "DEPT-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPT-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPT-MASTER-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH
           MOVE "ZIP-REFERENCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ZIPREF-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ZIPREF-PATH.

       1100-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE
           DISPLAY "A - ADD AN EMPLOYEE"
           DISPLAY "C - CHANGE AN EMPLOYEE"
           DISPLAY "D - DEACTIVATE AN EMPLOYEE"
           DISPLAY "T - TERMINATE AN EMPLOYEE"
           DISPLAY "L - LIST AN EMPLOYEE"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
                 PERFORM 2200-CHANGE-EMPLOYEE
              WHEN WS-MENU-CHOICE = "D" OR WS-MENU-CHOICE = "d"
                 PERFORM 2300-DEACTIVATE-EMPLOYEE
              WHEN WS-MENU-CHOICE = "T" OR WS-MENU-CHOICE = "t"
                 PERFORM 2500-TERMINATE-EMPLOYEE
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-EMPLOYEE
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
           END-EVALUATE.

      * FINDS THE ENTERED EMPLOYEE NUMBER. LEAVES WS-EMP-IDX ON THE
      * MATCH. AN EMPLOYEE OF A COMPANY THE OPERATOR ISN'T AUTHORIZED
      * FOR IS NOT SHOWN OR TOUCHED.
       2010-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           DISPLAY "ENTER EMPLOYEE NUMBER: "
           END-PERFORM
           IF EMPLOYEE-FOUND
              SET WS-EMP-IDX DOWN BY 1
              MOVE WS-EMP-ENTRY(WS-EMP-IDX)(115:2)
                TO WS-SIGNON-CHECK-COMPANY
              PERFORM 9935-CHECK-OPERATOR-COMPANY
              IF NOT OPERATOR-COMPANY-OK
                 DISPLAY "EMPLOYEE IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
                 MOVE "X" TO WS-EMP-FOUND-SW
              END-IF
           END-IF.

      * PROMPTS EVERY FIELD OF WS-WORK-EMPLOYEE AND APPLIES THE
      * EDITS THE PAYROLL RUN DEPENDS ON: A NAME, A DEPARTMENT ON
      * THE DEPARTMENT MASTER (AND NOT NEWLY INTO AN INACTIVE ONE),
      * A NUMERIC HIRE DATE, A BIRTH DATE (IF GIVEN) BEFORE THE
      * HIRE DATE, STATUS A, I OR T, A ROUTING NUMBER
      * THAT IS NUMERIC OR BLANK (BLANK MEANS PAPER CHECK), A
      * NUMERIC RATE, DEDUCTIONS 0-4, UNION CODE U OR N, AND PAY
      * TYPE H OR S WITH AN ANNUAL SALARY ON EVERY SALARIED
      * EMPLOYEE, AND AN ACTIVE COMPANY THE OPERATOR IS AUTHORIZED
      * FOR.
       2020-ACCEPT-EMPLOYEE-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "NAME (20): "
           END-IF
           DISPLAY "DEPARTMENT (4): "
           ACCEPT WRK-EMP-DEPT
           MOVE WRK-EMP-DEPT TO WS-DEPTMAST-CHECK-CODE
           PERFORM 9961-CHECK-DEPT-ON-FILE
           EVALUATE TRUE
              WHEN DEPTMAST-CODE-NOT-ON-FILE
                 DISPLAY "  DEPARTMENT IS NOT ON THE DEPARTMENT MASTER."
                 MOVE "N" TO WS-VALID-SW
              WHEN DEPTMAST-CODE-INACTIVE
                 AND WRK-EMP-DEPT NOT = WS-BEFORE-IMAGE(27:4)
                 DISPLAY "  DEPARTMENT IS INACTIVE -- NO NEW EMPLOYEES."
                 MOVE "N" TO WS-VALID-SW
              WHEN DEPTMAST-CODE-ON-FILE
                 AND WS-DEPTMAST-FOUND-NAME NOT = SPACES
                 DISPLAY "  " WS-DEPTMAST-FOUND-NAME
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           DISPLAY "HIRE DATE (YYYYMMDD): "
           ACCEPT WS-HIRE-DATE-IN
           IF WS-HIRE-DATE-IN IS NUMERIC
              DISPLAY "  HIRE DATE MUST BE YYYYMMDD."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-EMP-BIRTH-DATE IS NUMERIC
              AND WRK-EMP-BIRTH-DATE > 0
              DISPLAY "BIRTH DATE (YYYYMMDD, BLANK KEEPS "
                      WRK-EMP-BIRTH-DATE "): "
           ELSE
              DISPLAY "BIRTH DATE (YYYYMMDD, BLANK IF NOT ON FILE): "
           END-IF
           ACCEPT WS-BIRTH-DATE-IN
           EVALUATE TRUE
              WHEN WS-BIRTH-DATE-IN = SPACES
                 CONTINUE
              WHEN WS-BIRTH-DATE-IN IS NOT NUMERIC
                 DISPLAY "  BIRTH DATE MUST BE YYYYMMDD."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-BIRTH-DATE-IN NOT < WRK-EMP-HIRE-DATE
                 DISPLAY "  BIRTH DATE MUST BE BEFORE THE HIRE DATE."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 MOVE WS-BIRTH-DATE-IN TO WRK-EMP-BIRTH-DATE
           END-EVALUATE
           DISPLAY "STATUS (A=ACTIVE, I=INACTIVE, T=TERMINATED): "
           ACCEPT WRK-EMP-STATUS
           IF NOT WRK-STATUS-VALID
              DISPLAY "  STATUS MUST BE A, I OR T."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "BANK ROUTING (9 DIGITS, BLANK = PAPER CHECK): "
           END-IF
           DISPLAY "WORK STATE (2, BLANK = HOME STATE): "
           ACCEPT WRK-EMP-WORK-STATE
           IF WRK-EMP-WORK-STATE NOT = SPACES
              MOVE WRK-EMP-WORK-STATE TO WS-ZIPREF-CHECK-STATE
              PERFORM 9918-CHECK-STATE-ON-FILE
              MOVE WS-ZIPREF-CHECK-STATE TO WRK-EMP-WORK-STATE
              IF NOT ZIPREF-STATE-ON-FILE
                 DISPLAY "  " WRK-EMP-WORK-STATE
                         " IS NOT A STATE ON THE ZIP REFERENCE FILE."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           DISPLAY "UNION LOCAL (4, BLANK IF NONUNION): "
           ACCEPT WRK-EMP-UNION-LOCAL
           IF WRK-EMP-UNION-CODE = "U"
              AND WRK-EMP-UNION-LOCAL = SPACES
              DISPLAY "  NOTE: UNION EMPLOYEE WITH NO LOCAL -- NO "
                      "DUES WILL BE WITHHELD."
           END-IF
           DISPLAY "PAY TYPE (H=HOURLY, S=SALARIED): "
           ACCEPT WRK-EMP-PAY-TYPE
           IF NOT WRK-PAY-TYPE-VALID
              DISPLAY "  PAY TYPE MUST BE H OR S."
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WRK-PAY-TYPE-SALARIED
              DISPLAY "ANNUAL SALARY (9 DIGITS, 005200000 = 52000.00): "
              ACCEPT WS-SALARY-IN
              IF WS-SALARY-IN IS NUMERIC AND WS-SALARY-NUM > 0
                 MOVE WS-SALARY-NUM TO WRK-EMP-ANNUAL-SALARY
              ELSE
                 DISPLAY "  SALARIED EMPLOYEES NEED A NONZERO 9-DIGIT "
                         "ANNUAL SALARY."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           ELSE
              MOVE ZEROES TO WRK-EMP-ANNUAL-SALARY
           END-IF
           DISPLAY "PAY FREQUENCY (W=WEEKLY, B=BIWEEKLY, "
                   "S=SEMI-MONTHLY): "
           ACCEPT WRK-EMP-PAY-FREQ
           IF NOT WRK-PAY-FREQ-VALID
              DISPLAY "  PAY FREQUENCY MUST BE W, B OR S."
              MOVE "N" TO WS-VALID-SW
           END-IF
           PERFORM 2050-ACCEPT-COMPANY
           PERFORM 2030-ACCEPT-SSN.

      * THE EMPLOYING COMPANY. BLANK IS COMPANY 01. THE COMPANY MUST
      * BE ON THE COMPANY MASTER AND ACTIVE, AND THE OPERATOR MUST BE
      * AUTHORIZED FOR IT.
       2050-ACCEPT-COMPANY.
           IF WRK-EMP-COMPANY = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO WRK-EMP-COMPANY
           END-IF
           DISPLAY "COMPANY (2, BLANK KEEPS " WRK-EMP-COMPANY "): "
           ACCEPT WS-COMPMAST-CHECK-CODE
           IF WS-COMPMAST-CHECK-CODE = SPACES
              MOVE WRK-EMP-COMPANY TO WS-COMPMAST-CHECK-CODE
           END-IF
           PERFORM 9932-CHECK-COMPANY-ON-FILE
           MOVE WS-COMPMAST-CHECK-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           EVALUATE TRUE
              WHEN COMPMAST-CODE-NOT-ON-FILE
                 DISPLAY "  COMPANY IS NOT ON THE COMPANY MASTER."
                 MOVE "N" TO WS-VALID-SW
              WHEN COMPMAST-CODE-INACTIVE
                 DISPLAY "  COMPANY IS INACTIVE."
                 MOVE "N" TO WS-VALID-SW
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "  YOU ARE NOT AUTHORIZED FOR THAT COMPANY."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 MOVE WS-COMPMAST-CHECK-CODE TO WRK-EMP-COMPANY
                 IF COMPMAST-IN-USE
                    DISPLAY "  " WS-COMPMAST-NAME(WS-COMPMAST-IDX)
                 END-IF
           END-EVALUATE.

      * THE SSN. ON A CHANGE THE CURRENT NUMBER IS SHOWN MASKED AND
      * A BLANK ANSWER KEEPS IT. AREA 000, 666 AND 900-999, GROUP 00
      * AND SERIAL 0000 ARE NEVER ISSUED, AND NO TWO EMPLOYEES MAY
      * SHARE A NUMBER.
       2030-ACCEPT-SSN.
           IF WRK-EMP-SSN = SPACES
              DISPLAY "SOCIAL SECURITY NUMBER (9 DIGITS, NO DASHES): "
           ELSE
              MOVE WRK-SSN-SERIAL TO WS-MASKED-SSN-LAST4
              DISPLAY "SOCIAL SECURITY NUMBER (9 DIGITS, BLANK KEEPS "
                      WS-MASKED-SSN "): "
           END-IF
           ACCEPT WS-SSN-IN
           IF WS-SSN-IN NOT = SPACES
              MOVE WS-SSN-IN TO WRK-EMP-SSN
           END-IF
           EVALUATE TRUE
              WHEN WRK-EMP-SSN = SPACES
                 DISPLAY "  SOCIAL SECURITY NUMBER IS REQUIRED."
                 MOVE "N" TO WS-VALID-SW
              WHEN WRK-EMP-SSN IS NOT NUMERIC
                 DISPLAY "  SOCIAL SECURITY NUMBER MUST BE 9 DIGITS."
                 MOVE "N" TO WS-VALID-SW
              WHEN WRK-SSN-AREA = "000" OR WRK-SSN-AREA = "666"
                 OR WRK-SSN-AREA(1:1) = "9"
                 OR WRK-SSN-GROUP = "00"
                 OR WRK-SSN-SERIAL = "0000"
                 DISPLAY "  NOT A VALID SOCIAL SECURITY NUMBER."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 PERFORM 2040-CHECK-SSN-DUPLICATE
                 IF SSN-ALREADY-USED
                    DISPLAY "  SOCIAL SECURITY NUMBER IS ALREADY ON "
                            "FILE FOR ANOTHER EMPLOYEE."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
           END-EVALUATE.

       2040-CHECK-SSN-DUPLICATE.
           MOVE "N" TO WS-SSN-DUP-SW
           PERFORM VARYING WS-SSN-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SSN-SCAN-IDX > WS-EMP-COUNT
                        OR SSN-ALREADY-USED
              IF WS-EMP-ENTRY(WS-SSN-SCAN-IDX)(89:9) = WRK-EMP-SSN
                 AND WS-EMP-ENTRY(WS-SSN-SCAN-IDX)(1:6)
                     NOT = WRK-EMP-NUMBER
                 MOVE "Y" TO WS-SSN-DUP-SW
              END-IF
           END-PERFORM.

       2100-ADD-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
                 MOVE SPACES TO WS-WORK-EMPLOYEE
                 MOVE ZEROES TO WRK-EMP-HIRE-DATE
                                WRK-EMP-PAY-RATE
                                WRK-EMP-ANNUAL-SALARY
                                WRK-EMP-ACA-FT-DATE
                                WRK-EMP-BIRTH-DATE
                 MOVE WS-EMP-NUMBER-IN TO WRK-EMP-NUMBER
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 PERFORM 2020-ACCEPT-EMPLOYEE-FIELDS
                 IF EMPLOYEE-IS-VALID
                    ADD 1 TO WS-EMP-COUNT
                 DISPLAY "EMPLOYEE NOT CHANGED."
              END-IF
           ELSE
              IF NOT EMPLOYEE-NOT-AUTHORIZED
                 DISPLAY "EMPLOYEE NOT ON FILE."
              END-IF
           END-IF.

      * DEACTIVATION IS A HARD STOP WHEN THE EMPLOYEE STILL HAS A
                 DISPLAY "EMPLOYEE DEACTIVATED."
              END-IF
           ELSE
              IF NOT EMPLOYEE-NOT-AUTHORIZED
                 DISPLAY "EMPLOYEE NOT ON FILE."
              END-IF
           END-IF.

      * READS THE EMPLOYEE'S YTD RECORD BY KEY. NO RECORD, OR A
       2400-LIST-EMPLOYEE.
           PERFORM 2010-FIND-EMPLOYEE
           IF EMPLOYEE-FOUND
              MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-LIST-IMAGE
              PERFORM 2910-MASK-IMAGE-SSN
              DISPLAY WS-LIST-IMAGE
           ELSE
              IF NOT EMPLOYEE-NOT-AUTHORIZED
                 DISPLAY "EMPLOYEE NOT ON FILE."
              END-IF
           END-IF.

      * TERMINATION. THE EMPLOYEE STAYS ON THE MASTER AS "T" UNTIL
      * YEARENDAS CLOSES THE YEAR -- THE YTD DOLLARS STILL BELONG ON
      * A W-2 -- BUT CALCPYAS STOPS EVERY DEDUCTION BUT TAXES AND
      * THE FINAL PAY IS QUEUED FOR THE OFF-CYCLE RUN.
       2500-TERMINATE-EMPLOYEE.
           PERFORM 2010-FIND-EMPLOYEE
           IF EMPLOYEE-FOUND
              MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-WORK-EMPLOYEE
              IF WRK-STATUS-TERMINATED
                 DISPLAY "EMPLOYEE IS ALREADY TERMINATED."
              ELSE
                 PERFORM 2510-ACCEPT-TERMINATION-FIELDS
                 IF EMPLOYEE-IS-VALID
                    MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-BEFORE-IMAGE
                    MOVE "T" TO WRK-EMP-STATUS
                    IF NOT BANK-DATA-GOOD
                       MOVE SPACES TO WRK-EMP-BANK-ROUTING
                                      WRK-EMP-BANK-ACCOUNT
                    END-IF
                    MOVE WS-WORK-EMPLOYEE TO WS-EMP-ENTRY(WS-EMP-IDX)
                    MOVE "Y" TO WS-CHANGES-MADE-SW
                    MOVE "TERM" TO AUD-ACTION
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    PERFORM 2520-FIND-VACATION-BALANCE
                    PERFORM 2530-WRITE-FINAL-PAY
                    PERFORM 2550-LIST-STILL-OWED
                    PERFORM 2560-WRITE-TERM-HISTORY
                    DISPLAY "EMPLOYEE TERMINATED."
                 ELSE
                    DISPLAY "EMPLOYEE NOT TERMINATED."
                 END-IF
              END-IF
           ELSE
              IF NOT EMPLOYEE-NOT-AUTHORIZED
                 DISPLAY "EMPLOYEE NOT ON FILE."
              END-IF
           END-IF.

      * THE TERMINATION DATE (NOT BEFORE THE HIRE DATE), THE REASON,
      * THE OFF-CYCLE PAY DATE, THE HOURS WORKED SINCE THE LAST
      * REGULAR CHECK, AND WHETHER THE BANK DATA CAN STILL TAKE A
      * DEPOSIT. SALARIED EMPLOYEES ARE NOT ASKED FOR OVERTIME.
       2510-ACCEPT-TERMINATION-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "TERMINATION DATE (YYYYMMDD): "
           ACCEPT WS-TERM-DATE-IN
           IF WS-TERM-DATE-IN IS NOT NUMERIC
              DISPLAY "  TERMINATION DATE MUST BE YYYYMMDD."
              MOVE "N" TO WS-VALID-SW
           ELSE
              IF WS-TERM-DATE-NUM < WRK-EMP-HIRE-DATE
                 DISPLAY "  TERMINATION DATE IS BEFORE THE HIRE DATE."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           DISPLAY "REASON (V=QUIT, D=DISCHARGED, L=LAID OFF, "
                   "R=RETIRED, X=DECEASED): "
           ACCEPT WS-TERM-REASON
           IF NOT TERM-REASON-VALID
              DISPLAY "  REASON MUST BE V, D, L, R OR X."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "FINAL PAY DATE (MMDDYY): "
           ACCEPT WS-FINAL-PAY-DATE-IN
           IF WS-FINAL-PAY-DATE-IN IS NOT NUMERIC
              DISPLAY "  FINAL PAY DATE MUST BE MMDDYY."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "UNPAID HOURS WORKED (4 DIGITS, 1650 = 16.50): "
           ACCEPT WS-FINAL-HOURS-IN
           IF WS-FINAL-HOURS-IN IS NOT NUMERIC
              DISPLAY "  HOURS MUST BE 4 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           MOVE "0000" TO WS-FINAL-OT-HOURS-IN
           IF NOT WRK-PAY-TYPE-SALARIED
              DISPLAY "  OF WHICH OVERTIME (4 DIGITS): "
              ACCEPT WS-FINAL-OT-HOURS-IN
              IF WS-FINAL-OT-HOURS-IN IS NOT NUMERIC
                 DISPLAY "  OVERTIME HOURS MUST BE 4 DIGITS."
                 MOVE "N" TO WS-VALID-SW
              ELSE
                 IF WS-FINAL-HOURS-IN IS NUMERIC
                    AND WS-FINAL-OT-HOURS-NUM > WS-FINAL-HOURS-NUM
                    DISPLAY "  OVERTIME CANNOT EXCEED HOURS WORKED."
                    MOVE "N" TO WS-VALID-SW
                 END-IF
              END-IF
           END-IF
           MOVE "N" TO WS-BANK-GOOD-SW
           IF WRK-EMP-BANK-ROUTING NOT = SPACES
              DISPLAY "BANK DATA CONFIRMED STILL GOOD FOR A FINAL "
                      "DEPOSIT (Y/N, N = PAPER CHECK): "
              ACCEPT WS-BANK-GOOD-SW
           END-IF.

      * THE EMPLOYEE'S UNUSED VACATION HOURS FROM THE PTO MASTER AND
      * WHAT THEY PAY AT THE HOURLY RATE. THE AMOUNT IS THE ESTIMATE
      * KEPT ON THE HISTORY -- CALCPYAS PAYS THE HOURS AT WHATEVER
      * RATE-HISTORY RATE IS IN FORCE ON THE FINAL PAY DATE.
       2520-FIND-VACATION-BALANCE.
           MOVE "Y" TO WS-RATE-OK-SW
           IF WRK-PAY-TYPE-SALARIED
              COMPUTE WS-HOURLY-RATE ROUNDED =
                      WRK-EMP-ANNUAL-SALARY / 2080
                 ON SIZE ERROR
                    MOVE ZEROES TO WS-HOURLY-RATE
                    MOVE "N" TO WS-RATE-OK-SW
              END-COMPUTE
           ELSE
              MOVE WRK-EMP-PAY-RATE TO WS-HOURLY-RATE
           END-IF
           MOVE ZEROES TO WS-VAC-HOURS
           MOVE "N" TO WS-PTO-FOUND-SW
           OPEN INPUT PTO-MASTER-FILE
           IF PTO-MASTER-OK
              PERFORM UNTIL END-OF-PTO-MASTER OR PTO-ROW-FOUND
                 READ PTO-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PTO-EMP-NUMBER = WRK-EMP-NUMBER
                       MOVE "Y" TO WS-PTO-FOUND-SW
                       IF PTO-VAC-BALANCE IS NUMERIC
                          MOVE PTO-VAC-BALANCE TO WS-VAC-HOURS
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PTO-MASTER-FILE
           ELSE
              DISPLAY "  NO PTO MASTER ON FILE -- NO VACATION PAYOUT."
           END-IF
           COMPUTE WS-VAC-PAYOUT ROUNDED = WS-VAC-HOURS * WS-HOURLY-RATE
           MOVE WS-VAC-HOURS TO WS-EDIT-HOURS
           MOVE WS-VAC-PAYOUT TO WS-EDIT-AMOUNT
           DISPLAY "  UNUSED VACATION HOURS: " WS-EDIT-HOURS
                   "  PAYOUT: " WS-EDIT-AMOUNT.

      * APPENDS THE FINAL-PAY RECORDS: THE HOURS WORKED, WITH EACH
      * OVERTIME HOUR CARRIED AS ONE AND A HALF STRAIGHT HOURS SINCE
      * A SUPPLEMENTAL RUN PAYS NO PREMIUM, THEN THE VACATION HOURS
      * CODED "V". NOTHING IS WRITTEN WHEN THERE IS NO USABLE RATE.
       2530-WRITE-FINAL-PAY.
           MOVE ZEROES TO WS-FINAL-RECORDS
           IF NOT HOURLY-RATE-OK
              DISPLAY "  HOURLY RATE OVER 99.99 -- FINAL PAY MUST BE "
                      "FIGURED BY HAND."
           ELSE
              OPEN EXTEND FINAL-PAY-FILE
              IF NOT FINAL-PAY-OK
                 OPEN OUTPUT FINAL-PAY-FILE
              END-IF
              COMPUTE WS-HOURS-LEFT ROUNDED = WS-FINAL-HOURS-NUM
                                  + (WS-FINAL-OT-HOURS-NUM * .5)
              MOVE "R" TO WS-FINAL-TIME-TYPE
              PERFORM UNTIL WS-HOURS-LEFT = 0
                 PERFORM 2540-WRITE-FINAL-PAY-RECORD
              END-PERFORM
              MOVE WS-VAC-HOURS TO WS-HOURS-LEFT
              MOVE "V" TO WS-FINAL-TIME-TYPE
              PERFORM UNTIL WS-HOURS-LEFT = 0
                 PERFORM 2540-WRITE-FINAL-PAY-RECORD
              END-PERFORM
              CLOSE FINAL-PAY-FILE
              DISPLAY "  FINAL-PAY RECORDS WRITTEN: " WS-FINAL-RECORDS
           END-IF.

       2540-WRITE-FINAL-PAY-RECORD.
           IF WS-HOURS-LEFT > 99.99
              MOVE 99.99 TO WS-HOURS-THIS-RECORD
           ELSE
              MOVE WS-HOURS-LEFT TO WS-HOURS-THIS-RECORD
           END-IF
           SUBTRACT WS-HOURS-THIS-RECORD FROM WS-HOURS-LEFT
           MOVE SPACES TO FINAL-PAY-REC
           MOVE WS-FINAL-PAY-DATE-IN   TO FINAL-PAY-DATE
           MOVE WRK-EMP-NUMBER         TO FINAL-EMP-NUMBER
           MOVE WS-HOURS-THIS-RECORD   TO FINAL-EMP-HOURS
           MOVE WS-HOURLY-RATE         TO FINAL-EMP-RATE
           MOVE WRK-EMP-DEDUCTIONS     TO FINAL-EMP-DEDUCTIONS
           MOVE WRK-EMP-UNION-CODE     TO FINAL-UNION-CODE
           MOVE ZERO TO FINAL-GARNISH-COUNT
           MOVE ZEROES TO FINAL-GARNISH-AMOUNT(1)
                          FINAL-GARNISH-AMOUNT(2)
                          FINAL-GARNISH-AMOUNT(3)
           MOVE WS-FINAL-TIME-TYPE     TO FINAL-TIME-TYPE
           MOVE "1" TO FINAL-SHIFT-CODE
           MOVE ZERO TO FINAL-SPLIT-COUNT
           MOVE ZEROES TO FINAL-SPLIT-HOURS(1)
                          FINAL-SPLIT-HOURS(2)
                          FINAL-SPLIT-HOURS(3)
           WRITE FINAL-PAY-REC
           IF FINAL-PAY-OK
              ADD 1 TO WS-FINAL-RECORDS
           ELSE
              MOVE "EMPMNTAS"       TO WS-IOERR-PROGRAM-ID
              MOVE "FINAL-PAY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-FINAL-PAY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * CALCPYAS WILL TAKE NOTHING MORE FOR THESE, SO EVERY ORDER ON
      * THE GARNISHMENT MASTER STILL SHORT OF ITS TOTAL, AND EVERY
      * ACTIVE LOAN OR ADVANCE ON THE LOAN MASTER, IS LISTED FOR
      * PAYROLL TO COLLECT OR CLOSE BY HAND. OPEN-ENDED ORDERS HAVE
      * NO BALANCE.
       2550-LIST-STILL-OWED.
           MOVE ZEROES TO WS-OPEN-ORDER-COUNT
           OPEN INPUT GARN-ORDER-FILE
           IF GARN-ORDER-OK
              PERFORM UNTIL END-OF-GARN-ORDER
                 READ GARN-ORDER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF GORD-EMP-NUMBER = WRK-EMP-NUMBER
                       AND GORD-TOTAL-TO-COLLECT IS NUMERIC
                       AND GORD-COLLECTED IS NUMERIC
                       AND GORD-TOTAL-TO-COLLECT > GORD-COLLECTED
                       ADD 1 TO WS-OPEN-ORDER-COUNT
                       COMPUTE WS-STILL-OWED = GORD-TOTAL-TO-COLLECT
                                             - GORD-COLLECTED
                       MOVE WS-STILL-OWED TO WS-EDIT-AMOUNT
                       DISPLAY "  STILL OWED: ORDER " GORD-ORDER-NUMBER
                               " PAYEE " GORD-PAYEE-CODE
                               " " WS-EDIT-AMOUNT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE GARN-ORDER-FILE
           END-IF
           PERFORM 9970-LOAD-LOAN-MASTER
           PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                     UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
              IF WS-LOANMAST-EMP(WS-LOANMAST-IDX) = WRK-EMP-NUMBER
                 AND WS-LOANMAST-ACTIVE(WS-LOANMAST-IDX)
                 AND WS-LOANMAST-BALANCE(WS-LOANMAST-IDX) > 0
                 ADD 1 TO WS-OPEN-ORDER-COUNT
                 MOVE WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                   TO WS-EDIT-AMOUNT
                 DISPLAY "  STILL OWED: LOAN  "
                         WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                         " TYPE " WS-LOANMAST-TYPE(WS-LOANMAST-IDX)
                         "        " WS-EDIT-AMOUNT
              END-IF
           END-PERFORM
           IF WS-OPEN-ORDER-COUNT = 0
              DISPLAY "  NO LOANS, ADVANCES OR ORDERS STILL OWED."
           END-IF.

       2560-WRITE-TERM-HISTORY.
           MOVE SPACES TO TERM-HISTORY-REC
           MOVE WRK-EMP-NUMBER         TO TRM-EMP-NUMBER
           MOVE WS-TERM-DATE-NUM       TO TRM-TERM-DATE
           MOVE WS-TERM-REASON         TO TRM-REASON
           MOVE WS-FINAL-PAY-DATE-IN   TO TRM-FINAL-PAY-DATE
           MOVE WS-FINAL-HOURS-NUM     TO TRM-FINAL-HOURS
           MOVE WS-FINAL-OT-HOURS-NUM  TO TRM-FINAL-OT-HOURS
           MOVE WS-VAC-HOURS           TO TRM-VAC-HOURS
           MOVE WS-HOURLY-RATE         TO TRM-HOURLY-RATE
           MOVE WS-VAC-PAYOUT          TO TRM-VAC-PAYOUT
           IF WRK-EMP-BANK-ROUTING = SPACES
              MOVE "C" TO TRM-PAY-METHOD
           ELSE
              MOVE "A" TO TRM-PAY-METHOD
           END-IF
           MOVE WS-OPEN-ORDER-COUNT    TO TRM-OPEN-ORDERS
           MOVE WS-OPERATOR-ID         TO TRM-OPERATOR
           MOVE WS-AUDIT-DATE          TO TRM-ENTRY-DATE
           MOVE WS-AUDIT-TIME          TO TRM-ENTRY-TIME
           OPEN EXTEND TERM-HISTORY-FILE
           IF NOT TERM-HISTORY-OK
              OPEN OUTPUT TERM-HISTORY-FILE
           END-IF
           WRITE TERM-HISTORY-REC
           IF NOT TERM-HISTORY-OK
              MOVE "EMPMNTAS"          TO WS-IOERR-PROGRAM-ID
              MOVE "TERM-HISTORY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-TERM-HISTORY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE TERM-HISTORY-FILE.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH
      * WHO AND WHEN, SO PAYROLL CAN SEE WHO CHANGED WHAT.
       2900-WRITE-AUDIT-IMAGES.
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO WS-LIST-IMAGE
           PERFORM 2910-MASK-IMAGE-SSN
           MOVE WS-LIST-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-WORK-EMPLOYEE TO WS-LIST-IMAGE
           PERFORM 2910-MASK-IMAGE-SSN
           MOVE WS-LIST-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

      * OVERLAYS THE FIRST FIVE SSN DIGITS OF AN EMPLOYEE IMAGE IN
      * WS-LIST-IMAGE SO ONLY THE LAST FOUR EVER LEAVE THE MASTER.
       2910-MASK-IMAGE-SSN.
           IF WS-LIST-IMAGE(89:9) NOT = SPACES
              MOVE "XXXXX" TO WS-LIST-IMAGE(89:5)
           END-IF.

       3000-REWRITE-EMP-MASTER.
           OPEN OUTPUT EMP-MASTER-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1

       COPY RUNCTLPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED DEPARTMENT MASTER PARAGRAPHS. SEE DEPTPARA.CPY.
       COPY DEPTPARA.

      * SHARED LOAN MASTER PARAGRAPHS. SEE LOANPARA.CPY.
       COPY LOANPARA.

      * SHARED ZIP REFERENCE PARAGRAPHS. SEE ZIPREFPARA.CPY.
       COPY ZIPREFPARA.
