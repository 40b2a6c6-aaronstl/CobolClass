      *	*   FILE TOTAL GROSS AMOUNT (FORAMATTED WITH $ SIGNS)                           
      *	*   FILE TOTAL NET AMOUNT (FORAMATTED WITH $ SIGNS)
      *	*   FILE TOTAL WITHHELD (FORMATTED WITH $ SIGNS, (EQUALS GROSS - NET))                             
      *	*
      *	* -A RUN PAYS ONE COMPANY: THE ONE IN RUNCOMP.DAT (01 IF NONE).
      *	*  ONLY THAT COMPANY'S EMPLOYEES ARE PAID; OTHER COMPANIES'
      *	*  PAYROLL-IN ROWS ARE SKIPPED AND COUNTED. THE COMPANY'S
      *	*  OUTPUT FILES, CHECK NUMBERS AND RESTART POINT ARE ITS OWN --
      *	*  COMPANY 01 KEEPS THE ORIGINAL FILE NAMES, ANY OTHER COMPANY
      *	*  GETS _CC AHEAD OF EACH EXTENSION (SEE COMPPARA.CPY).
      *	*
      *	* -A RUN PAYS ONE PAY-FREQUENCY GROUP, AND ITS PAYROLL-OUT FILE
      *	*  IS NAMED FOR IT (PAYROLL2_YYYYMMDD_G.txt). THE GL CONTROL,
      *	*  ACH, STUB, CHECK-LIST AND REMITTANCE FILES ARE SHARED, SO A
      *	*  SECOND GROUP'S RUN THE SAME DAY IS REFUSED UNTIL THE FIRST
      *	*  GROUP'S HAVE BEEN TAKEN (RUNCTL.DAT EXTRACTS-TAKEN = Y).
      *	*************************************************************************          
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WS-WELL-PAID-PATH
               organization is line sequential
               file status is WS-WELL-PAID-STATUS.
             SELECT COMMISSION-PAY-FILE
               ASSIGN TO WS-COMM-PAY-PATH
               organization is line sequential
               file status is WS-COMM-PAY-STATUS.
             SELECT COMMISSION-PAID-FILE
               ASSIGN TO WS-COMM-PAID-PATH
               organization is line sequential
               file status is WS-COMM-PAID-STATUS.
             SELECT GARN-ORDER-FILE
               ASSIGN TO WS-GARN-ORDER-PATH
               organization is line sequential
               ASSIGN TO WS-PTO-MASTER-PATH
               organization is line sequential
               file status is WS-PTO-MASTER-STATUS.
             SELECT PAY-CALENDAR-FILE
               ASSIGN TO WS-PAY-CALENDAR-PATH
               organization is line sequential
             COPY AUDITSEL.
             COPY RUNCTLSEL.
             COPY DISTRIBSEL.
             COPY DEPTSEL.
             COPY LOANSEL.
             COPY CTLHSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.                                                                   
               88 ADJ-NEGATIVE             VALUE "-".
           05  PAYROLL-ADJ-ORIG-DATE-IN PIC X(06).
           05  PAYROLL-ADJ-FLAT-AMOUNT-IN PIC 9(05)V99.
      * OVERTIME HOURS TIMECLKAS FOUND PAST WHAT A SUPERVISOR
      * AUTHORIZED FOR THE WEEK. THEY ARE PAID LIKE ANY OTHER
      * OVERTIME; THE REGISTER JUST FLAGS THEM. BLANK ON RECORDS
      * NOT BUILT FROM PUNCHES.
           05  PAYROLL-OT-UNAPPR-HOURS-IN PIC 9(02)V99.
      * BONUS GROSS-UP: ON A SUPPLEMENTAL RUN, A NONZERO TARGET NET
      * IS THE AMOUNT IN HAND THE EMPLOYEE IS TO RECEIVE, AND THE
      * GROSS IS WORKED BACK FROM IT (1094-CALC-GROSS-UP) INSTEAD
      * OF BEING HOURS TIMES RATE. BLANK ON EVERY OTHER RECORD.
           05  PAYROLL-TARGET-NET-IN   PIC 9(04)V99.
      * BATCH CONTROL VIEWS OF THE SAME RECORD AREA. A ROW WHOSE
      * PAY-DATE FIELD READS "HDR" IS THE BATCH HEADER (PAY DATE AND
      * EXPECTED DETAIL COUNT); "TRL" IS THE TRAILER (HASH TOTALS OF
               88 BATCH-HEADER-RECORD      VALUE "HDR".
           05  BATCH-HDR-PAY-DATE      PIC X(06).
           05  BATCH-HDR-EXPECTED-COUNT PIC 9(06).
      * THE PAY-FREQUENCY GROUP TIMECLKAS BUILT THE BATCH FOR.
           05  BATCH-HDR-PAY-FREQ      PIC X(01).
           05  FILLER                  PIC X(36).
       01  PAYROLL-BATCH-TRAILER.
           05  BATCH-TRL-ID            PIC X(06).
               88 BATCH-TRAILER-RECORD     VALUE "TRL".
           05  PAYROLL-ADJ-SIGN-OUT     PIC X(01).
           05  PAYROLL-ADJ-ORIG-DATE-OUT PIC X(06).
           05  PAYROLL-WELL-CREDIT-OUT  PIC 9(04)V99.
           05  PAYROLL-LOAN-REPAY-OUT   PIC 9(04)V99.
           05  PAYROLL-COMMISSION-OUT   PIC 9(07)V99.

      * YEAR-TO-DATE MASTER FILE, INDEXED ON EMPLOYEE NUMBER. EACH
      * PAYROLL RECORD'S EMPLOYEE IS READ BY KEY AT 1004-FIND-YTD-
      * WAY YTD-GROSS IS SO THE ANNUAL CAP CAN BE ENFORCED RUN BY
      * RUN. ZEROED BY YEARENDAS WITH THE OTHER ACCUMULATORS.
           05  YTD-DEFERRAL             PIC 9(09)V99.
      * W-2 BOX DETAIL: FEDERAL TAXABLE WAGES AND WITHHOLDING,
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, STATE AND
      * LOCAL WITHHOLDING.
           05  YTD-FIT-WAGES            PIC 9(09)V99.
           05  YTD-FED-WH               PIC 9(09)V99.
           05  YTD-SS-WAGES             PIC 9(09)V99.
           05  YTD-SS-WH                PIC 9(09)V99.
           05  YTD-MED-WAGES            PIC 9(09)V99.
           05  YTD-MED-WH               PIC 9(09)V99.
           05  YTD-STATE-WH             PIC 9(09)V99.
           05  YTD-LOCAL-WH             PIC 9(09)V99.

      * TAX-RATE REFERENCE FILE: ONE "S"/"M"/"O"/"L" RATE RECORD FOR
      * STATE/MEDICARE/SOCIAL SECURITY/LOCAL, PLUS ONE "F" RECORD PER
      * WITHHOLDING BRACKET (DEDUCTIONS CODE 0-4), PLUS THE "W"
      * RECORD CARRYING THE ANNUAL SOCIAL SECURITY WAGE BASE AS A
      * WHOLE-DOLLAR AMOUNT SO FINANCE CAN UPDATE IT EACH JANUARY.
      * AN "F" RECORD'S AMOUNT IS THAT BRACKET'S ANNUAL WITHHOLDING
      * ALLOWANCE, ALSO IN WHOLE DOLLARS.
      * MAINTAINED BY FINANCE WITHOUT A PROGRAM RECOMPILE.
       FD  TAX-RATE-FILE
           RECORDING MODE IS F
      * LABOR-VERSUS-PRODUCTION REPORT CAN PUT LABOR HOURS BESIDE
      * SQUARE FEET PRODUCED.
           05  GL-CONTROL-TOTAL-HOURS   PIC 9(07)V99.
      * THE COMPANY WHOSE PAYROLL THE LINE IS FROM.
           05  GL-CONTROL-COMPANY       PIC X(02).
      * EMPLOYER-LIABILITY ACCRUAL RECORD, WRITTEN ONCE AFTER THE
      * PER-DEPARTMENT CONTROL LINES: THE EMPLOYER FICA MATCH AND
      * FEDERAL/STATE UNEMPLOYMENT ACCRUED THIS RUN, SO ACCOUNTING
      * GL UPLOAD POSTS THE MATCH LIABILITY WITH THE OTHER EMPLOYER
      * PIECES.
           05  GL-ACCRUAL-RET-MATCH     PIC 9(09)V9(02).
           05  GL-ACCRUAL-COMPANY       PIC X(02).
      * PER-STATE WITHHOLDING REMITTANCE RECORD, ONE PER WORK STATE
      * SEEN THIS RUN, WRITTEN AFTER THE ACCRUAL LINE SO THE OFFICE
      * CAN REMIT EACH STATE ITS OWN WITHHOLDING INSTEAD OF
           05  GL-STATE-CODE            PIC X(02).
           05  GL-STATE-WH-AMOUNT       PIC 9(09)V9(02).
           05  GL-STATE-LOCAL-AMOUNT    PIC 9(09)V9(02).
           05  GL-STATE-COMPANY         PIC X(02).

      * INDIVIDUAL EMPLOYEE PAY STUB, ONE PER EMPLOYEE PER RUN, SO
      * STUBS CAN BE PRINTED OR EMAILED WITHOUT A SECOND PROGRAM
      * WHICH UNION LOCAL A "U" EMPLOYEE BELONGS TO -- DRIVES THE
      * DUES WITHHOLDING AND THE MONTHLY REMITTANCE BY LOCAL.
           05  EMP-UNION-LOCAL-IN       PIC X(04).
      * H (OR BLANK) IS PAID HOURS TIMES RATE OFF THE INPUT RECORD;
      * S IS PAID ANNUAL SALARY DIVIDED ACROSS THE PAY PERIODS,
      * WITH OR WITHOUT A PAYROLL-IN RECORD, AND NEVER OVERTIME.
           05  EMP-PAY-TYPE-IN          PIC X(01).
           05  EMP-ANNUAL-SALARY-IN     PIC 9(07)V99.
      * PAY-FREQUENCY GROUP: W WEEKLY (OR BLANK), B BIWEEKLY, S
      * SEMI-MONTHLY. A RUN PAYS ONE GROUP -- SEE
      * 1086-RESOLVE-PAY-FREQUENCY.
           05  EMP-PAY-FREQ-IN          PIC X(01).
           05  FILLER                   PIC X(26).
      * THE COMPANY THAT EMPLOYS AND PAYS THEM. BLANK MEANS 01.
           05  EMP-COMPANY-IN           PIC X(02).

      * DIRECT-DEPOSIT EXTRACT FOR THE BANK. ONE "D" DETAIL RECORD
      * PER EMPLOYEE PAID WITH BANK DATA ON THE EMPLOYEE MASTER,
           05  WPAID-EMP-NUMBER         PIC X(06).
           05  WPAID-PROGRAM-DATE       PIC 9(08).

      * SALESPERSON COMMISSION EARNINGS COMMISSAS WRITES, ONE ROW
      * PER EMPLOYEE REP PER MONTH, PAID AS THEIR OWN EARNINGS LINE
      * AND WITHHELD AS SUPPLEMENTAL WAGES.
       FD  COMMISSION-PAY-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-PAY-REC-IN.
       01  COMMISSION-PAY-REC-IN.
           05  CPAY-EMP-NUMBER-IN       PIC X(06).
           05  CPAY-MONTH-IN            PIC 9(06).
           05  CPAY-REP-CODE-IN         PIC X(03).
           05  CPAY-AMOUNT-IN           PIC 9(07)V99.

      * CONTROL FILE OF COMMISSIONS ALREADY PAID (EMPLOYEE PLUS
      * MONTH), APPENDED AS EACH IS PAID SO THE SAME MONTH'S
      * COMMISSION CAN NEVER PAY TWICE.
       FD  COMMISSION-PAID-FILE
           RECORDING MODE IS F
           DATA RECORD IS COMMISSION-PAID-REC.
       01  COMMISSION-PAID-REC.
           05  CPAID-EMP-NUMBER         PIC X(06).
           05  CPAID-MONTH              PIC 9(06).

      * COURT-ORDER GARNISHMENT MASTER: ONE ROW PER ORDER, WITH THE
      * PAYEE, PRIORITY, FLAT-OR-PERCENT FORMULA, THE TOTAL TO
      * COLLECT AND THE AMOUNT COLLECTED SO FAR. WHEN AN EMPLOYEE
           05  PTO-VAC-RATE-IN          PIC V9(04).
           05  PTO-SICK-RATE-IN         PIC V9(04).

      * PAY-PERIOD CALENDAR CONTROL FILE: ONE ROW PER PAY PERIOD
      * WITH ITS DATE RANGE AND OPEN/CLOSED FLAG. MAINTAINED BY
      * PAYROLL; WHEN PRESENT, INPUT RECORDS WHOSE PAY DATE FALLS
           05  PAYCAL-START-DATE-IN     PIC 9(08).
           05  PAYCAL-END-DATE-IN       PIC 9(08).
           05  PAYCAL-OPEN-FLAG-IN      PIC X(01).
      * WHICH PAY-FREQUENCY GROUP'S CALENDAR THE PERIOD BELONGS TO
      * (W/B/S). BLANK ON EVERY OLDER ROW, WHICH WERE ALL WEEKLY.
           05  PAYCAL-PAY-FREQ-IN       PIC X(01).

      * PROCESSED-BATCH CONTROL FILE: ONE ROW PER PAYROLL-IN BATCH
      * ALREADY COMMITTED TO A PAYROLL-OUT FILE, KEYED ON THE PAY
           05  BATCH-CTL-RECORD-COUNT   PIC 9(06).
           05  BATCH-CTL-HOURS-HASH     PIC 9(09)V9(02).
           05  BATCH-CTL-RATE-HASH      PIC 9(09)V9(02).
      * THE DAY THE BATCH WAS COMMITTED AND THE PAY GROUP IT PAID,
      * SO A SECOND GROUP'S RUN THE SAME DAY CAN BE SEEN COMING.
      * BLANK ON ROWS WRITTEN BEFORE THEY WERE KEPT.
           05  BATCH-CTL-RUN-DATE       PIC X(08).
           05  BATCH-CTL-PAY-FREQ       PIC X(01).

      * CHECK-NUMBER CONTROL FILE: THE NEXT CHECK NUMBER TO ASSIGN,
      * READ AT 1000-INITIALIZE AND REWRITTEN AT END OF RUN SO CHECK
               88 CHKREG-VOIDED             VALUE "V".
               88 CHKREG-REISSUED           VALUE "R".
               88 CHKREG-CLEARED            VALUE "C".
           05  CHKREG-COMPANY           PIC X(02).

      * GARNISHMENT PAYEE MASTER: WHO EACH PAYROLL-GARNISH-CODE-IN
      * IS REMITTED TO. MAINTAINED BY THE PAYMENTS CLERK WITHOUT A
       COPY AUDITFD.
       COPY RUNCTLFD.
       COPY DISTRIBFD.
       COPY DEPTFD.
       COPY LOANFD.
       COPY CTLHFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-RECORDS-READ PIC 9(06).
       01 WS-FED-RATE-TABLE.
           05 WS-FED-RATE            PIC V9(04) OCCURS 5 TIMES.
       01 WS-FED-RATE-SUB           PIC 9(01).
      * ANNUAL WITHHOLDING ALLOWANCE PER DEDUCTIONS CODE, WHOLE
      * DOLLARS OFF THE "F" RECORD'S AMOUNT FIELD (ZERO WHEN THE ROW
      * CARRIES NONE). REGULAR WAGES ARE ANNUALIZED OVER THE RUN'S
      * PAY PERIODS, THE ALLOWANCE TAKEN OFF, THE BRACKET RATE
      * APPLIED, AND THE RESULT SPREAD BACK OVER THE PERIODS -- SO
      * A WEEKLY, BIWEEKLY AND SEMI-MONTHLY CHECK FOR THE SAME
      * ANNUAL PAY WITHHOLD THE SAME ANNUAL TAX.
       01 WS-FED-ALLOW-TABLE.
           05 WS-FED-ANNUAL-ALLOW    PIC 9(09) OCCURS 5 TIMES.
       01 WS-FED-ANNUAL-WAGES       PIC 9(11)V99.
       01 WS-FED-ANNUAL-TAX         PIC 9(11)V99.
      * THE RUN'S PAY DATE REBUILT AS YYYYMMDD FOR THE RATE-SET
      * EFFECTIVE-DATE COMPARES, AND THE LATEST SET APPLIED (NAMED
      * ON THE REGISTER HEADING SO NOBODY WONDERS WHICH BRACKETS A
              10 WS-EMP-BANK-ACCOUNT    PIC X(17).
              10 WS-EMP-WORK-STATE      PIC X(02).
              10 WS-EMP-UNION-LOCAL     PIC X(04).
              10 WS-EMP-DEDUCTIONS      PIC X(01).
              10 WS-EMP-UNION-CODE      PIC X(01).
              10 WS-EMP-PAY-TYPE        PIC X(01).
              10 WS-EMP-ANNUAL-SALARY   PIC 9(07)V99.
              10 WS-EMP-PAY-FREQ        PIC X(01).
              10 WS-EMP-COMPANY         PIC X(02).
      * "Y" ONCE THE EMPLOYEE HAS BEEN PAID THIS RUN -- A SALARIED
      * EMPLOYEE STILL "N" AT END OF PAYROLL-IN IS PAID OFF THE
      * MASTER BY 1087-PAY-UNPUNCHED-SALARIED.
              10 WS-EMP-PAID-SW         PIC X(01).
       01 WS-EMP-ENTRY-COUNT         PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW            PIC X(01) VALUE "N".
           88 EMP-ENTRY-FOUND             VALUE "Y".
       01 WS-CUR-EMP-BANK-ACCOUNT    PIC X(17).
       01 WS-CUR-EMP-WORK-STATE      PIC X(02).
       01 WS-CUR-EMP-UNION-LOCAL     PIC X(04).
       01 WS-CUR-EMP-PAY-TYPE        PIC X(01).
           88 CUR-EMP-SALARIED           VALUE "S".
       01 WS-CUR-EMP-ANNUAL-SALARY   PIC 9(07)V99.
       01 WS-CUR-EMP-SUB             PIC 9(03) VALUE 0.
       01 WS-CUR-EMP-PAY-FREQ        PIC X(01).
      * "T" ONCE EMPMNTAS HAS TERMINATED THE EMPLOYEE: THE FINAL PAY
      * CARRIES TAXES ONLY -- NO GARNISHMENT, BENEFIT, RETIREMENT OR
      * UNION DEDUCTIONS -- AND ACCRUES NO MORE PTO.
       01 WS-CUR-EMP-STATUS          PIC X(01).
           88 CUR-EMP-TERMINATED         VALUE "T".
       01 WS-CUR-EMP-COMPANY         PIC X(02).

      * THE PAY-FREQUENCY GROUP THIS RUN PAYS, AND WHAT GOES WITH
      * IT. THE ANNUAL SALARY IS SPREAD OVER WS-PAY-PERIODS-PER-YEAR
      * PERIODS, FEDERAL WITHHOLDING IS ANNUALIZED OVER THE SAME
      * COUNT, AND A RECORD BUILT OFF THE MASTER FOR A SALARIED
      * EMPLOYEE WITH NO PAYROLL-IN ROW CARRIES THE GROUP'S
      * STANDARD HOURS SO THE PTO ACCRUAL AND LABOR DISTRIBUTION
      * STILL SEE A NORMAL PERIOD. 1086-RESOLVE-PAY-FREQUENCY SETS
      * ALL THREE; THE VALUES BELOW ARE THE WEEKLY GROUP'S.
       01 WS-RUN-PAY-FREQ            PIC X(01) VALUE SPACES.
           88 RUN-FREQ-WEEKLY            VALUE "W".
           88 RUN-FREQ-BIWEEKLY          VALUE "B".
           88 RUN-FREQ-SEMI-MONTHLY      VALUE "S".
           88 RUN-FREQ-VALID             VALUES "W" "B" "S".
       01 WS-PAY-PERIODS-PER-YEAR    PIC 9(02) VALUE 52.
       01 WS-SALARY-STD-HOURS        PIC 9(02)V99 VALUE 40.00.
       01 WS-RUN-PAY-FREQ-NAME       PIC X(12) VALUE "WEEKLY".
      * WHEN NEITHER THE BATCH HEADER NOR RUNCTL.DAT NAMES THE
      * GROUP, THE GROUP WHOSE OPEN PERIOD AROUND THE PAY DATE ENDS
      * SOONEST IS THE ONE CLOSING.
       01 WS-FREQ-BEST-END           PIC 9(08) VALUE 0.
       01 WS-FREQ-TIE-SW             PIC X(01) VALUE "N".
           88 FREQ-GROUPS-TIED           VALUE "Y".
       01 WS-SAL-IDX                 PIC 9(03) VALUE 0.
       01 WS-SALARY-GEN-COUNT        PIC 9(03) VALUE 0.
      * A FURTHER ROW FOR A SALARIED EMPLOYEE ALREADY PAID THIS RUN
      * (THE NEXT WORKWEEK OF A LONGER PERIOD, OR VACATION OR SICK
      * HOURS KEYED BESIDE THE WORKED HOURS) CARRIES HOURS ONLY: IT
      * ACCRUES OR DRAWS DOWN PTO BUT PAYS NOTHING -- NOT PAID, NOT
      * REJECTED, JUST COUNTED.
       01 WS-HOURS-ONLY-SW           PIC X(01) VALUE "N".
           88 HOURS-ONLY-RECORD          VALUE "Y".
       01 WS-HOURS-ONLY-COUNT        PIC 9(06) VALUE 0.

       01 WS-ACH-EXTRACT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLACH.DAT".
       01 WS-BEN-PRETAX-TOTAL      PIC 9(06)V99 VALUE 0.
       01 WS-BEN-POSTTAX-TOTAL     PIC 9(06)V99 VALUE 0.
       01 WS-TAXABLE-GROSS         PIC 9(09)V9(02) VALUE 0.
      * THE RECORD'S FEDERAL TAXABLE WAGES (W-2 BOX 1): TAXABLE GROSS
      * LESS THE RETIREMENT DEFERRAL ACTUALLY TAKEN.
       01 WS-FIT-WAGES             PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-FILE-BEN-PRETAX PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-FILE-BEN-POSTTX PIC 9(09)V9(02) VALUE 0.

       01 WS-WELL-CREDIT-THIS      PIC 9(05)V99 VALUE 0.
       01 WS-TOTAL-FILE-WELLNESS   PIC 9(09)V9(02) VALUE 0.

       01 WS-COMM-PAY-PATH         PIC X(40)
           VALUE "C:\Users\Bob\COMMPAY.DAT".
       01 WS-COMM-PAY-STATUS       PIC X(02).
           88 COMM-PAY-SUCCESSFUL      VALUE "00".
           88 END-OF-COMM-PAY          VALUE "10".
       01 WS-COMM-PAID-PATH        PIC X(40)
           VALUE "C:\Users\Bob\COMMPAID.DAT".
       01 WS-COMM-PAID-STATUS      PIC X(02).
           88 COMM-PAID-SUCCESSFUL     VALUE "00".
           88 END-OF-COMM-PAID         VALUE "10".

      * UNPAID COMMISSION ROWS ON HAND. A ROW ALREADY ON THE PAID-
      * CONTROL FILE, OR REPEATING AN EMPLOYEE/MONTH ALREADY
      * LOADED, IS NEVER TAKEN INTO THE TABLE.
       01 WS-COMM-TABLE.
           05 WS-COMM-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-COMM-IDX.
              10 WS-COMM-EMP-NUMBER     PIC X(06).
              10 WS-COMM-MONTH          PIC 9(06).
              10 WS-COMM-AMOUNT         PIC 9(07)V99.
              10 WS-COMM-PAID-NOW-SW    PIC X(01).
       01 WS-COMM-COUNT            PIC 9(03) VALUE 0.
       01 WS-COMM-SKIP-SW          PIC X(01) VALUE "N".
           88 COMMISSION-ROW-SKIPPED   VALUE "Y".
       01 WS-CPAID-TABLE.
           05 WS-CPAID-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-CPAID-IDX.
              10 WS-CPAID-EMP-NUMBER    PIC X(06).
              10 WS-CPAID-MONTH         PIC 9(06).
       01 WS-CPAID-COUNT           PIC 9(04) VALUE 0.
       01 WS-COMMISSION-THIS       PIC 9(07)V99 VALUE 0.
       01 WS-COMM-SUPP-WAGES       PIC 9(07)V99 VALUE 0.
       01 WS-COMM-FED-WH           PIC 9(07)V99 VALUE 0.
       01 WS-TOTAL-FILE-COMMISSION PIC 9(09)V9(02) VALUE 0.

       01 WS-GARN-ORDER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\GARNORD.DAT".
       01 WS-GARN-ORDER-STATUS     PIC X(02).
      * MEMBER DETAIL FOR THE REMITTANCE REPORT.
       01 WS-UNION-DUES            PIC 9(04)V99 VALUE 0.
       01 WS-TOTAL-FILE-UNION-DUES PIC 9(09)V9(02) VALUE 0.

      * EMPLOYEE LOAN AND PAY-ADVANCE REPAYMENTS (LOANMAST.DAT) FOR
      * THE RECORD IN HAND: WHAT WAS TAKEN, AND WHAT IS STILL OWED
      * ACROSS ALL THE EMPLOYEE'S OPEN LOANS AFTERWARDS, FOR THE STUB.
       01 WS-LOAN-REPAY            PIC 9(05)V99 VALUE 0.
       01 WS-LOAN-REPAY-THIS       PIC 9(05)V99 VALUE 0.
       01 WS-LOAN-BALANCE-OWED     PIC 9(07)V99 VALUE 0.
       01 WS-LOAN-EMP-SW           PIC X(01) VALUE "N".
           88 EMP-HAS-LOANS            VALUE "Y".
       01 WS-LOAN-RUN-DATE         PIC 9(08) VALUE 0.
       01 WS-TOTAL-FILE-LOAN-REPAY PIC 9(09)V9(02) VALUE 0.
       01 WS-LOANS-PAID-OFF        PIC 9(03) VALUE 0.
       01 WS-UNLOC-TOT-TABLE.
           05 WS-UNLOC-TOT-ENTRY OCCURS 20 TIMES
                                  INDEXED BY WS-UNLOC-TOT-IDX.
       01 WS-SPLIT-SUB             PIC 9(01).
       01 WS-SPLIT-BALANCE-SW      PIC X(01) VALUE "Y".
           88 SPLIT-HOURS-BALANCE      VALUE "Y".
      * SET BY 1090-CHECK-RECORD-DEPTS: EVERY DEPARTMENT THE RECORD
      * WOULD CHARGE IS ON THE DEPARTMENT MASTER, OR THE FIRST ONE
      * THAT IS NOT.
       01 WS-DEPTS-ON-MASTER-SW    PIC X(01) VALUE "Y".
           88 RECORD-DEPTS-ON-MASTER   VALUE "Y".
       01 WS-BAD-DEPT-CODE         PIC X(04).
       01 WS-SPLIT-HOURS-TOTAL     PIC 9(03)V99.
       01 WS-SPLIT-LEFT-GROSS      PIC 9(09)V99.
       01 WS-SPLIT-LEFT-WH         PIC 9(09)V99.
       01 WS-PTO-DEFAULT-VAC-RATE  PIC V9(04) VALUE .0400.
       01 WS-PTO-DEFAULT-SICK-RATE PIC V9(04) VALUE .0200.

       01 WS-PAY-CALENDAR-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYCAL.DAT".
       01 WS-PAY-CALENDAR-STATUS   PIC X(02).
      * IN-MEMORY PAY-PERIOD CALENDAR. AN EMPTY TABLE (NO PAYCAL.DAT
      * ON FILE) MEANS NO CALENDAR ENFORCEMENT, THE SAME WAY A
      * MISSING TAXRATES.DAT KEEPS THE COMPILED-IN RATES.
      * EVERY PAY-FREQUENCY GROUP KEEPS ITS OWN PERIODS ON THE ONE
      * FILE, SO THE TABLE HOLDS A YEAR OF ALL THREE (52+26+24)
      * WITH ROOM TO SPARE.
       01 WS-PAY-CAL-TABLE.
           05 WS-PAY-CAL-ENTRY OCCURS 160 TIMES
                                INDEXED BY WS-PAY-CAL-IDX.
              10 WS-PAYCAL-PERIOD       PIC 9(03).
              10 WS-PAYCAL-START        PIC 9(08).
              10 WS-PAYCAL-END          PIC 9(08).
              10 WS-PAYCAL-OPEN-FLAG    PIC X(01).
              10 WS-PAYCAL-PAY-FREQ     PIC X(01).
       01 WS-PAY-CAL-COUNT         PIC 9(03) VALUE 0.
       01 WS-PERIOD-FOUND-SW       PIC X(01) VALUE "N".
           88 PAY-PERIOD-FOUND         VALUE "Y".
       01 WS-PERIOD-OPEN-SW        PIC X(01) VALUE "N".
      * (E.G. A LEGITIMATE IDENTICAL RERUN AFTER A REVERSAL).
       01 WS-BATCH-OVERRIDE        PIC X(01) VALUE "N".
           88 BATCH-OVERRIDE-GIVEN     VALUE "Y".
      * THE GL CONTROL, ACH, STUB, CHECK-LIST AND REMITTANCE FILES
      * ARE REWRITTEN EVERY RUN, SO A SECOND PAY GROUP'S RUN ON THE
      * DAY ANOTHER GROUP WAS PAID WOULD WIPE OUT THE FIRST GROUP'S
      * BEFORE GLPOSTAS OR THE BANK HAS THEM. 1101-CHECK-SAME-DAY-
      * GROUPS REFUSES THAT RUN UNTIL THE OPERATOR SETS RUNCTL.DAT'S
      * EXTRACTS-TAKEN ENTRY FOR CALCPYAS TO "Y", CONFIRMING THE
      * FIRST GROUP'S FILES HAVE BEEN POSTED AND SENT.
       01 WS-EXTRACTS-TAKEN        PIC X(01) VALUE "N".
           88 EXTRACTS-TAKEN-GIVEN     VALUE "Y".
       01 WS-SAME-DAY-GROUP-SW     PIC X(01) VALUE "N".
           88 OTHER-GROUP-PAID-TODAY   VALUE "Y".
       01 WS-SAME-DAY-GROUP        PIC X(01) VALUE SPACE.

       01 WS-CHECK-CONTROL-PATH    PIC X(40)
           VALUE "C:\Users\Bob\PAYCHKCTL.DAT".
       01 WS-NEXT-CHECK-NUMBER     PIC 9(08) VALUE 1.
       01 WS-CHECK-SCAN-EOF-SW     PIC X(01) VALUE "N".
           88 CHECK-SCAN-DONE          VALUE "Y".
      * SET WHEN POSPAYAS WAS LOADED FOR THE END-OF-RUN POSITIVE-PAY
      * FILE, SO IT CAN BE CANCELLED AFTERWARD.
       01 WS-POSPAY-LOADED-SW      PIC X(01) VALUE "Y".
           88 POSPAY-PROGRAM-LOADED    VALUE "Y".

       01 WS-GARN-PAYEE-PATH       PIC X(40)
           VALUE "C:\Users\Bob\GARNPAYEE.DAT".
           88 VALID-PAYROLL-RECORD      VALUE "Y".
       01 WS-REJECT-REASON          PIC X(40).
       01 WS-REJECT-COUNT           PIC 9(02) VALUE 0.
      * A PAYROLL-IN ROW FOR ANOTHER COMPANY'S EMPLOYEE IS LEFT FOR
      * THAT COMPANY'S RUN -- NOT PAID, NOT REJECTED, JUST COUNTED.
       01 WS-OTHER-COMPANY-SW       PIC X(01) VALUE "N".
           88 OTHER-COMPANY-RECORD      VALUE "Y".
       01 WS-OTHER-COMPANY-COUNT    PIC 9(06) VALUE 0.

       01 WS-CHECKPOINT-PATH        PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLCKP.DAT".
       01 WS-RUN-TYPE               PIC X(01) VALUE "R".
           88 SUPPLEMENTAL-RUN          VALUE "S".

      * BONUS GROSS-UP. SET PER RECORD BY 1006-VALIDATE-INPUT WHEN
      * THE RECORD CARRIES A TARGET NET; 1094-CALC-GROSS-UP LEAVES
      * THE GROSS THAT NETS IT IN WS-GROSSUP-GROSS.
       01 WS-GROSSUP-SW             PIC X(01) VALUE "N".
           88 GROSS-UP-RECORD           VALUE "Y".
       01 WS-GROSSUP-GROSS          PIC 9(09)V9(02) VALUE 0.
       01 WS-GROSSUP-TRIAL-NET      PIC S9(09)V9(02) VALUE 0.
       01 WS-GROSSUP-SS-ROOM        PIC 9(09)V9(02) VALUE 0.
       01 WS-GROSSUP-FLAT-RATE      PIC V9(06) VALUE 0.
       01 WS-GROSSUP-SETTLED-SW     PIC X(01) VALUE "N".
           88 GROSS-UP-SETTLED          VALUE "Y".

       01 WS-GL-CONTROL-PATH        PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS      PIC X(02).
       COPY AUDITWS.
       COPY RUNCTLWS.
       COPY DISTRIBWS.
       COPY DEPTWS.
       COPY LOANWS.
       COPY CTLHWS.
       COPY COMPWS.

       01 WS-RUN-DATE               PIC X(08).
       01 WS-PAGE-COUNT             PIC 999 VALUE 0.
      * STD OF THE ORGANIZATION. THE HEADING TEXT IS USUALLY CENTERED.
       01  PAGE-HDG-01.
           05 PAGE-HDG-01-CC         PIC X(01).
           05 PAGE-HDG-01-COMPANY    PIC X(60) VALUE "AARON SEAVERS".
           05 FILLER                 PIC X(16) VALUE "PAYROLL REGISTER".
           05 FILLER                 PIC X(26) VALUE SPACES.
           05 FILLER                 PIC X(06) VALUE "PAGE: ".
           05 PAGE-HDG-01-PAGE       PIC ZZ9.
       01  PAGE-HDG-02.
           05 PAGE-HDG-02-CC         PIC X(01).
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "PAY GROUP: ".
           05 PAGE-HDG-02-PAY-GROUP  PIC X(12).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 PAGE-HDG-02-DATE       PIC XX/XX/XXXX.
           05 FILLER                 PIC X(04) VALUE SPACES.
       01  ADJ-NOTE-LINE.
           05 ADJ-NOTE-LINE-TEXT     PIC X(80).
           05 FILLER                 PIC X(53) VALUE SPACES.
       01 WS-OT-UNAPPR-EDIT          PIC Z9.99.
       01 WS-GROSSUP-NET-EDIT        PIC Z,ZZ9.99.
       01 WS-GROSSUP-GROSS-EDIT      PIC ZZ,ZZ9.99.

       01 WS-REPORT-RULER.
           05 FILLER                 PIC X(50)
       PERFORM 1000-INITIALIZE.
           PERFORM UNTIL END-OF-PAYROLL-FILE
               PERFORM 1010-READINPUT
               PERFORM 1089-PROCESS-PAYROLL-RECORD
               IF NOT PREVIEW-RUN
                  PERFORM 1009-WRITE-CHECKPOINT
               END-IF.
      * SALARIED EMPLOYEES WITH NO PAYROLL-IN ROW ARE PAID OFF THE
      * MASTER ONCE THE INPUT IS EXHAUSTED. AN OFF-CYCLE RUN PAYS
      * ONLY WHAT IS KEYED.
           IF NOT SUPPLEMENTAL-RUN
              PERFORM 1087-PAY-UNPUNCHED-SALARIED
           END-IF.

           display "RECORDS READ :                 " WS-RECORDS-READ
      * NEED TO DEBUG WRITTEN RECORDS
           DISPLAY "RECORDS WRITTEN :              " WS-RECORDS-WRITTEN
           DISPLAY "RECORDS REJECTED :             " WS-REJECT-COUNT
           DISPLAY "OTHER COMPANIES' RECORDS :     "
                   WS-OTHER-COMPANY-COUNT
           DISPLAY "SALARIED PAID FROM MASTER :    "
                   WS-SALARY-GEN-COUNT
           DISPLAY "SALARIED HOURS-ONLY RECORDS :  "
                   WS-HOURS-ONLY-COUNT

           MOVE WS-TOTAL-FILE-GROSS TO WS-TOTAL-FILE-GROSS-EDIT
           DISPLAY "TOTAL FILE GROSS:   " WS-TOTAL-FILE-GROSS-EDIT
           DISPLAY "TOTAL 401K DEFERRAL:" WS-TOTAL-FILE-RET-DEFER
           DISPLAY "TOTAL 401K MATCH:   " WS-TOTAL-FILE-RET-MATCH
           DISPLAY "TOTAL UNION DUES:   " WS-TOTAL-FILE-UNION-DUES
           DISPLAY "TOTAL LOAN REPAID:  " WS-TOTAL-FILE-LOAN-REPAY
           DISPLAY "LOANS PAID OFF:     " WS-LOANS-PAID-OFF
           DISPLAY "TOTAL WELLNESS CR:  " WS-TOTAL-FILE-WELLNESS
           DISPLAY "TOTAL COMMISSION:   " WS-TOTAL-FILE-COMMISSION
           PERFORM 1016-WRITE-REPORT-TOTALS
           IF NOT PREVIEW-RUN
              PERFORM 1021-WRITE-GL-CONTROL
              PERFORM 1068-WRITE-LABOR-DIST-REPORT
              PERFORM 1074-WRITE-UNION-REMITTANCE
              PERFORM 1078-WRITE-GARN-ORDERS
              IF WS-LOANMAST-COUNT > 0
                 MOVE "CALCPYAS" TO WS-IOERR-PROGRAM-ID
                 PERFORM 9971-WRITE-LOAN-MASTER
              END-IF
              PERFORM 1037-WRITE-CHECK-CONTROL
              CLOSE CHECK-REGISTER-FILE
              PERFORM 1039-RECORD-BATCH-CONTROL
              PERFORM 1046-WRITE-PTO-MASTER
           END-IF
           close PAYROLL-IN
                    ACH-EXTRACT-FILE
                    CHECK-LIST-FILE
                    RETIRE-REMIT-FILE
              PERFORM 1051-RECORD-OUTPUT-INVENTORY
           END-IF

      * ROUTES THE FINISHED PAYROLL REGISTER TO WHATEVER DESTINATION
              MOVE WS-RECORDS-WRITTEN TO WS-AUDIT-RECORDS-WRITTEN
              MOVE WS-TOTAL-FILE-GROSS TO WS-AUDIT-KEY-TOTAL
              PERFORM 9910-WRITE-AUDIT-RECORD
      * THE CHECKS JUST ADDED TO THE REGISTER GO STRAIGHT TO THE
      * BANK'S POSITIVE-PAY FILE. A FAILURE THERE IS POSPAYAS'S TO
      * REPORT; IT DOESN'T CHANGE THIS RUN'S RETURN-CODE.
              MOVE "Y" TO WS-POSPAY-LOADED-SW
              CALL "POSPAYAS"
                 ON EXCEPTION
                    DISPLAY "CALCPYAS: UNABLE TO LOAD POSPAYAS -- "
                            "RUN IT BY HAND BEFORE CHECKS GO OUT"
                    MOVE "N" TO WS-POSPAY-LOADED-SW
              END-CALL
              IF POSPAY-PROGRAM-LOADED
                 CANCEL "POSPAYAS"
              END-IF
           END-IF
           IF PAYROLL-OUT-HAD-ERROR
              MOVE 4 TO RETURN-CODE
           DISPLAY "ENVIRONMENT: " WS-RUNCTL-ENVIRONMENT
           MOVE WS-RUNCTL-ENVIRONMENT TO PAGE-HDG-02-ENV
           MOVE WS-RUNCTL-ENVIRONMENT TO WS-AUDIT-ENVIRONMENT
      * THE COMPANY THIS RUN PAYS. A COMPANY NOT ON THE COMPANY
      * MASTER, OR INACTIVE THERE, IS NOT PAID AT ALL.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "CALCPYAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER -- "
                      "RUN REFUSED."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "COMPANY: " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME
           IF WS-RUN-COMPANY-NAME NOT = SPACES
              MOVE WS-RUN-COMPANY-NAME TO PAGE-HDG-01-COMPANY
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PERIOD-END-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PERIOD-END-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-PERIOD-END-DD
           PERFORM 1079-SET-COMPANY-PATHS.
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "CALCPYAS: AN OUTPUT PATH HAS NO ROOM FOR THE "
                      "COMPANY CODE -- RUN REFUSED."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1041-LOAD-PAY-CALENDAR.
           PERFORM 1038-CHECK-BATCH-CONTROL.
           PERFORM 1086-RESOLVE-PAY-FREQUENCY.
           IF NOT RUN-FREQ-VALID
              DISPLAY "CALCPYAS: PAY-FREQUENCY GROUP " WS-RUN-PAY-FREQ
                      " IS NOT W, B OR S -- RUN REFUSED."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF FREQ-GROUPS-TIED
              DISPLAY "CALCPYAS: MORE THAN ONE PAY GROUP'S PERIOD "
                      "CLOSES ON THE PAY DATE."
              DISPLAY "CALCPYAS: RUN REFUSED. NAME THE GROUP IN THE "
                      "PAY-FREQUENCY ENTRY OF THE RUN-CONTROL FILE."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "PAY GROUP: " WS-RUN-PAY-FREQ-NAME.
           MOVE WS-RUN-PAY-FREQ-NAME TO PAGE-HDG-02-PAY-GROUP.
      * THE PAYROLL-OUT FILE CARRIES THE GROUP AS WELL AS THE DATE,
      * SO TWO GROUPS PAID THE SAME DAY NEVER SHARE ONE.
           MOVE SPACES TO WS-PAYROLL-OUT-PATH
           STRING WS-PAYROLL-OUT-PREFIX    DELIMITED BY SPACE
                  WS-PERIOD-END-YYYY       DELIMITED BY SIZE
                  WS-PERIOD-END-MM         DELIMITED BY SIZE
                  WS-PERIOD-END-DD         DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WS-RUN-PAY-FREQ          DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WS-PAYROLL-OUT-PATH
           END-STRING
           MOVE WS-PAYROLL-OUT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-PAYROLL-OUT-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "CALCPYAS: AN OUTPUT PATH HAS NO ROOM FOR THE "
                      "COMPANY CODE -- RUN REFUSED."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF BATCH-REFUSED
              DISPLAY "CALCPYAS: THIS PAYROLL-IN BATCH (PAY DATE "
                      WS-BATCH-PAY-DATE ") HAS ALREADY BEEN PAID."
           IF NOT PREVIEW-RUN
              PERFORM 1008-LOAD-CHECKPOINT
           END-IF.
      * ANOTHER PAY GROUP ALREADY PAID TODAY STILL HAS ITS FILES IN
      * THE SHARED GL CONTROL, ACH, STUB AND CHECK-LIST FILES. A
      * RESTART ONLY ADDS TO THIS RUN'S OWN, SO IT IS NOT CHECKED.
           IF NOT PREVIEW-RUN AND NOT RESTART-REQUESTED
              AND NOT EXTRACTS-TAKEN-GIVEN
              PERFORM 1101-CHECK-SAME-DAY-GROUPS
              IF OTHER-GROUP-PAID-TODAY
                 DISPLAY "CALCPYAS: PAY GROUP " WS-SAME-DAY-GROUP
                         " WAS ALREADY PAID TODAY."
                 DISPLAY "CALCPYAS: RUN REFUSED. ITS GL CONTROL, ACH,"
                         " STUB AND CHECK-LIST FILES WOULD BE LOST."
                 DISPLAY "CALCPYAS: ONCE THEY HAVE BEEN POSTED AND "
                         "SENT, SET THE EXTRACTS-TAKEN ENTRY IN THE"
                 DISPLAY "CALCPYAS: RUN-CONTROL FILE TO Y AND RERUN."
                 CLOSE PAYROLL-IN
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN PREVIEW-RUN
                 DISPLAY "CALCPYAS: PREVIEW RUN -- NOTHING WILL BE "
              PERFORM 1005-WRITE-REPORT-HEADINGS
           END-IF.
           PERFORM 1024-LOAD-EMP-MASTER.
           PERFORM 9960-LOAD-DEPT-MASTER.
           PERFORM 1033-LOAD-GARN-PAYEES.
           PERFORM 1056-LOAD-BENEFIT-MASTER.
           PERFORM 1060-LOAD-RETIRE-PLAN.
           PERFORM 1069-LOAD-RATE-HISTORY.
           PERFORM 1071-LOAD-UNION-LOCALS.
           PERFORM 1075-LOAD-GARN-ORDERS.
           PERFORM 1093-LOAD-LOANS.
           PERFORM 1080-LOAD-WELLNESS-CREDITS.
           PERFORM 1096-LOAD-COMMISSIONS.
           PERFORM 1044-LOAD-PTO-MASTER.
           PERFORM 1049-LOAD-SHIFT-DIFFS.
           IF NOT PREVIEW-RUN
      * FINANCE CAN CHANGE THEM WITHOUT A RECOMPILE. IF THE FILE
      * IS MISSING OR EMPTY THE LONGSTANDING SCHEDULE IS KEPT.
       1001-LOAD-TAX-RATES.
           MOVE ZEROES TO WS-FED-ALLOW-TABLE
           MOVE .2000 TO WS-FED-RATE(1)
           MOVE .1800 TO WS-FED-RATE(2)
           MOVE .1500 TO WS-FED-RATE(3)
              WHEN TAX-RATE-IS-FEDERAL AND TAX-RATE-DEDUCTIONS-IN <= 4
                 MOVE TAX-RATE-PERCENT-IN TO
                      WS-FED-RATE(TAX-RATE-DEDUCTIONS-IN + 1)
                 IF TAX-RATE-AMOUNT-IN IS NUMERIC
                    MOVE TAX-RATE-AMOUNT-IN TO
                         WS-FED-ANNUAL-ALLOW(TAX-RATE-DEDUCTIONS-IN + 1)
                 ELSE
                    MOVE ZEROES TO
                         WS-FED-ANNUAL-ALLOW(TAX-RATE-DEDUCTIONS-IN + 1)
                 END-IF
              WHEN TAX-RATE-IS-FEDERAL
                 DISPLAY "TAXRATES.DAT RECORD REJECTED -- FEDERAL "
                    "DEDUCTIONS CODE OUT OF RANGE: "
                    TAX-RATE-DEDUCTIONS-IN
           END-EVALUATE.

      * REGULAR-RUN FEDERAL WITHHOLDING, ANNUALIZED OVER THE PAY
      * GROUP'S PERIODS PER YEAR. AN ADJUSTMENT CORRECTS A PERIOD
      * ALREADY PAID, WHOSE ALLOWANCE WAS TAKEN THEN, SO IT IS
      * TAXED AT THE STRAIGHT BRACKET RATE.
       1085-CALC-ANNUALIZED-FED-WH.
           IF WS-RET-DEFERRAL >= WS-TAXABLE-GROSS
              MOVE ZEROES TO WS-FED-ANNUAL-WAGES
           ELSE
              COMPUTE WS-FED-ANNUAL-WAGES =
                      (WS-TAXABLE-GROSS - WS-RET-DEFERRAL)
                    * WS-PAY-PERIODS-PER-YEAR
           END-IF
           IF ADJUSTMENT-RECORD
              COMPUTE WS-FED-ANNUAL-TAX = WS-FED-ANNUAL-WAGES
                    * WS-FED-RATE(WS-FED-RATE-SUB)
           ELSE
              IF WS-FED-ANNUAL-WAGES >
                 WS-FED-ANNUAL-ALLOW(WS-FED-RATE-SUB)
                 COMPUTE WS-FED-ANNUAL-TAX =
                         (WS-FED-ANNUAL-WAGES
                        - WS-FED-ANNUAL-ALLOW(WS-FED-RATE-SUB))
                       * WS-FED-RATE(WS-FED-RATE-SUB)
              ELSE
                 MOVE ZEROES TO WS-FED-ANNUAL-TAX
              END-IF
           END-IF
           COMPUTE WS-FEDERAL-TAX-WH ROUNDED =
                   WS-FED-ANNUAL-TAX / WS-PAY-PERIODS-PER-YEAR.

      * FILES A PER-STATE "S" OR "L" RATE ROW UNDER ITS STATE,
      * CREATING THE STATE'S ENTRY THE FIRST TIME EITHER PIECE IS
      * SEEN. A STATE WITH ONLY A STATE RATE ON FILE SIMPLY HAS NO
                         WS-EMP-WORK-STATE(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-UNION-LOCAL-IN TO
                         WS-EMP-UNION-LOCAL(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-DEDUCTIONS-IN TO
                         WS-EMP-DEDUCTIONS(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-UNION-CODE-IN TO
                         WS-EMP-UNION-CODE(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-PAY-TYPE-IN TO
                         WS-EMP-PAY-TYPE(WS-EMP-ENTRY-COUNT)
                    IF EMP-ANNUAL-SALARY-IN IS NUMERIC
                       MOVE EMP-ANNUAL-SALARY-IN TO
                            WS-EMP-ANNUAL-SALARY(WS-EMP-ENTRY-COUNT)
                    ELSE
                       MOVE ZEROES TO
                            WS-EMP-ANNUAL-SALARY(WS-EMP-ENTRY-COUNT)
                    END-IF
                    IF EMP-PAY-FREQ-IN = SPACE
                       MOVE "W" TO
                            WS-EMP-PAY-FREQ(WS-EMP-ENTRY-COUNT)
                    ELSE
                       MOVE EMP-PAY-FREQ-IN TO
                            WS-EMP-PAY-FREQ(WS-EMP-ENTRY-COUNT)
                    END-IF
                    MOVE "N" TO
                         WS-EMP-PAID-SW(WS-EMP-ENTRY-COUNT)
                    IF EMP-COMPANY-IN = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO
                            WS-EMP-COMPANY(WS-EMP-ENTRY-COUNT)
                    ELSE
                       MOVE EMP-COMPANY-IN TO
                            WS-EMP-COMPANY(WS-EMP-ENTRY-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              IF NOT END-OF-EMP-MASTER
           MOVE SPACES TO WS-CUR-EMP-BANK-ACCOUNT
           MOVE SPACES TO WS-CUR-EMP-WORK-STATE
           MOVE SPACES TO WS-CUR-EMP-UNION-LOCAL
           MOVE SPACES TO WS-CUR-EMP-PAY-TYPE
           MOVE ZEROES TO WS-CUR-EMP-ANNUAL-SALARY
           MOVE ZEROES TO WS-CUR-EMP-SUB
           MOVE SPACES TO WS-CUR-EMP-PAY-FREQ
           MOVE SPACES TO WS-CUR-EMP-STATUS
           MOVE SPACES TO WS-CUR-EMP-COMPANY
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-ENTRY-COUNT
                        OR EMP-ENTRY-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) = PAYROLL-EMP-NUMBER-IN
                 MOVE "Y" TO WS-EMP-FOUND-SW
                 SET WS-CUR-EMP-SUB TO WS-EMP-IDX
                 MOVE WS-EMP-PAY-TYPE(WS-EMP-IDX)
                   TO WS-CUR-EMP-PAY-TYPE
                 MOVE WS-EMP-ANNUAL-SALARY(WS-EMP-IDX)
                   TO WS-CUR-EMP-ANNUAL-SALARY
                 MOVE WS-EMP-PAY-FREQ(WS-EMP-IDX)
                   TO WS-CUR-EMP-PAY-FREQ
                 MOVE WS-EMP-STATUS(WS-EMP-IDX) TO WS-CUR-EMP-STATUS
                 MOVE WS-EMP-COMPANY(WS-EMP-IDX) TO WS-CUR-EMP-COMPANY
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-EMP-NAME
                 MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-CUR-EMP-DEPT
                 MOVE WS-EMP-BANK-ROUTING(WS-EMP-IDX)
                             YTD-WH
                             YTD-NET
                             YTD-DEFERRAL
                             YTD-FIT-WAGES
                             YTD-FED-WH
                             YTD-SS-WAGES
                             YTD-SS-WH
                             YTD-MED-WAGES
                             YTD-MED-WH
                             YTD-STATE-WH
                             YTD-LOCAL-WH
           END-IF.

      * STARTS A NEW REPORT PAGE WITH THE RULER AND THREE HEADING
            AFTER ADVANCING 02 LINES
           MOVE 4 TO WS-LINE-COUNT.

      * EVERYTHING DONE FOR ONE PAYROLL RECORD ONCE IT IS IN
      * PAYROLL-REC-IN, WHETHER IT CAME OFF PAYROLL-IN OR WAS BUILT
      * OFF THE MASTER FOR A SALARIED EMPLOYEE.
       1089-PROCESS-PAYROLL-RECORD.
           PERFORM 1006-VALIDATE-INPUT
           PERFORM 1011-CALCULATIONS
           PERFORM 1012-MOVEINSANDCALCS
           PERFORM 1013-WRITETOFILE
           PERFORM 1015-WRITE-REPORT-DETAIL-LINE
           IF NOT PREVIEW-RUN
      * A NEGATIVE ADJUSTMENT NETS AGAINST THE MASTERS AND THE GL --
      * THERE IS NO CHECK OR DEPOSIT TO CUT FOR IT.
              IF NOT ADJ-NEGATIVE
                 PERFORM 1022-WRITE-PAY-STUB
                 PERFORM 1036-WRITE-CHECK-REGISTER
                 PERFORM 1027-WRITE-ACH-DETAIL
                 PERFORM 1062-WRITE-RETIRE-REMIT
                 PERFORM 1082-RECORD-WELLNESS-PAID
                 PERFORM 1099-RECORD-COMMISSION-PAID
              END-IF
           END-IF.

      * SETTLES WHICH PAY-FREQUENCY GROUP THIS RUN PAYS: THE BATCH
      * HEADER'S GROUP, ELSE THE RUNCTL.DAT PAY-FREQUENCY ENTRY,
      * ELSE THE GROUP WHOSE OPEN CALENDAR PERIOD AROUND THE PAY
      * DATE ENDS SOONEST (THE ONE CLOSING), ELSE WEEKLY. TWO
      * GROUPS CLOSING ON THE SAME DAY LEAVES FREQ-GROUPS-TIED SET
      * FOR 1000-INITIALIZE TO REFUSE. THE GROUP THEN SETS THE
      * PERIODS PER YEAR AND A SALARIED EMPLOYEE'S STANDARD HOURS.
       1086-RESOLVE-PAY-FREQUENCY.
           MOVE "N" TO WS-FREQ-TIE-SW
           IF WS-RUN-PAY-FREQ = SPACE
              AND WS-PAY-CAL-COUNT > 0
              AND WS-BATCH-PAY-DATE IS NUMERIC
              MOVE WS-BATCH-PAY-DATE(1:2) TO WS-CAL-CHECK-MM
              MOVE WS-BATCH-PAY-DATE(3:2) TO WS-CAL-CHECK-DD
              MOVE WS-BATCH-PAY-DATE(5:2) TO WS-CAL-CHECK-YY
              MOVE ZEROES TO WS-FREQ-BEST-END
              PERFORM VARYING WS-PAY-CAL-IDX FROM 1 BY 1
                        UNTIL WS-PAY-CAL-IDX > WS-PAY-CAL-COUNT
                 IF WS-CAL-CHECK-DATE-NUM >=
                      WS-PAYCAL-START(WS-PAY-CAL-IDX)
                    AND WS-CAL-CHECK-DATE-NUM <=
                      WS-PAYCAL-END(WS-PAY-CAL-IDX)
                    AND WS-PAYCAL-OPEN-FLAG(WS-PAY-CAL-IDX) = "O"
                    EVALUATE TRUE
                       WHEN WS-FREQ-BEST-END = ZEROES
                          OR WS-PAYCAL-END(WS-PAY-CAL-IDX) <
                             WS-FREQ-BEST-END
                          MOVE WS-PAYCAL-END(WS-PAY-CAL-IDX)
                            TO WS-FREQ-BEST-END
                          MOVE WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-IDX)
                            TO WS-RUN-PAY-FREQ
                          MOVE "N" TO WS-FREQ-TIE-SW
                       WHEN WS-PAYCAL-END(WS-PAY-CAL-IDX) =
                            WS-FREQ-BEST-END
                          AND WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-IDX)
                              NOT = WS-RUN-PAY-FREQ
                          MOVE "Y" TO WS-FREQ-TIE-SW
                    END-EVALUATE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-RUN-PAY-FREQ = SPACE
              MOVE "W" TO WS-RUN-PAY-FREQ
           END-IF
           EVALUATE TRUE
              WHEN RUN-FREQ-BIWEEKLY
                 MOVE 26           TO WS-PAY-PERIODS-PER-YEAR
                 MOVE 80.00        TO WS-SALARY-STD-HOURS
                 MOVE "BIWEEKLY"   TO WS-RUN-PAY-FREQ-NAME
              WHEN RUN-FREQ-SEMI-MONTHLY
                 MOVE 24           TO WS-PAY-PERIODS-PER-YEAR
                 MOVE 86.67        TO WS-SALARY-STD-HOURS
                 MOVE "SEMI-MONTHLY" TO WS-RUN-PAY-FREQ-NAME
              WHEN OTHER
                 MOVE 52           TO WS-PAY-PERIODS-PER-YEAR
                 MOVE 40.00        TO WS-SALARY-STD-HOURS
                 MOVE "WEEKLY"     TO WS-RUN-PAY-FREQ-NAME
           END-EVALUATE.

      * EVERY ACTIVE SALARIED EMPLOYEE IN THE RUN'S PAY GROUP NOT
      * YET PAID THIS RUN GETS A
      * RECORD BUILT OFF THE MASTER AND RUN THROUGH THE SAME
      * CALCULATION, REGISTER, STUB, CHECK AND GL PATH AS A KEYED
      * ONE. THE PROCESSING PARAGRAPHS ALL GUARD ON
      * END-OF-PAYROLL-FILE, SO THE INPUT STATUS IS HELD AT "00"
      * WHILE EACH BUILT RECORD GOES THROUGH AND PUT BACK AFTER.
       1087-PAY-UNPUNCHED-SALARIED.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                     UNTIL WS-SAL-IDX > WS-EMP-ENTRY-COUNT
              IF WS-EMP-PAY-TYPE(WS-SAL-IDX) = "S"
                 AND WS-EMP-STATUS(WS-SAL-IDX) = "A"
                 AND WS-EMP-PAY-FREQ(WS-SAL-IDX) = WS-RUN-PAY-FREQ
                 AND WS-EMP-PAID-SW(WS-SAL-IDX) NOT = "Y"
                 AND WS-EMP-COMPANY(WS-SAL-IDX) = WS-RUN-COMPANY-CODE
                 PERFORM 1088-BUILD-SALARY-RECORD
                 MOVE "00" TO WS-PAYROLL-IN-STATUS
                 PERFORM 1089-PROCESS-PAYROLL-RECORD
                 MOVE "10" TO WS-PAYROLL-IN-STATUS
                 IF VALID-PAYROLL-RECORD
                    ADD 1 TO WS-SALARY-GEN-COUNT
                 END-IF
              END-IF
           END-PERFORM.

      * A REGULAR-TIME RECORD FOR THE SALARIED EMPLOYEE AT
      * WS-SAL-IDX: THE BATCH PAY DATE, STANDARD HOURS, NO RATE,
      * AND THE DEDUCTIONS AND UNION CODES OFF THE MASTER.
       1088-BUILD-SALARY-RECORD.
           MOVE SPACES TO PAYROLL-REC-IN
           IF WS-BATCH-PAY-DATE IS NUMERIC
              MOVE WS-BATCH-PAY-DATE TO PAYROLL-PAY-DATE-IN
           ELSE
              MOVE WS-PERIOD-END-MM TO PAYROLL-PAY-DATE-IN(1:2)
              MOVE WS-PERIOD-END-DD TO PAYROLL-PAY-DATE-IN(3:2)
              MOVE WS-PERIOD-END-YYYY(3:2)
                TO PAYROLL-PAY-DATE-IN(5:2)
           END-IF
           MOVE WS-EMP-NUMBER(WS-SAL-IDX) TO PAYROLL-EMP-NUMBER-IN
           MOVE WS-SALARY-STD-HOURS     TO PAYROLL-EMP-HOURS-IN
           MOVE ZEROES                  TO PAYROLL-EMP-RATE-IN
           MOVE WS-EMP-DEDUCTIONS(WS-SAL-IDX)
             TO PAYROLL-EMP-DEDUCTIONS-IN
           MOVE WS-EMP-UNION-CODE(WS-SAL-IDX)
             TO PAYROLL-UNION-CODE-IN
           MOVE ZERO                    TO PAYROLL-GARNISH-COUNT-IN
           MOVE ZERO                    TO PAYROLL-SPLIT-COUNT-IN
           MOVE ZEROES                  TO PAYROLL-ADJ-FLAT-AMOUNT-IN.

      * HEADER AND TRAILER ROWS WERE ALREADY VERIFIED BY THE
      * PRE-SCAN, SO THE MAIN LOOP READS STRAIGHT PAST THEM AND
      * ONLY COUNTS DETAIL RECORDS.
      * FEDERAL TAX TABLE UNDERSTANDS.
       1006-VALIDATE-INPUT.
           MOVE "Y" TO WS-VALID-RECORD-SW
           MOVE "N" TO WS-OTHER-COMPANY-SW
           MOVE "N" TO WS-HOURS-ONLY-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-GROSSUP-SW
           IF PAYROLL-TARGET-NET-IN IS NUMERIC
              AND PAYROLL-TARGET-NET-IN > 0
              MOVE "Y" TO WS-GROSSUP-SW
           END-IF
           IF NOT END-OF-PAYROLL-FILE
              PERFORM 1025-FIND-EMP-ENTRY
              PERFORM 1064-CHECK-SPLIT-HOURS
              PERFORM 1090-CHECK-RECORD-DEPTS
              IF WS-PAY-CAL-COUNT > 0
                 AND PAYROLL-PAY-DATE-IN IS NUMERIC
                 MOVE PAYROLL-PAY-DATE-IN TO WS-CAL-WORK-DATE
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER"
                   TO WS-REJECT-REASON
              WHEN WS-CUR-EMP-COMPANY NOT = WS-RUN-COMPANY-CODE
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "Y" TO WS-OTHER-COMPANY-SW
                 MOVE "EMPLOYEE OF ANOTHER COMPANY"
                   TO WS-REJECT-REASON
      * A REGULAR RUN PAYS ONE PAY-FREQUENCY GROUP. A BONUS RUN IS
      * OFF-CYCLE FOR EVERYONE AND TAKES ANY GROUP.
              WHEN NOT SUPPLEMENTAL-RUN
                 AND WS-CUR-EMP-PAY-FREQ NOT = WS-RUN-PAY-FREQ
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "EMPLOYEE NOT IN THIS RUN'S PAY GROUP"
                   TO WS-REJECT-REASON
              WHEN PAYROLL-ADJ-SIGN-IN NOT = SPACE
                 AND NOT ADJUSTMENT-RECORD
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "ADJUSTMENT NEEDS ORIGINAL PAY DATE"
                   TO WS-REJECT-REASON
              WHEN GROSS-UP-RECORD AND NOT SUPPLEMENTAL-RUN
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "TARGET NET ONLY ON A SUPPLEMENTAL RUN"
                   TO WS-REJECT-REASON
              WHEN GROSS-UP-RECORD AND ADJUSTMENT-RECORD
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "TARGET NET NOT ALLOWED ON AN ADJUSTMENT"
                   TO WS-REJECT-REASON
              WHEN PAYROLL-SPLIT-COUNT-IN IS NUMERIC
                 AND PAYROLL-SPLIT-COUNT-IN > 0
                 AND NOT SPLIT-HOURS-BALANCE
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "SPLIT HOURS DO NOT MATCH RECORD"
                   TO WS-REJECT-REASON
              WHEN NOT RECORD-DEPTS-ON-MASTER
                 MOVE "N" TO WS-VALID-RECORD-SW
                 STRING "DEPARTMENT " WS-BAD-DEPT-CODE
                        " NOT ON DEPARTMENT MASTER"
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
              WHEN WS-PAY-CAL-COUNT > 0
                 AND PAYROLL-PAY-DATE-IN IS NOT NUMERIC
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "PAY DATE IS IN A CLOSED PERIOD"
                   TO WS-REJECT-REASON
           END-EVALUATE
      * THE GROSS-UP IS WORKED OUT HERE SO A GROSS TOO BIG FOR THE
      * OUTPUT RECORD IS REJECTED RATHER THAN TRUNCATED.
           IF NOT END-OF-PAYROLL-FILE AND VALID-PAYROLL-RECORD
              AND GROSS-UP-RECORD
              PERFORM 1094-CALC-GROSS-UP
              IF WS-GROSSUP-GROSS > 9999.99
                 MOVE "N" TO WS-VALID-RECORD-SW
                 MOVE "GROSSED-UP BONUS OVER 9999.99"
                   TO WS-REJECT-REASON
              END-IF
           END-IF
      * A SALARIED EMPLOYEE IS PAID ONE PERIOD'S SALARY PER REGULAR
      * RUN, ON THE FIRST OF THEIR ROWS. EVERY FURTHER ROW ONLY
      * POSTS ITS HOURS TO THE PTO MASTER: WORKED HOURS ACCRUE,
      * VACATION OR SICK HOURS DRAW THE BALANCE DOWN.
           IF NOT END-OF-PAYROLL-FILE AND VALID-PAYROLL-RECORD
              AND CUR-EMP-SALARIED
              AND NOT ADJUSTMENT-RECORD
              AND NOT SUPPLEMENTAL-RUN
              AND WS-EMP-PAID-SW(WS-CUR-EMP-SUB) = "Y"
              MOVE "N" TO WS-VALID-RECORD-SW
              MOVE "Y" TO WS-HOURS-ONLY-SW
              PERFORM 1045-UPDATE-PTO-BALANCES
              ADD 1 TO WS-HOURS-ONLY-COUNT
           END-IF
           IF NOT END-OF-PAYROLL-FILE AND OTHER-COMPANY-RECORD
              ADD 1 TO WS-OTHER-COMPANY-COUNT
           END-IF
           IF NOT END-OF-PAYROLL-FILE AND NOT VALID-PAYROLL-RECORD
              AND NOT OTHER-COMPANY-RECORD
              AND NOT HOURS-ONLY-RECORD
              PERFORM 1007-WRITE-REJECT-RECORD
           END-IF.

      * 2X OVER 56) ONLY APPLIES TO PAYROLL-UNION-CODE-IN OF "U" --
      * EVERYONE ELSE STAYS ON THE FLAT 1.5X-OVER-40 SCHEDULE.
          PERFORM 1070-RESOLVE-PAY-RATE
          IF GROSS-UP-RECORD
      * A GROSSED-UP BONUS: THE GROSS 1094-CALC-GROSS-UP WORKED BACK
      * FROM THE TARGET NET.
             MOVE WS-GROSSUP-GROSS TO WS-NORMAL-PAY-GROSS
             MOVE WS-NORMAL-PAY-GROSS TO WS-TOTAL-GROSS
          ELSE
          IF ADJUSTMENT-RECORD
             AND PAYROLL-ADJ-FLAT-AMOUNT-IN IS NUMERIC
             AND PAYROLL-ADJ-FLAT-AMOUNT-IN > 0
             MOVE PAYROLL-ADJ-FLAT-AMOUNT-IN TO WS-NORMAL-PAY-GROSS
             MOVE WS-NORMAL-PAY-GROSS TO WS-TOTAL-GROSS
          ELSE
          IF CUR-EMP-SALARIED AND NOT SUPPLEMENTAL-RUN
      * SALARIED: ONE PERIOD'S SHARE OF THE ANNUAL SALARY, NO
      * OVERTIME. THE HOURS ON THE RECORD ONLY DRIVE THE PTO MASTER.
             COMPUTE WS-NORMAL-PAY-GROSS ROUNDED =
                     WS-CUR-EMP-ANNUAL-SALARY / WS-PAY-PERIODS-PER-YEAR
             MOVE WS-NORMAL-PAY-GROSS TO WS-TOTAL-GROSS
             MOVE "Y" TO WS-EMP-PAID-SW(WS-CUR-EMP-SUB)
          ELSE
          IF SUPPLEMENTAL-RUN
      * SUPPLEMENTAL WAGES (BONUSES) CARRY NO OVERTIME PREMIUM --
      * EVERY HOUR PAYS STRAIGHT TIME.
          END-IF
          END-IF
          END-IF
          END-IF
          END-IF
      * SHIFT PREMIUM: A PER-HOUR PERCENTAGE OF THE BASE RATE FOR
      * SECOND/THIRD SHIFT, CARRIED AS ITS OWN AMOUNT INSTEAD OF A
      * PADDED RATE SO RATE-BASED REPORTS STAY HONEST. SALARIED
      * EMPLOYEES HAVE NO HOURLY BASE RATE AND EARN NONE, AND A
      * GROSSED-UP BONUS IS ALREADY THE WHOLE CHECK.
          IF NOT CUR-EMP-SALARIED AND NOT GROSS-UP-RECORD
             PERFORM 1050-CALC-SHIFT-PREMIUM
             ADD WS-SHIFT-PREMIUM TO WS-TOTAL-GROSS
          END-IF

      * ANY EARNED-BUT-UNPAID WELLNESS CREDIT RIDES IN AS ITS OWN
      * EARNINGS LINE, TAXED LIKE WAGES. ADJUSTMENT AND GROSS-UP
      * RECORDS DON'T PICK CREDITS UP.
          IF ADJUSTMENT-RECORD OR GROSS-UP-RECORD
             MOVE ZEROES TO WS-WELL-CREDIT-THIS
          ELSE
             PERFORM 1081-ADD-WELLNESS-CREDIT
          END-IF

      * LIKEWISE ANY UNPAID SALESPERSON COMMISSION, WITHHELD BELOW
      * AS SUPPLEMENTAL WAGES.
          IF ADJUSTMENT-RECORD OR GROSS-UP-RECORD
             MOVE ZEROES TO WS-COMMISSION-THIS
          ELSE
             PERFORM 1097-ADD-COMMISSION-EARNINGS
          END-IF
          IF ADJ-NEGATIVE
             SUBTRACT WS-TOTAL-GROSS FROM WS-TOTAL-FILE-GROSS
          ELSE

      * BENEFIT PREMIUMS COME OFF FIRST: THE PRE-TAX PIECE REDUCES
      * THE WAGES EVERY TAX CALCULATION BELOW SEES, THE POST-TAX
      * PIECE ONLY COMES OUT OF NET AT THE BOTTOM. A GROSSED-UP
      * BONUS TAKES NONE -- ITS NET IS THE AMOUNT IN HAND.
          IF ADJUSTMENT-RECORD OR CUR-EMP-TERMINATED
             OR GROSS-UP-RECORD
             MOVE ZEROES TO WS-BEN-PRETAX-TOTAL
             MOVE ZEROES TO WS-BEN-POSTTAX-TOTAL
          ELSE
      * DEFERRALS NEVER PASS THE PLAN'S ANNUAL LIMIT. THE DEFERRAL
      * ESCAPES FEDERAL WITHHOLDING ONLY -- FICA, STATE AND LOCAL
      * STILL TAX IT.
           IF ADJUSTMENT-RECORD OR CUR-EMP-TERMINATED
              OR GROSS-UP-RECORD
              MOVE ZEROES TO WS-RET-DEFERRAL
              MOVE ZEROES TO WS-RET-MATCH
           ELSE
          ELSE
             MOVE PAYROLL-EMP-DEDUCTIONS-IN TO WS-FED-RATE-SUB
             ADD 1 TO WS-FED-RATE-SUB
      * COMMISSION ON A REGULAR RUN IS SUPPLEMENTAL WAGES: THE
      * REGULAR WAGES ARE ANNUALIZED WITHOUT IT, AND THE COMMISSION
      * WITHHOLDS AT THE FLAT SUPPLEMENTAL RATE ON TOP.
             IF WS-COMMISSION-THIS > WS-TAXABLE-GROSS
                MOVE WS-TAXABLE-GROSS TO WS-COMM-SUPP-WAGES
             ELSE
                MOVE WS-COMMISSION-THIS TO WS-COMM-SUPP-WAGES
             END-IF
             SUBTRACT WS-COMM-SUPP-WAGES FROM WS-TAXABLE-GROSS
             PERFORM 1085-CALC-ANNUALIZED-FED-WH
             ADD WS-COMM-SUPP-WAGES TO WS-TAXABLE-GROSS
             COMPUTE WS-COMM-FED-WH ROUNDED =
                     WS-COMM-SUPP-WAGES * WS-SUPP-FED-RATE
             ADD WS-COMM-FED-WH TO WS-FEDERAL-TAX-WH
          END-IF

          COMPUTE WS-TOTAL-WITHHELD = WS-STATE-TAX-WH

      * GARNISHMENTS/401(K)/INSURANCE ARE SUBTRACTED FROM NET LAST,
      * AFTER TAXES.
           IF ADJUSTMENT-RECORD OR CUR-EMP-TERMINATED
              MOVE ZEROES TO WS-TOTAL-GARNISH
           ELSE
              PERFORM 1018-SUM-GARNISHMENTS
           ADD WS-RET-MATCH    TO WS-TOTAL-FILE-RET-MATCH

      * UNION DUES FOR "U" EMPLOYEES, AT THEIR LOCAL'S FORMULA.
           IF ADJUSTMENT-RECORD OR CUR-EMP-TERMINATED
              OR GROSS-UP-RECORD
              MOVE ZEROES TO WS-UNION-DUES
           ELSE
              PERFORM 1072-CALC-UNION-DUES
           SUBTRACT WS-UNION-DUES FROM WS-TOTAL-NET
           ADD WS-UNION-DUES TO WS-TOTAL-FILE-UNION-DUES

      * EMPLOYEE LOAN AND ADVANCE REPAYMENTS COME OUT LAST, AFTER
      * TAX. A BONUS RUN TAKES NO REPAYMENT -- THE SCHEDULE IS PER
      * REGULAR PAY PERIOD.
           MOVE ZEROES TO WS-LOAN-REPAY
           IF ADJUSTMENT-RECORD OR CUR-EMP-TERMINATED
              OR SUPPLEMENTAL-RUN
              PERFORM 1092-SUM-LOAN-BALANCES
           ELSE
              PERFORM 1091-APPLY-LOAN-REPAYMENTS
           END-IF
           SUBTRACT WS-LOAN-REPAY FROM WS-TOTAL-NET
           ADD WS-LOAN-REPAY TO WS-TOTAL-FILE-LOAN-REPAY

      * THE W-2 BOX DETAIL RIDES ALONG WITH THE TOTALS.
           IF WS-RET-DEFERRAL > WS-TAXABLE-GROSS
              MOVE ZEROES TO WS-FIT-WAGES
           ELSE
              COMPUTE WS-FIT-WAGES = WS-TAXABLE-GROSS
                                   - WS-RET-DEFERRAL
           END-IF
           IF ADJ-NEGATIVE
              SUBTRACT WS-TOTAL-GROSS    FROM YTD-GROSS
              SUBTRACT WS-TOTAL-WITHHELD FROM YTD-WH
              SUBTRACT WS-TOTAL-NET      FROM YTD-NET
              SUBTRACT WS-FIT-WAGES      FROM YTD-FIT-WAGES
              SUBTRACT WS-FEDERAL-TAX-WH FROM YTD-FED-WH
              SUBTRACT WS-SOCSEC-WAGES   FROM YTD-SS-WAGES
              SUBTRACT WS-SOCSEC-TAX-WH  FROM YTD-SS-WH
              SUBTRACT WS-TAXABLE-GROSS  FROM YTD-MED-WAGES
              SUBTRACT WS-MEDICARE-TAX-WH FROM YTD-MED-WH
              SUBTRACT WS-STATE-TAX-WH   FROM YTD-STATE-WH
              SUBTRACT WS-LOCAL-TAX-WH   FROM YTD-LOCAL-WH
           ELSE
              ADD WS-TOTAL-GROSS TO YTD-GROSS
              ADD WS-TOTAL-WITHHELD TO YTD-WH
              ADD WS-TOTAL-NET TO YTD-NET
              ADD WS-RET-DEFERRAL TO YTD-DEFERRAL
              ADD WS-FIT-WAGES       TO YTD-FIT-WAGES
              ADD WS-FEDERAL-TAX-WH  TO YTD-FED-WH
              ADD WS-SOCSEC-WAGES    TO YTD-SS-WAGES
              ADD WS-SOCSEC-TAX-WH   TO YTD-SS-WH
              ADD WS-TAXABLE-GROSS   TO YTD-MED-WAGES
              ADD WS-MEDICARE-TAX-WH TO YTD-MED-WH
              ADD WS-STATE-TAX-WH    TO YTD-STATE-WH
              ADD WS-LOCAL-TAX-WH    TO YTD-LOCAL-WH
           END-IF
           PERFORM 1014-WRITE-YTD-MASTER
           PERFORM 1026-ADD-DEPT-TOTALS
                 MOVE WS-TAXABLE-GROSS TO WS-SUTA-WAGES
           END-EVALUATE
           COMPUTE WS-ER-SUTA-TAX = WS-SUTA-WAGES * WS-SUTA-RATE
      * A NEGATIVE ADJUSTMENT TAKES ITS EMPLOYER TAXES BACK OUT OF
      * THE ACCRUAL, THE SAME AS ITS GROSS AND WITHHOLDING.
           IF ADJ-NEGATIVE
              SUBTRACT WS-ER-FICA-TAX FROM WS-TOTAL-FILE-ER-FICA
              SUBTRACT WS-ER-FUTA-TAX FROM WS-TOTAL-FILE-FUTA
              SUBTRACT WS-ER-SUTA-TAX FROM WS-TOTAL-FILE-SUTA
           ELSE
              ADD WS-ER-FICA-TAX TO WS-TOTAL-FILE-ER-FICA
              ADD WS-ER-FUTA-TAX TO WS-TOTAL-FILE-FUTA
              ADD WS-ER-SUTA-TAX TO WS-TOTAL-FILE-SUTA
           END-IF.

      * WORKS A SUPPLEMENTAL RECORD'S TARGET NET BACK TO A GROSS:
      * FEDERAL AT THE FLAT SUPPLEMENTAL RATE, THE EMPLOYEE'S OWN
      * STATE AND LOCAL RATES, MEDICARE, AND SOCIAL SECURITY ONLY ON
      * THE ROOM LEFT UNDER THE WAGE BASE. THE ALGEBRA GIVES THE
      * GROSS TO WITHIN A PENNY; SINCE EACH TAX TRUNCATES, THE GROSS
      * IS THEN WALKED A PENNY AT A TIME TO THE SMALLEST ONE WHOSE
      * NET REACHES THE TARGET.
       1094-CALC-GROSS-UP.
           PERFORM 1053-RESOLVE-STATE-RATES
           PERFORM 1004-FIND-YTD-ENTRY
           MOVE YTD-GROSS TO WS-PRIOR-YTD-GROSS
           IF WS-PRIOR-YTD-GROSS >= WS-SOCSEC-WAGE-BASE
              MOVE ZEROES TO WS-GROSSUP-SS-ROOM
           ELSE
              COMPUTE WS-GROSSUP-SS-ROOM = WS-SOCSEC-WAGE-BASE
                                         - WS-PRIOR-YTD-GROSS
           END-IF
           COMPUTE WS-GROSSUP-FLAT-RATE = WS-SUPP-FED-RATE
                 + WS-CUR-STATE-RATE + WS-CUR-LOCAL-RATE
                 + WS-MEDICARE-RATE
           COMPUTE WS-GROSSUP-GROSS ROUNDED = PAYROLL-TARGET-NET-IN
                 / (1 - WS-GROSSUP-FLAT-RATE - WS-SOCSEC-RATE)
           IF WS-GROSSUP-GROSS > WS-GROSSUP-SS-ROOM
              COMPUTE WS-GROSSUP-GROSS ROUNDED =
                      (PAYROLL-TARGET-NET-IN
                       + WS-GROSSUP-SS-ROOM * WS-SOCSEC-RATE)
                    / (1 - WS-GROSSUP-FLAT-RATE)
           END-IF
           PERFORM 1095-GROSS-UP-TRIAL-NET
           PERFORM UNTIL WS-GROSSUP-TRIAL-NET >= PAYROLL-TARGET-NET-IN
              ADD .01 TO WS-GROSSUP-GROSS
              PERFORM 1095-GROSS-UP-TRIAL-NET
           END-PERFORM
           MOVE "N" TO WS-GROSSUP-SETTLED-SW
           PERFORM UNTIL GROSS-UP-SETTLED
              SUBTRACT .01 FROM WS-GROSSUP-GROSS
              PERFORM 1095-GROSS-UP-TRIAL-NET
              IF WS-GROSSUP-TRIAL-NET < PAYROLL-TARGET-NET-IN
                 ADD .01 TO WS-GROSSUP-GROSS
                 MOVE "Y" TO WS-GROSSUP-SETTLED-SW
              END-IF
           END-PERFORM
           PERFORM 1095-GROSS-UP-TRIAL-NET.

      * NET OF TAXES FOR THE TRIAL GROSS IN WS-GROSSUP-GROSS, BY THE
      * SAME ARITHMETIC 1011-CALCULATIONS WILL USE ON IT.
       1095-GROSS-UP-TRIAL-NET.
           MOVE WS-GROSSUP-GROSS TO WS-TAXABLE-GROSS
           PERFORM 1029-CALC-SOCSEC-TAX
           COMPUTE WS-STATE-TAX-WH = WS-TAXABLE-GROSS
                                   * WS-CUR-STATE-RATE
           COMPUTE WS-MEDICARE-TAX-WH = WS-TAXABLE-GROSS
                                      * WS-MEDICARE-RATE
           COMPUTE WS-LOCAL-TAX-WH = WS-TAXABLE-GROSS
                                   * WS-CUR-LOCAL-RATE
           COMPUTE WS-FEDERAL-TAX-WH = WS-TAXABLE-GROSS
                                     * WS-SUPP-FED-RATE
           COMPUTE WS-GROSSUP-TRIAL-NET = WS-TAXABLE-GROSS
                 - WS-STATE-TAX-WH - WS-MEDICARE-TAX-WH
                 - WS-SOCSEC-TAX-WH - WS-LOCAL-TAX-WH
                 - WS-FEDERAL-TAX-WH.

      * ROLLS THIS RECORD'S CALCULATED AMOUNTS INTO THE DEPARTMENT
      * TOTALS. AN UNSPLIT RECORD CHARGES EVERYTHING TO THE
              END-IF
           END-IF.

      * EVERY DEPARTMENT THIS RECORD WOULD CHARGE MUST BE ON THE
      * DEPARTMENT MASTER: EACH SPLIT'S DEPARTMENT, OR THE
      * EMPLOYEE'S OWN WHEN THE RECORD IS NOT SPLIT. AN INACTIVE
      * DEPARTMENT IS STILL ON THE MASTER AND STILL PAYS.
       1090-CHECK-RECORD-DEPTS.
           MOVE "Y" TO WS-DEPTS-ON-MASTER-SW
           MOVE SPACES TO WS-BAD-DEPT-CODE
           IF PAYROLL-SPLIT-COUNT-IN IS NUMERIC
              AND PAYROLL-SPLIT-COUNT-IN > 0
              PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                        UNTIL WS-SPLIT-SUB > PAYROLL-SPLIT-COUNT-IN
                           OR WS-SPLIT-SUB > 3
                           OR NOT RECORD-DEPTS-ON-MASTER
                 MOVE PAYROLL-SPLIT-DEPT-IN(WS-SPLIT-SUB)
                   TO WS-DEPTMAST-CHECK-CODE
                 PERFORM 9961-CHECK-DEPT-ON-FILE
                 IF DEPTMAST-CODE-NOT-ON-FILE
                    MOVE "N" TO WS-DEPTS-ON-MASTER-SW
                    MOVE WS-DEPTMAST-CHECK-CODE TO WS-BAD-DEPT-CODE
                 END-IF
              END-PERFORM
           ELSE
              IF EMP-ENTRY-FOUND
                 MOVE WS-CUR-EMP-DEPT TO WS-DEPTMAST-CHECK-CODE
                 PERFORM 9961-CHECK-DEPT-ON-FILE
                 IF DEPTMAST-CODE-NOT-ON-FILE
                    MOVE "N" TO WS-DEPTS-ON-MASTER-SW
                    MOVE WS-DEPTMAST-CHECK-CODE TO WS-BAD-DEPT-CODE
                 END-IF
              END-IF
           END-IF.

      * THE LABOR-DISTRIBUTION REPORT: ONE LINE PER CHARGE
      * DEPARTMENT/JOB WITH THE HOURS AND GROSS IT CONSUMED.
       1068-WRITE-LABOR-DIST-REPORT.
        MOVE PAYROLL-ADJ-SIGN-IN TO PAYROLL-ADJ-SIGN-OUT
        MOVE PAYROLL-ADJ-ORIG-DATE-IN TO PAYROLL-ADJ-ORIG-DATE-OUT
        MOVE WS-WELL-CREDIT-THIS TO PAYROLL-WELL-CREDIT-OUT
        MOVE WS-LOAN-REPAY TO PAYROLL-LOAN-REPAY-OUT
        MOVE WS-COMMISSION-THIS TO PAYROLL-COMMISSION-OUT
        MOVE WS-TOTAL-GARNISH TO PAYROLL-TOTAL-GARNISH-OUT
        MOVE WS-NORMAL-PAY-GROSS TO PAYROLL-BASE-PAY-OUT
        MOVE WS-OVERTIME-GROSS TO PAYROLL-OVERTIME-OUT
                   AFTER ADVANCING 01 LINES
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              IF GROSS-UP-RECORD
                 MOVE PAYROLL-TARGET-NET-IN TO WS-GROSSUP-NET-EDIT
                 MOVE WS-TOTAL-GROSS TO WS-GROSSUP-GROSS-EDIT
                 MOVE SPACES TO ADJ-NOTE-LINE-TEXT
                 STRING "   ** GROSS-UP: TARGET NET "
                          DELIMITED BY SIZE
                        WS-GROSSUP-NET-EDIT DELIMITED BY SIZE
                        "  COMPUTED GROSS " DELIMITED BY SIZE
                        WS-GROSSUP-GROSS-EDIT DELIMITED BY SIZE
                        " **" DELIMITED BY SIZE
                   INTO ADJ-NOTE-LINE-TEXT
                 END-STRING
                 WRITE PAYROLL-REPORT-RECORD FROM ADJ-NOTE-LINE
                   AFTER ADVANCING 01 LINES
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              IF PAYROLL-OT-UNAPPR-HOURS-IN IS NUMERIC
                 AND PAYROLL-OT-UNAPPR-HOURS-IN > 0
                 MOVE PAYROLL-OT-UNAPPR-HOURS-IN TO WS-OT-UNAPPR-EDIT
                 MOVE SPACES TO ADJ-NOTE-LINE-TEXT
                 STRING "   ** UNAPPROVED OVERTIME: "
                          DELIMITED BY SIZE
                        WS-OT-UNAPPR-EDIT
                          DELIMITED BY SIZE
                        " HOURS NOT AUTHORIZED -- PAID **"
                          DELIMITED BY SIZE
                   INTO ADJ-NOTE-LINE-TEXT
                 END-STRING
                 WRITE PAYROLL-REPORT-RECORD FROM ADJ-NOTE-LINE
                   AFTER ADVANCING 01 LINES
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-IF.

      * WRITES ONE LABELED, DOLLAR-EDITED PAY STUB TO PAYSTUBS.txt
                 WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
              END-IF

              IF PAYROLL-COMMISSION-OUT > 0
                 MOVE "COMMISSION"           TO STUB-AMOUNT-LABEL
                 MOVE PAYROLL-COMMISSION-OUT TO STUB-AMOUNT-VALUE
                 WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
              END-IF

              IF TIME-TYPE-HOLIDAY
                 MOVE "HOLIDAY PAY"         TO STUB-AMOUNT-LABEL
                 MOVE PAYROLL-EMP-GROSS-OUT  TO STUB-AMOUNT-VALUE
              MOVE PAYROLL-TOTAL-GARNISH-OUT TO STUB-AMOUNT-VALUE
              WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE

      * LOAN LINES ONLY FOR AN EMPLOYEE WHO HAS OR JUST PAID OFF A
      * LOAN OR ADVANCE.
              IF EMP-HAS-LOANS
                 MOVE "LOAN REPAYMENT"         TO STUB-AMOUNT-LABEL
                 MOVE PAYROLL-LOAN-REPAY-OUT    TO STUB-AMOUNT-VALUE
                 WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
                 MOVE "LOAN BALANCE OWED"      TO STUB-AMOUNT-LABEL
                 MOVE WS-LOAN-BALANCE-OWED      TO STUB-AMOUNT-VALUE
                 WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
              END-IF

              MOVE "NET PAY"                TO STUB-AMOUNT-LABEL
              MOVE PAYROLL-EMP-NET-OUT       TO STUB-AMOUNT-VALUE
              WRITE PAY-STUB-RECORD FROM STUB-AMOUNT-LINE
              CLOSE WELLNESS-PAID-FILE
           END-IF.

      * READ THE COMMISSION PAID-CONTROL FILE, THEN THE COMMISSION
      * EARNINGS FILE, IF ON HAND. NO EARNINGS FILE MEANS NO
      * COMMISSIONS THIS RUN.
       1096-LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-PAID-FILE
           IF COMM-PAID-SUCCESSFUL
              PERFORM UNTIL END-OF-COMM-PAID
                       OR WS-CPAID-COUNT = 1000
                 READ COMMISSION-PAID-FILE INTO COMMISSION-PAID-REC
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CPAID-COUNT
                    MOVE CPAID-EMP-NUMBER TO
                         WS-CPAID-EMP-NUMBER(WS-CPAID-COUNT)
                    MOVE CPAID-MONTH TO
                         WS-CPAID-MONTH(WS-CPAID-COUNT)
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-PAID-FILE
           END-IF
           OPEN INPUT COMMISSION-PAY-FILE
           IF COMM-PAY-SUCCESSFUL
              PERFORM UNTIL END-OF-COMM-PAY
                       OR WS-COMM-COUNT = 300
                 READ COMMISSION-PAY-FILE INTO COMMISSION-PAY-REC-IN
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1098-SCREEN-COMMISSION-ROW
                    IF NOT COMMISSION-ROW-SKIPPED
                       ADD 1 TO WS-COMM-COUNT
                       MOVE CPAY-EMP-NUMBER-IN TO
                            WS-COMM-EMP-NUMBER(WS-COMM-COUNT)
                       MOVE CPAY-MONTH-IN TO
                            WS-COMM-MONTH(WS-COMM-COUNT)
                       MOVE CPAY-AMOUNT-IN TO
                            WS-COMM-AMOUNT(WS-COMM-COUNT)
                       MOVE "N" TO
                            WS-COMM-PAID-NOW-SW(WS-COMM-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMISSION-PAY-FILE
           END-IF.

      * ADDS THE RECORD-IN-HAND EMPLOYEE'S UNPAID COMMISSION TO
      * GROSS, ONE EARNINGS LINE HOWEVER MANY MONTHS IT COVERS. A
      * MONTH THAT WOULD TAKE THE GROSS PAST WHAT THE OUTPUT RECORD
      * HOLDS (9999.99) IS LEFT UNPAID -- NOT STAMPED ON THE
      * PAID-CONTROL FILE -- AND CARRIES TO THE NEXT RUN.
       1097-ADD-COMMISSION-EARNINGS.
           MOVE ZEROES TO WS-COMMISSION-THIS
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                     UNTIL WS-COMM-IDX > WS-COMM-COUNT
              IF WS-COMM-EMP-NUMBER(WS-COMM-IDX) =
                 PAYROLL-EMP-NUMBER-IN
                 AND WS-COMM-PAID-NOW-SW(WS-COMM-IDX) = "N"
                 IF WS-TOTAL-GROSS + WS-COMMISSION-THIS
                    + WS-COMM-AMOUNT(WS-COMM-IDX) > 9999.99
                    DISPLAY "CALCPYAS: COMMISSION MONTH "
                            WS-COMM-MONTH(WS-COMM-IDX) " FOR "
                            WS-COMM-EMP-NUMBER(WS-COMM-IDX)
                            " HELD -- GROSS WOULD PASS 9999.99"
                 ELSE
                    ADD WS-COMM-AMOUNT(WS-COMM-IDX)
                      TO WS-COMMISSION-THIS
                    MOVE "Y" TO WS-COMM-PAID-NOW-SW(WS-COMM-IDX)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-COMMISSION-THIS > 0
              ADD WS-COMMISSION-THIS TO WS-TOTAL-GROSS
              ADD WS-COMMISSION-THIS TO WS-TOTAL-FILE-COMMISSION
           END-IF.

      * SKIPS AN EARNINGS ROW THAT IS ZERO OR NOT NUMERIC, ALREADY
      * ON THE PAID-CONTROL FILE, OR A REPEAT OF AN EMPLOYEE/MONTH
      * ALREADY LOADED.
       1098-SCREEN-COMMISSION-ROW.
           MOVE "N" TO WS-COMM-SKIP-SW
           IF CPAY-AMOUNT-IN IS NOT NUMERIC
              OR CPAY-MONTH-IN IS NOT NUMERIC
              MOVE "Y" TO WS-COMM-SKIP-SW
           ELSE
              IF CPAY-AMOUNT-IN = 0
                 MOVE "Y" TO WS-COMM-SKIP-SW
              END-IF
           END-IF
           PERFORM VARYING WS-CPAID-IDX FROM 1 BY 1
                     UNTIL WS-CPAID-IDX > WS-CPAID-COUNT
                        OR COMMISSION-ROW-SKIPPED
              IF WS-CPAID-EMP-NUMBER(WS-CPAID-IDX) =
                 CPAY-EMP-NUMBER-IN
                 AND WS-CPAID-MONTH(WS-CPAID-IDX) = CPAY-MONTH-IN
                 MOVE "Y" TO WS-COMM-SKIP-SW
              END-IF
           END-PERFORM
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                     UNTIL WS-COMM-IDX > WS-COMM-COUNT
                        OR COMMISSION-ROW-SKIPPED
              IF WS-COMM-EMP-NUMBER(WS-COMM-IDX) =
                 CPAY-EMP-NUMBER-IN
                 AND WS-COMM-MONTH(WS-COMM-IDX) = CPAY-MONTH-IN
                 MOVE "Y" TO WS-COMM-SKIP-SW
              END-IF
           END-PERFORM.

      * STAMPS EVERY COMMISSION MONTH PAID ON THIS RECORD ONTO THE
      * PAID-CONTROL FILE AS THE RECORD COMMITS.
       1099-RECORD-COMMISSION-PAID.
           IF WS-COMMISSION-THIS > 0
              OPEN EXTEND COMMISSION-PAID-FILE
              IF NOT COMM-PAID-SUCCESSFUL
                 OPEN OUTPUT COMMISSION-PAID-FILE
              END-IF
              PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                        UNTIL WS-COMM-IDX > WS-COMM-COUNT
                 IF WS-COMM-EMP-NUMBER(WS-COMM-IDX) =
                    PAYROLL-EMP-NUMBER-IN
                    AND WS-COMM-PAID-NOW-SW(WS-COMM-IDX) = "Y"
                    MOVE WS-COMM-EMP-NUMBER(WS-COMM-IDX)
                      TO CPAID-EMP-NUMBER
                    MOVE WS-COMM-MONTH(WS-COMM-IDX)
                      TO CPAID-MONTH
                    WRITE COMMISSION-PAID-REC
                    MOVE "P" TO WS-COMM-PAID-NOW-SW(WS-COMM-IDX)
                 END-IF
              END-PERFORM
              CLOSE COMMISSION-PAID-FILE
           END-IF.

      * READ THE GARNISHMENT ORDER MASTER, IF ONE EXISTS. WITH NO
      * MASTER ON HAND EVERY RECORD KEEPS THE KEYED-ENTRY PATH.
       1075-LOAD-GARN-ORDERS.
              CLOSE GARN-ORDER-FILE
           END-IF.

      * READ THE LOAN MASTER, IF ONE EXISTS. LIKE THE GARNISHMENT
      * ORDERS, A MASTER TOO BIG FOR THE TABLE REFUSES THE RUN RATHER
      * THAN DROP THE UNLOADED LOANS ON THE END-OF-RUN REWRITE.
       1093-LOAD-LOANS.
           MOVE WS-PERIOD-END-DATE TO WS-LOAN-RUN-DATE
           PERFORM 9970-LOAD-LOAN-MASTER
           IF LOANMAST-TABLE-FULL
              DISPLAY "CALCPYAS: LOAN TABLE FULL AT 500 -- RUN "
                      "REFUSED, A REWRITE WOULD DROP THE UNLOADED "
                      "LOANS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * TAKES EACH OF THE EMPLOYEE'S ACTIVE LOANS WHOSE REPAYMENT HAS
      * STARTED: THE SCHEDULED AMOUNT, TRIMMED TO THE BALANCE AND TO
      * WHAT IS LEFT OF NET SO THE CHECK NEVER GOES BELOW ZERO. A
      * LOAN ALREADY TAKEN ON THIS RUN DATE (A SECOND RECORD FOR THE
      * SAME EMPLOYEE) IS NOT TAKEN AGAIN. A LOAN BROUGHT TO ZERO IS
      * MARKED PAID OFF AND DROPS OUT OF EVERY LATER RUN.
       1091-APPLY-LOAN-REPAYMENTS.
           MOVE ZEROES TO WS-LOAN-REPAY
           PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                     UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
              IF WS-LOANMAST-EMP(WS-LOANMAST-IDX) =
                 PAYROLL-EMP-NUMBER-IN
                 AND WS-LOANMAST-ACTIVE(WS-LOANMAST-IDX)
                 AND WS-LOANMAST-START(WS-LOANMAST-IDX)
                     NOT > WS-LOAN-RUN-DATE
                 AND WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)
                     NOT = WS-LOAN-RUN-DATE
                 MOVE WS-LOANMAST-REPAY(WS-LOANMAST-IDX)
                   TO WS-LOAN-REPAY-THIS
                 IF WS-LOAN-REPAY-THIS >
                    WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                    MOVE WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                      TO WS-LOAN-REPAY-THIS
                 END-IF
                 IF WS-LOAN-REPAY-THIS > WS-TOTAL-NET - WS-LOAN-REPAY
                    COMPUTE WS-LOAN-REPAY-THIS =
                            WS-TOTAL-NET - WS-LOAN-REPAY
                 END-IF
                 IF WS-LOAN-REPAY-THIS > 0
                    ADD WS-LOAN-REPAY-THIS TO WS-LOAN-REPAY
                    SUBTRACT WS-LOAN-REPAY-THIS
                        FROM WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                    MOVE WS-LOAN-RUN-DATE
                      TO WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)
                    IF WS-LOANMAST-BALANCE(WS-LOANMAST-IDX) = 0
                       MOVE "P" TO WS-LOANMAST-STATUS(WS-LOANMAST-IDX)
                       ADD 1 TO WS-LOANS-PAID-OFF
                       DISPLAY "LOAN PAID OFF: EMPLOYEE "
                               WS-LOANMAST-EMP(WS-LOANMAST-IDX)
                               " LOAN "
                               WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 1092-SUM-LOAN-BALANCES.

      * WHAT THE EMPLOYEE STILL OWES ON ALL ACTIVE LOANS, FOR THE
      * STUB. A LOAN PAID OFF ON THIS RUN STILL TURNS THE STUB LINES
      * ON, SO THE LAST CHECK SHOWS THE ZERO BALANCE.
       1092-SUM-LOAN-BALANCES.
           MOVE ZEROES TO WS-LOAN-BALANCE-OWED
           MOVE "N" TO WS-LOAN-EMP-SW
           PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                     UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
              IF WS-LOANMAST-EMP(WS-LOANMAST-IDX) =
                 PAYROLL-EMP-NUMBER-IN
                 IF WS-LOANMAST-ACTIVE(WS-LOANMAST-IDX)
                    ADD WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                      TO WS-LOAN-BALANCE-OWED
                    MOVE "Y" TO WS-LOAN-EMP-SW
                 END-IF
                 IF WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)
                    = WS-LOAN-RUN-DATE
                    MOVE "Y" TO WS-LOAN-EMP-SW
                 END-IF
              END-IF
           END-PERFORM.

      * READ THE UNION LOCAL TABLE, IF ONE EXISTS. WITH NO TABLE ON
      * HAND NO DUES ARE WITHHELD, THE SAME AS TODAY.
       1071-LOAD-UNION-LOCALS.
      * ACCRUES OR DRAWS DOWN THIS EMPLOYEE'S PTO BALANCES FROM THE
      * HOURS ON THE RECORD: WORKED HOURS ACCRUE AT THE EMPLOYEE'S
      * RATES, VACATION/SICK HOURS DRAW THE MATCHING BALANCE DOWN
      * (FLOORED AT ZERO); A TERMINATED EMPLOYEE'S WORKED HOURS
      * ACCRUE NOTHING. LEAVES WS-PTO-IDX ON THE EMPLOYEE'S
      * ENTRY FOR THE STUB'S BALANCE LINES.
       1045-UPDATE-PTO-BALANCES.
           MOVE "N" TO WS-PTO-FOUND-SW
              END-IF
           END-IF
           IF PTO-ENTRY-FOUND
              EVALUATE TRUE
                 WHEN TIME-TYPE-VACATION
                    IF PAYROLL-EMP-HOURS-IN >
                       WS-PTO-VAC-BALANCE(WS-PTO-IDX)
                       MOVE ZEROES TO WS-PTO-VAC-BALANCE(WS-PTO-IDX)
                    ELSE
                       SUBTRACT PAYROLL-EMP-HOURS-IN
                         FROM WS-PTO-VAC-BALANCE(WS-PTO-IDX)
                    END-IF
                 WHEN TIME-TYPE-SICK
                    IF PAYROLL-EMP-HOURS-IN >
                       WS-PTO-SICK-BALANCE(WS-PTO-IDX)
                       MOVE ZEROES TO WS-PTO-SICK-BALANCE(WS-PTO-IDX)
                    ELSE
                       SUBTRACT PAYROLL-EMP-HOURS-IN
                         FROM WS-PTO-SICK-BALANCE(WS-PTO-IDX)
                    END-IF
                 WHEN CUR-EMP-TERMINATED
                    CONTINUE
                 WHEN OTHER
                    COMPUTE WS-PTO-VAC-BALANCE(WS-PTO-IDX) =
                            WS-PTO-VAC-BALANCE(WS-PTO-IDX)
                          + (PAYROLL-EMP-HOURS-IN
                             * WS-PTO-VAC-RATE(WS-PTO-IDX))
                    COMPUTE WS-PTO-SICK-BALANCE(WS-PTO-IDX) =
                            WS-PTO-SICK-BALANCE(WS-PTO-IDX)
                          + (PAYROLL-EMP-HOURS-IN
                             * WS-PTO-SICK-RATE(WS-PTO-IDX))
              END-EVALUATE
           END-IF.

      * REWRITE THE PTO ACCRUAL MASTER WITH EVERY EMPLOYEE'S UPDATED
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-SUCCESSFUL
              PERFORM UNTIL END-OF-PAY-CALENDAR
                       OR WS-PAY-CAL-COUNT = 160
                 READ PAY-CALENDAR-FILE INTO PAY-CALENDAR-REC-IN
                 AT END
                    CONTINUE
                         WS-PAYCAL-END(WS-PAY-CAL-COUNT)
                    MOVE PAYCAL-OPEN-FLAG-IN TO
                         WS-PAYCAL-OPEN-FLAG(WS-PAY-CAL-COUNT)
                    IF PAYCAL-PAY-FREQ-IN = SPACE
                       MOVE "W" TO
                            WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-COUNT)
                    ELSE
                       MOVE PAYCAL-PAY-FREQ-IN TO
                            WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              IF NOT END-OF-PAY-CALENDAR
                 DISPLAY "CALCPYAS: PAY CALENDAR TABLE FULL AT 160 "
                         "-- REMAINING PERIOD ROWS NOT LOADED"
              END-IF
              CLOSE PAY-CALENDAR-FILE
           END-IF.

      * FINDS THE CALENDAR PERIOD COVERING WS-CAL-WORK-DATE (MMDDYY
      * OFF THE INPUT RECORD, REBUILT AS YYYYMMDD) IN THE RUN'S OWN
      * PAY-FREQUENCY GROUP'S CALENDAR. LEAVES THE FOUND/OPEN
      * SWITCHES FOR THE CALLER TO ACT ON.
       1042-FIND-PAY-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           MOVE "N" TO WS-PERIOD-OPEN-SW
                   WS-PAYCAL-START(WS-PAY-CAL-IDX)
                 AND WS-CAL-CHECK-DATE-NUM <=
                   WS-PAYCAL-END(WS-PAY-CAL-IDX)
                 AND WS-PAYCAL-PAY-FREQ(WS-PAY-CAL-IDX) =
                   WS-RUN-PAY-FREQ
                 MOVE "Y" TO WS-PERIOD-FOUND-SW
                 IF WS-PAYCAL-OPEN-FLAG(WS-PAY-CAL-IDX) = "O"
                    MOVE "Y" TO WS-PERIOD-OPEN-SW
                          MOVE BATCH-HDR-PAY-DATE TO WS-BATCH-PAY-DATE
                          MOVE BATCH-HDR-EXPECTED-COUNT
                            TO WS-BATCH-EXPECTED-COUNT
                          IF BATCH-HDR-PAY-FREQ NOT = SPACE
                             MOVE BATCH-HDR-PAY-FREQ
                               TO WS-RUN-PAY-FREQ
                          END-IF
                       WHEN BATCH-TRAILER-RECORD
                          MOVE "Y" TO WS-BATCH-HAS-TRAILER-SW
                          MOVE BATCH-TRL-HOURS-HASH
           MOVE WS-BATCH-RECORD-COUNT TO BATCH-CTL-RECORD-COUNT
           MOVE WS-BATCH-HOURS-HASH   TO BATCH-CTL-HOURS-HASH
           MOVE WS-BATCH-RATE-HASH    TO BATCH-CTL-RATE-HASH
           MOVE WS-PERIOD-END-DATE    TO BATCH-CTL-RUN-DATE
           MOVE WS-RUN-PAY-FREQ       TO BATCH-CTL-PAY-FREQ
           WRITE BATCH-CONTROL-REC
           CLOSE BATCH-CONTROL-FILE.

      * LOOKS FOR ANOTHER PAY GROUP'S BATCH COMMITTED EARLIER TODAY
      * ON THE PROCESSED-BATCH CONTROL FILE. A ROW FOR THIS RUN'S OWN
      * GROUP IS A RERUN, WHICH 1040-MATCH-BATCH-CONTROL HAS ALREADY
      * RULED ON; ROWS WITHOUT A RUN DATE AND GROUP ARE PASSED OVER.
       1101-CHECK-SAME-DAY-GROUPS.
           MOVE "N" TO WS-SAME-DAY-GROUP-SW
           OPEN INPUT BATCH-CONTROL-FILE
           IF BATCH-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-BATCH-CONTROL
                       OR OTHER-GROUP-PAID-TODAY
                 READ BATCH-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BATCH-CTL-RUN-DATE = WS-PERIOD-END-DATE
                       AND BATCH-CTL-PAY-FREQ NOT = SPACE
                       AND BATCH-CTL-PAY-FREQ NOT = WS-RUN-PAY-FREQ
                       MOVE "Y" TO WS-SAME-DAY-GROUP-SW
                       MOVE BATCH-CTL-PAY-FREQ TO WS-SAME-DAY-GROUP
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE BATCH-CONTROL-FILE
           END-IF.

      * PUTS THIS RUN'S DATE-STAMPED OUTPUT FILE ON THE SHOP OUTPUT
      * INVENTORY FOR RETMGRAS'S RETENTION PASS, AND WITH IT THE
      * CONTROL TOTALS OF EVERY FILE THE RUN HANDS ON TO ANOTHER
      * PROGRAM -- PAYROLL-OUT, THE GL CONTROL FILE, THE ACH
      * EXTRACT AND THE CHECK REGISTER -- SO GLPOSTAS, CHKPRTAS,
      * BANKRECAS, PAYREVAS AND THE BANK TRANSFER CAN TELL IF ONE
      * WAS CHANGED WHILE IT SAT ON DISK. THE FILES ARE CLOSED BY
      * NOW, SO THE TOTALS ARE OF WHAT'S ACTUALLY ON DISK, A
      * RESTARTED RUN'S EARLIER RECORDS INCLUDED.
       1051-RECORD-OUTPUT-INVENTORY.
           MOVE "CALCPYAS" TO WS-IOERR-PROGRAM-ID
           MOVE "CALCPYAS" TO WS-CTLH-PROGRAM-ID
           MOVE WS-PAYROLL-OUT-PATH TO WS-CTLH-FILE-PATH
           MOVE "PAYROLL-OUT" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9949-RECORD-CONTROL-HASH
           MOVE WS-GL-CONTROL-PATH TO WS-CTLH-FILE-PATH
           MOVE "GL-CONTROL-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9949-RECORD-CONTROL-HASH
           MOVE WS-ACH-EXTRACT-PATH TO WS-CTLH-FILE-PATH
           MOVE "ACH-EXTRACT-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9949-RECORD-CONTROL-HASH
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9949-RECORD-CONTROL-HASH.

      * NEXT CHECK NUMBER, CARRIED IN PAYCHKCTL.DAT ACROSS RUNS. A
      * MISSING CONTROL FILE ONLY MEANS THE SHOP IS STARTING ITS
      * FIRST NUMBERED CHECK RUN, SO NUMBERING STARTS AT 1 -- OR AT
      * THE FIRST CHECK NUMBER ON THE COMPANY MASTER, SO EACH
      * COMPANY'S CHECKS CARRY THEIR OWN RANGE OF NUMBERS.
       1035-LOAD-CHECK-CONTROL.
           IF WS-RUN-COMPANY-FIRST-CHK > 0
              MOVE WS-RUN-COMPANY-FIRST-CHK TO WS-NEXT-CHECK-NUMBER
           END-IF
           OPEN INPUT CHECK-CONTROL-FILE
           IF CHECK-CONTROL-SUCCESSFUL
              READ CHECK-CONTROL-FILE
              MOVE PAYROLL-EMP-NUMBER-OUT TO CHKREG-EMP-NUMBER
              MOVE PAYROLL-EMP-NET-OUT    TO CHKREG-NET-AMOUNT
              MOVE "I"                    TO CHKREG-STATUS
              MOVE WS-RUN-COMPANY-CODE    TO CHKREG-COMPANY
              WRITE CHECK-REGISTER-REC
              IF IO-STATUS-OK OF WS-CHECK-REGISTER-STATUS
                 ADD 1 TO WS-NEXT-CHECK-NUMBER
                    AT END
                       MOVE "Y" TO WS-CHECK-SCAN-EOF-SW
                    NOT AT END
                       IF CHKREG-COMPANY = SPACES
                          MOVE WS-DEFAULT-COMPANY-CODE
                            TO CHKREG-COMPANY
                       END-IF
      * ONLY THIS COMPANY'S CHECKS COUNT -- THE OTHER COMPANIES
      * NUMBER THEIR OWN.
                       IF CHKREG-COMPANY = WS-RUN-COMPANY-CODE
                          PERFORM 1100-RESUME-ONE-CHECK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECK-REGISTER-FILE
           END-IF.

      * ONE OF THIS COMPANY'S CHECKS ALREADY ON THE REGISTER.
       1100-RESUME-ONE-CHECK.
           IF CHKREG-CHECK-NUMBER IS NUMERIC
              AND CHKREG-CHECK-NUMBER >= WS-NEXT-CHECK-NUMBER
              COMPUTE WS-NEXT-CHECK-NUMBER = CHKREG-CHECK-NUMBER + 1
           END-IF
      * A CHECK ALREADY ON FILE FOR THIS PAY DATE MEANS THE
      * EMPLOYEE WAS PAID BEFORE THE ABEND -- THE SALARIED PASS AT
      * END OF INPUT MUST NOT PAY THEM A SECOND TIME.
           IF CHKREG-PAY-DATE = WS-BATCH-PAY-DATE
              PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                        UNTIL WS-SAL-IDX > WS-EMP-ENTRY-COUNT
                 IF WS-EMP-NUMBER(WS-SAL-IDX) = CHKREG-EMP-NUMBER
                    MOVE "Y" TO WS-EMP-PAID-SW(WS-SAL-IDX)
                 END-IF
              END-PERFORM
           END-IF.

      * THE "T" BATCH TOTAL RECORD THE BANK REQUIRES AT THE END OF
      * THE ACH EXTRACT: DEPOSIT COUNT AND TOTAL DOLLARS.
       1028-WRITE-ACH-TOTAL.
              MOVE WS-RUN-TYPE                TO GL-CONTROL-RUN-TYPE
              MOVE WS-DEPT-HOURS(WS-DEPT-IDX)
                TO GL-CONTROL-TOTAL-HOURS
              MOVE WS-RUN-COMPANY-CODE        TO GL-CONTROL-COMPANY
              WRITE GL-CONTROL-REC
           END-PERFORM
           PERFORM 1031-WRITE-GL-ACCRUAL
           MOVE WS-TOTAL-FILE-FUTA  TO GL-ACCRUAL-FUTA
           MOVE WS-TOTAL-FILE-SUTA  TO GL-ACCRUAL-SUTA
           MOVE WS-TOTAL-FILE-RET-MATCH TO GL-ACCRUAL-RET-MATCH
           MOVE WS-RUN-COMPANY-CODE TO GL-ACCRUAL-COMPANY
           COMPUTE GL-ACCRUAL-TOTAL = WS-TOTAL-FILE-ER-FICA
                                    + WS-TOTAL-FILE-FUTA
                                    + WS-TOTAL-FILE-SUTA
                TO GL-STATE-WH-AMOUNT
              MOVE WS-ST-WH-LOCAL(WS-ST-WH-IDX)
                TO GL-STATE-LOCAL-AMOUNT
              MOVE WS-RUN-COMPANY-CODE TO GL-STATE-COMPANY
              WRITE GL-STATE-WH-REC
           END-PERFORM.

           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "DEPT-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPT-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPT-MASTER-PATH
           MOVE "ACH-EXTRACT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ACH-EXTRACT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-WELL-PAID-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-WELL-PAID-PATH
           MOVE "COMMISSION-PAY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMM-PAY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMM-PAY-PATH
           MOVE "COMMISSION-PAID-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMM-PAID-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMM-PAID-PATH
           MOVE "GARN-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GARN-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GARN-ORDER-PATH
           MOVE "LOAN-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LOAN-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LOAN-MASTER-PATH
           MOVE "UNION-LOCAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-UNION-LOCAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PTO-MASTER-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH
           MOVE "PAY-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAY-CALENDAR-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE "BATCH-OVERRIDE"  TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BATCH-OVERRIDE TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:1) TO WS-BATCH-OVERRIDE
           MOVE "EXTRACTS-TAKEN"  TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EXTRACTS-TAKEN TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:1) TO WS-EXTRACTS-TAKEN
           MOVE "PAY-FREQUENCY"   TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RUN-PAY-FREQ   TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:1) TO WS-RUN-PAY-FREQ
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * GIVES EVERY FILE THIS RUN WRITES FOR ITS COMPANY ALONE THE
      * COMPANY'S OWN NAME (SEE 9936-BUILD-COMPANY-PATH): THE
      * REGISTER, REJECTS, GL CONTROL, STUBS, BANK AND REMITTANCE
      * FILES, THE RESTART AND BATCH CONTROLS AND THE CHECK-NUMBER
      * CONTROL. THE MASTERS AND THE CHECK REGISTER STAY SHARED --
      * THEIR ROWS CARRY THE COMPANY. COMPANY-PATH-TOO-LONG IS LEFT
      * ON IF ANY OF THEM HAS NO ROOM FOR THE CODE.
       1079-SET-COMPANY-PATHS.
           MOVE WS-PAYROLL-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-PAYROLL-REPORT-PATH
           MOVE WS-PAYROLL-REJECTS-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-PAYROLL-REJECTS-PATH
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-PAY-STUB-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-PAY-STUB-PATH
           MOVE WS-CHECKPOINT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-CHECKPOINT-PATH
           MOVE WS-ACH-EXTRACT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-ACH-EXTRACT-PATH
           MOVE WS-CHECK-LIST-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-CHECK-LIST-PATH
           MOVE WS-GARN-REMIT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GARN-REMIT-PATH
           MOVE WS-GARN-REMIT-RPT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GARN-REMIT-RPT-PATH
           MOVE WS-CHECK-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-CHECK-CONTROL-PATH
           MOVE WS-BENEFIT-REGISTER-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-BENEFIT-REGISTER-PATH
           MOVE WS-UNION-REMIT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-UNION-REMIT-PATH
           MOVE WS-UNION-REMIT-RPT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-UNION-REMIT-RPT-PATH
           MOVE WS-LABOR-DIST-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-LABOR-DIST-PATH
           MOVE WS-RETIRE-REMIT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-RETIRE-REMIT-PATH
           MOVE WS-BATCH-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1084-BUILD-ONE-COMPANY-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-BATCH-CONTROL-PATH.

      * ONE PATH THROUGH 9936, KEEPING ANY EARLIER FAILURE.
       1084-BUILD-ONE-COMPANY-PATH.
           IF COMPANY-PATH-TOO-LONG
              CONTINUE
           ELSE
              PERFORM 9936-BUILD-COMPANY-PATH
           END-IF.

       COPY RUNCTLPARA.

      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED DEPARTMENT MASTER PARAGRAPHS. SEE DEPTPARA.CPY.
       COPY DEPTPARA.

      * SHARED LOAN MASTER PARAGRAPHS. SEE LOANPARA.CPY.
       COPY LOANPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.


                  
       
