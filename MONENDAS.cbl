      * CLOSE PACKAGE FOR AN OPERATOR-GIVEN YYYYMM PERIOD IN ONE
      * PASS -- INVOICE REGISTER TOTAL, CASH APPLIED, NEW CHARGES,
      * FINANCE CHARGES, GL JOURNAL DEBITS AND CREDITS FOR THE
      * MONTH (THE PAYROLL JOURNAL AND ARPOSTAS'S RECEIVABLES
      * JOURNAL), AND THE CURRENT A/R BALANCE SNAPSHOT -- THEN, ON THE
      * OPERATOR'S CONFIRMATION, STAMPS THE PERIOD CLOSED ON
      * ACCTPER.DAT. ONCE A PERIOD IS CLOSED, EVERY POSTING PROGRAM
      * THAT CARRIES THE 9950-CHECK-PERIOD-OPEN GUARD REFUSES TO
      * PUT ACTIVITY BEHIND IT. REOPENING A PERIOD IS DELIBERATE:
      * APPEND AN "O" ROW FOR IT HERE (THE LAST ROW WINS).
      *
      * THE CLOSE ALSO ACCRUES THE WAGES EARNED BETWEEN THE LAST PAY
      * PERIOD END ON PAYCAL.DAT AND MONTH END: EACH DEPARTMENT'S
      * MOST RECENT GL CONTROL LINE GIVES A DAILY RATE (GROSS OVER
      * THE DAYS IN ITS PAY PERIOD), THE LATEST "A" ACCRUAL LINE
      * GIVES THE EMPLOYER FICA/FUTA/SUTA SHARE OF GROSS, AND ON
      * CONFIRMATION A BALANCED ENTRY IN GLPOSTAS'S JOURNAL LAYOUT
      * GOES TO ACCRJRNL.DAT -- DATED MONTH END, WITH ITS REVERSAL
      * DATED THE FIRST OF THE NEXT MONTH.
      *
      * CLOSING DECEMBER ALSO ROLLS THE YEAR: EVERY INCOME ACCOUNT
      * (THOSE IN AN INCOME STATEMENT RANGE ON GLFMT.DAT) IS NETTED
      * OVER THE YEAR'S TWELVE MONTHS ON THE GL BALANCE MASTER AND
      * TAKEN BACK OUT IN THE YEAR'S CLOSING PERIOD (YYYY13), WITH
      * THE TOTAL CARRIED TO THE RETAINED-EARNINGS ("RETEARN")
      * ACCOUNT. THE ROLL IS RECORDED ON GLPOSTED.DAT SO IT IS MADE
      * ONCE, AND SO GLUPDTAS ROLLS ANY LATER POSTING TO THAT YEAR
      * -- THE DECEMBER ACCRUAL INCLUDED -- AS IT APPLIES IT.
      *
      * THE PACKAGE ALSO SHOWS THE VOLUME-REBATE ACCRUAL: WHAT THE
      * ACTIVE REBATE AGREEMENTS (REBATEAGR.DAT) FOR THE CLOSE YEAR
      * HAVE EARNED ON THE YEAR'S PURCHASES THROUGH THE CLOSE MONTH,
      * FIGURED THE WAY REBATEAS FIGURES IT AT YEAR END.
      *
      * EACH COMPANY CLOSES ITS OWN BOOKS. THE RUN IS FOR THE COMPANY
      * RUNCOMP.DAT NAMES, BY AN OPERATOR AUTHORIZED FOR IT: ITS OWN
      * JOURNALS, GL CONTROL, GL BALANCE MASTER, ACCRUAL JOURNAL AND
      * PACKAGE FILES (COMPANY 01 KEEPS THE FILE NAMES IT HAS ALWAYS
      * HAD); ONLY ITS OWN INVOICES, CUSTOMERS AND CUSTOMERS' PAYMENT
      * ACTIVITY ON THE SHARED FILES; AND THE ACCTPER.DAT ROW IT
      * WRITES CARRIES THE COMPANY CODE, SO CLOSING ONE COMPANY'S
      * MONTH LEAVES THE OTHER'S OPEN.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT AR-JOURNAL-FILE
             ASSIGN TO WS-AR-JOURNAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AR-JOURNAL-STATUS.

           SELECT CUSTOMER-FILE-IN
             ASSIGN TO WS-CUSTOMER-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MONEND-REPORT-STATUS.

           SELECT GL-CONTROL-FILE
             ASSIGN TO WS-GL-CONTROL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT PAY-CALENDAR-FILE
             ASSIGN TO WS-PAY-CALENDAR-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT GL-CHART-FILE
             ASSIGN TO WS-GL-CHART-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GL-CHART-STATUS.

           SELECT ACCRUAL-JOURNAL-FILE
             ASSIGN TO WS-ACCRUAL-JOURNAL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACCRUAL-JOURNAL-STATUS.

           SELECT CREDIT-MEMO-FILE
             ASSIGN TO WS-CREDIT-MEMO-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CREDIT-MEMO-STATUS.

           COPY ACCTPERSEL.
           COPY GLBSEL.
           COPY GLPJSEL.
           COPY GLFSEL.
           COPY REBASEL.
           COPY IOERRSEL.
           COPY RUNCTLSEL.
           COPY AUDITSEL.
           COPY COMPSEL.

       DATA DIVISION.
       FILE SECTION.
           05 INVREG-CUST-ID        PIC X(13).
           05 INVREG-ORDER-COUNT    PIC 9(04).
           05 INVREG-AMOUNT         PIC 9(08)V99.
      * TAX, FREIGHT AND DEPOSIT SPLITS -- ARPOSTAS'S CONCERN.
           05 FILLER                PIC X(30).
           05 INVREG-COMPANY        PIC X(02).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           05 JRNL-AMOUNT         PIC 9(09)V9(02).
           05 JRNL-DESCRIPTION    PIC X(24).

      * ARPOSTAS'S DAILY RECEIVABLES JOURNAL, SAME LAYOUT.
       FD  AR-JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS AR-JOURNAL-REC.
       01  AR-JOURNAL-REC.
           05 ARJ-RUN-DATE        PIC 9(08).
           05 ARJ-ACCOUNT         PIC X(08).
           05 ARJ-DEBIT-CREDIT    PIC X(01).
           05 ARJ-AMOUNT          PIC 9(09)V9(02).
           05 ARJ-DESCRIPTION     PIC X(24).

       FD  CUSTOMER-FILE-IN
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC-IN.
           05 FILLER              PIC X(20).
           05 CUST-PAYMENT-IN     PIC 9(06)V9(3).
           05 FILLER              PIC X(51).
           05 CUST-COMPANY-IN     PIC X(02).

       FD  MONEND-REPORT
           RECORDING MODE IS F
           DATA RECORD IS MONEND-RECORD.
       01  MONEND-RECORD          PIC X(80).

      * SAME LAYOUT CALCPYAS WRITES. THE "A" ACCRUAL LINE AND THE
      * TYPED STATE/ESCHEAT LINES CARRY A LETTER WHERE THE DATE GOES.
       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CONTROL-REC.
       01  GL-CONTROL-REC.
           05 GL-CONTROL-RUN-DATE    PIC X(08).
           05 GL-CONTROL-DEPT        PIC X(04).
           05 GL-CONTROL-RECORD-COUNT PIC 9(06).
           05 GL-CONTROL-TOTAL-GROSS PIC 9(09)V9(02).
           05 GL-CONTROL-TOTAL-WH    PIC 9(09)V9(02).
           05 GL-CONTROL-TOTAL-NET   PIC 9(09)V9(02).
           05 GL-CONTROL-RUN-TYPE    PIC X(01).
           05 GL-CONTROL-TOTAL-HOURS PIC 9(07)V99.
       01  GL-ACCRUAL-REC REDEFINES GL-CONTROL-REC.
           05 GL-ACCRUAL-RECORD-TYPE PIC X(01).
              88 ACCRUAL-RECORD          VALUE "A".
           05 GL-ACCRUAL-RUN-DATE    PIC X(08).
           05 GL-ACCRUAL-ER-FICA     PIC 9(09)V9(02).
           05 GL-ACCRUAL-FUTA        PIC 9(09)V9(02).
           05 GL-ACCRUAL-SUTA        PIC 9(09)V9(02).
           05 FILLER                 PIC X(19).

      * SAME PAY-PERIOD CALENDAR CALCPYAS CHECKS RUNS AGAINST.
       FD  PAY-CALENDAR-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-REC-IN.
       01  PAY-CALENDAR-REC-IN.
           05 PAYCAL-PERIOD-NUMBER-IN PIC 9(03).
           05 PAYCAL-START-DATE-IN   PIC 9(08).
           05 PAYCAL-END-DATE-IN     PIC 9(08).
           05 PAYCAL-OPEN-FLAG-IN    PIC X(01).
           05 PAYCAL-PAY-FREQ-IN     PIC X(01).

      * SAME CHART OF ACCOUNTS GLPOSTAS MAPS ITS CATEGORIES FROM.
       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-REC-IN.
       01  GL-CHART-REC-IN.
           05 CHART-CATEGORY-IN      PIC X(08).
           05 CHART-DEPT-IN          PIC X(04).
           05 CHART-ACCOUNT-IN       PIC X(08).

      * THE ACCRUAL ENTRY, IN GLPOSTAS'S JOURNAL LAYOUT.
       FD  ACCRUAL-JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS ACCRUAL-JOURNAL-REC.
       01  ACCRUAL-JOURNAL-REC.
           05 ACCR-JRNL-RUN-DATE     PIC 9(08).
           05 ACCR-JRNL-ACCOUNT      PIC X(08).
           05 ACCR-JRNL-DEBIT-CREDIT PIC X(01).
           05 ACCR-JRNL-AMOUNT       PIC 9(09)V9(02).
           05 ACCR-JRNL-DESCRIPTION  PIC X(24).
           05 ACCR-JRNL-COMPANY      PIC X(02).

      * CREDMEMAS'S PRINTED CREDIT LINE, READ BACK THE WAY ARPOSTAS
      * READS IT. THE AMOUNT IS DE-EDITED BY MOVING IT TO A NUMERIC
      * FIELD.
       FD  CREDIT-MEMO-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-MEMO-REC.
       01  CREDIT-MEMO-REC.
           05 MEMO-TITLE-IN         PIC X(13).
           05 MEMO-DATE-IN          PIC X(08).
           05 FILLER                PIC X(08).
           05 MEMO-CUST-IN          PIC X(06).
           05 FILLER                PIC X(09).
           05 MEMO-ORDER-IN         PIC X(06).
           05 FILLER                PIC X(10).
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MEMO-AMOUNT-IN.
           05 FILLER                PIC X(06).

       COPY ACCTPERFD.
       COPY GLBFD.
       COPY GLPJFD.
       COPY GLFFD.
       COPY REBAFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.

           VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01  WS-GL-JOURNAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\GLJRNL.DAT".
       01  WS-AR-JOURNAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\ARJRNL.DAT".
       01  WS-CUSTOMER-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01  WS-MONEND-REPORT-PATH    PIC X(40)
           VALUE "C:\Users\Bob\MONEND.rpt".

       01  WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01  WS-PAY-CALENDAR-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYCAL.DAT".
       01  WS-GL-CHART-PATH         PIC X(40)
           VALUE "C:\Users\Bob\GLCHART.DAT".
       01  WS-ACCRUAL-JOURNAL-PATH  PIC X(40)
           VALUE "C:\Users\Bob\ACCRJRNL.DAT".
       01  WS-CREDIT-MEMO-PATH      PIC X(40)
           VALUE "C:\Users\Bob\CREDITMEMO.txt".

       01  WS-INVOICE-REGISTER-STATUS PIC X(02).
           88 INVOICE-REGISTER-OK       VALUE "00".
           88 END-OF-INVOICE-REGISTER   VALUE "10".
       01  WS-GL-JOURNAL-STATUS     PIC X(02).
           88 GL-JOURNAL-SUCCESSFUL     VALUE "00".
           88 END-OF-GL-JOURNAL         VALUE "10".
       01  WS-AR-JOURNAL-STATUS     PIC X(02).
           88 AR-JOURNAL-SUCCESSFUL     VALUE "00".
           88 END-OF-AR-JOURNAL         VALUE "10".
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88 CUSTOMER-SUCCESSFUL       VALUE "00".
           88 END-OF-CUSTOMER-FILE      VALUE "10".
       01  WS-MONEND-REPORT-STATUS  PIC X(02).
           88 GOOD-MONEND-WRITE         VALUE "00".
       01  WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL     VALUE "00".
           88 END-OF-GL-CONTROL         VALUE "10".
       01  WS-PAY-CALENDAR-STATUS   PIC X(02).
           88 PAY-CALENDAR-SUCCESSFUL   VALUE "00".
           88 END-OF-PAY-CALENDAR       VALUE "10".
       01  WS-GL-CHART-STATUS       PIC X(02).
           88 GL-CHART-SUCCESSFUL       VALUE "00".
           88 END-OF-GL-CHART           VALUE "10".
       01  WS-ACCRUAL-JOURNAL-STATUS PIC X(02).
           88 ACCRUAL-JOURNAL-SUCCESSFUL VALUE "00".
       01  WS-CREDIT-MEMO-STATUS    PIC X(02).
           88 CREDIT-MEMO-SUCCESSFUL    VALUE "00".
           88 END-OF-CREDIT-MEMOS       VALUE "10".

       COPY ACCTPERWS.
       COPY GLBWS.
       COPY GLPJWS.
       COPY GLFWS.
       COPY REBAWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY COMPWS.

      * THE CUSTOMERS OF THE COMPANY BEING CLOSED. A BLANK COMPANY
      * ON THE CUSTOMER MASTER MEANS 01.
       01  WS-CO-CUST-TABLE.
           05 WS-CO-CUST-ID OCCURS 999 TIMES
                            INDEXED BY WS-CO-CUST-IDX
                            PIC X(13).
       01  WS-CO-CUST-COUNT         PIC 9(03) VALUE 0.
       01  WS-CO-CUST-CHECK         PIC X(13).
       01  WS-CO-CUST-FOUND-SW      PIC X(01).
           88 CO-CUST-FOUND             VALUE "Y".
       01  WS-ROW-COMPANY           PIC X(02).

       01  WS-CLOSE-PERIOD          PIC 9(06) VALUE 0.
       01  WS-PERIOD-ANSWER         PIC X(06).
       01  WS-FINANCE-CHARGES       PIC 9(09)V9(3) VALUE 0.
       01  WS-JRNL-DEBITS           PIC 9(11)V99 VALUE 0.
       01  WS-JRNL-CREDITS          PIC 9(11)V99 VALUE 0.
       01  WS-ARJ-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-ARJ-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-AR-BALANCE            PIC 9(10)V9(3) VALUE 0.
       01  WS-CUSTOMERS-READ        PIC 9(05) VALUE 0.

           05 WS-AGE-61-90          PIC 9(10)V9(3) VALUE 0.
           05 WS-AGE-OVER-90        PIC 9(10)V9(3) VALUE 0.

      * MONTH-END WAGE ACCRUAL. THE MOST RECENT REGULAR-RUN GL
      * CONTROL GROSS PER DEPARTMENT (LINES OF THE SAME DATE ADD
      * TOGETHER, AS A RESTARTED RUN APPENDS), AND THE DEPARTMENT'S
      * SHARE OF THE UNPAID DAYS.
       01  WS-ACCR-DEPT-TABLE.
           05 WS-ACCR-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-ACCR-DEPT-CODE  PIC X(04).
              10 WS-ACCR-DEPT-DATE  PIC 9(08).
              10 WS-ACCR-DEPT-GROSS PIC 9(09)V99.
              10 WS-ACCR-DEPT-WAGES PIC 9(09)V99.
       01  WS-ACCR-DEPT-COUNT       PIC 9(02) VALUE 0.
       01  WS-ACCR-DEPT-SUB         PIC 9(02).
       01  WS-ACCR-FOUND-SW         PIC X(01).
           88 ACCR-DEPT-FOUND           VALUE "Y".
       01  WS-ACCR-CONTROL-DATE     PIC 9(08).
       01  WS-MONTH-END-DATE        PIC 9(08) VALUE 0.
       01  WS-NEXT-MONTH-DATE       PIC 9(08) VALUE 0.
       01  WS-NEXT-MONTH-WORK.
           05 WS-NEXT-MONTH-YYYY    PIC 9(04).
           05 WS-NEXT-MONTH-MM      PIC 9(02).
           05 WS-NEXT-MONTH-DD      PIC 9(02).
       01  WS-PAID-THROUGH-DATE     PIC 9(08) VALUE 0.
       01  WS-PERIOD-DAYS           PIC 9(03) VALUE 0.
       01  WS-UNPAID-DAYS           PIC 9(03) VALUE 0.
      * EMPLOYER FICA/FUTA/SUTA OVER THE GROSS OF THE RUN THE
      * LATEST "A" LINE CLOSES (THE DEPARTMENT LINES WRITTEN
      * AHEAD OF IT).
       01  WS-RUN-GROSS-SINCE-A     PIC 9(11)V99 VALUE 0.
       01  WS-ACCR-RATE-DATE        PIC 9(08) VALUE 0.
       01  WS-ACCR-RATE-GROSS       PIC 9(11)V99 VALUE 0.
       01  WS-ACCR-RATE-ER-TAX      PIC 9(11)V99 VALUE 0.
       01  WS-ACCR-ER-RATE          PIC 9V9(06) VALUE 0.
       01  WS-ACCR-WAGES-TOTAL      PIC 9(09)V99 VALUE 0.
       01  WS-ACCR-ER-TAX-TOTAL     PIC 9(09)V99 VALUE 0.
       01  WS-ACCR-DEBITS           PIC 9(11)V99 VALUE 0.
       01  WS-ACCR-CREDITS          PIC 9(11)V99 VALUE 0.
       01  WS-ACCR-LINES            PIC 9(03) VALUE 0.
       01  WS-ACCR-REVERSING-SW     PIC X(01) VALUE "N".
           88 WRITING-REVERSAL          VALUE "Y".
       01  WS-ACCR-SIDE             PIC X(01).
       01  WS-ACCR-JRNL-DATE        PIC 9(08).
       01  WS-ACCR-DESC             PIC X(20).

      * CHART TABLE, LOADED AND SEARCHED THE WAY GLPOSTAS DOES IT.
       01  WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CHART-IDX.
              10 WS-CHART-CATEGORY  PIC X(08).
              10 WS-CHART-DEPT      PIC X(04).
              10 WS-CHART-ACCOUNT   PIC X(08).
       01  WS-CHART-COUNT           PIC 9(02) VALUE 0.
       01  WS-CHART-FOUND-SW        PIC X(01) VALUE "N".
           88 CHART-ACCOUNT-FOUND       VALUE "Y".
       01  WS-LOOKUP-CATEGORY       PIC X(08).
       01  WS-LOOKUP-DEPT           PIC X(04).
       01  WS-LOOKUP-ACCOUNT        PIC X(08).

      * YEAR-END ROLL OF THE INCOME ACCOUNTS TO RETAINED EARNINGS.
       01  WS-ROLL-FIRST-PERIOD     PIC 9(06) VALUE 0.
       01  WS-ROLL-CLOSING-PERIOD   PIC 9(06) VALUE 0.
       01  WS-ROLL-SUB              PIC 9(04) VALUE 0.
       01  WS-ROLL-ROW-NET          PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-NET-INCOME       PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-LINES            PIC 9(05) VALUE 0.
       01  WS-ROLL-FAILED-SW        PIC X(01) VALUE "N".
           88 ROLL-FAILED               VALUE "Y".

      * VOLUME-REBATE ACCRUAL FOR THE CLOSE YEAR TO DATE.
       01  WS-REBATE-MEMO-AMOUNT    PIC 9(09)V99 VALUE 0.
       01  WS-REBATE-AGREEMENTS     PIC 9(04) VALUE 0.
       01  WS-REBATE-ACCRUAL        PIC 9(09)V99 VALUE 0.

       01  MEND-HDG-LINE.
           05 FILLER                PIC X(29)
             VALUE "MONTH-END CLOSE PACKAGE, PER ".
           05 MEND-HDG-PERIOD       PIC 9(06).
           05 FILLER                PIC X(10) VALUE "  COMPANY ".
           05 MEND-HDG-COMPANY      PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MEND-HDG-COMPANY-NAME PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.

       01  MEND-MONEY-LINE.
           05 MEND-MNY-LABEL        PIC X(30).
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 0900-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 0950-SET-RUN-COMPANY
           PERFORM 1000-GET-CLOSE-PERIOD
           PERFORM 1050-LOAD-COMPANY-CUSTOMERS
           PERFORM 2000-TOTAL-INVOICE-REGISTER
           PERFORM 2100-TOTAL-PAYMENT-TRANS
           PERFORM 2200-TOTAL-GL-JOURNAL
           PERFORM 2250-TOTAL-AR-JOURNAL
           PERFORM 2300-SNAPSHOT-AR-BALANCE
           PERFORM 2400-ESTIMATE-WAGE-ACCRUAL THRU 2400-EXIT
           PERFORM 2500-ESTIMATE-REBATE-ACCRUAL
           PERFORM 3000-WRITE-CLOSE-PACKAGE
           PERFORM 4000-CONFIRM-AND-CLOSE
           DISPLAY "END MONENDAS"
           MOVE WS-GL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-JOURNAL-PATH
           MOVE "AR-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AR-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AR-JOURNAL-PATH
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE "MONEND-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MONEND-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MONEND-REPORT-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "PAY-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAY-CALENDAR-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAY-CALENDAR-PATH
           MOVE "GL-CHART-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CHART-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CHART-PATH
           MOVE "ACCRUAL-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ACCRUAL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ACCRUAL-JOURNAL-PATH
           MOVE "GL-BALANCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-BALANCE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-BALANCE-PATH
           MOVE "GL-POSTED-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-POSTED-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-POSTED-PATH
           MOVE "GL-FORMAT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-FORMAT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-FORMAT-PATH
           MOVE "CREDIT-MEMO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CREDIT-MEMO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CREDIT-MEMO-PATH
           MOVE "REBATE-AGREE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REBATE-AGREE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REBATE-AGREE-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY BEING CLOSED, AND ITS OWN JOURNAL, GL CONTROL,
      * GL BALANCE, POSTED-JOURNAL, ACCRUAL AND PACKAGE FILES.
       0950-SET-RUN-COMPANY.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "MONENDAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-COMPANY-CODE TO WS-ACCTPER-CHECK-COMPANY
           MOVE WS-GL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-JOURNAL-PATH
           MOVE WS-AR-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-AR-JOURNAL-PATH
           MOVE WS-MONEND-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-MONEND-REPORT-PATH
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-ACCRUAL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-ACCRUAL-JOURNAL-PATH
           MOVE WS-GL-BALANCE-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-BALANCE-PATH
           MOVE WS-GL-POSTED-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 0960-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-POSTED-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       0960-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "MONENDAS: NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1000-GET-CLOSE-PERIOD.
           DISPLAY "PERIOD TO CLOSE (YYYYMM): " WITH NO ADVANCING
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PERIOD-ANSWER(5:2) < "01"
              OR WS-PERIOD-ANSWER(5:2) > "12"
              DISPLAY "MONENDAS: PERIOD MUST BE YYYYMM -- "
                      "NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PERIOD-ANSWER TO WS-CLOSE-PERIOD
           MOVE WS-CLOSE-PERIOD  TO WS-ACCTPER-CHECK-PERIOD
           PERFORM 9950-CHECK-PERIOD-OPEN
              GOBACK
           END-IF.

      * THE CUSTOMER MASTER IS SHARED; THE PAYMENT, CREDIT-MEMO AND
      * REBATE FILES CARRY ONLY THE CUSTOMER, SO THIS LIST IS WHAT
      * TIES THEIR ROWS TO THE COMPANY BEING CLOSED.
       1050-LOAD-COMPANY-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE-IN
           IF CUSTOMER-SUCCESSFUL
              PERFORM UNTIL END-OF-CUSTOMER-FILE
                 READ CUSTOMER-FILE-IN
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CUST-COMPANY-IN TO WS-ROW-COMPANY
                    IF WS-ROW-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO WS-ROW-COMPANY
                    END-IF
                    IF WS-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       AND WS-CO-CUST-COUNT < 999
                       ADD 1 TO WS-CO-CUST-COUNT
                       MOVE CUST-ID-IN
                         TO WS-CO-CUST-ID(WS-CO-CUST-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE-IN
           END-IF.

      * LOOKS WS-CO-CUST-CHECK UP ON THE COMPANY'S CUSTOMER LIST. A
      * SIX-CHARACTER ID, AS THE REBATE AND CREDIT-MEMO FILES CARRY
      * IT, MATCHES ON THE FIRST SIX.
       1060-FIND-COMPANY-CUSTOMER.
           MOVE "N" TO WS-CO-CUST-FOUND-SW
           IF WS-CO-CUST-COUNT > 0
              SET WS-CO-CUST-IDX TO 1
              SEARCH WS-CO-CUST-ID
                 AT END
                    CONTINUE
                 WHEN WS-CO-CUST-IDX > WS-CO-CUST-COUNT
                    CONTINUE
                 WHEN WS-CO-CUST-ID(WS-CO-CUST-IDX) = WS-CO-CUST-CHECK
                    MOVE "Y" TO WS-CO-CUST-FOUND-SW
                 WHEN WS-CO-CUST-CHECK(7:7) = SPACES
                  AND WS-CO-CUST-ID(WS-CO-CUST-IDX)(1:6)
                      = WS-CO-CUST-CHECK(1:6)
                    MOVE "Y" TO WS-CO-CUST-FOUND-SW
              END-SEARCH
           END-IF.

      * A REGISTER ROW WITH NO COMPANY CODE WAS BILLED BEFORE THE
      * BUSINESS WAS SPLIT, AND BELONGS TO 01.
       1070-SET-INVREG-COMPANY.
           MOVE INVREG-COMPANY TO WS-ROW-COMPANY
           IF WS-ROW-COMPANY = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO WS-ROW-COMPANY
           END-IF.

       2000-TOTAL-INVOICE-REGISTER.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REGISTER-OK
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1070-SET-INVREG-COMPANY
                    IF INVREG-DATE(1:6) = WS-PERIOD-ANSWER
                       AND WS-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       ADD 1 TO WS-INV-MONTH-COUNT
                       ADD INVREG-AMOUNT TO WS-INV-MONTH-TOTAL
                    END-IF
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE TRAN-CUST-ID TO WS-CO-CUST-CHECK
                    PERFORM 1060-FIND-COMPANY-CUSTOMER
                    IF CO-CUST-FOUND
                       PERFORM 2110-TALLY-ONE-TRAN
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRAN-FILE
              CLOSE GL-JOURNAL-FILE
           END-IF.

       2250-TOTAL-AR-JOURNAL.
           OPEN INPUT AR-JOURNAL-FILE
           IF AR-JOURNAL-SUCCESSFUL
              PERFORM UNTIL END-OF-AR-JOURNAL
                 READ AR-JOURNAL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ARJ-RUN-DATE(1:6) = WS-PERIOD-ANSWER
                       IF ARJ-DEBIT-CREDIT = "D"
                          ADD ARJ-AMOUNT TO WS-ARJ-DEBITS
                       ELSE
                          ADD ARJ-AMOUNT TO WS-ARJ-CREDITS
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE AR-JOURNAL-FILE
           END-IF.

      * THE A/R FIGURE IS TODAY'S BALANCE ACROSS THE CUSTOMER
      * MASTER -- A SNAPSHOT TAKEN AT CLOSE TIME, NOT A
      * RECONSTRUCTION AS OF MONTH END.
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CUST-COMPANY-IN TO WS-ROW-COMPANY
                    IF WS-ROW-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO WS-ROW-COMPANY
                    END-IF
                    IF WS-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       ADD 1 TO WS-CUSTOMERS-READ
                       IF CUST-PAYMENT-IN IS NUMERIC
                          ADD CUST-PAYMENT-IN TO WS-AR-BALANCE
                          PERFORM 2310-AGE-ONE-BALANCE
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              END-EVALUATE
           END-IF.

      * ESTIMATES THE WAGES EARNED BUT NOT YET PAID AT MONTH END:
      * THE DAYS FROM THE LAST PAY PERIOD END ON OR BEFORE MONTH
      * END THROUGH MONTH END, PRICED PER DEPARTMENT AT ITS MOST
      * RECENT REGULAR-RUN GROSS OVER THE DAYS IN THAT PAY PERIOD,
      * PLUS THE EMPLOYER FICA/FUTA/SUTA SHARE AT THE RATE THE
      * LATEST "A" ACCRUAL LINE BORE TO ITS RUN'S GROSS.
       2400-ESTIMATE-WAGE-ACCRUAL.
           MOVE WS-PERIOD-ANSWER(1:4) TO WS-NEXT-MONTH-YYYY
           MOVE WS-PERIOD-ANSWER(5:2) TO WS-NEXT-MONTH-MM
           IF WS-NEXT-MONTH-MM = 12
              ADD 1 TO WS-NEXT-MONTH-YYYY
              MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
              ADD 1 TO WS-NEXT-MONTH-MM
           END-IF
           MOVE 1 TO WS-NEXT-MONTH-DD
           MOVE WS-NEXT-MONTH-WORK TO WS-NEXT-MONTH-DATE
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1)
           PERFORM 2410-READ-GL-CONTROL THRU 2410-EXIT
           PERFORM 2420-FIND-PAID-THROUGH
           PERFORM 2430-LOAD-GL-CHART
           IF WS-ACCR-DEPT-COUNT = 0
              OR WS-PAID-THROUGH-DATE = 0
              OR WS-PAID-THROUGH-DATE NOT < WS-MONTH-END-DATE
              DISPLAY "MONENDAS: NO UNPAID WAGES TO ACCRUE FOR "
                      WS-CLOSE-PERIOD
              GO TO 2400-EXIT
           END-IF
           COMPUTE WS-UNPAID-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-PAID-THROUGH-DATE)
           IF WS-ACCR-RATE-GROSS > 0
              COMPUTE WS-ACCR-ER-RATE ROUNDED =
                 WS-ACCR-RATE-ER-TAX / WS-ACCR-RATE-GROSS
           END-IF
           PERFORM VARYING WS-ACCR-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-ACCR-DEPT-SUB > WS-ACCR-DEPT-COUNT
              COMPUTE WS-ACCR-DEPT-WAGES(WS-ACCR-DEPT-SUB) ROUNDED =
                 WS-ACCR-DEPT-GROSS(WS-ACCR-DEPT-SUB)
               * WS-UNPAID-DAYS / WS-PERIOD-DAYS
              ADD WS-ACCR-DEPT-WAGES(WS-ACCR-DEPT-SUB)
                TO WS-ACCR-WAGES-TOTAL
           END-PERFORM
           COMPUTE WS-ACCR-ER-TAX-TOTAL ROUNDED =
              WS-ACCR-WAGES-TOTAL * WS-ACCR-ER-RATE
           COMPUTE WS-ACCR-DEBITS =
              WS-ACCR-WAGES-TOTAL + WS-ACCR-ER-TAX-TOTAL
           MOVE WS-ACCR-DEBITS TO WS-ACCR-CREDITS.
       2400-EXIT.
           EXIT.

      * REVERSAL ("V") LINES ARE SKIPPED: THEY CARRY NO DEPARTMENT.
      * SUPPLEMENTAL ("S") RUNS COUNT TOWARD THE "A" LINE'S RATE BUT
      * ARE NOT A DEPARTMENT'S EVERYDAY PAY, SO THEY SET NO DAILY
      * RATE.
       2410-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF NOT GL-CONTROL-SUCCESSFUL
              DISPLAY "MONENDAS: NO GL CONTROL FILE -- NO WAGE "
                      "ACCRUAL"
              GO TO 2410-EXIT
           END-IF
           PERFORM UNTIL END-OF-GL-CONTROL
              READ GL-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ACCRUAL-RECORD
                    PERFORM 2412-TAKE-ACCRUAL-LINE
                 ELSE
                    IF GL-CONTROL-RUN-DATE IS NUMERIC
                       AND GL-CONTROL-TOTAL-GROSS IS NUMERIC
                       AND GL-CONTROL-RUN-TYPE NOT = "V"
                       ADD GL-CONTROL-TOTAL-GROSS
                         TO WS-RUN-GROSS-SINCE-A
                       IF GL-CONTROL-RUN-TYPE NOT = "S"
                          PERFORM 2411-TAKE-DEPT-LINE
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTROL-FILE.
       2410-EXIT.
           EXIT.

       2411-TAKE-DEPT-LINE.
           MOVE GL-CONTROL-RUN-DATE TO WS-ACCR-CONTROL-DATE
           MOVE "N" TO WS-ACCR-FOUND-SW
           PERFORM VARYING WS-ACCR-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-ACCR-DEPT-SUB > WS-ACCR-DEPT-COUNT
                        OR ACCR-DEPT-FOUND
              IF WS-ACCR-DEPT-CODE(WS-ACCR-DEPT-SUB) = GL-CONTROL-DEPT
                 MOVE "Y" TO WS-ACCR-FOUND-SW
              END-IF
           END-PERFORM
           IF ACCR-DEPT-FOUND
              SUBTRACT 1 FROM WS-ACCR-DEPT-SUB
           ELSE
              IF WS-ACCR-DEPT-COUNT < 50
                 ADD 1 TO WS-ACCR-DEPT-COUNT
                 MOVE WS-ACCR-DEPT-COUNT TO WS-ACCR-DEPT-SUB
                 MOVE GL-CONTROL-DEPT
                   TO WS-ACCR-DEPT-CODE(WS-ACCR-DEPT-SUB)
                 MOVE ZEROES TO WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                 MOVE ZEROES TO WS-ACCR-DEPT-GROSS(WS-ACCR-DEPT-SUB)
                 MOVE ZEROES TO WS-ACCR-DEPT-WAGES(WS-ACCR-DEPT-SUB)
                 MOVE "Y" TO WS-ACCR-FOUND-SW
              END-IF
           END-IF
           IF ACCR-DEPT-FOUND
              EVALUATE TRUE
                 WHEN WS-ACCR-CONTROL-DATE >
                      WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                    MOVE WS-ACCR-CONTROL-DATE
                      TO WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                    MOVE GL-CONTROL-TOTAL-GROSS
                      TO WS-ACCR-DEPT-GROSS(WS-ACCR-DEPT-SUB)
                 WHEN WS-ACCR-CONTROL-DATE =
                      WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                    ADD GL-CONTROL-TOTAL-GROSS
                      TO WS-ACCR-DEPT-GROSS(WS-ACCR-DEPT-SUB)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      * THE "A" LINE FOLLOWS ITS RUN'S DEPARTMENT LINES, SO THE
      * GROSS GATHERED SINCE THE PREVIOUS "A" LINE IS THE GROSS ITS
      * EMPLOYER TAXES WERE FIGURED ON.
       2412-TAKE-ACCRUAL-LINE.
           IF GL-ACCRUAL-RUN-DATE IS NUMERIC
              AND GL-ACCRUAL-ER-FICA IS NUMERIC
              AND GL-ACCRUAL-FUTA IS NUMERIC
              AND GL-ACCRUAL-SUTA IS NUMERIC
              AND GL-ACCRUAL-RUN-DATE NOT < WS-ACCR-RATE-DATE
              AND WS-RUN-GROSS-SINCE-A > 0
              MOVE GL-ACCRUAL-RUN-DATE  TO WS-ACCR-RATE-DATE
              MOVE WS-RUN-GROSS-SINCE-A TO WS-ACCR-RATE-GROSS
              COMPUTE WS-ACCR-RATE-ER-TAX = GL-ACCRUAL-ER-FICA
                                          + GL-ACCRUAL-FUTA
                                          + GL-ACCRUAL-SUTA
           END-IF
           MOVE ZEROES TO WS-RUN-GROSS-SINCE-A.

      * THE LAST PAY PERIOD ENDING ON OR BEFORE MONTH END IS PAID
      * THROUGH ITS END DATE; ITS LENGTH IS THE DAYS A DEPARTMENT'S
      * RUN GROSS COVERS. WITH NO CALENDAR ON FILE THE LATEST
      * DEPARTMENT LINE DATED BY MONTH END STANDS IN, AS A WEEK.
       2420-FIND-PAID-THROUGH.
           MOVE 7 TO WS-PERIOD-DAYS
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-SUCCESSFUL
              PERFORM UNTIL END-OF-PAY-CALENDAR
                 READ PAY-CALENDAR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PAYCAL-START-DATE-IN IS NUMERIC
                       AND PAYCAL-END-DATE-IN IS NUMERIC
                       AND PAYCAL-END-DATE-IN NOT > WS-MONTH-END-DATE
                       AND PAYCAL-END-DATE-IN > WS-PAID-THROUGH-DATE
                       AND PAYCAL-START-DATE-IN NOT >
                           PAYCAL-END-DATE-IN
                       MOVE PAYCAL-END-DATE-IN TO WS-PAID-THROUGH-DATE
                       COMPUTE WS-PERIOD-DAYS =
                          FUNCTION INTEGER-OF-DATE(PAYCAL-END-DATE-IN)
                        - FUNCTION INTEGER-OF-DATE
                             (PAYCAL-START-DATE-IN) + 1
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-CALENDAR-FILE
           END-IF
           IF WS-PAID-THROUGH-DATE = 0
              PERFORM VARYING WS-ACCR-DEPT-SUB FROM 1 BY 1
                        UNTIL WS-ACCR-DEPT-SUB > WS-ACCR-DEPT-COUNT
                 IF WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                       NOT > WS-MONTH-END-DATE
                    AND WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                        > WS-PAID-THROUGH-DATE
                    MOVE WS-ACCR-DEPT-DATE(WS-ACCR-DEPT-SUB)
                      TO WS-PAID-THROUGH-DATE
                 END-IF
              END-PERFORM
           END-IF.

       2430-LOAD-GL-CHART.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CHART OR WS-CHART-COUNT = 50
                 READ GL-CHART-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CHART-COUNT
                    MOVE CHART-CATEGORY-IN
                      TO WS-CHART-CATEGORY(WS-CHART-COUNT)
                    MOVE CHART-DEPT-IN
                      TO WS-CHART-DEPT(WS-CHART-COUNT)
                    MOVE CHART-ACCOUNT-IN
                      TO WS-CHART-ACCOUNT(WS-CHART-COUNT)
                 END-READ
              END-PERFORM
              CLOSE GL-CHART-FILE
           END-IF.

      * PURCHASES FOR THE CLOSE YEAR THROUGH THE CLOSE MONTH -- THE
      * INVOICE REGISTER LESS THE CREDIT MEMOS, NOT COUNTING A
      * REBATE'S OWN CREDIT -- RUN THROUGH EACH ACTIVE AGREEMENT'S
      * TIERS. AN AGREEMENT ALREADY SETTLED ACCRUES NOTHING MORE.
       2500-ESTIMATE-REBATE-ACCRUAL.
           PERFORM 9943-LOAD-REBATE-AGREEMENTS
           IF REBA-TABLE-FULL
              DISPLAY "MONENDAS: REBATE AGREEMENT TABLE FULL AT 500 "
                      "-- ACCRUAL IS UNDERSTATED"
           END-IF
           MOVE WS-PERIOD-ANSWER(1:4) TO WS-REBA-CHECK-YEAR
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REGISTER-OK
              PERFORM UNTIL END-OF-INVOICE-REGISTER
                 READ INVOICE-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1070-SET-INVREG-COMPANY
                    IF INVREG-DATE(1:4) = WS-PERIOD-ANSWER(1:4)
                       AND INVREG-DATE(1:6) NOT > WS-PERIOD-ANSWER
                       AND WS-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       MOVE INVREG-CUST-ID(1:6) TO WS-REBA-CHECK-CUST
                       MOVE INVREG-AMOUNT TO WS-REBA-CHECK-AMOUNT
                       PERFORM 9947-ADD-REBATE-VOLUME
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-FILE
           END-IF
           OPEN INPUT CREDIT-MEMO-FILE
           IF CREDIT-MEMO-SUCCESSFUL
              PERFORM UNTIL END-OF-CREDIT-MEMOS
                 READ CREDIT-MEMO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE MEMO-CUST-IN TO WS-CO-CUST-CHECK
                    PERFORM 1060-FIND-COMPANY-CUSTOMER
                    IF MEMO-TITLE-IN = "CREDIT MEMO"
                       AND MEMO-DATE-IN(1:4) = WS-PERIOD-ANSWER(1:4)
                       AND MEMO-DATE-IN(1:6) NOT > WS-PERIOD-ANSWER
                       AND MEMO-ORDER-IN NOT = "REBATE"
                       AND CO-CUST-FOUND
                       MOVE MEMO-AMOUNT-IN TO WS-REBATE-MEMO-AMOUNT
                       MOVE MEMO-CUST-IN TO WS-REBA-CHECK-CUST
                       COMPUTE WS-REBA-CHECK-AMOUNT =
                               0 - WS-REBATE-MEMO-AMOUNT
                       PERFORM 9947-ADD-REBATE-VOLUME
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CREDIT-MEMO-FILE
           END-IF
           PERFORM VARYING WS-REBA-IDX FROM 1 BY 1
                     UNTIL WS-REBA-IDX > WS-REBA-COUNT
              MOVE WS-REBA-CUST(WS-REBA-IDX) TO WS-CO-CUST-CHECK
              PERFORM 1060-FIND-COMPANY-CUSTOMER
              IF WS-REBA-YEAR(WS-REBA-IDX) = WS-REBA-CHECK-YEAR
                 AND WS-REBA-ACTIVE(WS-REBA-IDX)
                 AND CO-CUST-FOUND
                 PERFORM 9946-FIGURE-REBATE
                 ADD 1 TO WS-REBATE-AGREEMENTS
                 ADD WS-REBA-EARNED TO WS-REBATE-ACCRUAL
              END-IF
           END-PERFORM.

       3000-WRITE-CLOSE-PACKAGE.
           OPEN OUTPUT MONEND-REPORT
           MOVE WS-CLOSE-PERIOD TO MEND-HDG-PERIOD
           MOVE WS-RUN-COMPANY-CODE TO MEND-HDG-COMPANY
           MOVE WS-RUN-COMPANY-NAME TO MEND-HDG-COMPANY-NAME
           WRITE MONEND-RECORD FROM MEND-HDG-LINE
           WRITE MONEND-RECORD FROM MEND-BLANK-LINE
           MOVE "INVOICES ISSUED:" TO MEND-CNT-LABEL
           MOVE "GL JOURNAL CREDITS:" TO MEND-MNY-LABEL
           MOVE WS-JRNL-CREDITS TO MEND-MNY-AMOUNT
           WRITE MONEND-RECORD FROM MEND-MONEY-LINE
           MOVE "A/R JOURNAL DEBITS:" TO MEND-MNY-LABEL
           MOVE WS-ARJ-DEBITS TO MEND-MNY-AMOUNT
           WRITE MONEND-RECORD FROM MEND-MONEY-LINE
           MOVE "A/R JOURNAL CREDITS:" TO MEND-MNY-LABEL
           MOVE WS-ARJ-CREDITS TO MEND-MNY-AMOUNT
           WRITE MONEND-RECORD FROM MEND-MONEY-LINE
           WRITE MONEND-RECORD FROM MEND-BLANK-LINE
           MOVE "UNPAID WAGE DAYS ACCRUED:" TO MEND-CNT-LABEL
           MOVE WS-UNPAID-DAYS TO MEND-CNT-VALUE
           WRITE MONEND-RECORD FROM MEND-COUNT-LINE
           MOVE "ACCRUED WAGES:" TO MEND-MNY-LABEL
           MOVE WS-ACCR-WAGES-TOTAL TO MEND-MNY-AMOUNT
           WRITE MONEND-RECORD FROM MEND-MONEY-LINE
           MOVE "ACCRUED EMPLOYER TAXES:" TO MEND-MNY-LABEL
           MOVE WS-ACCR-ER-TAX-TOTAL TO MEND-MNY-AMOUNT
           WRITE MONEND-RECORD FROM MEND-MONEY-LINE
           WRITE MONEND-RECORD FROM MEND-BLANK-LINE
           MOVE "REBATE AGREEMENTS ACCRUED:" TO MEND-CNT-LABEL
           MOVE WS-REBATE-AGREEMENTS TO MEND-CNT-VALUE
           WRITE MONEND-RECORD FROM MEND-COUNT-LINE
           MOVE "REBATE ACCRUAL (YTD):" TO MEND-MNY-LABEL
           MOVE WS-REBATE-ACCRUAL TO MEND-MNY-AMOUNT
           WRITE MONEND-RECORD FROM MEND-MONEY-LINE
           WRITE MONEND-RECORD FROM MEND-BLANK-LINE
           MOVE "A/R BALANCE SNAPSHOT:" TO MEND-MNY-LABEL
           MOVE WS-AR-BALANCE TO MEND-MNY-AMOUNT
           MOVE WS-CUSTOMERS-READ TO MEND-CNT-VALUE
           WRITE MONEND-RECORD FROM MEND-COUNT-LINE
           CLOSE MONEND-REPORT
           DISPLAY "CLOSE PACKAGE WRITTEN TO " WS-MONEND-REPORT-PATH.

       4000-CONFIRM-AND-CLOSE.
           DISPLAY "INVOICED " WS-INV-MONTH-TOTAL
                   "  CASH " WS-CASH-APPLIED
                   "  GL D/C " WS-JRNL-DEBITS "/" WS-JRNL-CREDITS
           DISPLAY "A/R JOURNAL D/C " WS-ARJ-DEBITS "/"
                   WS-ARJ-CREDITS
           DISPLAY "WAGE ACCRUAL " WS-ACCR-WAGES-TOTAL
                   "  EMPLOYER TAXES " WS-ACCR-ER-TAX-TOTAL
                   "  FOR " WS-UNPAID-DAYS " DAYS"
           DISPLAY "REBATE ACCRUAL " WS-REBATE-ACCRUAL
           DISPLAY "CLOSE PERIOD " WS-CLOSE-PERIOD " (Y/N)? "
             WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF (WS-CONFIRM-ANSWER = "Y" OR "y")
              AND WS-ACCR-DEBITS NOT = WS-ACCR-CREDITS
              DISPLAY "MONENDAS: ACCRUAL DEBITS " WS-ACCR-DEBITS
                      " DO NOT EQUAL CREDITS " WS-ACCR-CREDITS
              MOVE 8 TO RETURN-CODE
              MOVE "N" TO WS-CONFIRM-ANSWER
           END-IF
           IF WS-CONFIRM-ANSWER = "Y" OR "y"
              PERFORM 5000-WRITE-ACCRUAL-JOURNAL THRU 5000-EXIT
              OPEN EXTEND ACCOUNTING-PERIOD-FILE
              IF NOT ACCTPER-FILE-SUCCESSFUL
                 OPEN OUTPUT ACCOUNTING-PERIOD-FILE
              END-IF
              MOVE WS-CLOSE-PERIOD TO ACCTPER-PERIOD-IN
              MOVE "C"             TO ACCTPER-FLAG-IN
              MOVE WS-RUN-COMPANY-CODE TO ACCTPER-COMPANY-IN
              WRITE ACCTPER-REC-IN
              IF NOT ACCTPER-FILE-SUCCESSFUL
                 MOVE "MONENDAS" TO WS-IOERR-PROGRAM-ID
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
              CLOSE ACCOUNTING-PERIOD-FILE
              IF WS-PERIOD-ANSWER(5:2) = "12"
                 PERFORM 6000-ROLL-YEAR-END THRU 6000-EXIT
              END-IF
              MOVE "MONENDAS"         TO WS-AUDIT-PROGRAM-ID
              MOVE WS-INV-MONTH-COUNT TO WS-AUDIT-RECORDS-READ
              COMPUTE WS-AUDIT-RECORDS-WRITTEN = WS-ACCR-LINES + 1
              MOVE WS-CLOSE-PERIOD    TO WS-AUDIT-KEY-TOTAL
              PERFORM 9910-WRITE-AUDIT-RECORD
              DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED"
              DISPLAY "PERIOD LEFT OPEN"
           END-IF.

      * THE ACCRUAL ENTRY DATED MONTH END, THEN THE SAME LINES WITH
      * DEBITS AND CREDITS SWAPPED DATED THE FIRST OF THE NEXT MONTH
      * SO THE ACCRUAL TAKES ITSELF BACK OUT WHEN THE REAL PAYROLL
      * POSTS. THE FILE IS REWRITTEN EVERY CLOSE -- AN EMPTY FILE
      * WHEN THERE IS NOTHING TO ACCRUE -- SO LAST MONTH'S ENTRY IS
      * NEVER PICKED UP TWICE.
       5000-WRITE-ACCRUAL-JOURNAL.
           OPEN OUTPUT ACCRUAL-JOURNAL-FILE
           IF NOT ACCRUAL-JOURNAL-SUCCESSFUL
              MOVE "MONENDAS" TO WS-IOERR-PROGRAM-ID
              MOVE "ACCRUAL-JOURNAL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-ACCRUAL-JOURNAL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "MONENDAS: ACCRUAL JOURNAL NOT WRITTEN"
              GO TO 5000-EXIT
           END-IF
           IF WS-ACCR-WAGES-TOTAL > 0
              MOVE "N" TO WS-ACCR-REVERSING-SW
              MOVE WS-MONTH-END-DATE TO WS-ACCR-JRNL-DATE
              PERFORM 5010-WRITE-ACCRUAL-ENTRY
              MOVE "Y" TO WS-ACCR-REVERSING-SW
              MOVE WS-NEXT-MONTH-DATE TO WS-ACCR-JRNL-DATE
              PERFORM 5010-WRITE-ACCRUAL-ENTRY
           END-IF
           CLOSE ACCRUAL-JOURNAL-FILE
           DISPLAY "ACCRUAL JOURNAL LINES WRITTEN: " WS-ACCR-LINES.
       5000-EXIT.
           EXIT.

      * DEBIT LABOR EXPENSE PER DEPARTMENT ("GROSS", AS GLPOSTAS
      * POSTS IT) AND EMPLOYER TAX EXPENSE ("ERTAX"); CREDIT ACCRUED
      * WAGES ("ACCRWAGE") AND ACCRUED PAYROLL TAXES ("ACCRTAX").
       5010-WRITE-ACCRUAL-ENTRY.
           PERFORM VARYING WS-ACCR-DEPT-SUB FROM 1 BY 1
                     UNTIL WS-ACCR-DEPT-SUB > WS-ACCR-DEPT-COUNT
              IF WS-ACCR-DEPT-WAGES(WS-ACCR-DEPT-SUB) > 0
                 MOVE "GROSS" TO WS-LOOKUP-CATEGORY
                 MOVE WS-ACCR-DEPT-CODE(WS-ACCR-DEPT-SUB)
                   TO WS-LOOKUP-DEPT
                 PERFORM 5020-FIND-CHART-ACCOUNT
                 MOVE "D" TO WS-ACCR-SIDE
                 MOVE WS-ACCR-DEPT-WAGES(WS-ACCR-DEPT-SUB)
                   TO ACCR-JRNL-AMOUNT
                 MOVE "ACCRUED WAGES" TO WS-ACCR-DESC
                 PERFORM 5030-WRITE-ACCRUAL-LINE
              END-IF
           END-PERFORM
           IF WS-ACCR-ER-TAX-TOTAL > 0
              MOVE "ERTAX" TO WS-LOOKUP-CATEGORY
              MOVE SPACES  TO WS-LOOKUP-DEPT
              PERFORM 5020-FIND-CHART-ACCOUNT
              MOVE "D" TO WS-ACCR-SIDE
              MOVE WS-ACCR-ER-TAX-TOTAL TO ACCR-JRNL-AMOUNT
              MOVE "ACCRUED EMPLOYER TAX" TO WS-ACCR-DESC
              PERFORM 5030-WRITE-ACCRUAL-LINE
           END-IF
           MOVE "ACCRWAGE" TO WS-LOOKUP-CATEGORY
           MOVE SPACES     TO WS-LOOKUP-DEPT
           PERFORM 5020-FIND-CHART-ACCOUNT
           MOVE "C" TO WS-ACCR-SIDE
           MOVE WS-ACCR-WAGES-TOTAL TO ACCR-JRNL-AMOUNT
           MOVE "ACCR WAGES PAYABLE" TO WS-ACCR-DESC
           PERFORM 5030-WRITE-ACCRUAL-LINE
           IF WS-ACCR-ER-TAX-TOTAL > 0
              MOVE "ACCRTAX" TO WS-LOOKUP-CATEGORY
              MOVE SPACES    TO WS-LOOKUP-DEPT
              PERFORM 5020-FIND-CHART-ACCOUNT
              MOVE "C" TO WS-ACCR-SIDE
              MOVE WS-ACCR-ER-TAX-TOTAL TO ACCR-JRNL-AMOUNT
              MOVE "ACCR PAYROLL TAXES" TO WS-ACCR-DESC
              PERFORM 5030-WRITE-ACCRUAL-LINE
           END-IF.

      * SAME LOOKUP AS GLPOSTAS: A BLANK-DEPARTMENT ROW MATCHES ANY
      * DEPARTMENT AND AN UNMAPPED CATEGORY POSTS TO SUSPENSE.
       5020-FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-CHART-FOUND-SW
           MOVE "SUSPENSE" TO WS-LOOKUP-ACCOUNT
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                     UNTIL WS-CHART-IDX > WS-CHART-COUNT
                        OR CHART-ACCOUNT-FOUND
              IF WS-CHART-CATEGORY(WS-CHART-IDX) = WS-LOOKUP-CATEGORY
                 AND (WS-CHART-DEPT(WS-CHART-IDX) = WS-LOOKUP-DEPT
                      OR WS-CHART-DEPT(WS-CHART-IDX) = SPACES)
                 MOVE "Y" TO WS-CHART-FOUND-SW
                 MOVE WS-CHART-ACCOUNT(WS-CHART-IDX)
                   TO WS-LOOKUP-ACCOUNT
              END-IF
           END-PERFORM.

      * ON THE REVERSING PASS THE SIDE FLIPS AND THE DESCRIPTION
      * IS MARKED SO THE TWO ENTRIES READ APART ON THE LEDGER.
       5030-WRITE-ACCRUAL-LINE.
           MOVE WS-ACCR-JRNL-DATE TO ACCR-JRNL-RUN-DATE
           MOVE WS-LOOKUP-ACCOUNT TO ACCR-JRNL-ACCOUNT
           MOVE WS-ACCR-SIDE      TO ACCR-JRNL-DEBIT-CREDIT
           MOVE WS-RUN-COMPANY-CODE TO ACCR-JRNL-COMPANY
           IF WRITING-REVERSAL
              IF WS-ACCR-SIDE = "D"
                 MOVE "C" TO ACCR-JRNL-DEBIT-CREDIT
              ELSE
                 MOVE "D" TO ACCR-JRNL-DEBIT-CREDIT
              END-IF
              STRING "REV " WS-ACCR-DESC
                 DELIMITED BY SIZE INTO ACCR-JRNL-DESCRIPTION
           ELSE
              MOVE WS-ACCR-DESC TO ACCR-JRNL-DESCRIPTION
           END-IF
           WRITE ACCRUAL-JOURNAL-REC
           IF ACCRUAL-JOURNAL-SUCCESSFUL
              ADD 1 TO WS-ACCR-LINES
           ELSE
              MOVE "MONENDAS" TO WS-IOERR-PROGRAM-ID
              MOVE "ACCRUAL-JOURNAL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-ACCRUAL-JOURNAL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * EACH INCOME ACCOUNT'S NET FOR EVERY MONTH OF THE YEAR IS
      * REVERSED INTO THE CLOSING PERIOD AND THE SUM GOES TO
      * RETAINED EARNINGS, SO THE INCOME ACCOUNTS OPEN THE NEW YEAR
      * AT ZERO. WITHOUT A STATEMENT FORMAT THERE ARE NO INCOME
      * ACCOUNTS, SO THE ROLL WAITS FOR ONE -- THE PERIOD STILL
      * CLOSES, AND THE ROLL IS MADE ON A LATER DECEMBER RECLOSE.
       6000-ROLL-YEAR-END.
           MOVE "YEAR-END-CLOSE" TO WS-GLPJ-CHECK-JOURNAL
           COMPUTE WS-GLPJ-CHECK-DATE = WS-CLOSE-PERIOD * 100 + 31
           MOVE 0 TO WS-GLPJ-CHECK-DEBITS
           PERFORM 9968-CHECK-JOURNAL-POSTED
           IF GLPJ-ALREADY-POSTED
              DISPLAY "YEAR " WS-PERIOD-ANSWER(1:4)
                      " ALREADY ROLLED TO RETAINED EARNINGS"
              GO TO 6000-EXIT
           END-IF
           PERFORM 9990-LOAD-STMT-FORMAT
           PERFORM 9965-LOAD-GL-BALANCES
           IF WS-GLF-COUNT = 0 OR GLF-TABLE-FULL OR GLB-TABLE-FULL
              DISPLAY "MONENDAS: GL BALANCES OR STATEMENT FORMAT "
                      "UNAVAILABLE -- YEAR NOT ROLLED"
              MOVE 4 TO RETURN-CODE
              GO TO 6000-EXIT
           END-IF
           MOVE "RETEARN" TO WS-LOOKUP-CATEGORY
           MOVE SPACES    TO WS-LOOKUP-DEPT
           PERFORM 5020-FIND-CHART-ACCOUNT
           COMPUTE WS-ROLL-FIRST-PERIOD = WS-CLOSE-PERIOD - 11
           COMPUTE WS-ROLL-CLOSING-PERIOD = WS-CLOSE-PERIOD + 1
           MOVE 0 TO WS-ROLL-NET-INCOME
           MOVE 0 TO WS-ROLL-LINES
           MOVE "N" TO WS-ROLL-FAILED-SW
           PERFORM 6010-ROLL-ONE-ROW
                   VARYING WS-ROLL-SUB FROM 1 BY 1
                     UNTIL WS-ROLL-SUB > WS-GLB-COUNT
                        OR ROLL-FAILED
           IF NOT ROLL-FAILED
              MOVE WS-LOOKUP-ACCOUNT      TO WS-GLB-POST-ACCOUNT
              MOVE WS-ROLL-CLOSING-PERIOD TO WS-GLB-POST-PERIOD
              IF WS-ROLL-NET-INCOME < 0
                 MOVE "D" TO WS-GLB-POST-SIDE
                 COMPUTE WS-GLB-POST-AMOUNT = 0 - WS-ROLL-NET-INCOME
              ELSE
                 MOVE "C" TO WS-GLB-POST-SIDE
                 MOVE WS-ROLL-NET-INCOME TO WS-GLB-POST-AMOUNT
              END-IF
              PERFORM 6020-POST-ROLL-AMOUNT
           END-IF
           IF ROLL-FAILED
              DISPLAY "MONENDAS: BALANCE MASTER FULL AT 5000 ROWS -- "
                      "YEAR NOT ROLLED"
              MOVE 4 TO RETURN-CODE
              GO TO 6000-EXIT
           END-IF
           MOVE "MONENDAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 9966-WRITE-GL-BALANCES
           MOVE WS-ROLL-LINES TO WS-GLPJ-CHECK-LINES
           PERFORM 9969-RECORD-JOURNAL-POSTED
           DISPLAY "YEAR " WS-PERIOD-ANSWER(1:4)
                   " ROLLED TO RETAINED EARNINGS " WS-LOOKUP-ACCOUNT
                   ": " WS-ROLL-NET-INCOME.
       6000-EXIT.
           EXIT.

      * THE ROWS FOR THE YEAR'S TWELVE MONTHS ONLY; THE CLOSING
      * PERIOD ROWS THIS ADDS FALL OUTSIDE THAT RANGE.
       6010-ROLL-ONE-ROW.
           IF WS-GLB-PERIOD(WS-ROLL-SUB) NOT < WS-ROLL-FIRST-PERIOD
              AND WS-GLB-PERIOD(WS-ROLL-SUB) NOT > WS-CLOSE-PERIOD
              MOVE WS-GLB-ACCOUNT(WS-ROLL-SUB) TO WS-GLF-CHECK-ACCOUNT
              PERFORM 9991-CHECK-INCOME-ACCOUNT
              IF GLF-INCOME-ACCOUNT
                 COMPUTE WS-ROLL-ROW-NET = WS-GLB-CREDITS(WS-ROLL-SUB)
                                         - WS-GLB-DEBITS(WS-ROLL-SUB)
                 ADD WS-ROLL-ROW-NET TO WS-ROLL-NET-INCOME
                 MOVE WS-GLB-ACCOUNT(WS-ROLL-SUB)
                   TO WS-GLB-POST-ACCOUNT
                 MOVE WS-ROLL-CLOSING-PERIOD TO WS-GLB-POST-PERIOD
                 IF WS-ROLL-ROW-NET < 0
                    MOVE "C" TO WS-GLB-POST-SIDE
                    COMPUTE WS-GLB-POST-AMOUNT = 0 - WS-ROLL-ROW-NET
                 ELSE
                    MOVE "D" TO WS-GLB-POST-SIDE
                    MOVE WS-ROLL-ROW-NET TO WS-GLB-POST-AMOUNT
                 END-IF
                 PERFORM 6020-POST-ROLL-AMOUNT
              END-IF
           END-IF.

       6020-POST-ROLL-AMOUNT.
           IF WS-GLB-POST-AMOUNT > 0
              PERFORM 9967-POST-GL-AMOUNT
              IF GLB-POST-REFUSED
                 MOVE "Y" TO WS-ROLL-FAILED-SW
              ELSE
                 ADD 1 TO WS-ROLL-LINES
              END-IF
           END-IF.

      * SHARED GL BALANCE MASTER PARAGRAPHS. SEE GLBPARA.CPY.
       COPY GLBPARA.

      * SHARED POSTED-JOURNAL CONTROL PARAGRAPHS. SEE GLPJPARA.CPY.
       COPY GLPJPARA.

      * SHARED STATEMENT FORMAT PARAGRAPHS. SEE GLFPARA.CPY.
       COPY GLFPARA.

      * SHARED VOLUME-REBATE AGREEMENT PARAGRAPHS. SEE REBAPARA.CPY.
       COPY REBAPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY AUDITPARA.
      * SHARED OPERATOR SIGNON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
