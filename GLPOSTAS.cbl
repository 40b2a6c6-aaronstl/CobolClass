      * BALANCED JOURNAL-ENTRY FILE READY FOR THE LEDGER:
      *   DEBIT  LABOR EXPENSE, ONE LINE PER DEPARTMENT (GROSS);
      *   CREDIT EACH TAX BUCKET (FEDERAL/STATE/LOCAL/SS-MEDICARE),
      *          GARNISHMENTS PAYABLE, EMPLOYEE LOANS RECEIVABLE
      *          (LOAN AND ADVANCE REPAYMENTS), AND NET PAY (CASH).
      * BEFORE ANYTHING IS WRITTEN IT PROVES DEBITS = CREDITS AND
      * THAT THE GROSS POSTED MATCHES THE GL CONTROL LINES; A
      * MISMATCH REFUSES THE POSTING WITH A NONZERO RETURN-CODE.
      * SO DOES A PAYROLL-OUT OR GL CONTROL FILE THAT NO LONGER
      * MATCHES THE CONTROL TOTALS CALCPYAS LEFT FOR IT ON THE SHOP
      * OUTPUT INVENTORY -- ONE EDITED BY HAND SINCE THE PAY RUN.
      * CHART ROWS ARE CATEGORY + DEPARTMENT (SPACES = ANY) +
      * ACCOUNT; GROSS ROWS ARE EXPECTED PER DEPARTMENT.
      * POSTING RUNS FOR ONE COMPANY AT A TIME -- THE ONE RUNCOMP.DAT
      * NAMES. IT READS THAT COMPANY'S PAYROLL-OUT AND GL CONTROL
      * FILES, WRITES THAT COMPANY'S JOURNAL FILE, AND STAMPS EVERY
      * JOURNAL LINE WITH THE COMPANY CODE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               file status is WS-GL-JOURNAL-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY CTLHSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.
           05  POUT-ADJ-SIGN            PIC X(01).
               88 POUT-ADJ-NEGATIVE         VALUE "-".
           05  POUT-ADJ-ORIG-DATE       PIC X(06).
           05  FILLER                   PIC 9(04)V99.
      * EMPLOYEE LOAN AND ADVANCE REPAYMENT TAKEN FROM THE CHECK.
           05  POUT-LOAN-REPAY          PIC 9(04)V99.

      * THE CONTROL LINES CALCPYAS WROTE. THE ACCRUAL ("A") AND
      * REVERSAL ("V") LINES ARE NOT PART OF THIS RUN'S EMPLOYEE
           05  JRNL-DEBIT-CREDIT        PIC X(01).
           05  JRNL-AMOUNT              PIC 9(09)V9(02).
           05  JRNL-DESCRIPTION         PIC X(24).
           05  JRNL-COMPANY             PIC X(02).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY CTLHFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-PAYROLL-OUT-PATH      PIC X(40)
       01 WS-TOTAL-BENEFITS        PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-RET-DEFER       PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-UNION-DUES      PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-LOAN-REPAY      PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-NET             PIC S9(09)V9(02) VALUE 0.
       01 WS-TOTAL-DEBITS          PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-CREDITS         PIC 9(09)V9(02) VALUE 0.
           88 CONTROL-LINES-FOUND      VALUE "Y".
       01 WS-POSTING-BAD-SW        PIC X(01) VALUE "N".
           88 POSTING-OUT-OF-BALANCE   VALUE "Y".
       01 WS-INPUT-REFUSED-SW      PIC X(01) VALUE "N".
           88 INPUT-FILE-REFUSED       VALUE "Y".

       01 WS-JOURNAL-LINES         PIC 9(04) VALUE 0.
       01 WS-RUN-DATE              PIC 9(08).

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY CTLHWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "GLPOSTAS PAYROLL JOURNAL POSTING"
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF INPUT-FILE-REFUSED
              DISPLAY "GLPOSTAS: POSTING REFUSED -- NOTHING WRITTEN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-ACCUMULATE-PAYROLL
           PERFORM 3000-READ-GL-CONTROL
           PERFORM 4000-VERIFY-POSTING
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1015-SET-COMPANY-PATHS
           IF INPUT-FILE-REFUSED
              GO TO 1000-EXIT
           END-IF
           PERFORM 1040-VERIFY-CONTROL-TOTALS
           PERFORM 1020-LOAD-CHART
           PERFORM 1030-LOAD-EMP-MASTER.
       1000-EXIT.
           EXIT.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR GLPOSTAS. THE PAYROLL-OUT ENTRY
           MOVE "GL-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-JOURNAL-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY THIS POSTING IS FOR, AND ITS OWN PAYROLL-OUT,
      * GL CONTROL AND JOURNAL FILES. COMPANY 01 KEEPS THE FILE
      * NAMES IT HAS ALWAYS HAD.
       1015-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "GLPOSTAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER"
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           ELSE
              MOVE WS-PAYROLL-OUT-PATH TO WS-COMPANY-FILE-PATH
              PERFORM 9936-BUILD-COMPANY-PATH
              IF COMPANY-PATH-TOO-LONG
                 MOVE "Y" TO WS-INPUT-REFUSED-SW
              END-IF
              MOVE WS-COMPANY-FILE-PATH TO WS-PAYROLL-OUT-PATH
              MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
              PERFORM 9936-BUILD-COMPANY-PATH
              IF COMPANY-PATH-TOO-LONG
                 MOVE "Y" TO WS-INPUT-REFUSED-SW
              END-IF
              MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
              MOVE WS-GL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
              PERFORM 9936-BUILD-COMPANY-PATH
              IF COMPANY-PATH-TOO-LONG
                 MOVE "Y" TO WS-INPUT-REFUSED-SW
              END-IF
              MOVE WS-COMPANY-FILE-PATH TO WS-GL-JOURNAL-PATH
              DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                      WS-RUN-COMPANY-NAME
           END-IF.

       1020-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
              CLOSE EMP-MASTER-FILE
           END-IF.

      * PAYROLL-OUT AND THE GL CONTROL FILE SAT ON DISK BETWEEN
      * CALCPYAS AND THIS RUN; EACH MUST STILL MATCH THE CONTROL
      * TOTALS CALCPYAS RECORDED FOR IT. A MISMATCH IS ALREADY
      * DISPLAYED AND LOGGED BY 9958-VERIFY-CONTROL-HASH.
       1040-VERIFY-CONTROL-TOTALS.
           MOVE "GLPOSTAS" TO WS-IOERR-PROGRAM-ID
           MOVE "GLPOSTAS" TO WS-CTLH-PROGRAM-ID
           MOVE "PAYROLL-OUT-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-PAYROLL-OUT-PATH TO WS-CTLH-FILE-PATH
           MOVE "PAYROLL-OUT" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF
           MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-CTLH-FILE-PATH
           MOVE "GL-CONTROL-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF.

       2000-ACCUMULATE-PAYROLL.
           OPEN INPUT PAYROLL-OUT-FILE
           IF PAYROLL-OUT-SUCCESSFUL
           IF POUT-UNION-DUES IS NUMERIC
              ADD POUT-UNION-DUES TO WS-TOTAL-UNION-DUES
           END-IF
           IF POUT-LOAN-REPAY IS NUMERIC
              ADD POUT-LOAN-REPAY TO WS-TOTAL-LOAN-REPAY
           END-IF
           IF POUT-ADJ-NEGATIVE
              SUBTRACT POUT-NET FROM WS-TOTAL-NET
           ELSE

      * SUMS THE CURRENT RUN'S DEPARTMENTAL CONTROL LINES. ACCRUAL
      * ("A" IN COLUMN 1), PER-STATE WITHHOLDING REMITTANCE ("W" IN
      * COLUMN 1), ESCHEATMENT ("E" IN COLUMN 1) AND REVERSAL (RUN
      * TYPE "V") LINES ARE NOT EMPLOYEE-SIDE POSTINGS AND ARE
      * PASSED OVER.
       3000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF GL-CONTROL-SUCCESSFUL
                 NOT AT END
                    IF GL-CONTROL-RUN-DATE(1:1) NOT = "A"
                       AND GL-CONTROL-RUN-DATE(1:1) NOT = "W"
                       AND GL-CONTROL-RUN-DATE(1:1) NOT = "E"
                       AND GL-CONTROL-RUN-TYPE NOT = "V"
                       ADD GL-CONTROL-TOTAL-GROSS TO WS-CONTROL-GROSS
                       MOVE "Y" TO WS-CONTROL-FOUND-SW
                 + WS-TOTAL-LOCAL + WS-TOTAL-SSN-MED
                 + WS-TOTAL-GARNISH + WS-TOTAL-BENEFITS
                 + WS-TOTAL-RET-DEFER + WS-TOTAL-UNION-DUES
                 + WS-TOTAL-LOAN-REPAY + WS-TOTAL-NET
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY "GLPOSTAS: DEBITS " WS-TOTAL-DEBITS
                      " DO NOT EQUAL CREDITS " WS-TOTAL-CREDITS
           MOVE WS-TOTAL-UNION-DUES TO JRNL-AMOUNT
           MOVE "UNION DUES PAYABLE" TO JRNL-DESCRIPTION
           PERFORM 5030-WRITE-JOURNAL-LINE
           MOVE "LOANREC" TO WS-LOOKUP-CATEGORY
           MOVE SPACES    TO WS-LOOKUP-DEPT
           PERFORM 5020-FIND-CHART-ACCOUNT
           MOVE "C" TO JRNL-DEBIT-CREDIT
           MOVE WS-TOTAL-LOAN-REPAY TO JRNL-AMOUNT
           MOVE "EMPLOYEE LOANS REPAID" TO JRNL-DESCRIPTION
           PERFORM 5030-WRITE-JOURNAL-LINE
           MOVE "NET"     TO WS-LOOKUP-CATEGORY
           MOVE SPACES    TO WS-LOOKUP-DEPT
           PERFORM 5020-FIND-CHART-ACCOUNT
       5030-WRITE-JOURNAL-LINE.
           MOVE WS-RUN-DATE      TO JRNL-RUN-DATE
           MOVE WS-LOOKUP-ACCOUNT TO JRNL-ACCOUNT
           MOVE WS-RUN-COMPANY-CODE TO JRNL-COMPANY
           WRITE GL-JOURNAL-REC
           IF GL-JOURNAL-SUCCESSFUL
              ADD 1 TO WS-JOURNAL-LINES
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
