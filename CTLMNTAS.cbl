           05 FILLER PIC X(08) VALUE "TRNARCAS".
           05 FILLER PIC X(08) VALUE "MONENDAS".
           05 FILLER PIC X(08) VALUE "APPROVAS".
           05 FILLER PIC X(08) VALUE "SHPMNTAS".
           05 FILLER PIC X(08) VALUE "ARPOSTAS".
           05 FILLER PIC X(08) VALUE "GLUPDTAS".
           05 FILLER PIC X(08) VALUE "GLRPTAS".
           05 FILLER PIC X(08) VALUE "REBMNTAS".
           05 FILLER PIC X(08) VALUE "REBATEAS".
           05 FILLER PIC X(08) VALUE "CUSTINQA".
           05 FILLER PIC X(08) VALUE "FRTAUDAS".
           05 FILLER PIC X(08) VALUE "CALMNTAS".
           05 FILLER PIC X(08) VALUE "BNKXFRAS".
           05 FILLER PIC X(08) VALUE "RESTORAS".
           05 FILLER PIC X(08) VALUE "TSTCPYAS".
           05 FILLER PIC X(08) VALUE "ACAHRSAS".
           05 FILLER PIC X(08) VALUE "APAGEAS".
           05 FILLER PIC X(08) VALUE "APCHKAS".
           05 FILLER PIC X(08) VALUE "APINVAS".
           05 FILLER PIC X(08) VALUE "ARCINQAS".
           05 FILLER PIC X(08) VALUE "CASHFCAS".
           05 FILLER PIC X(08) VALUE "COMPMNTA".
           05 FILLER PIC X(08) VALUE "DEFENTAS".
           05 FILLER PIC X(08) VALUE "DEFRPTAS".
           05 FILLER PIC X(08) VALUE "DEPMNTAS".
           05 FILLER PIC X(08) VALUE "DEPRPTAS".
           05 FILLER PIC X(08) VALUE "DPTMNTAS".
           05 FILLER PIC X(08) VALUE "ESCHEATA".
           05 FILLER PIC X(08) VALUE "JOBCSTAS".
           05 FILLER PIC X(08) VALUE "JOBMNTAS".
           05 FILLER PIC X(08) VALUE "LABVARAS".
           05 FILLER PIC X(08) VALUE "LOANMNTA".
           05 FILLER PIC X(08) VALUE "LOANRPTA".
           05 FILLER PIC X(08) VALUE "MARGINAS".
           05 FILLER PIC X(08) VALUE "MATFCSAS".
           05 FILLER PIC X(08) VALUE "NEWHIRAS".
           05 FILLER PIC X(08) VALUE "OTAMNTAS".
           05 FILLER PIC X(08) VALUE "PHYINVAS".
           05 FILLER PIC X(08) VALUE "POSPAYAS".
           05 FILLER PIC X(08) VALUE "PRCOVRAS".
           05 FILLER PIC X(08) VALUE "RATEUPAS".
           05 FILLER PIC X(08) VALUE "RUGCNVAS".
           05 FILLER PIC X(08) VALUE "STOGENAS".
           05 FILLER PIC X(08) VALUE "STOMNTAS".
           05 FILLER PIC X(08) VALUE "SUIWAGAS".
           05 FILLER PIC X(08) VALUE "TAXDEPAS".
           05 FILLER PIC X(08) VALUE "VENMNTAS".
           05 FILLER PIC X(08) VALUE "W2FILEAS".
           05 FILLER PIC X(08) VALUE "WCCOMPAS".
           05 FILLER PIC X(08) VALUE "WELRPTAS".
           05 FILLER PIC X(08) VALUE "WHAUDAS".
           05 FILLER PIC X(08) VALUE "ZIPLODAS".
       01  WS-KNOWN-PROGRAM-TABLE REDEFINES WS-KNOWN-PROGRAMS.
           05 WS-KNOWN-PROGRAM PIC X(08) OCCURS 97 TIMES.
       01  WS-KNOWN-SUB           PIC 9(03).
       01  WS-PROGRAM-KNOWN-SW    PIC X(01) VALUE "N".
           88 PROGRAM-IS-KNOWN        VALUE "Y".

           05 FILLER PIC X(20) VALUE "WINDOW-LOG-FILE".
           05 FILLER PIC X(20) VALUE "BATMON-REPORT".
           05 FILLER PIC X(20) VALUE "APPROVAL-REPORT".
           05 FILLER PIC X(20) VALUE "SHIP-TO-FILE".
           05 FILLER PIC X(20) VALUE "AR-JOURNAL-FILE".
           05 FILLER PIC X(20) VALUE "GL-BALANCE-FILE".
           05 FILLER PIC X(20) VALUE "GL-POSTED-FILE".
           05 FILLER PIC X(20) VALUE "GL-FORMAT-FILE".
           05 FILLER PIC X(20) VALUE "GL-TB-REPORT".
           05 FILLER PIC X(20) VALUE "GL-STMT-REPORT".
           05 FILLER PIC X(20) VALUE "ACCRUAL-JOURNAL-FILE".
           05 FILLER PIC X(20) VALUE "REBATE-AGREE-FILE".
           05 FILLER PIC X(20) VALUE "REBATE-TRACK-REPORT".
           05 FILLER PIC X(20) VALUE "REBATE-LETTER-FILE".
           05 FILLER PIC X(20) VALUE "FREIGHT-BILL-FILE".
           05 FILLER PIC X(20) VALUE "FREIGHT-AUDIT-HIST".
           05 FILLER PIC X(20) VALUE "FREIGHT-AUDIT-REPORT".
           05 FILLER PIC X(20) VALUE "SHOP-CALENDAR-FILE".
           05 FILLER PIC X(20) VALUE "BANK-UPLOAD-FILE".
           05 FILLER PIC X(20) VALUE "TARGET-ENV".
           05 FILLER PIC X(20) VALUE "PAY-FREQUENCY".
           05 FILLER PIC X(20) VALUE "EXTRACTS-TAKEN".
           05 FILLER PIC X(20) VALUE "ACA-FT-HOURS".
           05 FILLER PIC X(20) VALUE "ACA-HOURS-REPORT".
           05 FILLER PIC X(20) VALUE "ACA-LOOKBACK-MONTHS".
           05 FILLER PIC X(20) VALUE "ACA-NEAR-HOURS".
           05 FILLER PIC X(20) VALUE "AP-AGING-REPORT".
           05 FILLER PIC X(20) VALUE "AP-CHECK-CONTROL".
           05 FILLER PIC X(20) VALUE "AP-CHECK-PRINT-FILE".
           05 FILLER PIC X(20) VALUE "AP-CHECK-REGISTER".
           05 FILLER PIC X(20) VALUE "AP-HOLD-FILE".
           05 FILLER PIC X(20) VALUE "BACKORDER-REPORT".
           05 FILLER PIC X(20) VALUE "BANK-ACCOUNT".
           05 FILLER PIC X(20) VALUE "BANK-BALANCE-FILE".
           05 FILLER PIC X(20) VALUE "CASH-FORECAST-REPORT".
           05 FILLER PIC X(20) VALUE "COMMISSION-1099-FILE".
           05 FILLER PIC X(20) VALUE "COMMISSION-PAID-FILE".
           05 FILLER PIC X(20) VALUE "COMMISSION-PAY-FILE".
           05 FILLER PIC X(20) VALUE "COMPANY-MASTER-FILE".
           05 FILLER PIC X(20) VALUE "CONTACT-EMAIL".
           05 FILLER PIC X(20) VALUE "CONTACT-NAME".
           05 FILLER PIC X(20) VALUE "CONTACT-PHONE".
           05 FILLER PIC X(20) VALUE "CONVERT-REPORT".
           05 FILLER PIC X(20) VALUE "COUNT-SHEET-REPORT".
           05 FILLER PIC X(20) VALUE "CUST-DEPOSIT-FILE".
           05 FILLER PIC X(20) VALUE "DEFECT-FILE".
           05 FILLER PIC X(20) VALUE "DEPOSIT-REPORT".
           05 FILLER PIC X(20) VALUE "DEPOSIT-SCHEDULE".
           05 FILLER PIC X(20) VALUE "DEPOSIT-START-DATE".
           05 FILLER PIC X(20) VALUE "DEPT-MASTER-FILE".
           05 FILLER PIC X(20) VALUE "DORMANCY-DAYS".
           05 FILLER PIC X(20) VALUE "EMPLOYER-ADDRESS".
           05 FILLER PIC X(20) VALUE "EMPLOYER-CITY".
           05 FILLER PIC X(20) VALUE "EMPLOYER-FEIN".
           05 FILLER PIC X(20) VALUE "EMPLOYER-NAME".
           05 FILLER PIC X(20) VALUE "EMPLOYER-STATE".
           05 FILLER PIC X(20) VALUE "EMPLOYER-ZIP".
           05 FILLER PIC X(20) VALUE "ESCHEAT-HISTORY".
           05 FILLER PIC X(20) VALUE "ESCHEAT-REPORT".
           05 FILLER PIC X(20) VALUE "FINAL-PAY-FILE".
           05 FILLER PIC X(20) VALUE "FORECAST-REPORT".
           05 FILLER PIC X(20) VALUE "HOLD-REPORT".
           05 FILLER PIC X(20) VALUE "HOLDER-ID".
           05 FILLER PIC X(20) VALUE "HOLDER-STATE".
           05 FILLER PIC X(20) VALUE "HOME-STATE".
           05 FILLER PIC X(20) VALUE "INV-COUNT-FILE".
           05 FILLER PIC X(20) VALUE "JOB-BURDEN-PCT".
           05 FILLER PIC X(20) VALUE "JOB-COST-REPORT".
           05 FILLER PIC X(20) VALUE "JOB-MASTER-FILE".
           05 FILLER PIC X(20) VALUE "LABOR-BUDGET-FILE".
           05 FILLER PIC X(20) VALUE "LABOR-COST-FILE".
           05 FILLER PIC X(20) VALUE "LABOR-VARIANCE-RPT".
           05 FILLER PIC X(20) VALUE "LIST-PRICE-FILE".
           05 FILLER PIC X(20) VALUE "LOAN-MASTER-FILE".
           05 FILLER PIC X(20) VALUE "LOAN-REPORT".
           05 FILLER PIC X(20) VALUE "MAINT-AUDIT-FILE".
           05 FILLER PIC X(20) VALUE "MARGIN-REPORT".
           05 FILLER PIC X(20) VALUE "MIN-WAGE-FILE".
           05 FILLER PIC X(20) VALUE "NEWHIRE-FILE".
           05 FILLER PIC X(20) VALUE "NEWHIRE-HISTORY".
           05 FILLER PIC X(20) VALUE "NEWHIRE-REPORT".
           05 FILLER PIC X(20) VALUE "OLD-RUG-ORDER-FILE".
           05 FILLER PIC X(20) VALUE "OPEN-PAYABLES-FILE".
           05 FILLER PIC X(20) VALUE "ORDER-LINE-FILE".
           05 FILLER PIC X(20) VALUE "OT-AUTH-FILE".
           05 FILLER PIC X(20) VALUE "OT-EXCEPTION-RPT".
           05 FILLER PIC X(20) VALUE "OT-SUMMARY-RPT".
           05 FILLER PIC X(20) VALUE "OVERRIDE-REPORT".
           05 FILLER PIC X(20) VALUE "PAYABLES-REGISTER".
           05 FILLER PIC X(20) VALUE "PAYROLL-RUN-FILE".
           05 FILLER PIC X(20) VALUE "POLICY-START-MONTH".
           05 FILLER PIC X(20) VALUE "POSPAY-CONTROL".
           05 FILLER PIC X(20) VALUE "POSPAY-FILE".
           05 FILLER PIC X(20) VALUE "POSPAY-HISTORY".
           05 FILLER PIC X(20) VALUE "POSPAY-LISTING".
           05 FILLER PIC X(20) VALUE "PRICE-OVERRIDE-LOG".
           05 FILLER PIC X(20) VALUE "PURCH-ORDER-FILE".
           05 FILLER PIC X(20) VALUE "QUALITY-REPORT".
           05 FILLER PIC X(20) VALUE "RATE-BATCH-FILE".
           05 FILLER PIC X(20) VALUE "RATE-REPORT".
           05 FILLER PIC X(20) VALUE "REFUND-REPORT".
           05 FILLER PIC X(20) VALUE "REPORT-DAYS".
           05 FILLER PIC X(20) VALUE "REPRINT-FILE".
           05 FILLER PIC X(20) VALUE "STALE-DAYS".
           05 FILLER PIC X(20) VALUE "STANDING-CONTROL".
           05 FILLER PIC X(20) VALUE "STANDING-GEN-RPT".
           05 FILLER PIC X(20) VALUE "STANDING-ORDER-FILE".
           05 FILLER PIC X(20) VALUE "STANDING-PREVIEW-RPT".
           05 FILLER PIC X(20) VALUE "STOCK-ADJ-LOG".
           05 FILLER PIC X(20) VALUE "SUBMITTER-USER-ID".
           05 FILLER PIC X(20) VALUE "SUI-ACCOUNT-NUMBER".
           05 FILLER PIC X(20) VALUE "SUI-UPLOAD-FILE".
           05 FILLER PIC X(20) VALUE "SUI-WAGE-REPORT".
           05 FILLER PIC X(20) VALUE "TAX-DEPOSIT-FILE".
           05 FILLER PIC X(20) VALUE "TAX-LIABILITY-FILE".
           05 FILLER PIC X(20) VALUE "TERM-HISTORY-FILE".
           05 FILLER PIC X(20) VALUE "UNCLAIMED-FILE".
           05 FILLER PIC X(20) VALUE "VENDOR-MASTER-FILE".
           05 FILLER PIC X(20) VALUE "W2-SUBMISSION-FILE".
           05 FILLER PIC X(20) VALUE "W3-SUMMARY-REPORT".
           05 FILLER PIC X(20) VALUE "WAGE-HOUR-AUDIT-RPT".
           05 FILLER PIC X(20) VALUE "WC-COMP-REPORT".
           05 FILLER PIC X(20) VALUE "WC-RATE-FILE".
           05 FILLER PIC X(20) VALUE "WELLNESS-FILE-OUT".
           05 FILLER PIC X(20) VALUE "WELLNESS-STATS-RPT".
           05 FILLER PIC X(20) VALUE "ZIP-LOAD-REPORT".
           05 FILLER PIC X(20) VALUE "ZIP-POSTAL-FILE".
           05 FILLER PIC X(20) VALUE "ZIP-REFERENCE-FILE".
       01  WS-KNOWN-LOGICAL-TABLE REDEFINES WS-KNOWN-LOGICALS.
           05 WS-KNOWN-LOGICAL PIC X(20) OCCURS 254 TIMES.
       01  WS-LOGICAL-KNOWN-SW    PIC X(01) VALUE "N".
           88 LOGICAL-IS-KNOWN        VALUE "Y".
       01  WS-STATE-LOGICAL-TAIL  PIC X(11).

       01  WS-RUNCTL-TABLE.
           05 WS-RUNCTL-ENTRY OCCURS 200 TIMES PIC X(72).
       5000-CHECK-PROGRAM-KNOWN.
           MOVE "N" TO WS-PROGRAM-KNOWN-SW
           PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
                     UNTIL WS-KNOWN-SUB > 97
                        OR PROGRAM-IS-KNOWN
              IF WS-KNOWN-PROGRAM(WS-KNOWN-SUB) = WS-PROGRAM-IN
                 MOVE "Y" TO WS-PROGRAM-KNOWN-SW
       5100-CHECK-LOGICAL-KNOWN.
           MOVE "N" TO WS-LOGICAL-KNOWN-SW
           PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
                     UNTIL WS-KNOWN-SUB > 254
                        OR LOGICAL-IS-KNOWN
              IF WS-KNOWN-LOGICAL(WS-KNOWN-SUB) = WS-LOGICAL-IN
                 MOVE "Y" TO WS-LOGICAL-KNOWN-SW
              END-IF
           END-PERFORM
           IF NOT LOGICAL-IS-KNOWN
              PERFORM 5110-CHECK-STATE-LOGICAL
           END-IF.

      * A FEW SETTINGS ARE KEPT ONE PER STATE UNDER A FIXED PREFIX
      * AND THE TWO-LETTER STATE CODE -- DORMANCY-OH FOR ESCHEATAS,
      * STATE-SCHED-OH FOR TAXDEPAS -- SO THEY CAN'T ALL BE LISTED.
       5110-CHECK-STATE-LOGICAL.
           EVALUATE TRUE
              WHEN WS-LOGICAL-IN(1:9) = "DORMANCY-"
                 MOVE WS-LOGICAL-IN(10:11) TO WS-STATE-LOGICAL-TAIL
              WHEN WS-LOGICAL-IN(1:12) = "STATE-SCHED-"
                 MOVE WS-LOGICAL-IN(13:8) TO WS-STATE-LOGICAL-TAIL
              WHEN OTHER
                 MOVE SPACES TO WS-STATE-LOGICAL-TAIL
           END-EVALUATE
           IF WS-STATE-LOGICAL-TAIL(1:2) IS ALPHABETIC-UPPER
              AND WS-STATE-LOGICAL-TAIL(1:1) NOT = SPACE
              AND WS-STATE-LOGICAL-TAIL(2:1) NOT = SPACE
              AND WS-STATE-LOGICAL-TAIL(3:) = SPACES
              MOVE "Y" TO WS-LOGICAL-KNOWN-SW
           END-IF.

      * PROVES THE PATH CAN BE OPENED BEFORE IT'S SAVED: AN
      * EXISTING FILE IS OPENED FOR INPUT AND CLOSED AGAIN; A PATH
