       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHFCAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * THIRTEEN-WEEK CASH REQUIREMENTS FORECAST.
      *
      * WHETHER FRIDAY'S PAYROLL CAN BE COVERED USED TO BE ASKED OF
      * THREE PEOPLE AND ANSWERED WITH A GUESS. THIS PROGRAM STARTS
      * FROM THE BANK BALANCE BANKRECAS LAST RECONCILED (BANKBAL.DAT)
      * AND LAYS THE NEXT 13 WEEKS OF MONEY IN AND OUT AGAINST IT,
      * WEEK BY WEEK FROM AN AS-OF DATE THE OPERATOR GIVES (BLANK =
      * TODAY):
      *   - NET PAYROLL: THE AVERAGE NET OF THE LAST 8 REGULAR RUNS
      *     ON THE GL CONTROL LINES, ON EVERY PAY-CALENDAR PERIOD
      *     (PAYCAL.DAT) ENDING IN THE 13 WEEKS -- A PERIOD IS TAKEN
      *     AS PAID ON ITS END DATE. WITH NO CALENDAR ROWS THAT FAR
      *     OUT, A RUN EVERY 7 DAYS FROM THE LAST ONE IS ASSUMED;
      *   - TAX DEPOSITS: EVERY OBLIGATION STILL OPEN ON TAXLIAB.DAT
      *     ON ITS DUE DATE, AND FOR EACH FORECAST PAYROLL THE
      *     AVERAGE TAX WITHHELD PLUS EMPLOYER FICA A WEEK LATER;
      *   - VENDOR PAYABLES: EVERY OPEN ROW ON APOPEN.DAT ON ITS DUE
      *     DATE, OR LESS ITS DISCOUNT ON THE DISCOUNT DATE WHILE THE
      *     DISCOUNT IS STILL LIVE;
      *   - OPEN PURCHASE ORDERS: THE FOOTAGE NOT YET INVOICED AT THE
      *     PO COST, DUE THE VENDOR'S TERMS DAYS AFTER THE AS-OF DATE;
      *   - RECEIPTS: EACH CUSTOMER'S BALANCE, TAKEN AS ITS NEWEST
      *     INVOICES ON INVREG.DAT (LESS DEPOSITS ALREADY APPLIED),
      *     EACH EXPECTED THE CUSTOMER'S AVERAGE DAYS-TO-PAY AFTER
      *     THE INVOICE DATE -- THE DAYS FROM EACH CHARGE TO THE NEXT
      *     PAYMENT ON PAYTRAN.DAT, OR THE 30-DAY TERMS WITH NO
      *     HISTORY. ANY BALANCE NOT ON THE REGISTER IS DATED FROM
      *     THE LAST CHARGE. AN ITEM ALREADY PAST ITS EXPECTED DATE
      *     IS EXPECTED BY ITS AGING BUCKET: UP TO 30 DAYS OLD IN
      *     WEEK 1, 31-60 IN WEEK 2, 61-90 IN WEEK 4; OVER 90 DAYS IS
      *     NOT FORECAST AND IS SHOWN BELOW THE WEEKS.
      * ANYTHING DUE OR EXPECTED BEFORE THE AS-OF DATE FALLS IN WEEK
      * 1; ANYTHING PAST WEEK 13 IS TOTALED BELOW THE WEEKS. A WEEK
      * THAT CLOSES BELOW ZERO IS FLAGGED ON CASHFCST.rpt, WHICH IS
      * ROUTED THROUGH DISTRIB.DAT AS "CASH-FORECAST".
      * THE FORECAST IS FOR THE COMPANY RUNCOMP.DAT NAMES, BY AN
      * OPERATOR AUTHORIZED FOR IT: ITS BANK BALANCE, GL CONTROL,
      * TAX LIABILITY AND CUSTOMERS. PAYABLES AND PURCHASE ORDERS
      * CARRY NO COMPANY AND ARE COMPANY 01'S. COMPANY 01 KEEPS THE
      * FILE NAMES IT HAS ALWAYS HAD.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT PAY-CALENDAR-FILE
               ASSIGN TO WS-PAY-CALENDAR-PATH
               organization is line sequential
               file status is WS-PAY-CALENDAR-STATUS.
             SELECT TAX-LIABILITY-FILE
               ASSIGN TO WS-TAX-LIABILITY-PATH
               organization is line sequential
               file status is WS-TAX-LIABILITY-STATUS.
             SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-FILE-PATH
               organization is line sequential
               file status is WS-CUSTOMER-FILE-STATUS.
             SELECT PAYMENT-TRAN-FILE
               ASSIGN TO WS-PAYMENT-TRAN-PATH
               organization is line sequential
               file status is WS-PAYMENT-TRAN-STATUS.
             SELECT INVOICE-REGISTER-FILE
               ASSIGN TO WS-INVOICE-REGISTER-PATH
               organization is line sequential
               file status is WS-INVOICE-REGISTER-STATUS.
             SELECT CASH-FORECAST-REPORT
               ASSIGN TO WS-CASH-FORECAST-PATH
               organization is line sequential
               file status is WS-CASH-FORECAST-STATUS.
             COPY BBALSEL.
             COPY VENDSEL.
             COPY APOPNSEL.
             COPY POSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY DISTRIBSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

      * THE CONTROL LINES CALCPYAS WRITES. THE ACCRUAL ("A") AND
      * STATE WITHHOLDING ("W") LINES CARRY THEIR TYPE IN COLUMN 1.
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
           05  GL-ACCRUAL-RUN-DATE      PIC X(08).
           05  GL-ACCRUAL-ER-FICA       PIC 9(09)V9(02).

      * THE SAME PAY-PERIOD CALENDAR CALCPYAS CHECKS ITS RUNS BY.
       FD  PAY-CALENDAR-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAY-CALENDAR-REC-IN.
       01  PAY-CALENDAR-REC-IN.
           05  PAYCAL-PERIOD-NUMBER-IN  PIC 9(03).
           05  PAYCAL-START-DATE-IN     PIC 9(08).
           05  PAYCAL-END-DATE-IN       PIC 9(08).
           05  PAYCAL-OPEN-FLAG-IN      PIC X(01).
           05  PAYCAL-PAY-FREQ-IN       PIC X(01).

      * THE DEPOSIT OBLIGATIONS TAXDEPAS REWRITES EVERY MORNING.
       FD  TAX-LIABILITY-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-LIABILITY-REC.
       01  TAX-LIABILITY-REC.
           05  LIAB-AGENCY              PIC X(04).
           05  LIAB-MONTH               PIC 9(06).
           05  LIAB-DUE-DATE            PIC 9(08).
           05  LIAB-SCHEDULE            PIC X(01).
           05  LIAB-LAST-RUN-DATE       PIC 9(08).
           05  LIAB-AMOUNT              PIC 9(09)V99.
           05  LIAB-DEPOSITED           PIC 9(09)V99.
           05  LIAB-LAST-DEPOSIT-DATE   PIC 9(08).
           05  LIAB-STATUS              PIC X(01).
               88 LIAB-OPEN                 VALUE "O".

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID-IN          PIC X(13).
           05 FILLER              PIC X(20).
           05 CUST-PAYMENT-IN     PIC 9(06)V9(3).
           05 FILLER              PIC X(51).
           05 CUST-COMPANY-IN     PIC X(02).

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYMENT-TRAN-REC.
       01  PAYMENT-TRAN-REC.
           05 TRAN-CUST-ID        PIC X(13).
           05 TRAN-DATE           PIC 9(08).
           05 TRAN-AMOUNT         PIC 9(06)V9(3).
           05 TRAN-TYPE           PIC X(01).

       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05 INVREG-INVOICE-NUMBER PIC 9(08).
           05 INVREG-DATE           PIC 9(08).
           05 INVREG-CUST-ID        PIC X(13).
           05 INVREG-ORDER-COUNT    PIC 9(04).
           05 INVREG-AMOUNT         PIC 9(08)V99.
           05 INVREG-TAX            PIC 9(08)V99.
           05 INVREG-FREIGHT        PIC 9(08)V99.
           05 INVREG-DEPOSIT        PIC 9(08)V99.
           05 INVREG-COMPANY        PIC X(02).

       FD  CASH-FORECAST-REPORT
           RECORDING MODE IS F
           DATA RECORD IS CASH-FORECAST-RECORD.
       01  CASH-FORECAST-RECORD        PIC X(132).

       COPY BBALFD.
       COPY VENDFD.
       COPY APOPNFD.
       COPY POFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY DISTRIBFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL     VALUE "00".
           88 END-OF-GL-CONTROL         VALUE "10".
       01 WS-PAY-CALENDAR-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYCAL.DAT".
       01 WS-PAY-CALENDAR-STATUS   PIC X(02).
           88 PAY-CALENDAR-SUCCESSFUL   VALUE "00".
           88 END-OF-PAY-CALENDAR       VALUE "10".
       01 WS-TAX-LIABILITY-PATH    PIC X(40)
           VALUE "C:\Users\Bob\TAXLIAB.DAT".
       01 WS-TAX-LIABILITY-STATUS  PIC X(02).
           88 TAX-LIABILITY-SUCCESSFUL  VALUE "00".
           88 END-OF-TAX-LIABILITY      VALUE "10".
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01 WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88 CUSTOMER-FILE-SUCCESSFUL  VALUE "00".
           88 END-OF-CUSTOMER-FILE      VALUE "10".
       01 WS-PAYMENT-TRAN-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01 WS-PAYMENT-TRAN-STATUS   PIC X(02).
           88 PAYMENT-TRAN-SUCCESSFUL   VALUE "00".
           88 END-OF-PAYMENT-TRAN       VALUE "10".
       01 WS-INVOICE-REGISTER-PATH PIC X(40)
           VALUE "C:\Users\Bob\INVREG.DAT".
       01 WS-INVOICE-REGISTER-STATUS PIC X(02).
           88 INVOICE-REGISTER-SUCCESSFUL VALUE "00".
           88 END-OF-INVOICE-REGISTER   VALUE "10".
       01 WS-CASH-FORECAST-PATH    PIC X(40)
           VALUE "C:\Users\Bob\CASHFCST.rpt".
       01 WS-CASH-FORECAST-STATUS  PIC X(02).
           88 GOOD-CASH-FORECAST-WRITE  VALUE "00".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-ASOF-IN               PIC X(08).
       01 WS-ASOF-NUM REDEFINES WS-ASOF-IN PIC 9(08).
       01 WS-ASOF-DATE             PIC 9(08).
       01 WS-ASOF-INT              PIC 9(08).
       01 WS-HORIZON-END-INT       PIC 9(08).

      * ONE ROW PER FORECAST WEEK. THE AMOUNT COLUMNS ARE 1 RECEIPTS,
      * 2 NET PAYROLL, 3 TAX DEPOSITS, 4 VENDOR PAYABLES AND 5 OPEN
      * PURCHASE ORDERS; WS-BEYOND-AMOUNT HOLDS WHAT FALLS PAST THE
      * LAST WEEK, BY THE SAME COLUMNS.
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 13 TIMES.
              10 WS-WK-START-DATE    PIC 9(08).
              10 WS-WK-AMOUNT        PIC 9(09)V99 OCCURS 5 TIMES.
              10 WS-WK-OPEN-BAL      PIC S9(10)V99.
              10 WS-WK-CLOSE-BAL     PIC S9(10)V99.
       01 WS-BEYOND-TOTALS.
           05 WS-BEYOND-AMOUNT       PIC 9(09)V99 OCCURS 5 TIMES.
       01 WS-COLUMN-TOTALS.
           05 WS-COLUMN-TOTAL        PIC 9(09)V99 OCCURS 5 TIMES.
       01 WS-WK-SUB                PIC 9(02).
       01 WS-COL-SUB               PIC 9(01).

      * 8900-PLACE-AMOUNT WORK FIELDS.
       01 WS-PLACE-DATE            PIC 9(08).
       01 WS-PLACE-AMOUNT          PIC 9(09)V99.
       01 WS-PLACE-COLUMN          PIC 9(01).
       01 WS-PLACE-DAYS            PIC S9(07).
       01 WS-PLACE-WEEK            PIC 9(05).

      * THE BANK BALANCE THE FORECAST STARTS FROM.
       01 WS-BANK-FOUND-SW         PIC X(01) VALUE "N".
           88 BANK-BALANCE-FOUND        VALUE "Y".
       01 WS-BANK-ROW-COMPANY      PIC X(02).
       01 WS-BANK-STMT-DATE        PIC 9(08) VALUE 0.
       01 WS-BANK-RUN-DATE         PIC 9(08) VALUE 0.
       01 WS-START-BALANCE         PIC S9(10)V99 VALUE 0.

      * REGULAR PAYROLL RUNS ON THE GL CONTROL FILE, ONE ROW PER RUN
      * DATE IN FILE ORDER, WITH THE NET PAID AND THE TAX TO DEPOSIT
      * (WITHHOLDING PLUS THE EMPLOYER FICA MATCH).
       01 WS-PAYRUN-TABLE.
           05 WS-PAYRUN-ENTRY OCCURS 200 TIMES.
              10 WS-PAYRUN-DATE      PIC X(08).
              10 WS-PAYRUN-NET       PIC 9(09)V99.
              10 WS-PAYRUN-TAX       PIC 9(09)V99.
       01 WS-PAYRUN-COUNT          PIC 9(03) VALUE 0.
       01 WS-PAYRUN-SUB            PIC 9(03).
       01 WS-PAYRUN-FOUND-SW       PIC X(01).
           88 PAYRUN-FOUND              VALUE "Y".
       01 WS-PAYRUN-FULL-SW        PIC X(01) VALUE "N".
           88 PAYRUN-TABLE-FULL         VALUE "Y".
       01 WS-CHECK-RUN-DATE        PIC X(08).
       01 WS-AVG-RUNS              PIC 9(03) VALUE 0.
       01 WS-AVG-FIRST             PIC 9(03).
       01 WS-AVG-NET               PIC 9(09)V99 VALUE 0.
       01 WS-AVG-TAX               PIC 9(09)V99 VALUE 0.
       01 WS-AVG-NET-SUM           PIC 9(11)V99.
       01 WS-AVG-TAX-SUM           PIC 9(11)V99.
       01 WS-LAST-RUN-NUM          PIC 9(08) VALUE 0.
       01 WS-PAYDAY-INT            PIC 9(08).
       01 WS-PAYDAYS-FORECAST      PIC 9(03) VALUE 0.
       01 WS-PAYDAY-SOURCE         PIC X(30) VALUE SPACES.

      * THE COMPANY'S CUSTOMERS WITH A BALANCE OWING. REMAINING IS
      * THE PART OF THE BALANCE NOT YET MATCHED TO AN INVOICE.
       01 WS-FCUST-TABLE.
           05 WS-FCUST-ENTRY OCCURS 999 TIMES
                              INDEXED BY WS-FCUST-IDX.
              10 WS-FCUST-ID         PIC X(13).
              10 WS-FCUST-BALANCE    PIC 9(06)V9(3).
              10 WS-FCUST-REMAINING  PIC 9(06)V9(3).
              10 WS-FCUST-LAST-CHARGE PIC 9(08).
              10 WS-FCUST-PAY-DAYS   PIC 9(07).
              10 WS-FCUST-PAY-COUNT  PIC 9(05).
              10 WS-FCUST-AVG-DAYS   PIC 9(03).
       01 WS-FCUST-COUNT           PIC 9(03) VALUE 0.
       01 WS-FCUST-SUB             PIC 9(03).
       01 WS-FCUST-FOUND-SW        PIC X(01).
           88 FCUST-FOUND               VALUE "Y".
       01 WS-FCUST-CHECK-ID        PIC X(13).
       01 WS-ROW-COMPANY           PIC X(02).
      * THE 30-DAY TERMS ON THE INVOICE, FOR A CUSTOMER WITH NO
      * PAYMENT HISTORY.
       01 WS-TERMS-DAYS            PIC 9(03) VALUE 30.
       01 WS-SHOP-PAY-DAYS         PIC 9(09) VALUE 0.
       01 WS-SHOP-PAY-COUNT        PIC 9(07) VALUE 0.
       01 WS-SHOP-AVG-DAYS         PIC 9(03) VALUE 0.
       01 WS-PAY-GAP               PIC S9(07).

      * THE NEWEST INVOICES TO THE COMPANY'S CUSTOMERS, KEPT AS A
      * RING SO A LONG REGISTER LEAVES THE LATEST 3000. OLDER ONES
      * ARE LONG PAID, OR ARE CARRIED IN THE AGED REMAINDER.
       01 WS-FINV-TABLE.
           05 WS-FINV-ENTRY OCCURS 3000 TIMES.
              10 WS-FINV-CUST-SUB    PIC 9(03).
              10 WS-FINV-DATE        PIC 9(08).
              10 WS-FINV-OWED        PIC 9(08)V99.
       01 WS-FINV-COUNT            PIC 9(04) VALUE 0.
       01 WS-FINV-LAST             PIC 9(04) VALUE 0.
       01 WS-FINV-SUB              PIC 9(04).
       01 WS-OPEN-PART             PIC 9(08)V99.

      * 6060-PLACE-ONE-RECEIPT WORK FIELDS.
       01 WS-RCPT-BASE-DATE        PIC 9(08).
       01 WS-RCPT-AMOUNT           PIC 9(09)V99.
       01 WS-RCPT-AVG-DAYS         PIC 9(03).
       01 WS-RCPT-BASE-INT         PIC 9(08).
       01 WS-RCPT-EXPECT-INT       PIC 9(08).
       01 WS-RCPT-AGE              PIC S9(07).
       01 WS-DOUBTFUL-TOTAL        PIC 9(09)V99 VALUE 0.

       01 WS-TERMS-USED            PIC 9(03).
       01 WS-PO-UNINVOICED         PIC 9(09)V99.
       01 WS-OTHER-COMPANY-NOTE    PIC X(01) VALUE "N".
           88 PAYABLES-NOT-FORECAST     VALUE "Y".

       01 WS-RECORDS-READ          PIC 9(06) VALUE 0.
       01 WS-NEGATIVE-WEEKS        PIC 9(02) VALUE 0.
       01 WS-FIRST-NEGATIVE        PIC 9(02) VALUE 0.
       01 WS-RECEIPT-TOTAL         PIC 9(09)V99 VALUE 0.

       01  FCS-HDG-LINE.
           05 FILLER                 PIC X(40)
             VALUE "13-WEEK CASH REQUIREMENTS FORECAST AS OF".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(11)
             VALUE "   COMPANY ".
           05 FCS-HDG-COMPANY        PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-HDG-COMPANY-NAME   PIC X(30).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  FCS-BANK-LINE.
           05 FCS-BANK-TEXT          PIC X(60).
           05 FCS-BANK-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(58) VALUE SPACES.

       01  FCS-COL-LINE-1.
           05 FILLER                 PIC X(14) VALUE "WK  WEEK OF".
           05 FILLER                 PIC X(14) VALUE "      OPENING".
           05 FILLER                 PIC X(15) VALUE "       RECEIPTS".
           05 FILLER                 PIC X(15) VALUE "    NET PAYROLL".
           05 FILLER                 PIC X(15) VALUE "   TAX DEPOSITS".
           05 FILLER                 PIC X(15) VALUE "       PAYABLES".
           05 FILLER                 PIC X(15) VALUE "   PURCH ORDERS".
           05 FILLER                 PIC X(15) VALUE "        CLOSING".
           05 FILLER                 PIC X(14) VALUE SPACES.

       01  FCS-WEEK-LINE.
           05 FCS-WK-NUMBER          PIC Z9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-WK-START           PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-WK-OPEN            PIC ZZ,ZZZ,ZZ9.99-.
           05 FCS-WK-COLUMNS OCCURS 5 TIMES.
              10 FILLER              PIC X(01).
              10 FCS-WK-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-WK-CLOSE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 FCS-WK-FLAG            PIC X(11).

       01  FCS-TOTAL-LINE.
           05 FCS-TOT-LABEL          PIC X(28).
           05 FCS-TOT-COLUMNS OCCURS 5 TIMES.
              10 FILLER              PIC X(01).
              10 FCS-TOT-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(29) VALUE SPACES.

       01  FCS-MEMO-LINE.
           05 FCS-MEMO-LABEL         PIC X(50).
           05 FCS-MEMO-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(68) VALUE SPACES.

       01  FCS-MEMO-COUNT-LINE.
           05 FCS-MCT-LABEL          PIC X(50).
           05 FCS-MCT-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FCS-MCT-NOTE           PIC X(40).
           05 FILLER                 PIC X(35) VALUE SPACES.

       01  FCS-TEXT-LINE             PIC X(132).
       01  FCS-BLANK-LINE            PIC X(132) VALUE SPACES.

       COPY BBALWS.
       COPY VENDWS.
       COPY APOPNWS.
       COPY POWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY DISTRIBWS.
       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "CASHFCAS 13-WEEK CASH REQUIREMENTS FORECAST"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "CASHFCAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BANK-BALANCE
           PERFORM 3000-FORECAST-PAYROLL
           PERFORM 4000-FORECAST-TAX-DEPOSITS
           PERFORM 5000-FORECAST-PAYABLES
           PERFORM 6000-FORECAST-RECEIPTS
           PERFORM 7000-ROLL-BALANCES
           PERFORM 8000-WRITE-REPORT
           MOVE "CASHFCAS" TO WS-IOERR-PROGRAM-ID
           MOVE "CASH-FORECAST"         TO WS-DISTRIB-REPORT-NAME
           MOVE WS-CASH-FORECAST-PATH   TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "CASHFCAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RECORDS-READ TO WS-AUDIT-RECORDS-READ
           MOVE 13 TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-RECEIPT-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           IF WS-NEGATIVE-WEEKS > 0
              DISPLAY "CASHFCAS: *** CASH GOES NEGATIVE IN WEEK "
                      WS-FIRST-NEGATIVE " -- " WS-NEGATIVE-WEEKS
                      " WEEK(S) BELOW ZERO ***"
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY "CASHFCAS: NO WEEK GOES NEGATIVE"
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "REPORT: " WS-CASH-FORECAST-PATH
           DISPLAY "END CASHFCAS"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-SET-COMPANY-PATHS
           MOVE WS-TODAY-DATE TO WS-ASOF-DATE
           DISPLAY "FORECAST AS OF (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-ASOF-IN
           IF WS-ASOF-IN IS NUMERIC
              MOVE WS-ASOF-NUM TO WS-ASOF-DATE
           END-IF
           COMPUTE WS-ASOF-INT =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           IF WS-ASOF-INT = 0
              DISPLAY "CASHFCAS: " WS-ASOF-DATE
                      " IS NOT A DATE -- TODAY USED"
              MOVE WS-TODAY-DATE TO WS-ASOF-DATE
              COMPUTE WS-ASOF-INT =
                 FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           END-IF
           COMPUTE WS-HORIZON-END-INT = WS-ASOF-INT + 90
           INITIALIZE WS-WEEK-TABLE
                      WS-BEYOND-TOTALS
                      WS-COLUMN-TOTALS
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                     UNTIL WS-WK-SUB > 13
              COMPUTE WS-WK-START-DATE(WS-WK-SUB) =
                 FUNCTION DATE-OF-INTEGER
                    (WS-ASOF-INT + (WS-WK-SUB - 1) * 7)
           END-PERFORM.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR CASHFCAS, IF ANYTHING. EACH
      * ENTRY SHOULD MATCH THE ONE THE FILE'S OWNING PROGRAM USES.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "CASHFCAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "PAY-CALENDAR-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAY-CALENDAR-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAY-CALENDAR-PATH
           MOVE "TAX-LIABILITY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-LIABILITY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-LIABILITY-PATH
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH
           MOVE "PAYMENT-TRAN-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAYMENT-TRAN-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAYMENT-TRAN-PATH
           MOVE "INVOICE-REGISTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INVOICE-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INVOICE-REGISTER-PATH
           MOVE "CASH-FORECAST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CASH-FORECAST-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CASH-FORECAST-PATH
           MOVE "BANK-BALANCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BANK-BALANCE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BANK-BALANCE-PATH
           MOVE "VENDOR-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VENDOR-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VENDOR-MASTER-PATH
           MOVE "OPEN-PAYABLES-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OPEN-PAYABLES-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OPEN-PAYABLES-PATH
           MOVE "PURCH-ORDER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PURCH-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PURCH-ORDER-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY'S OWN GL CONTROL, TAX LIABILITY AND REPORT FILES.
      * THE CALENDAR, CUSTOMER MASTER, REGISTERS AND BANK BALANCE
      * HISTORY ARE SHARED -- THEIR ROWS CARRY THE COMPANY WHERE IT
      * MATTERS.
       1020-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "CASHFCAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- NO FORECAST"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-TAX-LIABILITY-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-TAX-LIABILITY-PATH
           MOVE WS-CASH-FORECAST-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-CASH-FORECAST-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1025-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "CASHFCAS: NO FORECAST"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * THE COMPANY'S LATEST RECONCILED STATEMENT ON BANKBAL.DAT,
      * LESS THE CHECKS THAT WERE STILL OUTSTANDING AGAINST IT. A ROW
      * WITH NO COMPANY IS COMPANY 01'S. WITH NONE ON FILE THE
      * FORECAST STARTS FROM ZERO AND SAYS SO.
       2000-LOAD-BANK-BALANCE.
           OPEN INPUT BANK-BALANCE-FILE
           IF BANK-BALANCE-SUCCESSFUL
              PERFORM UNTIL END-OF-BANK-BALANCE
                 READ BANK-BALANCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    MOVE BBAL-COMPANY TO WS-BANK-ROW-COMPANY
                    IF WS-BANK-ROW-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE
                         TO WS-BANK-ROW-COMPANY
                    END-IF
                    IF WS-BANK-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       AND BBAL-STMT-DATE IS NUMERIC
                       AND BBAL-STMT-BALANCE IS NUMERIC
                       AND BBAL-OUTSTANDING IS NUMERIC
                       AND BBAL-STMT-DATE NOT < WS-BANK-STMT-DATE
                       PERFORM 2010-TAKE-BANK-BALANCE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE BANK-BALANCE-FILE
           END-IF
           IF NOT BANK-BALANCE-FOUND
              DISPLAY "CASHFCAS: NO RECONCILED BANK BALANCE FOR "
                      "COMPANY " WS-RUN-COMPANY-CODE
                      " -- FORECAST STARTS FROM ZERO"
           END-IF.

       2010-TAKE-BANK-BALANCE.
           MOVE "Y" TO WS-BANK-FOUND-SW
           MOVE BBAL-STMT-DATE TO WS-BANK-STMT-DATE
           MOVE BBAL-RUN-DATE TO WS-BANK-RUN-DATE
           IF BBAL-OVERDRAWN
              COMPUTE WS-START-BALANCE =
                 0 - BBAL-STMT-BALANCE - BBAL-OUTSTANDING
           ELSE
              COMPUTE WS-START-BALANCE =
                 BBAL-STMT-BALANCE - BBAL-OUTSTANDING
           END-IF.

      * AVERAGES THE RECENT REGULAR RUNS, THEN PLACES ONE AVERAGE
      * NET PAYROLL ON EACH PAY DATE IN THE 13 WEEKS, AND ITS TAX
      * DEPOSIT A WEEK LATER.
       3000-FORECAST-PAYROLL.
           PERFORM 3010-READ-GL-CONTROL
           PERFORM 3040-AVERAGE-RECENT-RUNS
           IF WS-AVG-RUNS = 0
              DISPLAY "CASHFCAS: NO REGULAR PAYROLL RUNS ON THE GL "
                      "CONTROL FILE -- NO PAYROLL FORECAST"
              MOVE "NO PAYROLL HISTORY" TO WS-PAYDAY-SOURCE
           ELSE
              PERFORM 3050-READ-PAY-CALENDAR
              IF WS-PAYDAYS-FORECAST = 0
                 PERFORM 3070-PLACE-WEEKLY-PAYDAYS
                 MOVE "WEEKLY FROM THE LAST RUN" TO WS-PAYDAY-SOURCE
              ELSE
                 MOVE "PAY CALENDAR" TO WS-PAYDAY-SOURCE
              END-IF
           END-IF.

       3010-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF GL-CONTROL-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CONTROL
                 READ GL-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    EVALUATE TRUE
                       WHEN ACCRUAL-RECORD
                          IF GL-ACCRUAL-ER-FICA IS NUMERIC
                             PERFORM 3025-TAKE-ACCRUAL-LINE
                          END-IF
                       WHEN GL-CONTROL-RUN-DATE IS NUMERIC
                          AND GL-CONTROL-TOTAL-NET IS NUMERIC
                          AND GL-CONTROL-TOTAL-WH IS NUMERIC
                          AND (GL-CONTROL-RUN-TYPE = "R"
                               OR GL-CONTROL-RUN-TYPE = SPACE)
                          PERFORM 3020-TAKE-CONTROL-LINE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE GL-CONTROL-FILE
           ELSE
              MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * ONE DEPARTMENT'S SHARE OF A REGULAR RUN. A RUN DATE NOT SEEN
      * BEFORE STARTS A NEW RUN.
       3020-TAKE-CONTROL-LINE.
           MOVE GL-CONTROL-RUN-DATE TO WS-CHECK-RUN-DATE
           PERFORM 3030-FIND-PAYRUN
           IF NOT PAYRUN-FOUND
              IF WS-PAYRUN-COUNT < 200
                 ADD 1 TO WS-PAYRUN-COUNT
                 MOVE WS-PAYRUN-COUNT TO WS-PAYRUN-SUB
                 MOVE WS-CHECK-RUN-DATE TO WS-PAYRUN-DATE(WS-PAYRUN-SUB)
                 MOVE 0 TO WS-PAYRUN-NET(WS-PAYRUN-SUB)
                           WS-PAYRUN-TAX(WS-PAYRUN-SUB)
                 MOVE "Y" TO WS-PAYRUN-FOUND-SW
              ELSE
                 IF NOT PAYRUN-TABLE-FULL
                    DISPLAY "CASHFCAS: OVER 200 PAYROLL RUNS ON THE GL "
                            "CONTROL FILE -- LATER RUNS NOT AVERAGED"
                    MOVE "Y" TO WS-PAYRUN-FULL-SW
                 END-IF
              END-IF
           END-IF
           IF PAYRUN-FOUND
              ADD GL-CONTROL-TOTAL-NET TO WS-PAYRUN-NET(WS-PAYRUN-SUB)
              ADD GL-CONTROL-TOTAL-WH TO WS-PAYRUN-TAX(WS-PAYRUN-SUB)
           END-IF.

      * THE EMPLOYER FICA MATCH JOINS THE RUN'S TAX DEPOSIT. AN
      * ACCRUAL LINE FOR A RUN THAT IS NOT A REGULAR ONE IS PASSED
      * OVER.
       3025-TAKE-ACCRUAL-LINE.
           MOVE GL-ACCRUAL-RUN-DATE TO WS-CHECK-RUN-DATE
           PERFORM 3030-FIND-PAYRUN
           IF PAYRUN-FOUND
              ADD GL-ACCRUAL-ER-FICA TO WS-PAYRUN-TAX(WS-PAYRUN-SUB)
           END-IF.

      * SEARCHES FROM THE NEWEST RUN BACK; WS-PAYRUN-SUB IS LEFT ON
      * THE MATCH.
       3030-FIND-PAYRUN.
           MOVE "N" TO WS-PAYRUN-FOUND-SW
           MOVE WS-PAYRUN-COUNT TO WS-PAYRUN-SUB
           PERFORM UNTIL WS-PAYRUN-SUB = 0 OR PAYRUN-FOUND
              IF WS-PAYRUN-DATE(WS-PAYRUN-SUB) = WS-CHECK-RUN-DATE
                 MOVE "Y" TO WS-PAYRUN-FOUND-SW
              ELSE
                 SUBTRACT 1 FROM WS-PAYRUN-SUB
              END-IF
           END-PERFORM.

      * THE LAST 8 RUNS ON FILE, OR AS MANY AS THERE ARE.
       3040-AVERAGE-RECENT-RUNS.
           MOVE 0 TO WS-AVG-NET-SUM
                     WS-AVG-TAX-SUM
           IF WS-PAYRUN-COUNT > 8
              MOVE 8 TO WS-AVG-RUNS
           ELSE
              MOVE WS-PAYRUN-COUNT TO WS-AVG-RUNS
           END-IF
           IF WS-AVG-RUNS > 0
              COMPUTE WS-AVG-FIRST = WS-PAYRUN-COUNT - WS-AVG-RUNS + 1
              PERFORM VARYING WS-PAYRUN-SUB FROM WS-AVG-FIRST BY 1
                        UNTIL WS-PAYRUN-SUB > WS-PAYRUN-COUNT
                 ADD WS-PAYRUN-NET(WS-PAYRUN-SUB) TO WS-AVG-NET-SUM
                 ADD WS-PAYRUN-TAX(WS-PAYRUN-SUB) TO WS-AVG-TAX-SUM
              END-PERFORM
              COMPUTE WS-AVG-NET ROUNDED =
                 WS-AVG-NET-SUM / WS-AVG-RUNS
              COMPUTE WS-AVG-TAX ROUNDED =
                 WS-AVG-TAX-SUM / WS-AVG-RUNS
              MOVE WS-PAYRUN-DATE(WS-PAYRUN-COUNT) TO WS-LAST-RUN-NUM
           END-IF.

      * EVERY CALENDAR PERIOD NOT YET CLOSED THAT ENDS FROM THE
      * AS-OF DATE THROUGH THE LAST FORECAST DAY. EACH PAY-FREQUENCY
      * GROUP KEEPS ITS OWN PERIODS, SO TWO GROUPS PAID THE SAME DAY
      * ARE TWO PAYROLLS.
       3050-READ-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE
           IF PAY-CALENDAR-SUCCESSFUL
              PERFORM UNTIL END-OF-PAY-CALENDAR
                 READ PAY-CALENDAR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF PAYCAL-END-DATE-IN IS NUMERIC
                       AND PAYCAL-OPEN-FLAG-IN NOT = "C"
                       COMPUTE WS-PAYDAY-INT = FUNCTION
                          INTEGER-OF-DATE(PAYCAL-END-DATE-IN)
                       IF WS-PAYDAY-INT NOT < WS-ASOF-INT
                          AND WS-PAYDAY-INT NOT > WS-HORIZON-END-INT
                          PERFORM 3060-PLACE-ONE-PAYDAY
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAY-CALENDAR-FILE
           END-IF.

       3060-PLACE-ONE-PAYDAY.
           ADD 1 TO WS-PAYDAYS-FORECAST
           COMPUTE WS-PLACE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-PAYDAY-INT)
           MOVE WS-AVG-NET TO WS-PLACE-AMOUNT
           MOVE 2 TO WS-PLACE-COLUMN
           PERFORM 8900-PLACE-AMOUNT
           COMPUTE WS-PLACE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-PAYDAY-INT + 7)
           MOVE WS-AVG-TAX TO WS-PLACE-AMOUNT
           MOVE 3 TO WS-PLACE-COLUMN
           PERFORM 8900-PLACE-AMOUNT.

      * NO CALENDAR ROWS COVER THE 13 WEEKS: A RUN EVERY 7 DAYS
      * AFTER THE LAST ONE ON THE GL CONTROL FILE.
       3070-PLACE-WEEKLY-PAYDAYS.
           COMPUTE WS-PAYDAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-NUM) + 7
           IF WS-PAYDAY-INT = 7
              MOVE WS-ASOF-INT TO WS-PAYDAY-INT
           END-IF
           PERFORM UNTIL WS-PAYDAY-INT > WS-HORIZON-END-INT
              IF WS-PAYDAY-INT NOT < WS-ASOF-INT
                 PERFORM 3060-PLACE-ONE-PAYDAY
              END-IF
              ADD 7 TO WS-PAYDAY-INT
           END-PERFORM.

      * EVERY OBLIGATION TAXDEPAS STILL SHOWS OPEN, ON ITS DUE DATE.
       4000-FORECAST-TAX-DEPOSITS.
           OPEN INPUT TAX-LIABILITY-FILE
           IF TAX-LIABILITY-SUCCESSFUL
              PERFORM UNTIL END-OF-TAX-LIABILITY
                 READ TAX-LIABILITY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF LIAB-OPEN
                       AND LIAB-AMOUNT IS NUMERIC
                       AND LIAB-DEPOSITED IS NUMERIC
                       AND LIAB-AMOUNT > LIAB-DEPOSITED
                       MOVE LIAB-DUE-DATE TO WS-PLACE-DATE
                       COMPUTE WS-PLACE-AMOUNT =
                          LIAB-AMOUNT - LIAB-DEPOSITED
                       MOVE 3 TO WS-PLACE-COLUMN
                       PERFORM 8900-PLACE-AMOUNT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-LIABILITY-FILE
           ELSE
              DISPLAY "CASHFCAS: NO TAX LIABILITY FILE -- RUN "
                      "TAXDEPAS FIRST FOR DEPOSITS ALREADY OWED"
           END-IF.

      * THE PAYABLES AND PURCHASE ORDER FILES CARRY NO COMPANY; THEY
      * ARE COMPANY 01'S, THE WAY EVERY ROW WITHOUT ONE IS.
       5000-FORECAST-PAYABLES.
           IF WS-RUN-COMPANY-CODE NOT = WS-DEFAULT-COMPANY-CODE
              MOVE "Y" TO WS-OTHER-COMPANY-NOTE
           ELSE
              PERFORM 9972-LOAD-VENDOR-MASTER
              PERFORM 9978-LOAD-OPEN-PAYABLES
              IF APOPEN-TABLE-FULL
                 DISPLAY "CASHFCAS: OPEN-PAYABLES FILE LARGER THAN "
                         "THE TABLE -- PAYABLES ARE UNDERSTATED"
              END-IF
              ADD WS-APOPEN-COUNT TO WS-RECORDS-READ
              PERFORM VARYING WS-APOPEN-IDX FROM 1 BY 1
                        UNTIL WS-APOPEN-IDX > WS-APOPEN-COUNT
                 IF WS-APOPEN-OPEN(WS-APOPEN-IDX)
                    PERFORM 5010-PLACE-ONE-PAYABLE
                 END-IF
              END-PERFORM
              PERFORM 9975-LOAD-PURCH-ORDERS
              IF POMAST-TABLE-FULL
                 DISPLAY "CASHFCAS: PURCHASE ORDER FILE LARGER THAN "
                         "THE TABLE -- OPEN POS ARE UNDERSTATED"
              END-IF
              ADD WS-POMAST-COUNT TO WS-RECORDS-READ
              PERFORM VARYING WS-POMAST-IDX FROM 1 BY 1
                        UNTIL WS-POMAST-IDX > WS-POMAST-COUNT
                 IF WS-POMAST-OPEN(WS-POMAST-IDX)
                    PERFORM 5020-PLACE-ONE-PO
                 END-IF
              END-PERFORM
           END-IF.

      * A DISCOUNT STILL LIVE ON THE AS-OF DATE IS TAKEN, AS APCHKAS
      * TAKES IT: THE INVOICE LESS THE DISCOUNT, ON THE DISCOUNT DATE.
       5010-PLACE-ONE-PAYABLE.
           MOVE 4 TO WS-PLACE-COLUMN
           IF WS-APOPEN-DISC-AMT(WS-APOPEN-IDX) > 0
              AND WS-APOPEN-DISC-DATE(WS-APOPEN-IDX) NOT < WS-ASOF-DATE
              AND WS-APOPEN-DISC-AMT(WS-APOPEN-IDX) <
                  WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
              MOVE WS-APOPEN-DISC-DATE(WS-APOPEN-IDX) TO WS-PLACE-DATE
              COMPUTE WS-PLACE-AMOUNT =
                 WS-APOPEN-AMOUNT(WS-APOPEN-IDX)
               - WS-APOPEN-DISC-AMT(WS-APOPEN-IDX)
           ELSE
              MOVE WS-APOPEN-DUE-DATE(WS-APOPEN-IDX) TO WS-PLACE-DATE
              MOVE WS-APOPEN-AMOUNT(WS-APOPEN-IDX) TO WS-PLACE-AMOUNT
           END-IF
           PERFORM 8900-PLACE-AMOUNT.

      * THE FOOTAGE NOT YET INVOICED, AT THE PO COST, IS PAID THE
      * VENDOR'S TERMS DAYS AFTER THE AS-OF DATE (30 IF THE VENDOR
      * IS GONE OR HAS NO TERMS ON FILE).
       5020-PLACE-ONE-PO.
           IF WS-POMAST-ORDERED(WS-POMAST-IDX) >
              WS-POMAST-INVOICED(WS-POMAST-IDX)
              COMPUTE WS-PO-UNINVOICED ROUNDED =
                 (WS-POMAST-ORDERED(WS-POMAST-IDX)
                - WS-POMAST-INVOICED(WS-POMAST-IDX))
                * WS-POMAST-UNIT-COST(WS-POMAST-IDX)
              MOVE WS-TERMS-DAYS TO WS-TERMS-USED
              MOVE WS-POMAST-VENDOR(WS-POMAST-IDX)
                TO WS-VENDMAST-CHECK-NUMBER
              PERFORM 9974-FIND-VENDOR
              IF VENDMAST-ON-FILE
                 IF WS-VENDMAST-TERMS(WS-VENDMAST-IDX) > 0
                    MOVE WS-VENDMAST-TERMS(WS-VENDMAST-IDX)
                      TO WS-TERMS-USED
                 END-IF
              END-IF
              COMPUTE WS-PLACE-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-ASOF-INT + WS-TERMS-USED)
              MOVE WS-PO-UNINVOICED TO WS-PLACE-AMOUNT
              MOVE 5 TO WS-PLACE-COLUMN
              PERFORM 8900-PLACE-AMOUNT
           END-IF.

      * EACH OF THE COMPANY'S BALANCES IS SPLIT INTO ITS NEWEST
      * INVOICES (PAYMENTS GO AGAINST THE OLDEST FIRST), AND EACH
      * PIECE IS EXPECTED THE CUSTOMER'S AVERAGE DAYS-TO-PAY AFTER
      * IT WAS BILLED.
       6000-FORECAST-RECEIPTS.
           PERFORM 6010-LOAD-CUSTOMERS
           IF WS-FCUST-COUNT > 0
              PERFORM 6020-READ-PAYMENT-HISTORY
              PERFORM 6030-LOAD-INVOICES
              PERFORM 6040-ALLOCATE-OPEN-ITEMS
              PERFORM VARYING WS-FCUST-SUB FROM 1 BY 1
                        UNTIL WS-FCUST-SUB > WS-FCUST-COUNT
                 IF WS-FCUST-REMAINING(WS-FCUST-SUB) > 0
                    PERFORM 6050-PLACE-REMAINDER
                 END-IF
              END-PERFORM
           END-IF
           IF WS-SHOP-PAY-COUNT > 0
              COMPUTE WS-SHOP-AVG-DAYS ROUNDED =
                 WS-SHOP-PAY-DAYS / WS-SHOP-PAY-COUNT
           END-IF.

      * THE RUN COMPANY'S CUSTOMERS WITH A BALANCE OWING. A ROW WITH
      * NO COMPANY IS COMPANY 01'S; A "#" ROW IS A COMMENT.
       6010-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-CUSTOMER-FILE
                 READ CUSTOMER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    MOVE CUST-COMPANY-IN TO WS-ROW-COMPANY
                    IF WS-ROW-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO WS-ROW-COMPANY
                    END-IF
                    IF WS-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       AND CUST-ID-IN(1:1) NOT = "#"
                       AND CUST-PAYMENT-IN IS NUMERIC
                       AND CUST-PAYMENT-IN > 0
                       PERFORM 6015-KEEP-ONE-CUSTOMER
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              MOVE "CUSTOMER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-CUSTOMER-FILE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "CASHFCAS: NO CUSTOMER FILE -- NO RECEIPTS "
                      "FORECAST"
           END-IF.

       6015-KEEP-ONE-CUSTOMER.
           IF WS-FCUST-COUNT < 999
              ADD 1 TO WS-FCUST-COUNT
              SET WS-FCUST-IDX TO WS-FCUST-COUNT
              MOVE CUST-ID-IN TO WS-FCUST-ID(WS-FCUST-IDX)
              MOVE CUST-PAYMENT-IN TO WS-FCUST-BALANCE(WS-FCUST-IDX)
                                      WS-FCUST-REMAINING(WS-FCUST-IDX)
              MOVE 0 TO WS-FCUST-LAST-CHARGE(WS-FCUST-IDX)
                        WS-FCUST-PAY-DAYS(WS-FCUST-IDX)
                        WS-FCUST-PAY-COUNT(WS-FCUST-IDX)
              MOVE WS-TERMS-DAYS TO WS-FCUST-AVG-DAYS(WS-FCUST-IDX)
           ELSE
              DISPLAY "CASHFCAS: OVER 999 CUSTOMERS OWING -- "
                      CUST-ID-IN " NOT FORECAST"
           END-IF.

      * THE DAYS FROM EACH CUSTOMER'S LATEST CHARGE TO EACH PAYMENT
      * AFTER IT, AVERAGED. THE FILE IS IN POSTING ORDER, SO THE
      * CHARGE DATE HELD WHEN A PAYMENT IS READ IS THE ONE IT PAID.
       6020-READ-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-TRAN-FILE
           IF PAYMENT-TRAN-SUCCESSFUL
              PERFORM UNTIL END-OF-PAYMENT-TRAN
                 READ PAYMENT-TRAN-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    IF TRAN-DATE IS NUMERIC
                       MOVE TRAN-CUST-ID TO WS-FCUST-CHECK-ID
                       PERFORM 6060-FIND-CUSTOMER
                       IF FCUST-FOUND
                          PERFORM 6025-TAKE-ONE-TRAN
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRAN-FILE
           END-IF
           PERFORM VARYING WS-FCUST-IDX FROM 1 BY 1
                     UNTIL WS-FCUST-IDX > WS-FCUST-COUNT
              IF WS-FCUST-PAY-COUNT(WS-FCUST-IDX) > 0
                 COMPUTE WS-FCUST-AVG-DAYS(WS-FCUST-IDX) ROUNDED =
                    WS-FCUST-PAY-DAYS(WS-FCUST-IDX)
                  / WS-FCUST-PAY-COUNT(WS-FCUST-IDX)
              END-IF
           END-PERFORM.

       6025-TAKE-ONE-TRAN.
           EVALUATE TRAN-TYPE
              WHEN "C"
                 MOVE TRAN-DATE TO WS-FCUST-LAST-CHARGE(WS-FCUST-IDX)
              WHEN "P"
                 IF WS-FCUST-LAST-CHARGE(WS-FCUST-IDX) > 0
                    COMPUTE WS-PAY-GAP =
                       FUNCTION INTEGER-OF-DATE(TRAN-DATE)
                     - FUNCTION INTEGER-OF-DATE
                          (WS-FCUST-LAST-CHARGE(WS-FCUST-IDX))
                    IF WS-PAY-GAP NOT < 0 AND WS-PAY-GAP < 1000
                       ADD WS-PAY-GAP
                         TO WS-FCUST-PAY-DAYS(WS-FCUST-IDX)
                            WS-SHOP-PAY-DAYS
                       ADD 1 TO WS-FCUST-PAY-COUNT(WS-FCUST-IDX)
                                WS-SHOP-PAY-COUNT
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * KEEPS THE COMPANY'S INVOICES TO CUSTOMERS STILL OWING, LESS
      * ANY DEPOSIT ALREADY APPLIED TO THEM.
       6030-LOAD-INVOICES.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REGISTER-SUCCESSFUL
              PERFORM UNTIL END-OF-INVOICE-REGISTER
                 READ INVOICE-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
                    MOVE INVREG-COMPANY TO WS-ROW-COMPANY
                    IF WS-ROW-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO WS-ROW-COMPANY
                    END-IF
                    IF WS-ROW-COMPANY = WS-RUN-COMPANY-CODE
                       AND INVREG-DATE IS NUMERIC
                       AND INVREG-AMOUNT IS NUMERIC
                       AND INVREG-DEPOSIT IS NUMERIC
                       AND INVREG-AMOUNT > INVREG-DEPOSIT
                       MOVE INVREG-CUST-ID TO WS-FCUST-CHECK-ID
                       PERFORM 6060-FIND-CUSTOMER
                       IF FCUST-FOUND
                          PERFORM 6035-KEEP-ONE-INVOICE
                       END-IF
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-FILE
           END-IF.

       6035-KEEP-ONE-INVOICE.
           ADD 1 TO WS-FINV-LAST
           IF WS-FINV-LAST > 3000
              MOVE 1 TO WS-FINV-LAST
           END-IF
           IF WS-FINV-COUNT < 3000
              ADD 1 TO WS-FINV-COUNT
           END-IF
           SET WS-FCUST-SUB TO WS-FCUST-IDX
           MOVE WS-FCUST-SUB TO WS-FINV-CUST-SUB(WS-FINV-LAST)
           MOVE INVREG-DATE TO WS-FINV-DATE(WS-FINV-LAST)
           COMPUTE WS-FINV-OWED(WS-FINV-LAST) =
              INVREG-AMOUNT - INVREG-DEPOSIT.

      * NEWEST INVOICE FIRST, EACH TAKES WHAT IS LEFT OF ITS
      * CUSTOMER'S BALANCE, UP TO WHAT IT BILLED.
       6040-ALLOCATE-OPEN-ITEMS.
           MOVE WS-FINV-LAST TO WS-FINV-SUB
           PERFORM WS-FINV-COUNT TIMES
              MOVE WS-FINV-CUST-SUB(WS-FINV-SUB) TO WS-FCUST-SUB
              IF WS-FCUST-REMAINING(WS-FCUST-SUB) > 0
                 PERFORM 6045-ALLOCATE-ONE-INVOICE
              END-IF
              SUBTRACT 1 FROM WS-FINV-SUB
              IF WS-FINV-SUB = 0
                 MOVE 3000 TO WS-FINV-SUB
              END-IF
           END-PERFORM.

       6045-ALLOCATE-ONE-INVOICE.
           IF WS-FINV-OWED(WS-FINV-SUB) <
              WS-FCUST-REMAINING(WS-FCUST-SUB)
              MOVE WS-FINV-OWED(WS-FINV-SUB) TO WS-OPEN-PART
           ELSE
              MOVE WS-FCUST-REMAINING(WS-FCUST-SUB) TO WS-OPEN-PART
           END-IF
           SUBTRACT WS-OPEN-PART FROM WS-FCUST-REMAINING(WS-FCUST-SUB)
           MOVE WS-FINV-DATE(WS-FINV-SUB) TO WS-RCPT-BASE-DATE
           MOVE WS-OPEN-PART TO WS-RCPT-AMOUNT
           MOVE WS-FCUST-AVG-DAYS(WS-FCUST-SUB) TO WS-RCPT-AVG-DAYS
           PERFORM 6070-PLACE-ONE-RECEIPT.

      * WHAT IS LEFT OF A BALANCE AFTER ITS INVOICES (CHARGES KEYED
      * IN CASHAPPAS, OR INVOICES OLDER THAN THE TABLE) IS DATED FROM
      * THE CUSTOMER'S LAST CHARGE, AS THE AGING REPORT DATES IT.
       6050-PLACE-REMAINDER.
           MOVE WS-FCUST-LAST-CHARGE(WS-FCUST-SUB) TO WS-RCPT-BASE-DATE
           MOVE WS-FCUST-REMAINING(WS-FCUST-SUB) TO WS-RCPT-AMOUNT
           MOVE WS-FCUST-AVG-DAYS(WS-FCUST-SUB) TO WS-RCPT-AVG-DAYS
           MOVE 0 TO WS-FCUST-REMAINING(WS-FCUST-SUB)
           PERFORM 6070-PLACE-ONE-RECEIPT.

      * WS-FCUST-IDX IS LEFT ON THE CUSTOMER IN WS-FCUST-CHECK-ID.
       6060-FIND-CUSTOMER.
           MOVE "N" TO WS-FCUST-FOUND-SW
           SET WS-FCUST-IDX TO 1
           SEARCH WS-FCUST-ENTRY
              AT END
                 CONTINUE
              WHEN WS-FCUST-IDX > WS-FCUST-COUNT
                 CONTINUE
              WHEN WS-FCUST-ID(WS-FCUST-IDX) = WS-FCUST-CHECK-ID
                 MOVE "Y" TO WS-FCUST-FOUND-SW
           END-SEARCH.

      * A PIECE STILL AHEAD OF ITS EXPECTED DATE IS PLACED ON IT.
      * ONE ALREADY PAST IT IS PLACED BY ITS AGING BUCKET, AND OVER
      * 90 DAYS (OR WITH NO CHARGE ON RECORD AT ALL) IS NOT COUNTED
      * ON.
       6070-PLACE-ONE-RECEIPT.
           MOVE 1 TO WS-PLACE-COLUMN
           MOVE WS-RCPT-AMOUNT TO WS-PLACE-AMOUNT
           MOVE 999 TO WS-RCPT-AGE
           MOVE 0 TO WS-RCPT-EXPECT-INT
           IF WS-RCPT-BASE-DATE > 0
              COMPUTE WS-RCPT-BASE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RCPT-BASE-DATE)
              IF WS-RCPT-BASE-INT > 0
                 COMPUTE WS-RCPT-AGE = WS-ASOF-INT - WS-RCPT-BASE-INT
                 COMPUTE WS-RCPT-EXPECT-INT =
                    WS-RCPT-BASE-INT + WS-RCPT-AVG-DAYS
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-RCPT-EXPECT-INT NOT < WS-ASOF-INT
                 COMPUTE WS-PLACE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-RCPT-EXPECT-INT)
                 PERFORM 8900-PLACE-AMOUNT
              WHEN WS-RCPT-AGE <= 30
                 MOVE WS-ASOF-DATE TO WS-PLACE-DATE
                 PERFORM 8900-PLACE-AMOUNT
              WHEN WS-RCPT-AGE <= 60
                 COMPUTE WS-PLACE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-ASOF-INT + 7)
                 PERFORM 8900-PLACE-AMOUNT
              WHEN WS-RCPT-AGE <= 90
                 COMPUTE WS-PLACE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-ASOF-INT + 21)
                 PERFORM 8900-PLACE-AMOUNT
              WHEN OTHER
                 ADD WS-RCPT-AMOUNT TO WS-DOUBTFUL-TOTAL
           END-EVALUATE.

      * WEEK 1 OPENS ON THE RECONCILED BALANCE; EACH WEEK CLOSES ON
      * ITS RECEIPTS LESS ITS PAYMENTS AND OPENS THE NEXT.
       7000-ROLL-BALANCES.
           MOVE WS-START-BALANCE TO WS-WK-OPEN-BAL(1)
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                     UNTIL WS-WK-SUB > 13
              IF WS-WK-SUB > 1
                 MOVE WS-WK-CLOSE-BAL(WS-WK-SUB - 1)
                   TO WS-WK-OPEN-BAL(WS-WK-SUB)
              END-IF
              COMPUTE WS-WK-CLOSE-BAL(WS-WK-SUB) =
                 WS-WK-OPEN-BAL(WS-WK-SUB)
               + WS-WK-AMOUNT(WS-WK-SUB, 1)
               - WS-WK-AMOUNT(WS-WK-SUB, 2)
               - WS-WK-AMOUNT(WS-WK-SUB, 3)
               - WS-WK-AMOUNT(WS-WK-SUB, 4)
               - WS-WK-AMOUNT(WS-WK-SUB, 5)
              IF WS-WK-CLOSE-BAL(WS-WK-SUB) < 0
                 ADD 1 TO WS-NEGATIVE-WEEKS
                 IF WS-FIRST-NEGATIVE = 0
                    MOVE WS-WK-SUB TO WS-FIRST-NEGATIVE
                 END-IF
              END-IF
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                        UNTIL WS-COL-SUB > 5
                 ADD WS-WK-AMOUNT(WS-WK-SUB, WS-COL-SUB)
                   TO WS-COLUMN-TOTAL(WS-COL-SUB)
              END-PERFORM
           END-PERFORM
           MOVE WS-COLUMN-TOTAL(1) TO WS-RECEIPT-TOTAL.

       8000-WRITE-REPORT.
           OPEN OUTPUT CASH-FORECAST-REPORT
           IF NOT GOOD-CASH-FORECAST-WRITE
              MOVE "CASH-FORECAST-REPORT" TO WS-IOERR-FILE-NAME
              MOVE WS-CASH-FORECAST-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "CASHFCAS: CANNOT OPEN " WS-CASH-FORECAST-PATH
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ASOF-DATE TO FCS-HDG-DATE
           MOVE WS-RUN-COMPANY-CODE TO FCS-HDG-COMPANY
           MOVE WS-RUN-COMPANY-NAME TO FCS-HDG-COMPANY-NAME
           WRITE CASH-FORECAST-RECORD FROM FCS-HDG-LINE
           WRITE CASH-FORECAST-RECORD FROM FCS-BLANK-LINE
           MOVE SPACES TO FCS-BANK-TEXT
           IF BANK-BALANCE-FOUND
              STRING "STARTING BANK BALANCE, RECONCILED TO THE "
                                           DELIMITED BY SIZE
                     WS-BANK-STMT-DATE     DELIMITED BY SIZE
                     " STATEMENT"          DELIMITED BY SIZE
                INTO FCS-BANK-TEXT
              END-STRING
           ELSE
              MOVE "NO RECONCILED BANK BALANCE ON FILE -- STARTING AT"
                TO FCS-BANK-TEXT
           END-IF
           MOVE WS-START-BALANCE TO FCS-BANK-AMOUNT
           WRITE CASH-FORECAST-RECORD FROM FCS-BANK-LINE
           WRITE CASH-FORECAST-RECORD FROM FCS-BLANK-LINE
           WRITE CASH-FORECAST-RECORD FROM FCS-COL-LINE-1
           PERFORM VARYING WS-WK-SUB FROM 1 BY 1
                     UNTIL WS-WK-SUB > 13
              PERFORM 8010-WRITE-ONE-WEEK
           END-PERFORM
           WRITE CASH-FORECAST-RECORD FROM FCS-BLANK-LINE
           MOVE "13-WEEK TOTALS" TO FCS-TOT-LABEL
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                     UNTIL WS-COL-SUB > 5
              MOVE WS-COLUMN-TOTAL(WS-COL-SUB)
                TO FCS-TOT-AMOUNT(WS-COL-SUB)
           END-PERFORM
           WRITE CASH-FORECAST-RECORD FROM FCS-TOTAL-LINE
           MOVE "DUE AFTER WEEK 13" TO FCS-TOT-LABEL
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                     UNTIL WS-COL-SUB > 5
              MOVE WS-BEYOND-AMOUNT(WS-COL-SUB)
                TO FCS-TOT-AMOUNT(WS-COL-SUB)
           END-PERFORM
           WRITE CASH-FORECAST-RECORD FROM FCS-TOTAL-LINE
           WRITE CASH-FORECAST-RECORD FROM FCS-BLANK-LINE
           PERFORM 8020-WRITE-MEMO
           CLOSE CASH-FORECAST-REPORT.

       8010-WRITE-ONE-WEEK.
           MOVE WS-WK-SUB TO FCS-WK-NUMBER
           MOVE WS-WK-START-DATE(WS-WK-SUB) TO FCS-WK-START
           MOVE WS-WK-OPEN-BAL(WS-WK-SUB) TO FCS-WK-OPEN
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                     UNTIL WS-COL-SUB > 5
              MOVE WS-WK-AMOUNT(WS-WK-SUB, WS-COL-SUB)
                TO FCS-WK-AMOUNT(WS-COL-SUB)
           END-PERFORM
           MOVE WS-WK-CLOSE-BAL(WS-WK-SUB) TO FCS-WK-CLOSE
           IF WS-WK-CLOSE-BAL(WS-WK-SUB) < 0
              MOVE "** NEGATIVE" TO FCS-WK-FLAG
           ELSE
              MOVE SPACES TO FCS-WK-FLAG
           END-IF
           WRITE CASH-FORECAST-RECORD FROM FCS-WEEK-LINE.

      * HOW THE FIGURES WERE ARRIVED AT, SO THE OWNER CAN JUDGE THEM.
       8020-WRITE-MEMO.
           MOVE "AVERAGE NET PAYROLL PER RUN" TO FCS-MEMO-LABEL
           MOVE WS-AVG-NET TO FCS-MEMO-AMOUNT
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-LINE
           MOVE "AVERAGE TAX DEPOSIT PER RUN" TO FCS-MEMO-LABEL
           MOVE WS-AVG-TAX TO FCS-MEMO-AMOUNT
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-LINE
           MOVE "PAYROLL RUNS AVERAGED" TO FCS-MCT-LABEL
           MOVE WS-AVG-RUNS TO FCS-MCT-COUNT
           MOVE SPACES TO FCS-MCT-NOTE
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-COUNT-LINE
           MOVE "PAYROLLS FORECAST" TO FCS-MCT-LABEL
           MOVE WS-PAYDAYS-FORECAST TO FCS-MCT-COUNT
           MOVE WS-PAYDAY-SOURCE TO FCS-MCT-NOTE
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-COUNT-LINE
           MOVE "CUSTOMERS OWING" TO FCS-MCT-LABEL
           MOVE WS-FCUST-COUNT TO FCS-MCT-COUNT
           MOVE SPACES TO FCS-MCT-NOTE
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-COUNT-LINE
           MOVE "AVERAGE DAYS FROM CHARGE TO PAYMENT" TO FCS-MCT-LABEL
           MOVE WS-SHOP-AVG-DAYS TO FCS-MCT-COUNT
           IF WS-SHOP-PAY-COUNT = 0
              MOVE "NO HISTORY -- 30-DAY TERMS USED" TO FCS-MCT-NOTE
           END-IF
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-COUNT-LINE
           MOVE "RECEIVABLES OVER 90 DAYS -- NOT FORECAST"
             TO FCS-MEMO-LABEL
           MOVE WS-DOUBTFUL-TOTAL TO FCS-MEMO-AMOUNT
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-LINE
           IF PAYABLES-NOT-FORECAST
              MOVE SPACES TO FCS-TEXT-LINE
              MOVE "VENDOR PAYABLES AND PURCHASE ORDERS ARE COMPANY 01'S
      -       " AND ARE NOT IN THIS FORECAST" TO FCS-TEXT-LINE
              WRITE CASH-FORECAST-RECORD FROM FCS-TEXT-LINE
           END-IF
           WRITE CASH-FORECAST-RECORD FROM FCS-BLANK-LINE
           MOVE "WEEKS CLOSING BELOW ZERO" TO FCS-MCT-LABEL
           MOVE WS-NEGATIVE-WEEKS TO FCS-MCT-COUNT
           MOVE SPACES TO FCS-MCT-NOTE
           IF WS-NEGATIVE-WEEKS > 0
              STRING "FIRST IS WEEK " DELIMITED BY SIZE
                     WS-FIRST-NEGATIVE DELIMITED BY SIZE
                INTO FCS-MCT-NOTE
              END-STRING
           END-IF
           WRITE CASH-FORECAST-RECORD FROM FCS-MEMO-COUNT-LINE.

      * PUTS WS-PLACE-AMOUNT IN COLUMN WS-PLACE-COLUMN OF THE WEEK
      * WS-PLACE-DATE FALLS IN. A DATE BEFORE THE AS-OF DATE (OR NOT
      * A DATE AT ALL) IS WEEK 1 -- IT IS OWED OR EXPECTED NOW. A
      * DATE PAST WEEK 13 GOES TO THE BEYOND-THE-FORECAST TOTALS.
       8900-PLACE-AMOUNT.
           MOVE 0 TO WS-PLACE-DAYS
           IF WS-PLACE-DATE IS NUMERIC
              AND WS-PLACE-DATE > 19000101
              IF FUNCTION INTEGER-OF-DATE(WS-PLACE-DATE) > 0
                 COMPUTE WS-PLACE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-PLACE-DATE)
                  - WS-ASOF-INT
              END-IF
           END-IF
           IF WS-PLACE-DAYS < 0
              MOVE 0 TO WS-PLACE-DAYS
           END-IF
           DIVIDE WS-PLACE-DAYS BY 7 GIVING WS-PLACE-WEEK
           ADD 1 TO WS-PLACE-WEEK
           IF WS-PLACE-WEEK > 13
              ADD WS-PLACE-AMOUNT TO WS-BEYOND-AMOUNT(WS-PLACE-COLUMN)
           ELSE
              ADD WS-PLACE-AMOUNT
                TO WS-WK-AMOUNT(WS-PLACE-WEEK, WS-PLACE-COLUMN)
           END-IF.

      * SHARED VENDOR, OPEN-PAYABLES AND PURCHASE ORDER PARAGRAPHS.
      * SEE VENDPARA.CPY, APOPNPARA.CPY AND POPARA.CPY.
       COPY VENDPARA.

       COPY APOPNPARA.

       COPY POPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
