       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARPOSTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * DAILY RECEIVABLES GL JOURNAL.
      *
      * GLPOSTAS JOURNALS THE PAYROLL SIDE ONLY; THE SALES SIDE WAS
      * HAND-ENTERED FROM THE INVOICE REGISTER AND THE CASH REPORTS.
      * FOR ONE POSTING DATE (BLANK = TODAY) THIS RUN GATHERS:
      *   - THE INVOICE REGISTER (INVREG.DAT) -- EACH INVOICE DEBITS
      *     A/R FOR ITS TOTAL AND CREDITS SALES, SALES TAX PAYABLE
      *     AND FREIGHT INCOME (THE SHIPMANAS FREIGHT BILLED ON IT)
      *     FROM THE SPLITS INVOICEAS RECORDS ON THE REGISTER; A
      *     DEPOSIT APPLIED ON THE INVOICE DEBITS CUSTOMER DEPOSITS
      *     AND CREDITS A/R;
      *   - PAYTRAN.DAT -- "C" CHARGE ROWS BEYOND WHAT THE REGISTER
      *     BILLED (CHARGES KEYED AT CASHAPPAS) DEBIT A/R AND CREDIT
      *     SALES; "F" FINANCE CHARGES FROM FINCHGAS DEBIT A/R AND
      *     CREDIT FINANCE-CHARGE INCOME; "P" ROWS CREDIT A/R;
      *   - THE CREDIT-MEMO FILE (CREDMEMAS, AND ORDAMNDAS PRICE
      *     DECREASES) -- EACH CREDIT DEBITS SALES. ITS "P" ROW IS
      *     NOT CASH, SO CASH RECEIVED IS THE DAY'S "P" ROWS LESS
      *     THE CREDITS AND THE DEPOSITS APPLIED;
      *   - CUSTDEP.DAT -- A DEPOSIT TAKEN THAT DAY DEBITS CASH AND
      *     CREDITS CUSTOMER DEPOSITS; ONE REFUNDED THAT DAY REVERSES
      *     WHAT WAS LEFT OF IT.
      * EACH CATEGORY MAPS TO AN ACCOUNT ON THE SAME CHART-OF-
      * ACCOUNTS FILE GLPOSTAS USES (AR, SALES, SALESTAX, FREIGHT,
      * FINCHG, CASH, DEPOSITS). THE ENTRY MUST PROVE DEBITS =
      * CREDITS BEFORE ANYTHING IS WRITTEN, AND IS APPENDED TO
      * ARJRNL.DAT IN GLPOSTAS'S JOURNAL LAYOUT, WHICH MONENDAS
      * TOTALS WITH THE PAYROLL JOURNAL AT CLOSE. A DATE IN A
      * PERIOD CLOSED ON ACCTPER.DAT, OR ONE ALREADY ON ARJRNL.DAT,
      * IS REFUSED WITH A NONZERO RETURN-CODE.
      *
      * TRNARCAS'S BALANCE-FORWARD ROWS ARE DATED AT ITS CUTOFF, SO
      * AN ARCHIVE CUTOFF DATE IS NOT A POSTING DATE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT INVOICE-REGISTER-FILE
               ASSIGN TO WS-INVOICE-REGISTER-PATH
               organization is line sequential
               file status is WS-INVOICE-REGISTER-STATUS.
             SELECT PAYMENT-TRAN-FILE
               ASSIGN TO WS-PAYMENT-TRAN-PATH
               organization is line sequential
               file status is WS-PAYMENT-TRAN-STATUS.
             SELECT CREDIT-MEMO-FILE
               ASSIGN TO WS-CREDIT-MEMO-PATH
               organization is line sequential
               file status is WS-CREDIT-MEMO-STATUS.
             SELECT GL-CHART-FILE
               ASSIGN TO WS-GL-CHART-PATH
               organization is line sequential
               file status is WS-GL-CHART-STATUS.
             SELECT AR-JOURNAL-FILE
               ASSIGN TO WS-AR-JOURNAL-PATH
               organization is line sequential
               file status is WS-AR-JOURNAL-STATUS.
             COPY DEPSEL.
             COPY IOERRSEL.
           COPY ACCTPERSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

      * INVOICEAS'S REGISTER ROW. ROWS WRITTEN BEFORE THE TAX,
      * FREIGHT AND DEPOSIT SPLITS WERE CARRIED HAVE SPACES THERE
      * AND POST THEIR WHOLE AMOUNT AS SALES.
       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05 INVREG-INVOICE-NUMBER    PIC 9(08).
           05 INVREG-DATE              PIC 9(08).
           05 INVREG-CUST-ID           PIC X(13).
           05 INVREG-ORDER-COUNT       PIC 9(04).
           05 INVREG-AMOUNT            PIC 9(08)V99.
           05 INVREG-TAX               PIC 9(08)V99.
           05 INVREG-FREIGHT           PIC 9(08)V99.
           05 INVREG-DEPOSIT           PIC 9(08)V99.

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYMENT-TRAN-REC.
       01  PAYMENT-TRAN-REC.
           05 TRAN-CUST-ID             PIC X(13).
           05 TRAN-DATE                PIC 9(08).
           05 TRAN-AMOUNT              PIC 9(06)V9(3).
           05 TRAN-TYPE                PIC X(01).

      * CREDMEMAS'S CREDIT-MEMO LINE, READ BACK FIELD BY FIELD. THE
      * AMOUNT IS THE SHOP'S DOLLAR-DISPLAY PICTURE AND IS DE-EDITED
      * BY MOVING IT TO A NUMERIC FIELD.
       FD  CREDIT-MEMO-FILE
           RECORDING MODE IS F
           DATA RECORD IS CREDIT-MEMO-REC.
       01  CREDIT-MEMO-REC.
           05 MEMO-TITLE-IN            PIC X(13).
           05 MEMO-DATE-IN             PIC X(08).
           05 FILLER                   PIC X(08).
           05 MEMO-CUST-IN             PIC X(06).
           05 FILLER                   PIC X(09).
           05 MEMO-ORDER-IN            PIC X(06).
           05 FILLER                   PIC X(10).
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MEMO-AMOUNT-IN.
           05 FILLER                   PIC X(06).

      * SAME CHART OF ACCOUNTS GLPOSTAS MAPS WITH. THE A/R SIDE
      * POSTS COMPANY-WIDE, SO ITS ROWS CARRY A BLANK DEPARTMENT.
       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-REC-IN.
       01  GL-CHART-REC-IN.
           05 CHART-CATEGORY-IN        PIC X(08).
           05 CHART-DEPT-IN            PIC X(04).
           05 CHART-ACCOUNT-IN         PIC X(08).

      * GLPOSTAS'S JOURNAL LAYOUT.
       FD  AR-JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01  GL-JOURNAL-REC.
           05 JRNL-RUN-DATE            PIC 9(08).
           05 JRNL-ACCOUNT             PIC X(08).
           05 JRNL-DEBIT-CREDIT        PIC X(01).
           05 JRNL-AMOUNT              PIC 9(09)V9(02).
           05 JRNL-DESCRIPTION         PIC X(24).

       COPY DEPFD.
       COPY IOERRFD.
       COPY ACCTPERFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-INVOICE-REGISTER-PATH PIC X(40)
           VALUE "C:\Users\Bob\INVREG.DAT".
       01 WS-INVOICE-REGISTER-STATUS PIC X(02).
           88 INVOICE-REGISTER-OK      VALUE "00".
           88 END-OF-INVOICE-REGISTER  VALUE "10".
       01 WS-PAYMENT-TRAN-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01 WS-PAYMENT-TRAN-STATUS   PIC X(02).
           88 PAYMENT-TRAN-OK          VALUE "00".
           88 END-OF-PAYMENT-TRANS     VALUE "10".
       01 WS-CREDIT-MEMO-PATH      PIC X(40)
           VALUE "C:\Users\Bob\CREDITMEMO.txt".
       01 WS-CREDIT-MEMO-STATUS    PIC X(02).
           88 CREDIT-MEMO-OK           VALUE "00".
           88 END-OF-CREDIT-MEMOS      VALUE "10".
       01 WS-GL-CHART-PATH         PIC X(40)
           VALUE "C:\Users\Bob\GLCHART.DAT".
       01 WS-GL-CHART-STATUS       PIC X(02).
           88 GL-CHART-SUCCESSFUL      VALUE "00".
           88 END-OF-GL-CHART          VALUE "10".
       01 WS-AR-JOURNAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\ARJRNL.DAT".
       01 WS-AR-JOURNAL-STATUS     PIC X(02).
           88 AR-JOURNAL-SUCCESSFUL    VALUE "00".
           88 END-OF-AR-JOURNAL        VALUE "10".

      * CHART TABLE.
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-CHART-IDX.
              10 WS-CHART-CATEGORY      PIC X(08).
              10 WS-CHART-DEPT          PIC X(04).
              10 WS-CHART-ACCOUNT       PIC X(08).
       01 WS-CHART-COUNT           PIC 9(02) VALUE 0.
       01 WS-CHART-FOUND-SW        PIC X(01) VALUE "N".
           88 CHART-ACCOUNT-FOUND      VALUE "Y".
       01 WS-LOOKUP-CATEGORY       PIC X(08).
       01 WS-LOOKUP-ACCOUNT        PIC X(08).

       01 WS-POSTING-DATE-IN       PIC X(08).
       01 WS-POSTING-DATE          PIC 9(08).
       01 WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
           05 WS-POSTING-YEAR          PIC 9(04).
           05 WS-POSTING-MONTH         PIC 9(02).
           05 WS-POSTING-DAY           PIC 9(02).

      * THE DAY'S FIGURES, GATHERED SOURCE BY SOURCE.
       01 WS-INVOICES-READ         PIC 9(05) VALUE 0.
       01 WS-REG-AMOUNT            PIC 9(09)V99 VALUE 0.
       01 WS-REG-TAX               PIC 9(09)V99 VALUE 0.
       01 WS-REG-FREIGHT           PIC 9(09)V99 VALUE 0.
       01 WS-REG-DEPOSIT           PIC 9(09)V99 VALUE 0.
       01 WS-TRAN-CHARGES          PIC 9(09)V99 VALUE 0.
       01 WS-TRAN-FINANCE          PIC 9(09)V99 VALUE 0.
       01 WS-TRAN-PAYMENTS         PIC 9(09)V99 VALUE 0.
       01 WS-CREDITS-READ          PIC 9(05) VALUE 0.
       01 WS-MEMO-AMOUNT           PIC 9(09)V99 VALUE 0.
       01 WS-MEMO-CREDITS          PIC 9(09)V99 VALUE 0.
       01 WS-DEPOSITS-TAKEN        PIC 9(09)V99 VALUE 0.
       01 WS-DEPOSITS-REFUNDED     PIC 9(09)V99 VALUE 0.

      * THE ENTRY'S LINES, DERIVED FROM THE FIGURES ABOVE. SIGNED
      * WORK FIELDS FIRST, SO A SOURCE THAT DOESN'T TIE OUT SHOWS
      * UP NEGATIVE AND REFUSES THE POSTING.
       01 WS-REG-SALES             PIC S9(09)V99 VALUE 0.
       01 WS-OTHER-CHARGES         PIC S9(09)V99 VALUE 0.
       01 WS-CASH-RECEIVED         PIC S9(09)V99 VALUE 0.
       01 WS-DR-AR                 PIC 9(09)V99 VALUE 0.
       01 WS-DR-SALES-RETURNS      PIC 9(09)V99 VALUE 0.
       01 WS-DR-CASH               PIC 9(09)V99 VALUE 0.
       01 WS-DR-DEPOSITS           PIC 9(09)V99 VALUE 0.
       01 WS-CR-SALES              PIC 9(09)V99 VALUE 0.
       01 WS-CR-SALES-TAX          PIC 9(09)V99 VALUE 0.
       01 WS-CR-FREIGHT            PIC 9(09)V99 VALUE 0.
       01 WS-CR-FINANCE            PIC 9(09)V99 VALUE 0.
       01 WS-CR-AR                 PIC 9(09)V99 VALUE 0.
       01 WS-CR-DEPOSITS           PIC 9(09)V99 VALUE 0.
       01 WS-CR-CASH               PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-DEBITS          PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-CREDITS         PIC 9(10)V99 VALUE 0.

       01 WS-ALREADY-POSTED-SW     PIC X(01) VALUE "N".
           88 DATE-ALREADY-POSTED      VALUE "Y".
       01 WS-POSTING-BAD-SW        PIC X(01) VALUE "N".
           88 POSTING-OUT-OF-BALANCE   VALUE "Y".
       01 WS-JOURNAL-LINES         PIC 9(04) VALUE 0.

      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-DEBITS-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-CREDITS-EDIT.

       COPY DEPWS.
       COPY IOERRWS.
       COPY ACCTPERWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "ARPOSTAS RECEIVABLES JOURNAL POSTING"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-INVOICE-REGISTER
           PERFORM 2100-TOTAL-PAYMENT-TRANS
           PERFORM 2200-TOTAL-CREDIT-MEMOS
           PERFORM 2300-TOTAL-DEPOSITS
           PERFORM 4000-BUILD-AND-VERIFY
           IF POSTING-OUT-OF-BALANCE
              DISPLAY "ARPOSTAS: POSTING REFUSED -- NOTHING WRITTEN"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 5000-WRITE-JOURNAL
              DISPLAY "JOURNAL LINES WRITTEN: " WS-JOURNAL-LINES
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END ARPOSTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-GET-POSTING-DATE
      * A DATE INSIDE A FORMALLY CLOSED MONTH WOULD PUT ACTIVITY
      * BEHIND THE CLOSE PACKAGE, SO IT IS REFUSED.
           MOVE WS-POSTING-DATE(1:6) TO WS-ACCTPER-CHECK-PERIOD
           PERFORM 9950-CHECK-PERIOD-OPEN
           IF ACCTPER-PERIOD-CLOSED
              DISPLAY "ARPOSTAS: PERIOD " WS-ACCTPER-CHECK-PERIOD
                      " IS CLOSED -- POSTING REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1030-CHECK-ALREADY-POSTED
           IF DATE-ALREADY-POSTED
              DISPLAY "ARPOSTAS: " WS-POSTING-DATE
                      " IS ALREADY ON THE A/R JOURNAL -- POSTING "
                      "REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1040-LOAD-CHART.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR ARPOSTAS, IF ANYTHING.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "ARPOSTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "INVOICE-REGISTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INVOICE-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INVOICE-REGISTER-PATH
           MOVE "PAYMENT-TRAN-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAYMENT-TRAN-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAYMENT-TRAN-PATH
           MOVE "CREDIT-MEMO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CREDIT-MEMO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CREDIT-MEMO-PATH
           MOVE "CUST-DEPOSIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPOSIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPOSIT-PATH
           MOVE "GL-CHART-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CHART-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CHART-PATH
           MOVE "AR-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AR-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AR-JOURNAL-PATH.

       1020-GET-POSTING-DATE.
           DISPLAY "POSTING DATE (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-POSTING-DATE-IN
           IF WS-POSTING-DATE-IN = SPACES
              ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           ELSE
              IF WS-POSTING-DATE-IN IS NOT NUMERIC
                 DISPLAY "ARPOSTAS: POSTING DATE MUST BE YYYYMMDD "
                         "-- NOTHING POSTED"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-POSTING-DATE-IN TO WS-POSTING-DATE
              IF WS-POSTING-MONTH < 1 OR WS-POSTING-MONTH > 12
                 OR WS-POSTING-DAY < 1 OR WS-POSTING-DAY > 31
                 DISPLAY "ARPOSTAS: POSTING DATE MUST BE YYYYMMDD "
                         "-- NOTHING POSTED"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      * EACH DAY IS JOURNALED ONCE. A DAY ALREADY ON ARJRNL.DAT IS
      * NOT POSTED AGAIN -- A CORRECTION GOES IN BY HAND.
       1030-CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-POSTED-SW
           OPEN INPUT AR-JOURNAL-FILE
           IF AR-JOURNAL-SUCCESSFUL
              PERFORM UNTIL END-OF-AR-JOURNAL OR DATE-ALREADY-POSTED
                 READ AR-JOURNAL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JRNL-RUN-DATE = WS-POSTING-DATE
                       MOVE "Y" TO WS-ALREADY-POSTED-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE AR-JOURNAL-FILE
           END-IF.

       1040-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CHART OR WS-CHART-COUNT = 50
                 READ GL-CHART-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CHART-COUNT
                    MOVE CHART-CATEGORY-IN TO
                         WS-CHART-CATEGORY(WS-CHART-COUNT)
                    MOVE CHART-DEPT-IN TO
                         WS-CHART-DEPT(WS-CHART-COUNT)
                    MOVE CHART-ACCOUNT-IN TO
                         WS-CHART-ACCOUNT(WS-CHART-COUNT)
                 END-READ
              END-PERFORM
              CLOSE GL-CHART-FILE
           ELSE
              MOVE "ARPOSTAS"      TO WS-IOERR-PROGRAM-ID
              MOVE "GL-CHART-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CHART-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       2000-TOTAL-INVOICE-REGISTER.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REGISTER-OK
              PERFORM UNTIL END-OF-INVOICE-REGISTER
                 READ INVOICE-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF INVREG-DATE = WS-POSTING-DATE
                       PERFORM 2010-TOTAL-ONE-INVOICE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-FILE
           END-IF.

       2010-TOTAL-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           ADD INVREG-AMOUNT TO WS-REG-AMOUNT
           IF INVREG-TAX IS NUMERIC
              ADD INVREG-TAX TO WS-REG-TAX
           END-IF
           IF INVREG-FREIGHT IS NUMERIC
              ADD INVREG-FREIGHT TO WS-REG-FREIGHT
           END-IF
           IF INVREG-DEPOSIT IS NUMERIC
              ADD INVREG-DEPOSIT TO WS-REG-DEPOSIT
           END-IF.

      * PAYTRAN AMOUNTS CARRY A THIRD DECIMAL; EACH ROW IS ROUNDED
      * TO THE CENT AS IT IS ADDED SO THE JOURNAL FOOTS IN CENTS.
       2100-TOTAL-PAYMENT-TRANS.
           OPEN INPUT PAYMENT-TRAN-FILE
           IF PAYMENT-TRAN-OK
              PERFORM UNTIL END-OF-PAYMENT-TRANS
                 READ PAYMENT-TRAN-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TRAN-DATE = WS-POSTING-DATE
                       PERFORM 2110-TOTAL-ONE-TRAN
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRAN-FILE
           END-IF.

       2110-TOTAL-ONE-TRAN.
           EVALUATE TRAN-TYPE
              WHEN "P"
                 ADD TRAN-AMOUNT TO WS-TRAN-PAYMENTS ROUNDED
              WHEN "F"
                 ADD TRAN-AMOUNT TO WS-TRAN-FINANCE ROUNDED
              WHEN OTHER
                 ADD TRAN-AMOUNT TO WS-TRAN-CHARGES ROUNDED
           END-EVALUATE.

       2200-TOTAL-CREDIT-MEMOS.
           OPEN INPUT CREDIT-MEMO-FILE
           IF CREDIT-MEMO-OK
              PERFORM UNTIL END-OF-CREDIT-MEMOS
                 READ CREDIT-MEMO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MEMO-TITLE-IN = "CREDIT MEMO"
                       AND MEMO-DATE-IN = WS-POSTING-DATE
                       MOVE MEMO-AMOUNT-IN TO WS-MEMO-AMOUNT
                       ADD WS-MEMO-AMOUNT TO WS-MEMO-CREDITS
                       ADD 1 TO WS-CREDITS-READ
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CREDIT-MEMO-FILE
           END-IF.

      * A DEPOSIT TAKEN THAT DAY IS CASH IN HAND AND A LIABILITY TO
      * THE CUSTOMER. ONE REFUNDED THAT DAY PAYS BACK WHATEVER THE
      * INVOICES DIDN'T APPLY.
       2300-TOTAL-DEPOSITS.
           PERFORM 9983-LOAD-DEPOSITS
           IF DEP-TABLE-FULL
              DISPLAY "ARPOSTAS: DEPOSIT TABLE FULL AT 2000 -- "
                      "DEPOSITS NOT ALL COUNTED"
              MOVE "Y" TO WS-POSTING-BAD-SW
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-DATE(WS-DEP-IDX) = WS-POSTING-DATE
                 ADD WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-DEPOSITS-TAKEN
              END-IF
              IF WS-DEP-REFUNDED(WS-DEP-IDX)
                 AND WS-DEP-STATUS-DATE(WS-DEP-IDX) = WS-POSTING-DATE
                 COMPUTE WS-DEPOSITS-REFUNDED = WS-DEPOSITS-REFUNDED
                       + WS-DEP-AMOUNT(WS-DEP-IDX)
                       - WS-DEP-APPLIED(WS-DEP-IDX)
              END-IF
           END-PERFORM.

      * LAYS THE FIGURES OUT AS DEBITS AND CREDITS AND PROVES THEM.
      * THE REGISTER MUST COVER ITS OWN TAX AND FREIGHT, THE "C"
      * ROWS MUST COVER THE REGISTER (INVOICEAS WRITES ONE PER
      * INVOICE), AND THE "P" ROWS MUST COVER THE CREDITS AND THE
      * DEPOSITS APPLIED -- OTHERWISE A SOURCE IS MISSING AND THE
      * DAY IS NOT POSTED.
       4000-BUILD-AND-VERIFY.
           COMPUTE WS-REG-SALES = WS-REG-AMOUNT - WS-REG-TAX
                                - WS-REG-FREIGHT
           COMPUTE WS-OTHER-CHARGES = WS-TRAN-CHARGES - WS-REG-AMOUNT
           COMPUTE WS-CASH-RECEIVED = WS-TRAN-PAYMENTS
                                    - WS-MEMO-CREDITS
                                    - WS-REG-DEPOSIT
           IF WS-REG-SALES < 0
              DISPLAY "ARPOSTAS: REGISTER TAX AND FREIGHT EXCEED "
                      "THE INVOICE TOTALS"
              MOVE "Y" TO WS-POSTING-BAD-SW
           END-IF
           IF WS-OTHER-CHARGES < 0
              DISPLAY "ARPOSTAS: PAYTRAN CHARGES " WS-TRAN-CHARGES
                      " ARE SHORT OF THE INVOICE REGISTER "
                      WS-REG-AMOUNT
              MOVE "Y" TO WS-POSTING-BAD-SW
           END-IF
           IF WS-CASH-RECEIVED < 0
              DISPLAY "ARPOSTAS: PAYTRAN CREDITS " WS-TRAN-PAYMENTS
                      " ARE SHORT OF THE CREDIT MEMOS AND DEPOSITS "
                      "APPLIED"
              MOVE "Y" TO WS-POSTING-BAD-SW
           END-IF
           IF NOT POSTING-OUT-OF-BALANCE
              COMPUTE WS-DR-AR = WS-TRAN-CHARGES + WS-TRAN-FINANCE
              MOVE WS-MEMO-CREDITS TO WS-DR-SALES-RETURNS
              COMPUTE WS-DR-CASH = WS-CASH-RECEIVED
                                 + WS-DEPOSITS-TAKEN
              COMPUTE WS-DR-DEPOSITS = WS-REG-DEPOSIT
                                     + WS-DEPOSITS-REFUNDED
              COMPUTE WS-CR-SALES = WS-REG-SALES + WS-OTHER-CHARGES
              MOVE WS-REG-TAX       TO WS-CR-SALES-TAX
              MOVE WS-REG-FREIGHT   TO WS-CR-FREIGHT
              MOVE WS-TRAN-FINANCE  TO WS-CR-FINANCE
              MOVE WS-TRAN-PAYMENTS TO WS-CR-AR
              MOVE WS-DEPOSITS-TAKEN TO WS-CR-DEPOSITS
              MOVE WS-DEPOSITS-REFUNDED TO WS-CR-CASH
              COMPUTE WS-TOTAL-DEBITS = WS-DR-AR + WS-DR-SALES-RETURNS
                    + WS-DR-CASH + WS-DR-DEPOSITS
              COMPUTE WS-TOTAL-CREDITS = WS-CR-SALES
                    + WS-CR-SALES-TAX + WS-CR-FREIGHT
                    + WS-CR-FINANCE + WS-CR-AR + WS-CR-DEPOSITS
                    + WS-CR-CASH
              MOVE WS-TOTAL-DEBITS  TO WS-DEBITS-EDIT
              MOVE WS-TOTAL-CREDITS TO WS-CREDITS-EDIT
              DISPLAY "POSTING DATE " WS-POSTING-DATE
                      "  INVOICES " WS-INVOICES-READ
                      "  CREDIT MEMOS " WS-CREDITS-READ
              DISPLAY "DEBITS " WS-DEBITS-EDIT
                      "  CREDITS " WS-CREDITS-EDIT
              IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                 DISPLAY "ARPOSTAS: DEBITS DO NOT EQUAL CREDITS"
                 MOVE "Y" TO WS-POSTING-BAD-SW
              END-IF
              IF WS-TOTAL-DEBITS = 0
                 DISPLAY "ARPOSTAS: NO RECEIVABLES ACTIVITY DATED "
                         WS-POSTING-DATE
                 MOVE "Y" TO WS-POSTING-BAD-SW
              END-IF
           END-IF.

      * ONE LINE PER ACCOUNT TOUCHED; A CATEGORY WITH NOTHING TO
      * POST THAT DAY IS LEFT OFF THE JOURNAL.
       5000-WRITE-JOURNAL.
           OPEN EXTEND AR-JOURNAL-FILE
           IF NOT AR-JOURNAL-SUCCESSFUL
              OPEN OUTPUT AR-JOURNAL-FILE
           END-IF
           MOVE "AR"       TO WS-LOOKUP-CATEGORY
           MOVE "D"        TO JRNL-DEBIT-CREDIT
           MOVE WS-DR-AR   TO JRNL-AMOUNT
           MOVE "A/R CHARGES BILLED" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "SALES"    TO WS-LOOKUP-CATEGORY
           MOVE "D"        TO JRNL-DEBIT-CREDIT
           MOVE WS-DR-SALES-RETURNS TO JRNL-AMOUNT
           MOVE "RETURNS AND CREDITS" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "CASH"     TO WS-LOOKUP-CATEGORY
           MOVE "D"        TO JRNL-DEBIT-CREDIT
           MOVE WS-DR-CASH TO JRNL-AMOUNT
           MOVE "CASH RECEIVED" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "DEPOSITS" TO WS-LOOKUP-CATEGORY
           MOVE "D"        TO JRNL-DEBIT-CREDIT
           MOVE WS-DR-DEPOSITS TO JRNL-AMOUNT
           MOVE "DEPOSITS APPLIED/REFUND" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "SALES"    TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-SALES TO JRNL-AMOUNT
           MOVE "SALES" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "SALESTAX" TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-SALES-TAX TO JRNL-AMOUNT
           MOVE "SALES TAX PAYABLE" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "FREIGHT"  TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-FREIGHT TO JRNL-AMOUNT
           MOVE "FREIGHT INCOME" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "FINCHG"   TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-FINANCE TO JRNL-AMOUNT
           MOVE "FINANCE CHARGE INCOME" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "AR"       TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-AR   TO JRNL-AMOUNT
           MOVE "A/R PAYMENTS/CREDITS" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "DEPOSITS" TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-DEPOSITS TO JRNL-AMOUNT
           MOVE "CUSTOMER DEPOSITS TAKEN" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           MOVE "CASH"     TO WS-LOOKUP-CATEGORY
           MOVE "C"        TO JRNL-DEBIT-CREDIT
           MOVE WS-CR-CASH TO JRNL-AMOUNT
           MOVE "DEPOSITS REFUNDED" TO JRNL-DESCRIPTION
           PERFORM 5010-POST-ONE-LINE
           CLOSE AR-JOURNAL-FILE.

       5010-POST-ONE-LINE.
           IF JRNL-AMOUNT > 0
              PERFORM 5020-FIND-CHART-ACCOUNT
              PERFORM 5030-WRITE-JOURNAL-LINE
           END-IF.

      * SAME LOOKUP GLPOSTAS USES: AN UNMAPPED CATEGORY POSTS TO THE
      * SUSPENSE ACCOUNT SO THE ENTRY STILL BALANCES AND THE GAP IS
      * VISIBLE ON THE LEDGER.
       5020-FIND-CHART-ACCOUNT.
           MOVE "N" TO WS-CHART-FOUND-SW
           MOVE "SUSPENSE" TO WS-LOOKUP-ACCOUNT
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                     UNTIL WS-CHART-IDX > WS-CHART-COUNT
                        OR CHART-ACCOUNT-FOUND
              IF WS-CHART-CATEGORY(WS-CHART-IDX) = WS-LOOKUP-CATEGORY
                 AND WS-CHART-DEPT(WS-CHART-IDX) = SPACES
                 MOVE "Y" TO WS-CHART-FOUND-SW
                 MOVE WS-CHART-ACCOUNT(WS-CHART-IDX)
                   TO WS-LOOKUP-ACCOUNT
              END-IF
           END-PERFORM.

       5030-WRITE-JOURNAL-LINE.
           MOVE WS-POSTING-DATE   TO JRNL-RUN-DATE
           MOVE WS-LOOKUP-ACCOUNT TO JRNL-ACCOUNT
           WRITE GL-JOURNAL-REC
           IF AR-JOURNAL-SUCCESSFUL
              ADD 1 TO WS-JOURNAL-LINES
           ELSE
              MOVE "ARPOSTAS"        TO WS-IOERR-PROGRAM-ID
              MOVE "AR-JOURNAL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-AR-JOURNAL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * SHARED CUSTOMER-DEPOSIT FILE PARAGRAPHS. SEE DEPPARA.CPY.
       COPY DEPPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED ACCOUNTING-PERIOD GUARD. SEE ACCTPERPARA.CPY.
       COPY ACCTPERPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
