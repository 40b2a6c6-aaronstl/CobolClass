       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REBATEAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * VOLUME-REBATE TRACKING AND YEAR-END SETTLEMENT.
      *
      * CONTRACT CUSTOMERS EARN A REBATE ON A CALENDAR YEAR'S
      * PURCHASES UNDER THE TIERED AGREEMENT REBMNTAS KEEPS ON
      * REBATEAGR.DAT. A CUSTOMER'S PURCHASES FOR THE YEAR ARE THE
      * INVOICE TOTALS ON THE INVOICE REGISTER (INVREG.DAT) DATED IN
      * THE YEAR, LESS THE CREDITS ON THE CREDIT-MEMO FILE DATED IN
      * THE YEAR -- RETURNS AND PRICE CREDITS, NOT EARLIER REBATES.
      * THE HIGHEST TIER REACHED SETS THE PERCENT EARNED ON ALL OF
      * IT. THE OPERATOR PICKS ONE OF TWO RUNS:
      *   T - TRACKING (ANY YEAR, BLANK = THIS YEAR): REBTRACK.rpt
      *       SHOWS EACH AGREEMENT'S PURCHASES SO FAR, THE REBATE
      *       EARNED AT THE TIER REACHED, AND HOW FAR THE CUSTOMER
      *       IS FROM THE NEXT TIER;
      *   Y - YEAR-END SETTLEMENT (A FINISHED YEAR, BLANK = LAST
      *       YEAR): EACH ACTIVE AGREEMENT'S REBATE IS POSTED AS A
      *       "P" CREDIT ROW ON PAYTRAN.DAT AGAINST THE CUSTOMER'S
      *       BALANCE, WITH A CREDIT-MEMO LINE (ORDER "REBATE") SO
      *       ARPOSTAS JOURNALS IT AS A SALES CREDIT RATHER THAN
      *       CASH, AND A REBATE LETTER IS WRITTEN TO REBLTR.txt.
      *       THE AGREEMENT IS MARKED PAID WITH THE DATE AND AMOUNT,
      *       SO A SECOND RUN FOR THE SAME YEAR PAYS NOTHING TWICE.
      *       AN AGREEMENT THAT EARNED NOTHING IS MARKED PAID AT
      *       ZERO. SETTLEMENT IS REFUSED WHEN TODAY FALLS IN A
      *       CLOSED ACCOUNTING PERIOD.
      * MONENDAS CARRIES THE YEAR-TO-DATE ACCRUAL FOR THE SAME
      * AGREEMENTS ON THE CLOSE PACKAGE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT CUSTOMER-FILE
               ASSIGN TO WS-CUSTOMER-FILE-PATH
               organization is line sequential
               file status is WS-CUSTOMER-FILE-STATUS.
             SELECT INVOICE-REGISTER-FILE
               ASSIGN TO WS-INVOICE-REGISTER-PATH
               organization is line sequential
               file status is WS-INVOICE-REGISTER-STATUS.
             SELECT CREDIT-MEMO-FILE
               ASSIGN TO WS-CREDIT-MEMO-PATH
               organization is line sequential
               file status is WS-CREDIT-MEMO-STATUS.
             SELECT PAYMENT-TRAN-FILE
               ASSIGN TO WS-PAYMENT-TRAN-PATH
               organization is line sequential
               file status is WS-PAYMENT-TRAN-STATUS.
             SELECT REBATE-TRACK-REPORT
               ASSIGN TO WS-REBATE-TRACK-PATH
               organization is line sequential
               file status is WS-REBATE-TRACK-STATUS.
             SELECT REBATE-LETTER-FILE
               ASSIGN TO WS-REBATE-LETTER-PATH
               organization is line sequential
               file status is WS-REBATE-LETTER-STATUS.
             COPY REBASEL.
             COPY IOERRSEL.
           COPY ACCTPERSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID                  PIC X(13).
           05 CUST-TITLE               PIC XXX.
           05 CUST-INIT                PIC XX.
           05 CUST-SURNAME             PIC X(09).
           05 CUST-GENDER              PIC X(06).
           05 CUST-PAYMENT             PIC 9(06)V9(3).
           05 CUST-STREET              PIC X(25).
           05 CUST-CITY                PIC X(15).
           05 CUST-STATE               PIC X(02).
           05 CUST-ZIP                 PIC X(09).
           05 CUST-COMPANY             PIC X(02).

       FD  INVOICE-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REGISTER-REC.
       01  INVOICE-REGISTER-REC.
           05 INVREG-INVOICE-NUMBER    PIC 9(08).
           05 INVREG-DATE              PIC 9(08).
           05 INVREG-CUST-ID           PIC X(13).
           05 INVREG-ORDER-COUNT       PIC 9(04).
           05 INVREG-AMOUNT            PIC 9(08)V99.
           05 FILLER                   PIC X(30).

      * CREDMEMAS'S PRINTED CREDIT LINE, READ BACK THE WAY ARPOSTAS
      * READS IT. THE AMOUNT IS DE-EDITED BY MOVING IT TO A NUMERIC
      * FIELD.
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

       FD  PAYMENT-TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYMENT-TRAN-REC.
       01  PAYMENT-TRAN-REC.
           05 TRAN-CUST-ID             PIC X(13).
           05 TRAN-DATE                PIC 9(08).
           05 TRAN-AMOUNT              PIC 9(06)V9(3).
           05 TRAN-TYPE                PIC X(01).

       FD  REBATE-TRACK-REPORT
           RECORDING MODE IS F
           DATA RECORD IS REBATE-TRACK-RECORD.
       01  REBATE-TRACK-RECORD         PIC X(80).

       FD  REBATE-LETTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS REBATE-LETTER-RECORD.
       01  REBATE-LETTER-RECORD        PIC X(80).

       COPY REBAFD.
       COPY IOERRFD.
       COPY ACCTPERFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01 WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88 CUSTOMER-FILE-OK         VALUE "00".
           88 END-OF-CUSTOMER-FILE     VALUE "10".
       01 WS-INVOICE-REGISTER-PATH PIC X(40)
           VALUE "C:\Users\Bob\INVREG.DAT".
       01 WS-INVOICE-REGISTER-STATUS PIC X(02).
           88 INVOICE-REGISTER-OK       VALUE "00".
           88 END-OF-INVOICE-REGISTER   VALUE "10".
       01 WS-CREDIT-MEMO-PATH      PIC X(40)
           VALUE "C:\Users\Bob\CREDITMEMO.txt".
       01 WS-CREDIT-MEMO-STATUS    PIC X(02).
           88 CREDIT-MEMO-OK           VALUE "00".
           88 END-OF-CREDIT-MEMOS      VALUE "10".
       01 WS-PAYMENT-TRAN-PATH     PIC X(40)
           VALUE "C:\Users\Bob\PAYTRAN.DAT".
       01 WS-PAYMENT-TRAN-STATUS   PIC X(02).
           88 PAYMENT-TRAN-OK          VALUE "00".
       01 WS-REBATE-TRACK-PATH     PIC X(40)
           VALUE "C:\Users\Bob\REBTRACK.rpt".
       01 WS-REBATE-TRACK-STATUS   PIC X(02).
           88 REBATE-TRACK-OK          VALUE "00".
       01 WS-REBATE-LETTER-PATH    PIC X(40)
           VALUE "C:\Users\Bob\REBLTR.txt".
       01 WS-REBATE-LETTER-STATUS  PIC X(02).
           88 REBATE-LETTER-OK         VALUE "00".

      * THE CUSTOMER FILE IS HELD IN MEMORY FOR NAMES AND, ON A
      * SETTLEMENT, REWRITTEN WITH THE REDUCED BALANCES.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CUST-IDX
                             PIC X(95).
       01 WS-CUST-COUNT            PIC 9(03) VALUE 0.
       01 WS-CUST-FULL-SW          PIC X(01) VALUE "N".
           88 CUST-TABLE-FULL          VALUE "Y".
       01 WS-CUST-FOUND-SW         PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND           VALUE "Y".

       01 WS-RUN-TYPE              PIC X(01).
           88 TRACKING-RUN             VALUE "T" "t".
           88 SETTLEMENT-RUN           VALUE "Y" "y".
       01 WS-YEAR-IN               PIC X(04).
       01 WS-YEAR-NUM REDEFINES WS-YEAR-IN
                                    PIC 9(04).
       01 WS-REBATE-YEAR           PIC 9(04) VALUE 0.
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR            PIC 9(04).
           05 FILLER                   PIC 9(04).
       01 WS-MEMO-AMOUNT           PIC 9(09)V99 VALUE 0.
       01 WS-WORK-BALANCE          PIC 9(06)V9(3) VALUE 0.
       01 WS-FULL-NAME             PIC X(30).

       01 WS-INVOICES-COUNTED      PIC 9(06) VALUE 0.
       01 WS-CREDITS-COUNTED       PIC 9(06) VALUE 0.
       01 WS-AGREEMENTS-SHOWN      PIC 9(04) VALUE 0.
       01 WS-REBATES-PAID          PIC 9(04) VALUE 0.
       01 WS-AGREEMENTS-SKIPPED    PIC 9(04) VALUE 0.
       01 WS-TOTAL-VOLUME          PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-EARNED          PIC 9(09)V99 VALUE 0.

      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-TOTAL-EDIT.

       01 RT-HDG-LINE-1.
           05 FILLER               PIC X(35)
              VALUE "VOLUME REBATE TRACKING FOR YEAR".
           05 RT-HDG-YEAR          PIC 9(04).
           05 FILLER               PIC X(10) VALUE "   AS OF ".
           05 RT-HDG-DATE          PIC 9(08).
           05 FILLER               PIC X(23) VALUE SPACES.
       01 RT-HDG-LINE-2.
           05 FILLER               PIC X(20) VALUE "CUST   NAME".
           05 FILLER               PIC X(15) VALUE "      PURCHASES".
           05 FILLER               PIC X(06) VALUE "  RATE".
           05 FILLER               PIC X(14) VALUE "        EARNED".
           05 FILLER               PIC X(06) VALUE "  NEXT".
           05 FILLER               PIC X(15) VALUE "        TO NEXT".
           05 FILLER               PIC X(04) VALUE "  ST".
       01 RT-DETAIL-LINE.
           05 RT-CUST              PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RT-NAME              PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RT-VOLUME            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RT-PCT               PIC Z9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RT-EARNED            PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RT-NEXT-PCT          PIC Z9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RT-TO-NEXT           PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RT-STATUS            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
       01 RT-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE "TOTALS".
           05 RT-TOT-VOLUME        PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 RT-TOT-EARNED        PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(25) VALUE SPACES.
       01 RT-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  LTR-NAME-LINE.
           05 LTR-CUST-NAME          PIC X(30).
           05 FILLER                 PIC X(50) VALUE SPACES.
       01  LTR-STREET-LINE.
           05 LTR-STREET             PIC X(25).
           05 FILLER                 PIC X(55) VALUE SPACES.
       01  LTR-CITY-LINE.
           05 LTR-CITY               PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LTR-STATE              PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LTR-ZIP                PIC X(09).
           05 FILLER                 PIC X(52) VALUE SPACES.
       01  LTR-YEAR-LINE.
           05 FILLER                 PIC X(22)
             VALUE "REBATE YEAR:          ".
           05 LTR-YEAR               PIC 9(04).
           05 FILLER                 PIC X(54) VALUE SPACES.
       01  LTR-VOLUME-LINE.
           05 FILLER                 PIC X(22)
             VALUE "QUALIFYING PURCHASES: ".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY LTR-VOLUME.
           05 FILLER                 PIC X(44) VALUE SPACES.
       01  LTR-RATE-LINE.
           05 FILLER                 PIC X(22)
             VALUE "REBATE RATE:          ".
           05 LTR-PCT                PIC Z9.99.
           05 FILLER                 PIC X(01) VALUE "%".
           05 FILLER                 PIC X(52) VALUE SPACES.
       01  LTR-REBATE-LINE.
           05 FILLER                 PIC X(22)
             VALUE "REBATE CREDITED:      ".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY LTR-REBATE.
           05 FILLER                 PIC X(44) VALUE SPACES.
       01  LTR-TEXT-LINE             PIC X(80).
       01  LTR-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  MEMO-LINE.
           05 FILLER                 PIC X(13)
             VALUE "CREDIT MEMO  ".
           05 MEMO-DATE              PIC 9(08).
           05 FILLER                 PIC X(08) VALUE "  CUST: ".
           05 MEMO-CUST              PIC X(06).
           05 FILLER                 PIC X(09) VALUE "  ORDER: ".
           05 MEMO-ORDER             PIC X(06).
           05 FILLER                 PIC X(10) VALUE "  CREDIT: ".
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY MEMO-AMOUNT.
           05 FILLER                 PIC X(06) VALUE SPACES.

       COPY REBAWS.
       COPY IOERRWS.
       COPY ACCTPERWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "REBATEAS VOLUME-REBATE TRACKING AND SETTLEMENT"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "REBATEAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-ASK-RUN-TYPE THRU 1100-EXIT
           PERFORM 1200-LOAD-CUSTOMER-FILE
           PERFORM 9943-LOAD-REBATE-AGREEMENTS
           IF SETTLEMENT-RUN
              IF REBA-TABLE-FULL
                 DISPLAY "REBATEAS: AGREEMENT TABLE FULL AT 500 -- "
                         "SETTLEMENT REFUSED, A REWRITE WOULD DROP "
                         "THE UNLOADED AGREEMENTS"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF CUST-TABLE-FULL
                 DISPLAY "REBATEAS: CUSTOMER TABLE FULL AT 500 -- "
                         "SETTLEMENT REFUSED, A REWRITE WOULD DROP "
                         "THE UNLOADED CUSTOMERS"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM 2000-ADD-UP-INVOICES
           PERFORM 2100-TAKE-OFF-CREDITS
           IF TRACKING-RUN
              PERFORM 3000-WRITE-TRACKING-REPORT
           ELSE
              PERFORM 4000-SETTLE-THE-YEAR
           END-IF
           MOVE "REBATEAS" TO WS-AUDIT-PROGRAM-ID
           COMPUTE WS-AUDIT-RECORDS-READ = WS-INVOICES-COUNTED
                                         + WS-CREDITS-COUNTED
           IF TRACKING-RUN
              MOVE WS-AGREEMENTS-SHOWN TO WS-AUDIT-RECORDS-WRITTEN
           ELSE
              MOVE WS-REBATES-PAID TO WS-AUDIT-RECORDS-WRITTEN
           END-IF
           MOVE WS-TOTAL-EARNED TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           MOVE WS-TOTAL-EARNED TO WS-TOTAL-EDIT
           DISPLAY "INVOICES COUNTED:    " WS-INVOICES-COUNTED
           DISPLAY "CREDITS COUNTED:     " WS-CREDITS-COUNTED
           IF TRACKING-RUN
              DISPLAY "AGREEMENTS SHOWN:    " WS-AGREEMENTS-SHOWN
              DISPLAY "REBATE EARNED:       " WS-TOTAL-EDIT
           ELSE
              DISPLAY "REBATES SETTLED:     " WS-REBATES-PAID
              DISPLAY "AGREEMENTS SKIPPED:  " WS-AGREEMENTS-SKIPPED
              DISPLAY "REBATE CREDITED:     " WS-TOTAL-EDIT
           END-IF
           DISPLAY "END REBATEAS"
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR REBATEAS, IF ANYTHING.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "REBATEAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH
           MOVE "INVOICE-REGISTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INVOICE-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INVOICE-REGISTER-PATH
           MOVE "CREDIT-MEMO-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CREDIT-MEMO-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CREDIT-MEMO-PATH
           MOVE "PAYMENT-TRAN-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-PAYMENT-TRAN-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-PAYMENT-TRAN-PATH
           MOVE "REBATE-AGREE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REBATE-AGREE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REBATE-AGREE-PATH
           MOVE "REBATE-TRACK-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REBATE-TRACK-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REBATE-TRACK-PATH
           MOVE "REBATE-LETTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REBATE-LETTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REBATE-LETTER-PATH.

      * A SETTLEMENT IS ONLY FOR A FINISHED YEAR, AND IS A POSTING,
      * SO A RUN DATED INSIDE A CLOSED MONTH IS REFUSED.
       1100-ASK-RUN-TYPE.
           DISPLAY "T - TRACKING REPORT"
           DISPLAY "Y - YEAR-END SETTLEMENT"
           DISPLAY "ENTER RUN TYPE: "
           ACCEPT WS-RUN-TYPE
           IF NOT TRACKING-RUN AND NOT SETTLEMENT-RUN
              DISPLAY "REBATEAS: RUN TYPE MUST BE T OR Y -- "
                      "RUN REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF TRACKING-RUN
              DISPLAY "REBATE YEAR (YYYY, BLANK = THIS YEAR): "
              MOVE WS-TODAY-YEAR TO WS-REBATE-YEAR
           ELSE
              DISPLAY "REBATE YEAR (YYYY, BLANK = LAST YEAR): "
              COMPUTE WS-REBATE-YEAR = WS-TODAY-YEAR - 1
           END-IF
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN NOT = SPACES
              IF WS-YEAR-IN IS NUMERIC
                 MOVE WS-YEAR-NUM TO WS-REBATE-YEAR
              ELSE
                 DISPLAY "REBATEAS: YEAR MUST BE 4 DIGITS -- "
                         "RUN REFUSED"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF TRACKING-RUN
              GO TO 1100-EXIT
           END-IF
           IF WS-REBATE-YEAR NOT < WS-TODAY-YEAR
              DISPLAY "REBATEAS: " WS-REBATE-YEAR " IS NOT OVER -- "
                      "SETTLEMENT REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TODAY-DATE(1:6) TO WS-ACCTPER-CHECK-PERIOD
           PERFORM 9950-CHECK-PERIOD-OPEN
           IF ACCTPER-PERIOD-CLOSED
              DISPLAY "REBATEAS: THIS MONTH IS CLOSED -- "
                      "SETTLEMENT REFUSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
              PERFORM UNTIL END-OF-CUSTOMER-FILE
                       OR WS-CUST-COUNT = 500
                 READ CUSTOMER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-CUST-COUNT
                    SET WS-CUST-IDX TO WS-CUST-COUNT
                    MOVE CUSTOMER-REC TO WS-CUST-ENTRY(WS-CUST-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-CUSTOMER-FILE
                 READ CUSTOMER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-CUST-FULL-SW
                 END-READ
              END-IF
              CLOSE CUSTOMER-FILE
           END-IF.

      * EVERY INVOICE DATED IN THE YEAR COUNTS TOWARD THE AGREEMENT
      * OF THE CUSTOMER IT WAS BILLED TO.
       2000-ADD-UP-INVOICES.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REGISTER-OK
              PERFORM UNTIL END-OF-INVOICE-REGISTER
                 READ INVOICE-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF INVREG-DATE(1:4) = WS-REBATE-YEAR
                       ADD 1 TO WS-INVOICES-COUNTED
                       MOVE INVREG-CUST-ID(1:6) TO WS-REBA-CHECK-CUST
                       MOVE WS-REBATE-YEAR TO WS-REBA-CHECK-YEAR
                       MOVE INVREG-AMOUNT TO WS-REBA-CHECK-AMOUNT
                       PERFORM 9947-ADD-REBATE-VOLUME
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-REGISTER-FILE
           END-IF.

      * RETURNS AND PRICE CREDITS DATED IN THE YEAR COME BACK OFF.
      * A REBATE'S OWN CREDIT LINE DOES NOT -- THE REBATE IS NOT A
      * REDUCTION IN WHAT THE CUSTOMER BOUGHT.
       2100-TAKE-OFF-CREDITS.
           OPEN INPUT CREDIT-MEMO-FILE
           IF CREDIT-MEMO-OK
              PERFORM UNTIL END-OF-CREDIT-MEMOS
                 READ CREDIT-MEMO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MEMO-TITLE-IN = "CREDIT MEMO"
                       AND MEMO-DATE-IN(1:4) = WS-REBATE-YEAR
                       AND MEMO-ORDER-IN NOT = "REBATE"
                       ADD 1 TO WS-CREDITS-COUNTED
                       MOVE MEMO-AMOUNT-IN TO WS-MEMO-AMOUNT
                       MOVE MEMO-CUST-IN TO WS-REBA-CHECK-CUST
                       MOVE WS-REBATE-YEAR TO WS-REBA-CHECK-YEAR
                       COMPUTE WS-REBA-CHECK-AMOUNT =
                               0 - WS-MEMO-AMOUNT
                       PERFORM 9947-ADD-REBATE-VOLUME
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CREDIT-MEMO-FILE
           END-IF.

      * ONE LINE PER AGREEMENT FOR THE YEAR THAT IS ACTIVE OR
      * ALREADY SETTLED.
       3000-WRITE-TRACKING-REPORT.
           OPEN OUTPUT REBATE-TRACK-REPORT
           MOVE WS-REBATE-YEAR TO RT-HDG-YEAR
           MOVE WS-TODAY-DATE TO RT-HDG-DATE
           WRITE REBATE-TRACK-RECORD FROM RT-HDG-LINE-1
           WRITE REBATE-TRACK-RECORD FROM RT-BLANK-LINE
           WRITE REBATE-TRACK-RECORD FROM RT-HDG-LINE-2
           PERFORM VARYING WS-REBA-IDX FROM 1 BY 1
                     UNTIL WS-REBA-IDX > WS-REBA-COUNT
              IF WS-REBA-YEAR(WS-REBA-IDX) = WS-REBATE-YEAR
                 AND (WS-REBA-ACTIVE(WS-REBA-IDX)
                      OR WS-REBA-PAID(WS-REBA-IDX))
                 PERFORM 3100-WRITE-TRACKING-LINE
              END-IF
           END-PERFORM
           WRITE REBATE-TRACK-RECORD FROM RT-BLANK-LINE
           MOVE WS-TOTAL-VOLUME TO RT-TOT-VOLUME
           MOVE WS-TOTAL-EARNED TO RT-TOT-EARNED
           WRITE REBATE-TRACK-RECORD FROM RT-TOTAL-LINE
           CLOSE REBATE-TRACK-REPORT.

       3100-WRITE-TRACKING-LINE.
           ADD 1 TO WS-AGREEMENTS-SHOWN
           PERFORM 9946-FIGURE-REBATE
           ADD WS-REBA-VOLUME(WS-REBA-IDX) TO WS-TOTAL-VOLUME
           ADD WS-REBA-EARNED TO WS-TOTAL-EARNED
           MOVE WS-REBA-CUST(WS-REBA-IDX) TO RT-CUST
           PERFORM 5100-FIND-CUSTOMER
           IF CUSTOMER-FOUND
              MOVE WS-CUST-ENTRY(WS-CUST-IDX) TO CUSTOMER-REC
              MOVE CUST-SURNAME TO RT-NAME
           ELSE
              MOVE "NOT ON FILE" TO RT-NAME
           END-IF
           MOVE WS-REBA-VOLUME(WS-REBA-IDX) TO RT-VOLUME
           MOVE WS-REBA-EARNED-PCT TO RT-PCT
           MOVE WS-REBA-EARNED TO RT-EARNED
           MOVE WS-REBA-NEXT-PCT TO RT-NEXT-PCT
           MOVE WS-REBA-TO-NEXT TO RT-TO-NEXT
           MOVE WS-REBA-STATUS(WS-REBA-IDX) TO RT-STATUS
           WRITE REBATE-TRACK-RECORD FROM RT-DETAIL-LINE.

      * SETTLES EVERY ACTIVE AGREEMENT FOR THE YEAR, THEN PUTS THE
      * CUSTOMER AND AGREEMENT FILES BACK.
       4000-SETTLE-THE-YEAR.
           OPEN OUTPUT REBATE-LETTER-FILE
           PERFORM VARYING WS-REBA-IDX FROM 1 BY 1
                     UNTIL WS-REBA-IDX > WS-REBA-COUNT
              IF WS-REBA-YEAR(WS-REBA-IDX) = WS-REBATE-YEAR
                 AND WS-REBA-ACTIVE(WS-REBA-IDX)
                 PERFORM 4100-SETTLE-ONE-AGREEMENT
              END-IF
           END-PERFORM
           CLOSE REBATE-LETTER-FILE
           IF WS-REBATES-PAID > 0
              PERFORM 4900-REWRITE-CUSTOMER-FILE
              PERFORM 9944-WRITE-REBATE-AGREEMENTS
           END-IF.

      * A CUSTOMER NO LONGER ON FILE IS LEFT ACTIVE FOR THE OFFICE
      * TO SORT OUT; ONE THAT EARNED NOTHING IS CLOSED OUT AT ZERO
      * WITHOUT A POSTING OR A LETTER.
       4100-SETTLE-ONE-AGREEMENT.
           PERFORM 9946-FIGURE-REBATE
           PERFORM 5100-FIND-CUSTOMER
           IF NOT CUSTOMER-FOUND
              DISPLAY "REBATEAS: CUSTOMER " WS-REBA-CUST(WS-REBA-IDX)
                      " NOT ON FILE -- AGREEMENT LEFT OPEN"
              ADD 1 TO WS-AGREEMENTS-SKIPPED
           ELSE
              IF WS-REBA-EARNED > 0
                 PERFORM 4200-POST-THE-REBATE
                 PERFORM 4300-WRITE-REBATE-LETTER
              END-IF
              MOVE "P" TO WS-REBA-STATUS(WS-REBA-IDX)
              MOVE WS-TODAY-DATE TO WS-REBA-PAID-DATE(WS-REBA-IDX)
              MOVE WS-REBA-EARNED TO WS-REBA-PAID-AMT(WS-REBA-IDX)
              ADD WS-REBA-EARNED TO WS-TOTAL-EARNED
              ADD 1 TO WS-REBATES-PAID
           END-IF.

      * THE SAME THREE PIECES A CREDMEMAS CREDIT LEAVES: THE REDUCED
      * BALANCE, THE "P" ROW, AND THE CREDIT-MEMO LINE.
       4200-POST-THE-REBATE.
           MOVE WS-CUST-ENTRY(WS-CUST-IDX) TO CUSTOMER-REC
           MOVE CUST-PAYMENT TO WS-WORK-BALANCE
           IF WS-REBA-EARNED > WS-WORK-BALANCE
              MOVE ZEROES TO WS-WORK-BALANCE
           ELSE
              SUBTRACT WS-REBA-EARNED FROM WS-WORK-BALANCE
           END-IF
           MOVE WS-WORK-BALANCE TO CUST-PAYMENT
           MOVE CUSTOMER-REC TO WS-CUST-ENTRY(WS-CUST-IDX)

           OPEN EXTEND PAYMENT-TRAN-FILE
           IF NOT PAYMENT-TRAN-OK
              OPEN OUTPUT PAYMENT-TRAN-FILE
           END-IF
           MOVE CUST-ID        TO TRAN-CUST-ID
           MOVE WS-TODAY-DATE  TO TRAN-DATE
           MOVE WS-REBA-EARNED TO TRAN-AMOUNT
           MOVE "P"            TO TRAN-TYPE
           WRITE PAYMENT-TRAN-REC
           IF NOT PAYMENT-TRAN-OK
              MOVE "PAYMENT-TRAN-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PAYMENT-TRAN-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE PAYMENT-TRAN-FILE

           OPEN EXTEND CREDIT-MEMO-FILE
           IF NOT CREDIT-MEMO-OK
              OPEN OUTPUT CREDIT-MEMO-FILE
           END-IF
           MOVE WS-TODAY-DATE            TO MEMO-DATE
           MOVE WS-REBA-CUST(WS-REBA-IDX) TO MEMO-CUST
           MOVE "REBATE"                 TO MEMO-ORDER
           MOVE WS-REBA-EARNED           TO MEMO-AMOUNT
           WRITE CREDIT-MEMO-REC FROM MEMO-LINE
           CLOSE CREDIT-MEMO-FILE.

       4300-WRITE-REBATE-LETTER.
           MOVE SPACES TO WS-FULL-NAME
           STRING CUST-TITLE   DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  CUST-INIT    DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  CUST-SURNAME DELIMITED BY SPACE
             INTO WS-FULL-NAME
           END-STRING
           MOVE WS-FULL-NAME TO LTR-CUST-NAME
           WRITE REBATE-LETTER-RECORD FROM LTR-NAME-LINE
           MOVE CUST-STREET TO LTR-STREET
           WRITE REBATE-LETTER-RECORD FROM LTR-STREET-LINE
           MOVE CUST-CITY  TO LTR-CITY
           MOVE CUST-STATE TO LTR-STATE
           MOVE CUST-ZIP   TO LTR-ZIP
           WRITE REBATE-LETTER-RECORD FROM LTR-CITY-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-BLANK-LINE
           MOVE WS-REBATE-YEAR TO LTR-YEAR
           WRITE REBATE-LETTER-RECORD FROM LTR-YEAR-LINE
           MOVE WS-REBA-VOLUME(WS-REBA-IDX) TO LTR-VOLUME
           WRITE REBATE-LETTER-RECORD FROM LTR-VOLUME-LINE
           MOVE WS-REBA-EARNED-PCT TO LTR-PCT
           WRITE REBATE-LETTER-RECORD FROM LTR-RATE-LINE
           MOVE WS-REBA-EARNED TO LTR-REBATE
           WRITE REBATE-LETTER-RECORD FROM LTR-REBATE-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-BLANK-LINE
           MOVE "THANK YOU FOR YOUR BUSINESS THIS YEAR. UNDER YOUR"
             TO LTR-TEXT-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-TEXT-LINE
           MOVE "VOLUME REBATE AGREEMENT THE REBATE ABOVE HAS BEEN"
             TO LTR-TEXT-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-TEXT-LINE
           MOVE "CREDITED TO YOUR ACCOUNT AND WILL APPEAR ON YOUR"
             TO LTR-TEXT-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-TEXT-LINE
           MOVE "NEXT STATEMENT."
             TO LTR-TEXT-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-TEXT-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-BLANK-LINE
           WRITE REBATE-LETTER-RECORD FROM LTR-BLANK-LINE.

       4900-REWRITE-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-FILE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
              MOVE WS-CUST-ENTRY(WS-CUST-IDX) TO CUSTOMER-REC
              WRITE CUSTOMER-REC
              IF NOT CUSTOMER-FILE-OK
                 MOVE "CUSTOMER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-CUSTOMER-FILE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      * A LIVE CUSTOMER WHOSE CUST-ID STARTS WITH THE AGREEMENT'S
      * CUSTOMER NUMBER.
       5100-FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
                        OR CUSTOMER-FOUND
              IF WS-CUST-ENTRY(WS-CUST-IDX)(1:6) =
                 WS-REBA-CUST(WS-REBA-IDX)
                 AND WS-CUST-ENTRY(WS-CUST-IDX)(1:1) NOT = "#"
                 MOVE "Y" TO WS-CUST-FOUND-SW
              END-IF
           END-PERFORM
           IF CUSTOMER-FOUND
              SET WS-CUST-IDX DOWN BY 1
           END-IF.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED ACCOUNTING-PERIOD GUARD. SEE ACCTPERPARA.CPY.
       COPY ACCTPERPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED VOLUME-REBATE AGREEMENT PARAGRAPHS. SEE REBAPARA.CPY.
       COPY REBAPARA.
