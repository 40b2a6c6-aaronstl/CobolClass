       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPRPTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * CUSTOMER DEPOSIT REPORTS.
      *
      * DEPOSITS TAKEN UP FRONT ON CUSTOM RUG ORDERS ARE HELD ON
      * CUSTDEP.DAT AS A LIABILITY UNTIL INVOICEAS APPLIES THEM (SEE
      * DEPFD.CPY). THIS PROGRAM PRINTS:
      *   H - THE MONTH-END LIST OF DEPOSITS HELD: EVERY DEPOSIT
      *       TAKEN ON OR BEFORE THE AS-OF DATE WITH MONEY STILL
      *       UNAPPLIED, AND THE TOTAL THE BOOKS OWE CUSTOMERS;
      *   R - THE REFUND REPORT: DEPOSITS ON CANCELED ORDERS (OR
      *       LEFT OVER ONCE AN ORDER BILLED IN FULL) THAT ARE DUE
      *       BACK. ONCE THE CHECKS ARE CUT THE OFFICE MARKS THE
      *       LISTED DEPOSITS REFUNDED ("F") SO THEY DROP OFF.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             COPY DEPSEL.
             SELECT DEPOSIT-REPORT
               ASSIGN TO WS-DEPOSIT-REPORT-PATH
               organization is line sequential
               file status is WS-DEPOSIT-REPORT-STATUS.
             SELECT REFUND-REPORT
               ASSIGN TO WS-REFUND-REPORT-PATH
               organization is line sequential
               file status is WS-REFUND-REPORT-STATUS.
             COPY AUDITSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

       COPY DEPFD.

       FD  DEPOSIT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS DEPOSIT-REPORT-RECORD.
       01  DEPOSIT-REPORT-RECORD       PIC X(80).

       FD  REFUND-REPORT
           RECORDING MODE IS F
           DATA RECORD IS REFUND-REPORT-RECORD.
       01  REFUND-REPORT-RECORD        PIC X(80).

       COPY AUDITFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-DEPOSIT-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\DEPHELD.rpt".
       01 WS-DEPOSIT-REPORT-STATUS PIC X(02).
       01 WS-REFUND-REPORT-PATH    PIC X(40)
           VALUE "C:\Users\Bob\DEPREFUND.rpt".
       01 WS-REFUND-REPORT-STATUS  PIC X(02).

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 OFFICE-DONE              VALUE "Y".
       01 WS-DEP-CHANGES-SW        PIC X(01) VALUE "N".
           88 DEPOSIT-CHANGES-MADE     VALUE "Y".
       01 WS-CONFIRM-IN            PIC X(01).

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-AS-OF-IN              PIC X(08).
       01 WS-AS-OF-NUM REDEFINES WS-AS-OF-IN PIC 9(08).
       01 WS-AS-OF-DATE            PIC 9(08).
       01 WS-DEP-UNAPPLIED         PIC 9(08)V99.
       01 WS-LISTED-COUNT          PIC 9(05) VALUE 0.
       01 WS-LISTED-TOTAL          PIC 9(09)V99 VALUE 0.
       01 WS-REFUNDS-MARKED        PIC 9(05) VALUE 0.
       01 WS-REFUNDS-MARKED-TOTAL  PIC 9(09)V99 VALUE 0.

       01  DEP-HDG-LINE.
           05 DEP-HDG-TITLE          PIC X(30).
           05 DEP-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  DEP-COL-LINE.
           05 FILLER                 PIC X(40) VALUE
             "ORDER   CUSTOMER       TAKEN            ".
           05 FILLER                 PIC X(40) VALUE
             "DEPOSIT        APPLIED           HELD".

       01  REF-COL-LINE.
           05 FILLER                 PIC X(40) VALUE
             "ORDER   CUSTOMER       SINCE            ".
           05 FILLER                 PIC X(40) VALUE
             "DEPOSIT        APPLIED     REFUND DUE".

       01  DEP-DETAIL-LINE.
           05 DEP-DTL-ORDER          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEP-DTL-CUST           PIC X(13).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEP-DTL-DATE           PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEP-DTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DEP-DTL-APPLIED        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 DEP-DTL-OPEN           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.

       01  DEP-TOTAL-LINE.
           05 DEP-TOT-LABEL          PIC X(20).
           05 DEP-TOT-COUNT          PIC ZZZZ9.
           05 FILLER                 PIC X(33) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY DEP-TOT-AMOUNT.
           05 FILLER                 PIC X(08) VALUE SPACES.

       COPY DEPWS.
       COPY AUDITWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "DEPRPTAS CUSTOMER DEPOSIT REPORTS"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL OFFICE-DONE
              PERFORM 2000-PROMPT-OFFICE
           END-PERFORM
           IF DEPOSIT-CHANGES-MADE
              MOVE "DEPRPTAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9984-WRITE-DEPOSITS
              DISPLAY "DEPRPTAS: REFUNDED DEPOSITS MARKED"
           END-IF
           MOVE "DEPRPTAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-DEP-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-REFUNDS-MARKED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-REFUNDS-MARKED-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "END DEPRPTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 9983-LOAD-DEPOSITS
           DISPLAY "DEPOSITS ON FILE: " WS-DEP-COUNT
           IF DEP-TABLE-FULL
              DISPLAY "DEPRPTAS: DEPOSIT TABLE FULL AT 2000 -- "
                      "REPORTS ARE INCOMPLETE AND REFUNDS CAN'T BE "
                      "MARKED"
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR DEPRPTAS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "DEPRPTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "CUST-DEPOSIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPOSIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPOSIT-PATH
           MOVE "DEPOSIT-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPOSIT-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPOSIT-REPORT-PATH
           MOVE "REFUND-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-REFUND-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-REFUND-REPORT-PATH.

       2000-PROMPT-OFFICE.
           DISPLAY " "
           DISPLAY "H - PRINT DEPOSITS HELD (MONTH-END)"
           DISPLAY "R - PRINT DEPOSIT REFUND REPORT"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "H" OR WS-MENU-CHOICE = "h"
                 PERFORM 2100-DEPOSITS-HELD-REPORT
              WHEN WS-MENU-CHOICE = "R" OR WS-MENU-CHOICE = "r"
                 PERFORM 2200-REFUND-REPORT
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * EVERY DEPOSIT TAKEN BY THE AS-OF DATE THAT IS STILL HELD,
      * WITH THE PART NOT YET APPLIED TO AN INVOICE. THE TOTAL IS
      * THE DEPOSIT LIABILITY FOR THE MONTH-END CLOSE.
       2100-DEPOSITS-HELD-REPORT.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           DISPLAY "DEPOSITS HELD AS OF (YYYYMMDD, BLANK = TODAY): "
           ACCEPT WS-AS-OF-IN
           IF WS-AS-OF-IN IS NUMERIC
              MOVE WS-AS-OF-NUM TO WS-AS-OF-DATE
           END-IF
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO WS-LISTED-TOTAL
           OPEN OUTPUT DEPOSIT-REPORT
           MOVE "CUSTOMER DEPOSITS HELD AS OF " TO DEP-HDG-TITLE
           MOVE WS-AS-OF-DATE TO DEP-HDG-DATE
           WRITE DEPOSIT-REPORT-RECORD FROM DEP-HDG-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM DEP-COL-LINE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-HELD(WS-DEP-IDX)
                 AND WS-DEP-DATE(WS-DEP-IDX) <= WS-AS-OF-DATE
                 PERFORM 2110-WRITE-DEPOSIT-DETAIL
                 WRITE DEPOSIT-REPORT-RECORD FROM DEP-DETAIL-LINE
              END-IF
           END-PERFORM
           MOVE "DEPOSITS HELD:" TO DEP-TOT-LABEL
           MOVE WS-LISTED-COUNT TO DEP-TOT-COUNT
           MOVE WS-LISTED-TOTAL TO DEP-TOT-AMOUNT
           WRITE DEPOSIT-REPORT-RECORD FROM DEP-TOTAL-LINE
           CLOSE DEPOSIT-REPORT
           DISPLAY "DEPOSITS HELD: " WS-LISTED-COUNT
                   " TOTAL " WS-LISTED-TOTAL
           DISPLAY "REPORT: " WS-DEPOSIT-REPORT-PATH.

      * FILLS THE DETAIL LINE FOR THE DEPOSIT AT WS-DEP-IDX AND ADDS
      * ITS UNAPPLIED AMOUNT TO THE REPORT TOTAL.
       2110-WRITE-DEPOSIT-DETAIL.
           COMPUTE WS-DEP-UNAPPLIED = WS-DEP-AMOUNT(WS-DEP-IDX)
                 - WS-DEP-APPLIED(WS-DEP-IDX)
           MOVE WS-DEP-ORDER(WS-DEP-IDX)   TO DEP-DTL-ORDER
           MOVE WS-DEP-CUST(WS-DEP-IDX)    TO DEP-DTL-CUST
           MOVE WS-DEP-AMOUNT(WS-DEP-IDX)  TO DEP-DTL-AMOUNT
           MOVE WS-DEP-APPLIED(WS-DEP-IDX) TO DEP-DTL-APPLIED
           MOVE WS-DEP-UNAPPLIED           TO DEP-DTL-OPEN
           IF WS-DEP-HELD(WS-DEP-IDX)
              MOVE WS-DEP-DATE(WS-DEP-IDX) TO DEP-DTL-DATE
           ELSE
              MOVE WS-DEP-STATUS-DATE(WS-DEP-IDX) TO DEP-DTL-DATE
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-DEP-UNAPPLIED TO WS-LISTED-TOTAL.

      * DEPOSITS DUE BACK TO THE CUSTOMER. AFTER PRINTING, THE
      * OFFICE MAY MARK EVERY LISTED DEPOSIT REFUNDED ONCE THE
      * CHECKS ARE CUT.
       2200-REFUND-REPORT.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO WS-LISTED-TOTAL
           OPEN OUTPUT REFUND-REPORT
           MOVE "DEPOSIT REFUNDS DUE AT " TO DEP-HDG-TITLE
           MOVE WS-TODAY-DATE TO DEP-HDG-DATE
           WRITE REFUND-REPORT-RECORD FROM DEP-HDG-LINE
           WRITE REFUND-REPORT-RECORD FROM REF-COL-LINE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-REFUND-DUE(WS-DEP-IDX)
                 PERFORM 2110-WRITE-DEPOSIT-DETAIL
                 WRITE REFUND-REPORT-RECORD FROM DEP-DETAIL-LINE
              END-IF
           END-PERFORM
           MOVE "REFUNDS DUE:" TO DEP-TOT-LABEL
           MOVE WS-LISTED-COUNT TO DEP-TOT-COUNT
           MOVE WS-LISTED-TOTAL TO DEP-TOT-AMOUNT
           WRITE REFUND-REPORT-RECORD FROM DEP-TOTAL-LINE
           CLOSE REFUND-REPORT
           DISPLAY "REFUNDS DUE: " WS-LISTED-COUNT
                   " TOTAL " WS-LISTED-TOTAL
           DISPLAY "REPORT: " WS-REFUND-REPORT-PATH
           IF WS-LISTED-COUNT > 0 AND NOT DEP-TABLE-FULL
              DISPLAY "MARK ALL LISTED DEPOSITS REFUNDED (Y/N): "
              ACCEPT WS-CONFIRM-IN
              IF WS-CONFIRM-IN = "Y" OR WS-CONFIRM-IN = "y"
                 PERFORM 2210-MARK-REFUNDED
              END-IF
           END-IF.

       2210-MARK-REFUNDED.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-REFUND-DUE(WS-DEP-IDX)
                 COMPUTE WS-DEP-UNAPPLIED = WS-DEP-AMOUNT(WS-DEP-IDX)
                       - WS-DEP-APPLIED(WS-DEP-IDX)
                 MOVE "F" TO WS-DEP-STATUS(WS-DEP-IDX)
                 MOVE WS-TODAY-DATE TO WS-DEP-STATUS-DATE(WS-DEP-IDX)
                 ADD 1 TO WS-REFUNDS-MARKED
                 ADD WS-DEP-UNAPPLIED TO WS-REFUNDS-MARKED-TOTAL
                 MOVE "Y" TO WS-DEP-CHANGES-SW
              END-IF
           END-PERFORM
           DISPLAY "DEPOSITS MARKED REFUNDED: " WS-REFUNDS-MARKED.

      * SHARED CUSTOMER DEPOSIT LOAD AND REWRITE. SEE DEPPARA.CPY.
       COPY DEPPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
