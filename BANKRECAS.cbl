      *     LIST.
      * THE WHOLE REGISTER IS LOADED, WORKED ON IN THE TABLE, AND
      * REWRITTEN ON EXIT, THE WAY CHKMNTAS WORKS ON THE SAME FILE.
      * A REGISTER THAT NO LONGER MATCHES THE CONTROL TOTALS LEFT ON
      * THE SHOP OUTPUT INVENTORY WHEN IT WAS LAST WRITTEN IS
      * REFUSED; THE REWRITTEN ONE GETS FRESH TOTALS.
      * THE OPERATOR THEN KEYS THE STATEMENT'S ENDING BALANCE FOR
      * THE ACCOUNT OF THE COMPANY RUNCOMP.DAT NAMES. LESS THAT
      * COMPANY'S OUTSTANDING CHECKS IT IS THE RECONCILED BALANCE,
      * PRINTED AND APPENDED TO BANKBAL.DAT, WHERE CASHFCAS STARTS
      * ITS CASH FORECAST.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY CTLHSEL.
             COPY BBALSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.
               88 CHKREG-VOIDED             VALUE "V".
               88 CHKREG-REISSUED           VALUE "R".
               88 CHKREG-CLEARED            VALUE "C".
               88 CHKREG-ESCHEATED          VALUE "E".
           05  CHKREG-COMPANY           PIC X(02).

      * THE BANK'S CLEARED-CHECKS FILE, AS RECEIVED EACH MONTH.
       FD  BANK-CLEARED-FILE
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY CTLHFD.
       COPY BBALFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-CHECK-REGISTER-PATH   PIC X(40)
              10 WS-CHKREG-EMP-NUMBER   PIC X(06).
              10 WS-CHKREG-NET-AMOUNT   PIC 9(07)V99.
              10 WS-CHKREG-STATUS       PIC X(01).
              10 WS-CHKREG-COMPANY      PIC X(02).
       01 WS-CHKREG-COUNT          PIC 9(04) VALUE 0.
       01 WS-CHKREG-FOUND-SW       PIC X(01) VALUE "N".
           88 CHECK-FOUND               VALUE "Y".
       01 WS-OUTSTANDING-COUNT     PIC 9(06) VALUE 0.
       01 WS-ESCHEAT-COUNT         PIC 9(06) VALUE 0.

      * THE STATEMENT BALANCE AS KEYED, AND THE RECONCILED BALANCE
      * WORKED FROM IT.
       01 WS-STMT-BALANCE-IN       PIC X(11).
       01 WS-STMT-BALANCE-NUM REDEFINES WS-STMT-BALANCE-IN
                                    PIC 9(09)V99.
       01 WS-STMT-DATE-IN          PIC X(08).
       01 WS-STMT-DATE-NUM REDEFINES WS-STMT-DATE-IN
                                    PIC 9(08).
       01 WS-STMT-DATE             PIC 9(08).
       01 WS-OVERDRAWN-ANSWER      PIC X(01).
       01 WS-STMT-KEYED-SW         PIC X(01) VALUE "N".
           88 STATEMENT-KEYED           VALUE "Y".
       01 WS-STMT-OUTSTANDING      PIC 9(09)V99 VALUE 0.
       01 WS-RECONCILED-BALANCE    PIC S9(10)V99 VALUE 0.
       01 WS-CHKREG-ROW-COMPANY    PIC X(02).

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-CHECK-INT             PIC 9(08).
           05 REC-DTL-NOTE           PIC X(30).
           05 FILLER                 PIC X(05) VALUE SPACES.

       01  REC-BALANCE-LINE.
           05 REC-BAL-LABEL          PIC X(30).
           05 REC-BAL-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(35) VALUE SPACES.

       01  REC-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY CTLHWS.
       COPY BBALWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-BANK-FILE
           PERFORM 3000-LIST-OUTSTANDING-CHECKS
           PERFORM 3500-RECORD-BANK-BALANCE
           CLOSE BANK-REC-REPORT
           IF CHANGES-MADE
              PERFORM 4000-REWRITE-REGISTER

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1020-VERIFY-CONTROL-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE "BANK-REC-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BANK-REC-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BANK-REC-REPORT-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH
           MOVE "BANK-BALANCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-BANK-BALANCE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-BANK-BALANCE-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE REGISTER MUST STILL MATCH THE CONTROL TOTALS RECORDED
      * WHEN IT WAS LAST WRITTEN. A MISMATCH IS ALREADY DISPLAYED
      * AND LOGGED BY 9958-VERIFY-CONTROL-HASH.
       1020-VERIFY-CONTROL-TOTALS.
           MOVE "BANKRECAS" TO WS-IOERR-PROGRAM-ID
           MOVE "BANKRECA" TO WS-CTLH-PROGRAM-ID
           MOVE "CHECK-REGISTER-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              DISPLAY "BANKRECAS: NOTHING RECONCILED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1100-LOAD-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
                      TO WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
                    MOVE CHKREG-STATUS
                      TO WS-CHKREG-STATUS(WS-CHKREG-IDX)
                    MOVE CHKREG-COMPANY
                      TO WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "CHECKS ON REGISTER: " WS-CHKREG-COUNT
                 WRITE BANK-REC-REPORT-RECORD FROM REC-DETAIL-LINE
              WHEN WS-CHKREG-STATUS(WS-CHKREG-IDX) = "V"
                 OR WS-CHKREG-STATUS(WS-CHKREG-IDX) = "R"
                 OR WS-CHKREG-STATUS(WS-CHKREG-IDX) = "E"
                 ADD 1 TO WS-ITEMS-AFTER-VOID
                 MOVE WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX)
                   TO REC-DTL-EMP-NUMBER
                 IF WS-CHKREG-STATUS(WS-CHKREG-IDX) = "E"
                    MOVE "CLEARED AFTER ESCHEATMENT" TO REC-DTL-NOTE
                 ELSE
                    MOVE "CLEARED AFTER VOID/REISSUE" TO REC-DTL-NOTE
                 END-IF
                 WRITE BANK-REC-REPORT-RECORD FROM REC-DETAIL-LINE
              WHEN WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
                   NOT = BANK-AMOUNT-IN
           END-IF
           WRITE BANK-REC-REPORT-RECORD FROM REC-DETAIL-LINE.

      * THE STATEMENT BALANCE FOR THE RUN COMPANY'S ACCOUNT, LESS
      * ITS CHECKS STILL OUTSTANDING AFTER THE MATCH, IS PRINTED AND
      * APPENDED TO BANKBAL.DAT. A BLANK BALANCE RECORDS NOTHING,
      * LEAVING THE LAST RECONCILED BALANCE ON FILE AS IT WAS.
       3500-RECORD-BANK-BALANCE.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "BANKRECAS: NO BANK BALANCE RECORDED"
           ELSE
              PERFORM 3510-ACCEPT-STATEMENT
              IF STATEMENT-KEYED
                 PERFORM 3520-TOTAL-OUTSTANDING
                 PERFORM 3530-WRITE-BANK-BALANCE
              END-IF
           END-IF.

       3510-ACCEPT-STATEMENT.
           MOVE "N" TO WS-STMT-KEYED-SW
           DISPLAY "STATEMENT ENDING BALANCE, COMPANY "
                   WS-RUN-COMPANY-CODE " ACCOUNT "
                   WS-RUN-COMPANY-ACCOUNT
           DISPLAY "(11 DIGITS, 00000125000 = 1250.00, BLANK = NONE): "
           ACCEPT WS-STMT-BALANCE-IN
           IF WS-STMT-BALANCE-IN = SPACES
              DISPLAY "NO STATEMENT BALANCE -- NONE RECORDED"
           ELSE
              IF WS-STMT-BALANCE-IN IS NOT NUMERIC
                 DISPLAY "BALANCE MUST BE AN 11-DIGIT NUMBER -- NONE "
                         "RECORDED"
              ELSE
                 MOVE WS-TODAY-DATE TO WS-STMT-DATE
                 DISPLAY "STATEMENT DATE (YYYYMMDD, BLANK = TODAY): "
                 ACCEPT WS-STMT-DATE-IN
                 IF WS-STMT-DATE-IN IS NUMERIC
                    MOVE WS-STMT-DATE-NUM TO WS-STMT-DATE
                 END-IF
                 DISPLAY "ACCOUNT OVERDRAWN ON THE STATEMENT? (Y/N): "
                 ACCEPT WS-OVERDRAWN-ANSWER
                 MOVE "Y" TO WS-STMT-KEYED-SW
              END-IF
           END-IF.

      * A REGISTER ROW WITH NO COMPANY IS COMPANY 01'S.
       3520-TOTAL-OUTSTANDING.
           MOVE 0 TO WS-STMT-OUTSTANDING
           PERFORM VARYING WS-CHKREG-IDX FROM 1 BY 1
                     UNTIL WS-CHKREG-IDX > WS-CHKREG-COUNT
              MOVE WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                TO WS-CHKREG-ROW-COMPANY
              IF WS-CHKREG-ROW-COMPANY = SPACES
                 MOVE WS-DEFAULT-COMPANY-CODE TO WS-CHKREG-ROW-COMPANY
              END-IF
              IF WS-CHKREG-STATUS(WS-CHKREG-IDX) = "I"
                 AND WS-CHKREG-ROW-COMPANY = WS-RUN-COMPANY-CODE
                 ADD WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
                   TO WS-STMT-OUTSTANDING
              END-IF
           END-PERFORM.

       3530-WRITE-BANK-BALANCE.
           IF WS-OVERDRAWN-ANSWER = "Y" OR WS-OVERDRAWN-ANSWER = "y"
              COMPUTE WS-RECONCILED-BALANCE =
                 0 - WS-STMT-BALANCE-NUM - WS-STMT-OUTSTANDING
           ELSE
              COMPUTE WS-RECONCILED-BALANCE =
                 WS-STMT-BALANCE-NUM - WS-STMT-OUTSTANDING
           END-IF
           WRITE BANK-REC-REPORT-RECORD FROM REC-BLANK-LINE
           MOVE "RECONCILED BANK BALANCE" TO REC-SECTION-TITLE
           WRITE BANK-REC-REPORT-RECORD FROM REC-SECTION-LINE
           MOVE "STATEMENT ENDING BALANCE" TO REC-BAL-LABEL
           MOVE WS-STMT-BALANCE-NUM TO REC-BAL-AMOUNT
           IF WS-OVERDRAWN-ANSWER = "Y" OR WS-OVERDRAWN-ANSWER = "y"
              COMPUTE REC-BAL-AMOUNT = 0 - WS-STMT-BALANCE-NUM
           END-IF
           WRITE BANK-REC-REPORT-RECORD FROM REC-BALANCE-LINE
           MOVE "LESS OUTSTANDING CHECKS" TO REC-BAL-LABEL
           MOVE WS-STMT-OUTSTANDING TO REC-BAL-AMOUNT
           WRITE BANK-REC-REPORT-RECORD FROM REC-BALANCE-LINE
           MOVE "RECONCILED BALANCE" TO REC-BAL-LABEL
           MOVE WS-RECONCILED-BALANCE TO REC-BAL-AMOUNT
           WRITE BANK-REC-REPORT-RECORD FROM REC-BALANCE-LINE
           OPEN EXTEND BANK-BALANCE-FILE
           IF NOT BANK-BALANCE-SUCCESSFUL
              OPEN OUTPUT BANK-BALANCE-FILE
           END-IF
           MOVE SPACES TO BANK-BALANCE-REC
           MOVE WS-RUN-COMPANY-CODE TO BBAL-COMPANY
           MOVE WS-STMT-DATE TO BBAL-STMT-DATE
           MOVE WS-STMT-BALANCE-NUM TO BBAL-STMT-BALANCE
           IF WS-OVERDRAWN-ANSWER = "Y" OR WS-OVERDRAWN-ANSWER = "y"
              MOVE "-" TO BBAL-STMT-SIGN
           END-IF
           MOVE WS-STMT-OUTSTANDING TO BBAL-OUTSTANDING
           MOVE WS-TODAY-DATE TO BBAL-RUN-DATE
           MOVE WS-OPERATOR-ID TO BBAL-OPERATOR
           WRITE BANK-BALANCE-REC
           IF NOT BANK-BALANCE-SUCCESSFUL
              MOVE "BANKRECAS"         TO WS-IOERR-PROGRAM-ID
              MOVE "BANK-BALANCE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-BANK-BALANCE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE BANK-BALANCE-FILE
           DISPLAY "RECONCILED BALANCE RECORDED FOR COMPANY "
                   WS-RUN-COMPANY-CODE.

       4000-REWRITE-REGISTER.
           OPEN OUTPUT CHECK-REGISTER-FILE
           PERFORM VARYING WS-CHKREG-IDX FROM 1 BY 1
                TO CHKREG-NET-AMOUNT
              MOVE WS-CHKREG-STATUS(WS-CHKREG-IDX)
                TO CHKREG-STATUS
              MOVE WS-CHKREG-COMPANY(WS-CHKREG-IDX)
                TO CHKREG-COMPANY
              WRITE CHECK-REGISTER-REC
              IF NOT CHECK-REGISTER-SUCCESSFUL
                 MOVE "BANKRECAS"           TO WS-IOERR-PROGRAM-ID
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           MOVE "BANKRECAS" TO WS-IOERR-PROGRAM-ID
           MOVE "BANKRECA" TO WS-CTLH-PROGRAM-ID
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9949-RECORD-CONTROL-HASH.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
