       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOANMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * EMPLOYEE LOAN AND PAY-ADVANCE MAINTENANCE.
      *
      * MONEY LENT TO AN EMPLOYEE USED TO LIVE ON AN INDEX CARD AND
      * BE KEYED AS A GARNISHMENT CODE, WHICH PUT IT ON THE
      * GARNISHMENT REMITTANCE AS IF A VENDOR WERE OWED. THIS MENU-
      * DRIVEN SCREEN (IN THE STYLE OF DPTMNTAS) KEEPS LOANMAST.DAT
      * INSTEAD, ONE ROW PER LOAN OR ADVANCE:
      *   - ADD SETS UP THE AMOUNT LENT, THE PER-PERIOD REPAYMENT AND
      *     THE DATE REPAYMENT STARTS. THE BALANCE STARTS AT THE
      *     AMOUNT LENT AND CALCPYAS TAKES THE REPAYMENT EACH REGULAR
      *     RUN UNTIL IT REACHES ZERO, THEN MARKS THE LOAN PAID OFF;
      *   - CHANGE RESCHEDULES AN ACTIVE LOAN (REPAYMENT, START DATE);
      *   - CLOSE ENDS AN ACTIVE LOAN BY HAND -- REPAID IN CASH OR
      *     WRITTEN OFF -- WITH STATUS "X" AND THE BALANCE ZEROED.
      * A TERMINATED EMPLOYEE CANNOT BE LENT TO, AND THE OPERATOR
      * MUST BE AUTHORIZED FOR THE EMPLOYEE'S COMPANY TO ADD, CHANGE,
      * CLOSE OR LIST ITS LOANS. EVERY CHANGE IS
      * WRITTEN AS A BEFORE/AFTER IMAGE, STAMPED WITH THE OPERATOR'S
      * ID AND THE TIME, TO LOANMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOANSEL.

           SELECT EMP-MASTER-FILE
             ASSIGN TO WS-EMP-MASTER-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\LOANMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY LOANFD.

      * SAME LAYOUT CALCPYAS AND EMPMNTAS LOAD. ONLY THE NUMBER, NAME
      * AND STATUS ARE NEEDED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC.
       01  EMP-MASTER-REC.
           05 EMPM-NUMBER            PIC X(06).
           05 EMPM-NAME              PIC X(20).
           05 FILLER                 PIC X(12).
           05 EMPM-STATUS            PIC X(01).
           05 FILLER                 PIC X(75).
           05 EMPM-COMPANY           PIC X(02).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(100).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-EMP-MASTER-PATH        PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01  WS-EMP-MASTER-STATUS      PIC X(02).
           88 EMP-MASTER-OK              VALUE "00".
           88 END-OF-EMP-MASTER          VALUE "10".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

       01  WS-LOAN-FOUND-SW          PIC X(01) VALUE "N".
           88 LOAN-FOUND                 VALUE "Y".
       01  WS-LOAN-CHANGED-SW        PIC X(01) VALUE "N".
           88 LOAN-CHANGES-MADE          VALUE "Y".

      * WORK RECORD, SAME SHAPE AS A LOAN MASTER ROW.
       01  WS-WORK-LOAN.
           05 WRK-LOAN-EMP           PIC X(06).
           05 WRK-LOAN-NUMBER        PIC X(04).
           05 WRK-LOAN-NUMBER-NUM REDEFINES WRK-LOAN-NUMBER
                                     PIC 9(04).
           05 WRK-LOAN-TYPE          PIC X(01).
               88 WRK-LOAN-TYPE-VALID    VALUES "L" "A".
           05 WRK-LOAN-ORIG          PIC 9(07)V99.
           05 WRK-LOAN-REPAY         PIC 9(05)V99.
           05 WRK-LOAN-BALANCE       PIC 9(07)V99.
           05 WRK-LOAN-START         PIC 9(08).
           05 WRK-LOAN-STATUS        PIC X(01).
           05 WRK-LOAN-LAST-PAY      PIC 9(08).

       01  WS-BEFORE-IMAGE           PIC X(53).
       01  WS-AFTER-IMAGE            PIC X(53).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-EMP-NUMBER-IN          PIC X(06).
       01  WS-LOAN-NUMBER-IN         PIC X(04).
       01  WS-EMP-NAME-FOUND         PIC X(20).
       01  WS-EMP-STATUS-FOUND       PIC X(01).
       01  WS-EMP-COMPANY-FOUND      PIC X(02).
       01  WS-EMP-FOUND-SW           PIC X(01) VALUE "N".
           88 EMPLOYEE-FOUND             VALUE "Y".
       01  WS-AMOUNT-IN              PIC X(09).
       01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-IN
                                     PIC 9(07)V99.
       01  WS-REPAY-IN               PIC X(07).
       01  WS-REPAY-NUM REDEFINES WS-REPAY-IN
                                     PIC 9(05)V99.
       01  WS-DATE-IN                PIC X(08).
       01  WS-DATE-NUM REDEFINES WS-DATE-IN
                                     PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YEAR-PART      PIC 9(04).
           05 WS-DATE-MONTH-PART     PIC 9(02).
           05 WS-DATE-DAY-PART       PIC 9(02).
       01  WS-CONFIRM                PIC X(01).
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-HIGH-LOAN-NUMBER       PIC 9(04) VALUE 0.
       01  WS-LOANS-LISTED           PIC 9(03) VALUE 0.
       01  WS-TODAY                  PIC 9(08).
       01  WS-EDIT-ORIG              PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-REPAY             PIC ZZ,ZZ9.99.
       01  WS-EDIT-BALANCE           PIC Z,ZZZ,ZZ9.99.

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE          PIC 9(08).
           05 WS-AUDIT-TIME          PIC 9(08).

       01  MAINT-AUDIT-LINE.
           05 AUD-ACTION             PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-DATE               PIC 9(08).
           05 AUD-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE-TAG          PIC X(04).
           05 FILLER                 PIC X(01) VALUE ",".
           05 AUD-IMAGE              PIC X(53).
           05 FILLER                 PIC X(11) VALUE SPACES.

       COPY LOANWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LOANMNTAS EMPLOYEE LOAN AND ADVANCE MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "LOANMNTAS" TO WS-IOERR-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-LOANS
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF LOAN-CHANGES-MADE
              PERFORM 9971-WRITE-LOAN-MASTER
              DISPLAY "LOANMNTAS: LOAN MASTER UPDATED"
           ELSE
              DISPLAY "LOANMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE LOAN MASTER AND EMPLOYEE MASTER ARE THE SAME FILES
      * CALCPYAS USES, SO ANY OVERRIDE HERE SHOULD MATCH ITS OWN.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "LOANMNTA" TO WS-RUNCTL-PROGRAM-ID
           MOVE "LOAN-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LOAN-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LOAN-MASTER-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH.

       1100-LOAD-LOANS.
           PERFORM 9970-LOAD-LOAN-MASTER
           DISPLAY "LOANS LOADED: " WS-LOANMAST-COUNT
           IF LOANMAST-TABLE-FULL
              DISPLAY "LOANMNTAS: LOAN TABLE FULL AT 500 "
                      "-- MAINTENANCE REFUSED, A REWRITE "
                      "WOULD DROP THE UNLOADED LOANS"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A LOAN OR ADVANCE"
           DISPLAY "C - CHANGE A LOAN'S REPAYMENT OR START DATE"
           DISPLAY "S - CLOSE (SETTLE OR WRITE OFF) A LOAN"
           DISPLAY "L - LIST AN EMPLOYEE'S LOANS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-LOAN
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-LOAN
              WHEN WS-MENU-CHOICE = "S" OR WS-MENU-CHOICE = "s"
                 PERFORM 2300-CLOSE-LOAN
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-LOANS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE ENTERED EMPLOYEE ON THE EMPLOYEE MASTER, LEAVING
      * THE NAME, STATUS AND COMPANY, AND OPERATOR-COMPANY-OK SET FOR
      * THAT COMPANY (01 WHEN THE EMPLOYEE IS NOT ON THE MASTER).
       2010-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE SPACES TO WS-EMP-NAME-FOUND WS-EMP-STATUS-FOUND
                          WS-EMP-COMPANY-FOUND
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-OK
              PERFORM UNTIL END-OF-EMP-MASTER OR EMPLOYEE-FOUND
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF EMPM-NUMBER = WS-EMP-NUMBER-IN
                       MOVE "Y" TO WS-EMP-FOUND-SW
                       MOVE EMPM-NAME TO WS-EMP-NAME-FOUND
                       MOVE EMPM-STATUS TO WS-EMP-STATUS-FOUND
                       MOVE EMPM-COMPANY TO WS-EMP-COMPANY-FOUND
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           END-IF
           MOVE WS-EMP-COMPANY-FOUND TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY.

      * FINDS ONE LOAN BY EMPLOYEE AND LOAN NUMBER. LEAVES
      * WS-LOANMAST-IDX ON THE MATCH.
       2020-FIND-LOAN.
           MOVE "N" TO WS-LOAN-FOUND-SW
           DISPLAY "ENTER EMPLOYEE NUMBER: "
           ACCEPT WS-EMP-NUMBER-IN
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-LOAN-NUMBER-IN
           PERFORM 2010-FIND-EMPLOYEE
           PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                     UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
                        OR LOAN-FOUND
              IF WS-LOANMAST-EMP(WS-LOANMAST-IDX) = WS-EMP-NUMBER-IN
                 AND WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                     = WS-LOAN-NUMBER-IN
                 MOVE "Y" TO WS-LOAN-FOUND-SW
              END-IF
           END-PERFORM
           IF LOAN-FOUND
              SET WS-LOANMAST-IDX DOWN BY 1
           END-IF.

      * REPAYMENT IS REQUIRED AND MAY NOT EXCEED THE BALANCE STILL
      * OWED; THE START DATE MUST BE A REAL YYYYMMDD.
       2030-ACCEPT-SCHEDULE.
           DISPLAY "REPAYMENT PER PAY PERIOD (7 DIGITS, "
                   "0005000 = 50.00): "
           ACCEPT WS-REPAY-IN
           IF WS-REPAY-IN IS NUMERIC AND WS-REPAY-NUM > 0
              MOVE WS-REPAY-NUM TO WRK-LOAN-REPAY
              IF WRK-LOAN-REPAY > WRK-LOAN-BALANCE
                 DISPLAY "  REPAYMENT IS MORE THAN THE BALANCE OWED."
                 MOVE "N" TO WS-VALID-SW
              END-IF
           ELSE
              DISPLAY "  REPAYMENT MUST BE 7 DIGITS AND NOT ZERO."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "REPAYMENT START DATE (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN IS NOT NUMERIC
              DISPLAY "  START DATE MUST BE YYYYMMDD."
              MOVE "N" TO WS-VALID-SW
           ELSE
              IF WS-DATE-MONTH-PART < 1 OR WS-DATE-MONTH-PART > 12
                 OR WS-DATE-DAY-PART < 1 OR WS-DATE-DAY-PART > 31
                 DISPLAY "  START DATE IS NOT A VALID DATE."
                 MOVE "N" TO WS-VALID-SW
              ELSE
                 MOVE WS-DATE-NUM TO WRK-LOAN-START
              END-IF
           END-IF.

      * A NEW LOAN TAKES THE NEXT LOAN NUMBER FOR THE EMPLOYEE. THE
      * OPERATOR CONFIRMS THE TERMS BEFORE IT IS FILED.
       2100-ADD-LOAN.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "ENTER EMPLOYEE NUMBER: "
           ACCEPT WS-EMP-NUMBER-IN
           PERFORM 2010-FIND-EMPLOYEE
           EVALUATE TRUE
              WHEN NOT EMPLOYEE-FOUND
                 DISPLAY "EMPLOYEE NOT ON FILE -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "EMPLOYEE IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-EMP-STATUS-FOUND = "T"
                 DISPLAY "EMPLOYEE IS TERMINATED -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN WS-LOANMAST-COUNT = 500
                 DISPLAY "LOAN TABLE FULL -- NOT ADDED."
                 MOVE "N" TO WS-VALID-SW
              WHEN OTHER
                 DISPLAY "EMPLOYEE: " WS-EMP-NAME-FOUND
           END-EVALUATE
           IF ENTRY-IS-VALID
              PERFORM 2110-NEXT-LOAN-NUMBER
              MOVE SPACES TO WS-WORK-LOAN
              MOVE WS-EMP-NUMBER-IN TO WRK-LOAN-EMP
              MOVE WS-HIGH-LOAN-NUMBER TO WRK-LOAN-NUMBER-NUM
              MOVE ZEROES TO WRK-LOAN-LAST-PAY
              MOVE "A" TO WRK-LOAN-STATUS
              DISPLAY "TYPE (L=LOAN, A=PAY ADVANCE): "
              ACCEPT WRK-LOAN-TYPE
              IF NOT WRK-LOAN-TYPE-VALID
                 DISPLAY "  TYPE MUST BE L OR A."
                 MOVE "N" TO WS-VALID-SW
              END-IF
              DISPLAY "AMOUNT LENT (9 DIGITS, 000150000 = 1500.00): "
              ACCEPT WS-AMOUNT-IN
              IF WS-AMOUNT-IN IS NUMERIC AND WS-AMOUNT-NUM > 0
                 MOVE WS-AMOUNT-NUM TO WRK-LOAN-ORIG
                 MOVE WS-AMOUNT-NUM TO WRK-LOAN-BALANCE
              ELSE
                 DISPLAY "  AMOUNT MUST BE 9 DIGITS AND NOT ZERO."
                 MOVE "N" TO WS-VALID-SW
                 MOVE ZEROES TO WRK-LOAN-ORIG WRK-LOAN-BALANCE
              END-IF
              PERFORM 2030-ACCEPT-SCHEDULE
           END-IF
           IF ENTRY-IS-VALID
              PERFORM 2410-SHOW-WORK-LOAN
              DISPLAY "ADD THIS LOAN (Y/N)? "
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                 MOVE "N" TO WS-VALID-SW
              END-IF
           END-IF
           IF ENTRY-IS-VALID
              ADD 1 TO WS-LOANMAST-COUNT
              SET WS-LOANMAST-IDX TO WS-LOANMAST-COUNT
              MOVE WS-WORK-LOAN TO WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
              MOVE "Y" TO WS-LOAN-CHANGED-SW
              MOVE "ADD " TO AUD-ACTION
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE WS-WORK-LOAN TO WS-AFTER-IMAGE
              PERFORM 2900-WRITE-AUDIT-IMAGES
              DISPLAY "LOAN " WRK-LOAN-NUMBER " ADDED."
           ELSE
              DISPLAY "LOAN NOT ADDED."
           END-IF.

       2110-NEXT-LOAN-NUMBER.
           MOVE 0 TO WS-HIGH-LOAN-NUMBER
           PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                     UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
              IF WS-LOANMAST-EMP(WS-LOANMAST-IDX) = WS-EMP-NUMBER-IN
                 AND WS-LOANMAST-NUMBER(WS-LOANMAST-IDX) IS NUMERIC
                 AND WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                     > WS-HIGH-LOAN-NUMBER
                 MOVE WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                   TO WS-HIGH-LOAN-NUMBER
              END-IF
           END-PERFORM
           ADD 1 TO WS-HIGH-LOAN-NUMBER.

      * ONLY AN ACTIVE LOAN CAN BE RESCHEDULED.
       2200-CHANGE-LOAN.
           PERFORM 2020-FIND-LOAN
           EVALUATE TRUE
              WHEN NOT LOAN-FOUND
                 DISPLAY "LOAN NOT ON FILE."
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "EMPLOYEE IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
              WHEN NOT WS-LOANMAST-ACTIVE(WS-LOANMAST-IDX)
                 DISPLAY "LOAN IS NOT ACTIVE -- NOT CHANGED."
              WHEN OTHER
                 MOVE "Y" TO WS-VALID-SW
                 MOVE WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                   TO WS-BEFORE-IMAGE
                 MOVE WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                   TO WS-WORK-LOAN
                 PERFORM 2410-SHOW-WORK-LOAN
                 PERFORM 2030-ACCEPT-SCHEDULE
                 IF ENTRY-IS-VALID
                    MOVE WS-WORK-LOAN
                      TO WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                    MOVE "Y" TO WS-LOAN-CHANGED-SW
                    MOVE "CHG " TO AUD-ACTION
                    MOVE WS-WORK-LOAN TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "LOAN CHANGED."
                 ELSE
                    DISPLAY "LOAN NOT CHANGED."
                 END-IF
           END-EVALUATE.

      * ENDS AN ACTIVE LOAN OUTSIDE PAYROLL. THE BEFORE IMAGE ON THE
      * LOG KEEPS THE BALANCE THAT WAS SETTLED OR WRITTEN OFF.
       2300-CLOSE-LOAN.
           PERFORM 2020-FIND-LOAN
           EVALUATE TRUE
              WHEN NOT LOAN-FOUND
                 DISPLAY "LOAN NOT ON FILE."
              WHEN NOT OPERATOR-COMPANY-OK
                 DISPLAY "EMPLOYEE IS IN COMPANY "
                         WS-SIGNON-CHECK-COMPANY
                         ", WHICH YOU ARE NOT AUTHORIZED FOR."
              WHEN NOT WS-LOANMAST-ACTIVE(WS-LOANMAST-IDX)
                 DISPLAY "LOAN IS NOT ACTIVE -- NOT CLOSED."
              WHEN OTHER
                 MOVE WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                   TO WS-BEFORE-IMAGE
                 MOVE WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                   TO WS-WORK-LOAN
                 PERFORM 2410-SHOW-WORK-LOAN
                 DISPLAY "CLOSE THIS LOAN AND ZERO ITS BALANCE (Y/N)? "
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    MOVE "X" TO WRK-LOAN-STATUS
                    MOVE ZEROES TO WRK-LOAN-BALANCE
                    MOVE WS-TODAY TO WRK-LOAN-LAST-PAY
                    MOVE WS-WORK-LOAN
                      TO WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                    MOVE "Y" TO WS-LOAN-CHANGED-SW
                    MOVE "CLOS" TO AUD-ACTION
                    MOVE WS-WORK-LOAN TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "LOAN CLOSED."
                 ELSE
                    DISPLAY "LOAN NOT CLOSED."
                 END-IF
           END-EVALUATE.

       2400-LIST-LOANS.
           DISPLAY "ENTER EMPLOYEE NUMBER: "
           ACCEPT WS-EMP-NUMBER-IN
           MOVE 0 TO WS-LOANS-LISTED
           PERFORM 2010-FIND-EMPLOYEE
           IF NOT OPERATOR-COMPANY-OK
              DISPLAY "EMPLOYEE IS IN COMPANY "
                      WS-SIGNON-CHECK-COMPANY
                      ", WHICH YOU ARE NOT AUTHORIZED FOR."
           ELSE
              PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                        UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
                 IF WS-LOANMAST-EMP(WS-LOANMAST-IDX) = WS-EMP-NUMBER-IN
                    MOVE WS-LOANMAST-ENTRY(WS-LOANMAST-IDX)
                      TO WS-WORK-LOAN
                    DISPLAY " "
                    PERFORM 2410-SHOW-WORK-LOAN
                    ADD 1 TO WS-LOANS-LISTED
                 END-IF
              END-PERFORM
              IF WS-LOANS-LISTED = 0
                 DISPLAY "NO LOANS ON FILE FOR THIS EMPLOYEE."
              END-IF
           END-IF.

       2410-SHOW-WORK-LOAN.
           MOVE WRK-LOAN-ORIG    TO WS-EDIT-ORIG
           MOVE WRK-LOAN-REPAY   TO WS-EDIT-REPAY
           MOVE WRK-LOAN-BALANCE TO WS-EDIT-BALANCE
           DISPLAY "LOAN:        " WRK-LOAN-EMP "/" WRK-LOAN-NUMBER
                   "  TYPE " WRK-LOAN-TYPE
                   "  STATUS " WRK-LOAN-STATUS
           DISPLAY "AMOUNT LENT: " WS-EDIT-ORIG
                   "  REPAYMENT: " WS-EDIT-REPAY
           DISPLAY "BALANCE:     " WS-EDIT-BALANCE
                   "  STARTS: " WRK-LOAN-START
                   "  LAST PAID: " WRK-LOAN-LAST-PAY.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH
      * WHO AND WHEN.
       2900-WRITE-AUDIT-IMAGES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-DATE  TO AUD-DATE
           MOVE WS-AUDIT-TIME  TO AUD-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-AFTER-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED LOAN MASTER PARAGRAPHS. SEE LOANPARA.CPY.
       COPY LOANPARA.
